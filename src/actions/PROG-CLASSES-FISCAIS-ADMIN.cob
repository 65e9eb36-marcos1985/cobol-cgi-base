       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG-CLASSES-FISCAIS-ADMIN.
      *******************************************
      * AUTOR:
      * DATA:
      * ALTERACOES:
      *   - ACAO DE MANUTENCAO DAS CLASSES FISCAIS DE PRODUTO (TABELA
      *     CLASSE_FISCAL) E DAS ALIQUOTAS DE CADA CLASSE, COM
      *     VIGENCIA (CLASSE_FISCAL_ALIQUOTA), USADAS POR
      *     MOD-IMPOSTO-VENDA PARA TRIBUTAR OS ITENS DE VENDA.
      *     QS_ACAO=LISTAR (PADRAO) MOSTRA AS CLASSES COM A ALIQUOTA
      *     VIGENTE HOJE E A QUANTIDADE DE PRODUTOS; COM QS_CODIGO
      *     MOSTRA AS VIGENCIAS DA CLASSE. INCLUIR (QS_CODIGO ATE 10
      *     CARACTERES, QS_DESCRICAO E, OPCIONAIS, QS_ALIQUOTA EM
      *     PERCENTUAL E QS_VIGENCIA, PADRAO HOJE) CADASTRA A CLASSE.
      *     ALIQUOTA (QS_CODIGO, QS_ALIQUOTA, QS_VIGENCIA) ABRE UMA
      *     NOVA VIGENCIA, ENCERRANDO A ANTERIOR NA VESPERA, OU TROCA
      *     A ALIQUOTA DE UMA VIGENCIA QUE COMECA NA MESMA DATA;
      *     VIGENCIA NO PASSADO E RECUSADA E EXIGE PAPEL ADMIN.
      *     PRODUTO (QS_PRODUTO_ID E QS_CODIGO, EM BRANCO PARA TIRAR
      *     A CLASSE) CLASSIFICA O PRODUTO. ITENS JA VENDIDOS GUARDAM
      *     O IMPOSTO CALCULADO NA INCLUSAO E NAO MUDAM. AS ESCRITAS
      *     SEGUEM O PADRAO: METODO POST, MODO DE MANUTENCAO (503),
      *     CHAVE DE API COM PAPEL WRITER OU ADMIN, CHAVE DE
      *     IDEMPOTENCIA E AUDITORIA.
      *******************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       DATA DIVISION.
       FILE SECTION.

       WORKING-STORAGE SECTION.

       77  WRK-TEMPO-ACAO                  PIC X(10).

       77  WRK-CORRELACAO-ID               PIC X(40).

       01  WRK-NEWLINE                     PIC X       VALUE x'0a'.

       77  WRK-ID-MASK                     PIC Z(9)9.
       77  WRK-QTD-MASK                    PIC Z(8)9.
       77  WRK-ALIQUOTA-MASK               PIC ZZ9.99.
       77  WRK-MSG-ERRO                    PIC X(255).
       77  WRK-CORS-ORIGIN                 PIC X(255).
       77  WRK-MSG-EXP-ERRO                PIC X(255).
       77  WRK-CONEXAO-ACAO                PIC X(10).
       77  WRK-CONEXAO-OK                  PIC X(1).
           88  CONEXAO-DISPONIVEL                      VALUE 'S'.
       77  WRK-CONEXAO-MSG                 PIC X(255).
       77  WRK-CAMPO-ESC                   PIC X(510).
       77  WRK-CAMPO-TXT                   PIC X(255).

       77  WRK-HTTP-STATUS-200             PIC 9(3)        VALUE 200.
       77  WRK-HTTP-STATUS-400             PIC 9(3)        VALUE 400.
       77  WRK-HTTP-STATUS-401             PIC 9(3)        VALUE 401.
       77  WRK-HTTP-STATUS-403             PIC 9(3)        VALUE 403.
       77  WRK-HTTP-STATUS-404             PIC 9(3)        VALUE 404.
       77  WRK-HTTP-STATUS-500             PIC 9(3)        VALUE 500.
       77  WRK-HTTP-STATUS-503             PIC 9(3)        VALUE 503.

       77  WRK-CHAVE-AUTORIZADA            PIC X(1).
           88  CHAVE-AUTORIZADA                        VALUE 'S'.
       77  WRK-CHAVE-PAPEL                 PIC X(10).
       77  WRK-QUOTA-ESTOURADA             PIC X(1).
           88  QUOTA-ESTOURADA                         VALUE 'S'.
           88  ORIGEM-BLOQUEADA                        VALUE 'B'.

       77  WRK-RETRY-SEG-MASK              PIC Z(4)9.
       77  WRK-EM-MANUTENCAO               PIC X(1).
           88  EM-MANUTENCAO                           VALUE 'S'.
       77  WRK-MANUT-RETRY-SEG             PIC 9(5).
       77  WRK-MANUT-MENSAGEM              PIC X(255).

       77  WRK-IDEM-ACAO                   PIC X(10).
       77  WRK-IDEM-STATUS                 PIC 9(3).
       77  WRK-IDEM-RESPOSTA               PIC X(12288).
       77  WRK-IDEM-ENCONTRADA             PIC X(1).
           88  IDEM-RESPOSTA-ENCONTRADA                VALUE 'S'.

       77  WRK-PROGRAMA-NOME               PIC X(60)
               VALUE "PROG-CLASSES-FISCAIS-ADMIN".
       77  WRK-AUDIT-PARAMS                PIC X(255).
       77  WRK-COD-ERRO                    PIC 9(4).

       COPY ERRO-CODES.
       COPY VERSAO-BUILD.

       77  WRK-QS-ACAO                     PIC X(10).
       77  WRK-QS-CODIGO                   PIC X(20).
       77  WRK-QS-DESCRICAO                PIC X(255).
       77  WRK-QS-ALIQUOTA                 PIC X(10).
       77  WRK-QS-VIGENCIA                 PIC X(10).
       77  WRK-QS-PRODUTO-STG              PIC X(10).
       77  WRK-ALIQUOTA-CHECK              PIC X(10).
       77  WRK-DATA-CHECK                  PIC X(10).
       77  WRK-DATA-PARAM                  PIC X(20).
       77  WRK-REQUEST-METHOD              PIC X(10).
       77  WRK-RESP-DADOS                  PIC X(1024).

       77  WRK-IMP-ACAO                    PIC X(10).
       77  WRK-IMP-PRODUTO-ID              PIC 9(10)   VALUE ZERO.
       77  WRK-IMP-DIA                     PIC X(10)   VALUE SPACES.
       77  WRK-IMP-CLASSE                  PIC X(10).
       77  WRK-IMP-ALIQUOTA                PIC 9(3)V99.
       77  WRK-IMP-RESULTADO               PIC X(2).
           88  IMP-IMPOSTO-OK                          VALUE 'OK'.
       77  WRK-IMP-MSG                     PIC X(255).

       77  WRK-FLAG-PRIMEIRO               PIC X(1)    VALUE 'S'.
           88  PRIMEIRO-REGISTRO                       VALUE 'S'.
           88  NAO-PRIMEIRO-REGISTRO                   VALUE 'N'.

       77  WRK-FLAG-FIM-CURSOR             PIC X(1)    VALUE 'N'.
           88  FIM-CURSOR                              VALUE 'S'.
           88  NAO-FIM-CURSOR                          VALUE 'N'.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.

       01  HOSTVARS.
           05 BUFFER     PIC X(1024).

       01  SQL-01-VARS.
           05 CLF-CODIGO        PIC X(10).
           05 CLF-DESCRICAO     PIC X(255).
           05 CLF-ATIVO         PIC X(1).
           05 CLF-ALIQUOTA      PIC 9(3)V99.
           05 CLF-TEM-VIGENTE   PIC X(1).
           05 CLF-VIGENCIA      PIC X(10).
           05 CLF-VIG-FIM       PIC X(10).
           05 CLF-HOJE          PIC X(10).
           05 CLF-PRODUTO-ID    PIC 9(10).
           05 CLF-QTD           PIC 9(10).
           05 CLF-OPERADOR      PIC X(60).

       EXEC SQL END DECLARE SECTION END-EXEC.

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.

           MOVE "INICIAR" TO WRK-TEMPO-ACAO.
           CALL 'MOD-MEDE-TEMPO'
               USING WRK-TEMPO-ACAO, WRK-PROGRAMA-NOME
               END-CALL.

           PERFORM 1000-CONFIGURAR-HTTP-HEADERS.
           ACCEPT WRK-AUDIT-PARAMS FROM ENVIRONMENT "QUERY_STRING".
           PERFORM 1100-PROCESSAR-PARAMETROS.
           PERFORM 1200-CONECTA-BANCO-DE-DADOS.
           PERFORM 1300-GARANTIR-TABELAS.

           EVALUATE FUNCTION UPPER-CASE(FUNCTION TRIM(WRK-QS-ACAO))
               WHEN "INCLUIR"
                   PERFORM 2000-INCLUIR-CLASSE
               WHEN "ALIQUOTA"
                   PERFORM 2200-GRAVAR-ALIQUOTA
               WHEN "PRODUTO"
                   PERFORM 2500-CLASSIFICAR-PRODUTO
               WHEN OTHER
                   PERFORM 3000-LISTAR-CLASSES
           END-EVALUATE.

           PERFORM 4000-LIBERAR-RECURSOS.
           STOP RUN.

       1000-CONFIGURAR-HTTP-HEADERS.

           ACCEPT WRK-CORS-ORIGIN FROM ENVIRONMENT "CORS_ORIGIN".
           IF  FUNCTION TRIM(WRK-CORS-ORIGIN) = SPACES
               MOVE "*" TO WRK-CORS-ORIGIN
           END-IF.
           DISPLAY "Access-Control-Allow-Origin: "
               FUNCTION TRIM(WRK-CORS-ORIGIN).
           DISPLAY "X-Versao-Build: " FUNCTION TRIM(VERSAO-BUILD).

           CALL 'MOD-CORRELACAO' USING WRK-CORRELACAO-ID
               END-CALL.
           DISPLAY "X-Correlation-Id: "
               FUNCTION TRIM(WRK-CORRELACAO-ID).
           DISPLAY "Content-type: application/json".
           DISPLAY WRK-NEWLINE.

       1100-PROCESSAR-PARAMETROS.

           ACCEPT WRK-QS-ACAO FROM ENVIRONMENT "QS_ACAO".
           IF  FUNCTION TRIM(WRK-QS-ACAO) = SPACES
               MOVE "LISTAR" TO WRK-QS-ACAO
           END-IF.

           IF  FUNCTION UPPER-CASE(FUNCTION TRIM(WRK-QS-ACAO))
                   NOT = "LISTAR"
               ACCEPT WRK-REQUEST-METHOD FROM ENVIRONMENT
                   "REQUEST_METHOD"
               IF  FUNCTION UPPER-CASE(FUNCTION TRIM(
                       WRK-REQUEST-METHOD)) NOT = 'POST'
                   STRING
                       "METODO HTTP INVALIDO. USE POST PARA ESTA "
                       "OPERACAO."
                   INTO WRK-MSG-ERRO
                   MOVE ERR-COD-VALIDACAO TO WRK-COD-ERRO
                   PERFORM 9100-RETORNAR-RESPOSTA-HTTP-400
               END-IF

               PERFORM 1140-VERIFICAR-MANUTENCAO
               PERFORM 1150-VERIFICAR-CHAVE-API
               PERFORM 1160-VERIFICAR-IDEMPOTENCIA
           END-IF.

       1140-VERIFICAR-MANUTENCAO.

      * DURANTE A JANELA DE MANUTENCAO AS ESCRITAS RESPONDEM 503 COM
      * SUGESTAO DE RETRY; AS LEITURAS SEGUEM FUNCIONANDO.
           CALL 'MOD-VERIFICA-MANUTENCAO'
               USING WRK-EM-MANUTENCAO, WRK-MANUT-RETRY-SEG,
                   WRK-MANUT-MENSAGEM
               END-CALL.

           IF  EM-MANUTENCAO
               IF  FUNCTION TRIM(WRK-MANUT-MENSAGEM) = SPACES
                   STRING
                       "SISTEMA EM MANUTENCAO. TENTE NOVAMENTE "
                       "MAIS TARDE."
                   INTO WRK-MSG-ERRO
               ELSE
                   MOVE WRK-MANUT-MENSAGEM TO WRK-MSG-ERRO
               END-IF
               MOVE WRK-MANUT-RETRY-SEG TO WRK-RETRY-SEG-MASK
               MOVE SPACES TO WRK-MSG-EXP-ERRO
               STRING
                   "RETRY-AFTER: "
                   FUNCTION TRIM(WRK-RETRY-SEG-MASK)
                   " SEGUNDOS"
                   DELIMITED BY SIZE
                   INTO WRK-MSG-EXP-ERRO
               END-STRING
               MOVE ERR-COD-MANUTENCAO TO WRK-COD-ERRO
               PERFORM 9600-RETORNAR-RESPOSTA-HTTP-503
           END-IF.

       1150-VERIFICAR-CHAVE-API.

           CALL 'MOD-VERIFICA-CHAVE'
               USING WRK-CHAVE-AUTORIZADA, WRK-CHAVE-PAPEL,
                   WRK-QUOTA-ESTOURADA
               END-CALL.

           IF  QUOTA-ESTOURADA
               STRING
                   "QUOTA MENSAL DA CHAVE DE API ESGOTADA PARA O "
                   "MES CORRENTE."
               INTO WRK-MSG-ERRO
               MOVE ERR-COD-QUOTA-ESGOTADA TO WRK-COD-ERRO
               PERFORM 9400-RETORNAR-RESPOSTA-HTTP-403
           END-IF.

           IF  ORIGEM-BLOQUEADA
               STRING
                   "ORIGEM BLOQUEADA APOS FALHAS REPETIDAS DE "
                   "AUTENTICACAO. TENTE NOVAMENTE MAIS TARDE."
               INTO WRK-MSG-ERRO
               MOVE ERR-COD-ORIGEM-BLOQUEADA TO WRK-COD-ERRO
               PERFORM 9400-RETORNAR-RESPOSTA-HTTP-403
           END-IF.

           IF  NOT CHAVE-AUTORIZADA
               STRING
                   "CHAVE DE API AUSENTE, INVALIDA OU EXPIRADA."
               INTO WRK-MSG-ERRO
               MOVE ERR-COD-NAO-AUTENTICADO TO WRK-COD-ERRO
               PERFORM 9300-RETORNAR-RESPOSTA-HTTP-401
           END-IF.

      * A ALIQUOTA MUDA O IMPOSTO DE TODAS AS VENDAS SEGUINTES DA
      * CLASSE E POR ISSO EXIGE ADMIN. AS DEMAIS ESCRITAS ACEITAM
      * WRITER.
           IF  FUNCTION UPPER-CASE(FUNCTION TRIM(WRK-QS-ACAO))
                   = "ALIQUOTA"
               IF  FUNCTION TRIM(WRK-CHAVE-PAPEL) NOT = "admin"
                   STRING
                       "CHAVE DE API SEM PERMISSAO PARA ESTA "
                       "OPERACAO (EXIGE PAPEL ADMIN)."
                   INTO WRK-MSG-ERRO
                   MOVE ERR-COD-NAO-AUTORIZADO TO WRK-COD-ERRO
                   PERFORM 9400-RETORNAR-RESPOSTA-HTTP-403
               END-IF
           ELSE
               IF  FUNCTION TRIM(WRK-CHAVE-PAPEL) NOT = "writer"
               AND FUNCTION TRIM(WRK-CHAVE-PAPEL) NOT = "admin"
                   STRING
                       "CHAVE DE API SEM PERMISSAO PARA ESTA "
                       "OPERACAO (EXIGE PAPEL WRITER OU ADMIN)."
                   INTO WRK-MSG-ERRO
                   MOVE ERR-COD-NAO-AUTORIZADO TO WRK-COD-ERRO
                   PERFORM 9400-RETORNAR-RESPOSTA-HTTP-403
               END-IF
           END-IF.

       1160-VERIFICAR-IDEMPOTENCIA.

      * UMA REPETICAO COM A MESMA CHAVE DE IDEMPOTENCIA DEVOLVE A
      * RESPOSTA JA GRAVADA, SEM EXECUTAR DE NOVO.
           MOVE "BUSCAR" TO WRK-IDEM-ACAO.
           MOVE 'N' TO WRK-IDEM-ENCONTRADA.

           CALL 'MOD-IDEMPOTENCIA'
               USING WRK-IDEM-ACAO, WRK-PROGRAMA-NOME,
                   WRK-IDEM-STATUS, WRK-IDEM-RESPOSTA,
                   WRK-IDEM-ENCONTRADA
               END-CALL.

           IF  IDEM-RESPOSTA-ENCONTRADA
               CALL 'MOD-REGISTRA-AUDITORIA'
                   USING WRK-PROGRAMA-NOME, WRK-AUDIT-PARAMS,
                       WRK-IDEM-STATUS
                   END-CALL
               DISPLAY FUNCTION TRIM(WRK-IDEM-RESPOSTA)
               STOP RUN
           END-IF.

       1200-CONECTA-BANCO-DE-DADOS.

      * A SESSAO E A COMPARTILHADA DA REQUISICAO; AS TABELAS SAO
      * GARANTIDAS POR MOD-IMPOSTO-VENDA NA MESMA CONEXAO.
           MOVE "OBTER" TO WRK-CONEXAO-ACAO.
           CALL 'MOD-CONEXAO-BD'
               USING WRK-CONEXAO-ACAO, WRK-CONEXAO-OK,
                   WRK-CONEXAO-MSG
               END-CALL.

           IF  NOT CONEXAO-DISPONIVEL
               STRING
                   "ERRO AO TENTAR ABIR CONEXAO COM O "
                   "BANCO DE DADOS."
               INTO WRK-MSG-ERRO

               MOVE WRK-CONEXAO-MSG TO WRK-MSG-EXP-ERRO

               MOVE ERR-COD-CONEXAO TO WRK-COD-ERRO

               PERFORM 9000-RETORNAR-RESPOSTA-HTTP-500
           END-IF.

       1300-GARANTIR-TABELAS.

      * O DDL FAZ COMMIT IMPLICITO E POR ISSO RODA ANTES DE QUALQUER
      * TRANSACAO.
           MOVE "GARANTIR" TO WRK-IMP-ACAO.
           CALL 'MOD-IMPOSTO-VENDA'
               USING WRK-IMP-ACAO, WRK-IMP-PRODUTO-ID, WRK-IMP-DIA,
                   WRK-IMP-CLASSE, WRK-IMP-ALIQUOTA, WRK-IMP-RESULTADO,
                   WRK-IMP-MSG
               END-CALL.

           IF  NOT IMP-IMPOSTO-OK
               STRING
                   "ERRO AO TENTAR GARANTIR AS TABELAS DE "
                   "CLASSES FISCAIS."
               INTO WRK-MSG-ERRO
               MOVE WRK-IMP-MSG TO WRK-MSG-EXP-ERRO
               MOVE ERR-COD-SQL-EXEC TO WRK-COD-ERRO
               PERFORM 9000-RETORNAR-RESPOSTA-HTTP-500
           END-IF.

           EXEC SQL
               SELECT DATE_FORMAT(CURDATE(), '%Y-%m-%d')
                 INTO :CLF-HOJE
           END-EXEC.

           MOVE SPACES TO CLF-VIGENCIA.
           MOVE ZERO TO CLF-PRODUTO-ID.

       2000-INCLUIR-CLASSE.

           ACCEPT WRK-QS-CODIGO FROM ENVIRONMENT "QS_CODIGO".
           ACCEPT WRK-QS-DESCRICAO FROM ENVIRONMENT "QS_DESCRICAO".
           ACCEPT WRK-QS-ALIQUOTA FROM ENVIRONMENT "QS_ALIQUOTA".

           IF  FUNCTION TRIM(WRK-QS-CODIGO) = SPACES
           OR  FUNCTION TRIM(WRK-QS-DESCRICAO) = SPACES
               STRING
                   "PARAMETROS QS_CODIGO E QS_DESCRICAO SAO "
                   "OBRIGATORIOS PARA INCLUIR."
               INTO WRK-MSG-ERRO
               MOVE ERR-COD-VALIDACAO TO WRK-COD-ERRO
               PERFORM 9100-RETORNAR-RESPOSTA-HTTP-400
           END-IF.

           PERFORM 2050-VALIDAR-CODIGO.
           MOVE WRK-QS-DESCRICAO TO CLF-DESCRICAO.

      * A PRIMEIRA ALIQUOTA E OPCIONAL; SEM ELA OS PRODUTOS DA CLASSE
      * SAEM SEM IMPOSTO ATE A PRIMEIRA VIGENCIA.
           IF  FUNCTION TRIM(WRK-QS-ALIQUOTA) NOT = SPACES
               PERFORM 2100-VALIDAR-ALIQUOTA
               PERFORM 2150-VALIDAR-VIGENCIA
           END-IF.

           CALL 'MOD-RESOLVE-OPERADOR' USING CLF-OPERADOR
               END-CALL.

           EXEC SQL START TRANSACTION END-EXEC.

           EXEC SQL
               INSERT IGNORE INTO classe_fiscal (codigo, descricao)
               VALUES (:CLF-CODIGO, TRIM(:CLF-DESCRICAO))
           END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO
               STRING
                   "ERRO AO TENTAR INCLUIR A CLASSE FISCAL."
               INTO WRK-MSG-ERRO
               MOVE SQLERRM TO WRK-MSG-EXP-ERRO
               MOVE ERR-COD-SQL-EXEC TO WRK-COD-ERRO
               EXEC SQL ROLLBACK END-EXEC
               PERFORM 9000-RETORNAR-RESPOSTA-HTTP-500
           END-IF.

           EXEC SQL
               SELECT ROW_COUNT() INTO :CLF-QTD
           END-EXEC.

           IF  CLF-QTD = ZERO
               EXEC SQL ROLLBACK END-EXEC
               STRING
                   "CLASSE FISCAL JA CADASTRADA."
               INTO WRK-MSG-ERRO
               MOVE ERR-COD-VALIDACAO TO WRK-COD-ERRO
               PERFORM 9100-RETORNAR-RESPOSTA-HTTP-400
           END-IF.

           IF  CLF-VIGENCIA NOT = SPACES
               PERFORM 2400-GRAVAR-VIGENCIA-ALIQUOTA
           END-IF.

           EXEC SQL COMMIT END-EXEC.

           PERFORM 2900-RESPONDER-CLASSE.

       2050-VALIDAR-CODIGO.

      * O CODIGO E GUARDADO EM MAIUSCULAS, ATE 10 CARACTERES.
           IF  FUNCTION LENGTH(FUNCTION TRIM(WRK-QS-CODIGO)) > 10
               STRING
                   "PARAMETRO QS_CODIGO DEVE TER ATE 10 CARACTERES."
               INTO WRK-MSG-ERRO
               MOVE ERR-COD-VALIDACAO TO WRK-COD-ERRO
               PERFORM 9100-RETORNAR-RESPOSTA-HTTP-400
           END-IF.

           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WRK-QS-CODIGO))
               TO CLF-CODIGO.

       2100-VALIDAR-ALIQUOTA.

      * A ALIQUOTA ACEITA SO DIGITOS E UM PONTO DECIMAL OPCIONAL, DE
      * 0 A 100.
           MOVE FUNCTION TRIM(WRK-QS-ALIQUOTA) TO WRK-ALIQUOTA-CHECK.
           INSPECT WRK-ALIQUOTA-CHECK REPLACING FIRST '.' BY '0'.
           INSPECT WRK-ALIQUOTA-CHECK REPLACING ALL SPACE BY '0'.
           IF  WRK-ALIQUOTA-CHECK IS NOT NUMERIC
               STRING
                   "PARAMETRO QS_ALIQUOTA DEVE SER UM NUMERO COM "
                   "PONTO DECIMAL OPCIONAL."
               INTO WRK-MSG-ERRO
               MOVE ERR-COD-VALIDACAO TO WRK-COD-ERRO
               PERFORM 9100-RETORNAR-RESPOSTA-HTTP-400
           END-IF.

           IF  FUNCTION NUMVAL(WRK-QS-ALIQUOTA) > 100
               STRING
                   "PARAMETRO QS_ALIQUOTA DEVE ESTAR ENTRE 0 E 100."
               INTO WRK-MSG-ERRO
               MOVE ERR-COD-VALIDACAO TO WRK-COD-ERRO
               PERFORM 9100-RETORNAR-RESPOSTA-HTTP-400
           END-IF.

           COMPUTE CLF-ALIQUOTA = FUNCTION NUMVAL(WRK-QS-ALIQUOTA).

       2150-VALIDAR-VIGENCIA.

      * SEM QS_VIGENCIA A ALIQUOTA VALE A PARTIR DE HOJE; VIGENCIA NO
      * PASSADO CONTRADIRIA O IMPOSTO JA GRAVADO NOS ITENS VENDIDOS
      * E E RECUSADA.
           ACCEPT WRK-QS-VIGENCIA FROM ENVIRONMENT "QS_VIGENCIA".
           IF  FUNCTION TRIM(WRK-QS-VIGENCIA) = SPACES
               MOVE CLF-HOJE TO WRK-QS-VIGENCIA
           END-IF.

           MOVE WRK-QS-VIGENCIA TO WRK-DATA-CHECK.
           MOVE "QS_VIGENCIA" TO WRK-DATA-PARAM.
           PERFORM 2700-VALIDAR-FORMATO-DATA.
           MOVE WRK-QS-VIGENCIA TO CLF-VIGENCIA.

           EXEC SQL
               SELECT COUNT(*)
                 INTO :CLF-QTD
                 FROM DUAL
                WHERE STR_TO_DATE(:CLF-VIGENCIA, '%Y-%m-%d')
                      >= CURDATE()
           END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO
               STRING
                   "ERRO AO TENTAR VERIFICAR A DATA DE VIGENCIA."
               INTO WRK-MSG-ERRO
               MOVE SQLERRM TO WRK-MSG-EXP-ERRO
               MOVE ERR-COD-SQL-EXEC TO WRK-COD-ERRO
               PERFORM 9000-RETORNAR-RESPOSTA-HTTP-500
           END-IF.

           IF  CLF-QTD = ZERO
               STRING
                   "PARAMETRO QS_VIGENCIA DEVE SER UMA DATA VALIDA A "
                   "PARTIR DE HOJE."
               INTO WRK-MSG-ERRO
               MOVE ERR-COD-VALIDACAO TO WRK-COD-ERRO
               PERFORM 9100-RETORNAR-RESPOSTA-HTTP-400
           END-IF.

       2200-GRAVAR-ALIQUOTA.

           ACCEPT WRK-QS-CODIGO FROM ENVIRONMENT "QS_CODIGO".
           ACCEPT WRK-QS-ALIQUOTA FROM ENVIRONMENT "QS_ALIQUOTA".

           IF  FUNCTION TRIM(WRK-QS-CODIGO) = SPACES
           OR  FUNCTION TRIM(WRK-QS-ALIQUOTA) = SPACES
               STRING
                   "PARAMETROS QS_CODIGO E QS_ALIQUOTA SAO "
                   "OBRIGATORIOS PARA GRAVAR ALIQUOTA."
               INTO WRK-MSG-ERRO
               MOVE ERR-COD-VALIDACAO TO WRK-COD-ERRO
               PERFORM 9100-RETORNAR-RESPOSTA-HTTP-400
           END-IF.

           PERFORM 2050-VALIDAR-CODIGO.
           PERFORM 2300-VERIFICAR-CLASSE.
           PERFORM 2100-VALIDAR-ALIQUOTA.
           PERFORM 2150-VALIDAR-VIGENCIA.

           CALL 'MOD-RESOLVE-OPERADOR' USING CLF-OPERADOR
               END-CALL.

           EXEC SQL START TRANSACTION END-EXEC.

           PERFORM 2400-GRAVAR-VIGENCIA-ALIQUOTA.

           EXEC SQL COMMIT END-EXEC.

           PERFORM 2900-RESPONDER-CLASSE.

       2300-VERIFICAR-CLASSE.

           EXEC SQL
               SELECT COUNT(*)
                 INTO :CLF-QTD
                 FROM classe_fiscal
                WHERE codigo = :CLF-CODIGO
           END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO
               STRING
                   "ERRO AO TENTAR VERIFICAR A CLASSE FISCAL."
               INTO WRK-MSG-ERRO
               MOVE SQLERRM TO WRK-MSG-EXP-ERRO
               MOVE ERR-COD-SQL-EXEC TO WRK-COD-ERRO
               PERFORM 9000-RETORNAR-RESPOSTA-HTTP-500
           END-IF.

           IF  CLF-QTD = ZERO
               STRING
                   "CLASSE FISCAL NAO ENCONTRADA."
               INTO WRK-MSG-ERRO
               MOVE ERR-COD-VALIDACAO TO WRK-COD-ERRO
               PERFORM 9200-RETORNAR-RESPOSTA-HTTP-404
           END-IF.

       2400-GRAVAR-VIGENCIA-ALIQUOTA.

      * ALIQUOTA NA MESMA DATA DE UMA VIGENCIA EXISTENTE SO TROCA O
      * PERCENTUAL; EM DATA NOVA, ABRE UMA VIGENCIA NO MEIO DA LINHA
      * DO TEMPO, COMO NO HISTORICO DE PRECOS DOS PRODUTOS.
           EXEC SQL
               SELECT COUNT(*)
                 INTO :CLF-QTD
                 FROM classe_fiscal_aliquota
                WHERE classe_codigo = :CLF-CODIGO
                  AND vigencia_ini = :CLF-VIGENCIA
           END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO
               STRING
                   "ERRO AO TENTAR LER AS ALIQUOTAS DA CLASSE."
               INTO WRK-MSG-ERRO
               MOVE SQLERRM TO WRK-MSG-EXP-ERRO
               MOVE ERR-COD-SQL-EXEC TO WRK-COD-ERRO
               EXEC SQL ROLLBACK END-EXEC
               PERFORM 9000-RETORNAR-RESPOSTA-HTTP-500
           END-IF.

           IF  CLF-QTD > ZERO
               PERFORM 2410-TROCAR-ALIQUOTA
           ELSE
               PERFORM 2420-ABRIR-NOVA-VIGENCIA
           END-IF.

       2410-TROCAR-ALIQUOTA.

           EXEC SQL
               UPDATE classe_fiscal_aliquota
                  SET aliquota  = :CLF-ALIQUOTA,
                      operador  = NULLIF(TRIM(:CLF-OPERADOR), ''),
                      criado_em = NOW()
                WHERE classe_codigo = :CLF-CODIGO
                  AND vigencia_ini = :CLF-VIGENCIA
           END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO
               STRING
                   "ERRO AO TENTAR ALTERAR A VIGENCIA DA ALIQUOTA."
               INTO WRK-MSG-ERRO
               MOVE SQLERRM TO WRK-MSG-EXP-ERRO
               MOVE ERR-COD-SQL-EXEC TO WRK-COD-ERRO
               EXEC SQL ROLLBACK END-EXEC
               PERFORM 9000-RETORNAR-RESPOSTA-HTTP-500
           END-IF.

       2420-ABRIR-NOVA-VIGENCIA.

      * A NOVA VIGENCIA TERMINA NA VESPERA DA PROXIMA JA AGENDADA
      * (OU FICA ABERTA) E A QUE COBRIA A DATA TERMINA NA VESPERA DELA.
           EXEC SQL
               SELECT COALESCE(DATE_FORMAT(DATE_SUB(MIN(vigencia_ini),
                          INTERVAL 1 DAY), '%Y-%m-%d'), ' ')
                 INTO :CLF-VIG-FIM
                 FROM classe_fiscal_aliquota
                WHERE classe_codigo = :CLF-CODIGO
                  AND vigencia_ini > :CLF-VIGENCIA
           END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO
               STRING
                   "ERRO AO TENTAR LER AS ALIQUOTAS DA CLASSE."
               INTO WRK-MSG-ERRO
               MOVE SQLERRM TO WRK-MSG-EXP-ERRO
               MOVE ERR-COD-SQL-EXEC TO WRK-COD-ERRO
               EXEC SQL ROLLBACK END-EXEC
               PERFORM 9000-RETORNAR-RESPOSTA-HTTP-500
           END-IF.

           EXEC SQL
               UPDATE classe_fiscal_aliquota
                  SET vigencia_fim = DATE_SUB(:CLF-VIGENCIA,
                          INTERVAL 1 DAY)
                WHERE classe_codigo = :CLF-CODIGO
                  AND vigencia_ini < :CLF-VIGENCIA
                  AND (vigencia_fim IS NULL
                       OR vigencia_fim >= :CLF-VIGENCIA)
           END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO AND SQLCODE NOT EQUAL 100
               STRING
                   "ERRO AO TENTAR ENCERRAR A VIGENCIA ANTERIOR."
               INTO WRK-MSG-ERRO
               MOVE SQLERRM TO WRK-MSG-EXP-ERRO
               MOVE ERR-COD-SQL-EXEC TO WRK-COD-ERRO
               EXEC SQL ROLLBACK END-EXEC
               PERFORM 9000-RETORNAR-RESPOSTA-HTTP-500
           END-IF.

           EXEC SQL
               INSERT INTO classe_fiscal_aliquota
                   (classe_codigo, aliquota, vigencia_ini,
                    vigencia_fim, operador)
               VALUES
                   (:CLF-CODIGO, :CLF-ALIQUOTA, :CLF-VIGENCIA,
                    NULLIF(TRIM(:CLF-VIG-FIM), ''),
                    NULLIF(TRIM(:CLF-OPERADOR), ''))
           END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO
               STRING
                   "ERRO AO TENTAR GRAVAR A VIGENCIA DA ALIQUOTA."
               INTO WRK-MSG-ERRO
               MOVE SQLERRM TO WRK-MSG-EXP-ERRO
               MOVE ERR-COD-SQL-EXEC TO WRK-COD-ERRO
               EXEC SQL ROLLBACK END-EXEC
               PERFORM 9000-RETORNAR-RESPOSTA-HTTP-500
           END-IF.

       2500-CLASSIFICAR-PRODUTO.

           ACCEPT WRK-QS-PRODUTO-STG FROM ENVIRONMENT "QS_PRODUTO_ID".
           COPY VALIDACAO-CAMPO-NUMERICO
               REPLACING ==TAG-CAMPO-STG==  BY ==WRK-QS-PRODUTO-STG==
                   ==TAG-NOME-PARAM==       BY =="QS_PRODUTO_ID"==
                   ==TAG-PARAGRAFO-400==    BY
                       ==9100-RETORNAR-RESPOSTA-HTTP-400==.
           MOVE WRK-QS-PRODUTO-STG TO CLF-PRODUTO-ID.

           EXEC SQL
               SELECT COUNT(*)
                 INTO :CLF-QTD
                 FROM produto
                WHERE id = :CLF-PRODUTO-ID
           END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO
               STRING
                   "ERRO AO TENTAR VERIFICAR O PRODUTO."
               INTO WRK-MSG-ERRO
               MOVE SQLERRM TO WRK-MSG-EXP-ERRO
               MOVE ERR-COD-SQL-EXEC TO WRK-COD-ERRO
               PERFORM 9000-RETORNAR-RESPOSTA-HTTP-500
           END-IF.

           IF  CLF-QTD = ZERO
               STRING
                   "PRODUTO NAO ENCONTRADO."
               INTO WRK-MSG-ERRO
               MOVE ERR-COD-VALIDACAO TO WRK-COD-ERRO
               PERFORM 9200-RETORNAR-RESPOSTA-HTTP-404
           END-IF.

      * QS_CODIGO EM BRANCO TIRA A CLASSE: O PRODUTO PASSA A SER
      * VENDIDO SEM IMPOSTO DESTACADO.
           ACCEPT WRK-QS-CODIGO FROM ENVIRONMENT "QS_CODIGO".
           PERFORM 2050-VALIDAR-CODIGO.
           IF  CLF-CODIGO NOT = SPACES
               PERFORM 2300-VERIFICAR-CLASSE
           END-IF.

           EXEC SQL
               UPDATE produto
                  SET classe_fiscal = NULLIF(TRIM(:CLF-CODIGO), '')
                WHERE id = :CLF-PRODUTO-ID
           END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO AND SQLCODE NOT EQUAL 100
               STRING
                   "ERRO AO TENTAR CLASSIFICAR O PRODUTO."
               INTO WRK-MSG-ERRO
               MOVE SQLERRM TO WRK-MSG-EXP-ERRO
               MOVE ERR-COD-SQL-EXEC TO WRK-COD-ERRO
               EXEC SQL ROLLBACK END-EXEC
               PERFORM 9000-RETORNAR-RESPOSTA-HTTP-500
           END-IF.

           EXEC SQL COMMIT END-EXEC.

           PERFORM 2900-RESPONDER-CLASSE.

       2700-VALIDAR-FORMATO-DATA.

           IF  WRK-DATA-CHECK(5:1) NOT = '-'
           OR  WRK-DATA-CHECK(8:1) NOT = '-'
           OR  WRK-DATA-CHECK(1:4) IS NOT NUMERIC
           OR  WRK-DATA-CHECK(6:2) IS NOT NUMERIC
           OR  WRK-DATA-CHECK(9:2) IS NOT NUMERIC
               STRING
                   "PARAMETRO " DELIMITED BY SIZE
                   WRK-DATA-PARAM DELIMITED BY SPACE
                   " DEVE ESTAR NO FORMATO AAAA-MM-DD."
                       DELIMITED BY SIZE
               INTO WRK-MSG-ERRO
               MOVE ERR-COD-VALIDACAO TO WRK-COD-ERRO
               PERFORM 9100-RETORNAR-RESPOSTA-HTTP-400
           END-IF.

       2900-RESPONDER-CLASSE.

           MOVE "PARAR" TO WRK-TEMPO-ACAO.
           CALL 'MOD-MEDE-TEMPO'
               USING WRK-TEMPO-ACAO, WRK-PROGRAMA-NOME
               END-CALL.

           CALL 'MOD-REGISTRA-AUDITORIA'
               USING WRK-PROGRAMA-NOME, WRK-AUDIT-PARAMS,
                   WRK-HTTP-STATUS-200
               END-CALL.

           MOVE SPACES TO WRK-RESP-DADOS.
           IF  CLF-CODIGO = SPACES
               STRING
                   '"codigo": null,' WRK-NEWLINE
                   DELIMITED BY SIZE
                   INTO WRK-RESP-DADOS
               END-STRING
           ELSE
               STRING
                   '"codigo": "' FUNCTION TRIM(CLF-CODIGO) '",'
                   WRK-NEWLINE
                   DELIMITED BY SIZE
                   INTO WRK-RESP-DADOS
               END-STRING
           END-IF.

           IF  CLF-VIGENCIA NOT = SPACES
               MOVE CLF-ALIQUOTA TO WRK-ALIQUOTA-MASK
               STRING
                   FUNCTION TRIM(WRK-RESP-DADOS TRAILING)
                   '"aliquota": ' FUNCTION TRIM(WRK-ALIQUOTA-MASK) ','
                   WRK-NEWLINE
                   '"vigencia": "' CLF-VIGENCIA '",' WRK-NEWLINE
                   DELIMITED BY SIZE
                   INTO WRK-RESP-DADOS
               END-STRING
           END-IF.

           IF  CLF-PRODUTO-ID NOT = ZERO
               MOVE CLF-PRODUTO-ID TO WRK-ID-MASK
               STRING
                   FUNCTION TRIM(WRK-RESP-DADOS TRAILING)
                   '"produto_id": ' FUNCTION TRIM(WRK-ID-MASK) ','
                   WRK-NEWLINE
                   DELIMITED BY SIZE
                   INTO WRK-RESP-DADOS
               END-STRING
           END-IF.

      * A RESPOSTA E MONTADA EM UM UNICO BUFFER PARA PODER SER
      * GRAVADA PELA IDEMPOTENCIA E EXIBIDA DE UMA SO VEZ.
           MOVE SPACES TO WRK-IDEM-RESPOSTA.
           STRING
               '{' WRK-NEWLINE
               '"http-status": ' WRK-HTTP-STATUS-200 ','
               WRK-NEWLINE
               '"msg": null,' WRK-NEWLINE
               '"correlation-id": "'
               FUNCTION TRIM(WRK-CORRELACAO-ID) '",' WRK-NEWLINE
               '"data": {' WRK-NEWLINE
               FUNCTION TRIM(WRK-RESP-DADOS TRAILING)
               '"acao": "'
               FUNCTION UPPER-CASE(FUNCTION TRIM(WRK-QS-ACAO))
               '"' WRK-NEWLINE
               '}' WRK-NEWLINE
               '}'
               DELIMITED BY SIZE
               INTO WRK-IDEM-RESPOSTA
           END-STRING.

           DISPLAY FUNCTION TRIM(WRK-IDEM-RESPOSTA).

           MOVE "GRAVAR" TO WRK-IDEM-ACAO.
           MOVE WRK-HTTP-STATUS-200 TO WRK-IDEM-STATUS.

           CALL 'MOD-IDEMPOTENCIA'
               USING WRK-IDEM-ACAO, WRK-PROGRAMA-NOME,
                   WRK-IDEM-STATUS, WRK-IDEM-RESPOSTA,
                   WRK-IDEM-ENCONTRADA
               END-CALL.

       3000-LISTAR-CLASSES.

      * COM QS_CODIGO A LISTAGEM E A DAS VIGENCIAS DA CLASSE.
           ACCEPT WRK-QS-CODIGO FROM ENVIRONMENT "QS_CODIGO".
           IF  FUNCTION TRIM(WRK-QS-CODIGO) NOT = SPACES
               PERFORM 3500-LISTAR-VIGENCIAS
               EXIT PARAGRAPH
           END-IF.

           EXEC SQL
               DECLARE CUR-CLASSES CURSOR FOR
                   SELECT c.codigo, c.descricao, c.ativo,
                          COALESCE(a.aliquota, 0),
                          CASE WHEN a.id IS NULL THEN 'N'
                               ELSE 'S' END,
                          COALESCE(DATE_FORMAT(a.vigencia_ini,
                              '%Y-%m-%d'), ' '),
                          (SELECT COUNT(*)
                             FROM produto p
                            WHERE p.classe_fiscal = c.codigo)
                     FROM classe_fiscal c
                     LEFT JOIN classe_fiscal_aliquota a
                       ON a.classe_codigo = c.codigo
                      AND a.vigencia_ini <= CURDATE()
                      AND (a.vigencia_fim IS NULL
                           OR a.vigencia_fim >= CURDATE())
                    ORDER BY c.codigo
           END-EXEC.

           EXEC SQL OPEN CUR-CLASSES END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO
               STRING
                   "ERRO AO TENTAR LISTAR AS CLASSES FISCAIS."
               INTO WRK-MSG-ERRO
               MOVE SQLERRM TO WRK-MSG-EXP-ERRO
               MOVE ERR-COD-SQL-EXEC TO WRK-COD-ERRO
               PERFORM 9000-RETORNAR-RESPOSTA-HTTP-500
           END-IF.

           DISPLAY '{'.
           DISPLAY '"http-status": ' WRK-HTTP-STATUS-200 ','.
           DISPLAY '"msg": null,'.
           DISPLAY '"data": ['.

           SET PRIMEIRO-REGISTRO TO TRUE.
           PERFORM 3100-BUSCAR-PROXIMA-CLASSE.
           PERFORM 3200-EMITIR-CLASSE UNTIL FIM-CURSOR.

           DISPLAY ']'.
           DISPLAY '}'.

           EXEC SQL CLOSE CUR-CLASSES END-EXEC.

           PERFORM 3900-ENCERRAR-LISTAGEM.

       3100-BUSCAR-PROXIMA-CLASSE.

           EXEC SQL
               FETCH CUR-CLASSES
                   INTO :CLF-CODIGO, :CLF-DESCRICAO, :CLF-ATIVO,
                        :CLF-ALIQUOTA, :CLF-TEM-VIGENTE,
                        :CLF-VIGENCIA, :CLF-QTD
           END-EXEC.

           IF  SQLCODE EQUAL 100
               SET FIM-CURSOR TO TRUE
           END-IF.

       3200-EMITIR-CLASSE.

           IF  NAO-PRIMEIRO-REGISTRO
               DISPLAY ','
           END-IF.
           SET NAO-PRIMEIRO-REGISTRO TO TRUE.

           DISPLAY '   {'.
           DISPLAY '    "codigo": "' FUNCTION TRIM(CLF-CODIGO) '",'.

           MOVE CLF-DESCRICAO TO WRK-CAMPO-TXT.
           CALL 'MOD-JSON-ESCAPE' USING WRK-CAMPO-TXT WRK-CAMPO-ESC
               END-CALL.
           DISPLAY '    "descricao": "'
               FUNCTION TRIM(WRK-CAMPO-ESC) '",'.
           DISPLAY '    "ativo": "' CLF-ATIVO '",'.

           IF  CLF-TEM-VIGENTE = 'S'
               MOVE CLF-ALIQUOTA TO WRK-ALIQUOTA-MASK
               DISPLAY '    "aliquota_vigente": '
                   FUNCTION TRIM(WRK-ALIQUOTA-MASK) ','
               DISPLAY '    "vigencia": "' CLF-VIGENCIA '",'
           ELSE
               DISPLAY '    "aliquota_vigente": null,'
               DISPLAY '    "vigencia": null,'
           END-IF.

           MOVE CLF-QTD TO WRK-QTD-MASK.
           DISPLAY '    "qtd_produtos": ' FUNCTION TRIM(WRK-QTD-MASK).
           DISPLAY '   }'.

           PERFORM 3100-BUSCAR-PROXIMA-CLASSE.

       3500-LISTAR-VIGENCIAS.

           PERFORM 2050-VALIDAR-CODIGO.
           PERFORM 2300-VERIFICAR-CLASSE.

           EXEC SQL
               DECLARE CUR-VIGENCIAS CURSOR FOR
                   SELECT aliquota,
                          DATE_FORMAT(vigencia_ini, '%Y-%m-%d'),
                          COALESCE(DATE_FORMAT(vigencia_fim,
                              '%Y-%m-%d'), ' '),
                          COALESCE(operador, ' ')
                     FROM classe_fiscal_aliquota
                    WHERE classe_codigo = :CLF-CODIGO
                    ORDER BY vigencia_ini DESC
           END-EXEC.

           EXEC SQL OPEN CUR-VIGENCIAS END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO
               STRING
                   "ERRO AO TENTAR LISTAR AS ALIQUOTAS DA CLASSE."
               INTO WRK-MSG-ERRO
               MOVE SQLERRM TO WRK-MSG-EXP-ERRO
               MOVE ERR-COD-SQL-EXEC TO WRK-COD-ERRO
               PERFORM 9000-RETORNAR-RESPOSTA-HTTP-500
           END-IF.

           DISPLAY '{'.
           DISPLAY '"http-status": ' WRK-HTTP-STATUS-200 ','.
           DISPLAY '"msg": null,'.
           DISPLAY '"codigo": "' FUNCTION TRIM(CLF-CODIGO) '",'.
           DISPLAY '"data": ['.

           SET PRIMEIRO-REGISTRO TO TRUE.
           PERFORM 3600-BUSCAR-PROXIMA-VIGENCIA.
           PERFORM 3700-EMITIR-VIGENCIA UNTIL FIM-CURSOR.

           DISPLAY ']'.
           DISPLAY '}'.

           EXEC SQL CLOSE CUR-VIGENCIAS END-EXEC.

           PERFORM 3900-ENCERRAR-LISTAGEM.

       3600-BUSCAR-PROXIMA-VIGENCIA.

           EXEC SQL
               FETCH CUR-VIGENCIAS
                   INTO :CLF-ALIQUOTA, :CLF-VIGENCIA, :CLF-VIG-FIM,
                        :CLF-OPERADOR
           END-EXEC.

           IF  SQLCODE EQUAL 100
               SET FIM-CURSOR TO TRUE
           END-IF.

       3700-EMITIR-VIGENCIA.

           IF  NAO-PRIMEIRO-REGISTRO
               DISPLAY ','
           END-IF.
           SET NAO-PRIMEIRO-REGISTRO TO TRUE.

           MOVE CLF-ALIQUOTA TO WRK-ALIQUOTA-MASK.

           DISPLAY '   {'.
           DISPLAY '    "aliquota": '
               FUNCTION TRIM(WRK-ALIQUOTA-MASK) ','.
           DISPLAY '    "vigencia_ini": "' CLF-VIGENCIA '",'.
           IF  CLF-VIG-FIM = SPACES
               DISPLAY '    "vigencia_fim": null,'
           ELSE
               DISPLAY '    "vigencia_fim": "' CLF-VIG-FIM '",'
           END-IF.
           IF  CLF-OPERADOR = SPACES
               DISPLAY '    "operador": null'
           ELSE
               MOVE CLF-OPERADOR TO WRK-CAMPO-TXT
               CALL 'MOD-JSON-ESCAPE' USING WRK-CAMPO-TXT
                   WRK-CAMPO-ESC
                   END-CALL
               DISPLAY '    "operador": "'
                   FUNCTION TRIM(WRK-CAMPO-ESC) '"'
           END-IF.
           DISPLAY '   }'.

           PERFORM 3600-BUSCAR-PROXIMA-VIGENCIA.

       3900-ENCERRAR-LISTAGEM.

           MOVE "PARAR" TO WRK-TEMPO-ACAO.
           CALL 'MOD-MEDE-TEMPO'
               USING WRK-TEMPO-ACAO, WRK-PROGRAMA-NOME
               END-CALL.

           CALL 'MOD-REGISTRA-AUDITORIA'
               USING WRK-PROGRAMA-NOME, WRK-AUDIT-PARAMS,
                   WRK-HTTP-STATUS-200
               END-CALL.

       4000-LIBERAR-RECURSOS.

           MOVE "ENCERRAR" TO WRK-CONEXAO-ACAO.
           CALL 'MOD-CONEXAO-BD'
               USING WRK-CONEXAO-ACAO, WRK-CONEXAO-OK,
                   WRK-CONEXAO-MSG
               END-CALL.

       9600-RETORNAR-RESPOSTA-HTTP-503.

           MOVE "PARAR" TO WRK-TEMPO-ACAO.
           CALL 'MOD-MEDE-TEMPO'
               USING WRK-TEMPO-ACAO, WRK-PROGRAMA-NOME
               END-CALL.

           CALL 'MOD-REGISTRA-AUDITORIA'
               USING WRK-PROGRAMA-NOME, WRK-AUDIT-PARAMS,
                   WRK-HTTP-STATUS-503
               END-CALL.

           CALL 'MOD-JSON-ENVELOPE-ERRO'
               USING WRK-HTTP-STATUS-503, WRK-MSG-ERRO,
                   WRK-MSG-EXP-ERRO, WRK-COD-ERRO
               END-CALL.

           STOP RUN.

       9000-RETORNAR-RESPOSTA-HTTP-500.

           MOVE "PARAR" TO WRK-TEMPO-ACAO.
           CALL 'MOD-MEDE-TEMPO'
               USING WRK-TEMPO-ACAO, WRK-PROGRAMA-NOME
               END-CALL.

           CALL 'MOD-REGISTRA-AUDITORIA'
               USING WRK-PROGRAMA-NOME, WRK-AUDIT-PARAMS,
                   WRK-HTTP-STATUS-500
               END-CALL.

           PERFORM 4000-LIBERAR-RECURSOS.

           CALL 'MOD-JSON-ENVELOPE-ERRO'
               USING WRK-HTTP-STATUS-500, WRK-MSG-ERRO,
                   WRK-MSG-EXP-ERRO, WRK-COD-ERRO
               END-CALL.

           STOP RUN.

       9100-RETORNAR-RESPOSTA-HTTP-400.

           MOVE "PARAR" TO WRK-TEMPO-ACAO.
           CALL 'MOD-MEDE-TEMPO'
               USING WRK-TEMPO-ACAO, WRK-PROGRAMA-NOME
               END-CALL.

           CALL 'MOD-REGISTRA-AUDITORIA'
               USING WRK-PROGRAMA-NOME, WRK-AUDIT-PARAMS,
                   WRK-HTTP-STATUS-400
               END-CALL.

           CALL 'MOD-JSON-ENVELOPE-ERRO'
               USING WRK-HTTP-STATUS-400, WRK-MSG-ERRO,
                   WRK-MSG-EXP-ERRO, WRK-COD-ERRO
               END-CALL.

           STOP RUN.

       9200-RETORNAR-RESPOSTA-HTTP-404.

           MOVE "PARAR" TO WRK-TEMPO-ACAO.
           CALL 'MOD-MEDE-TEMPO'
               USING WRK-TEMPO-ACAO, WRK-PROGRAMA-NOME
               END-CALL.

           CALL 'MOD-REGISTRA-AUDITORIA'
               USING WRK-PROGRAMA-NOME, WRK-AUDIT-PARAMS,
                   WRK-HTTP-STATUS-404
               END-CALL.

           CALL 'MOD-JSON-ENVELOPE-ERRO'
               USING WRK-HTTP-STATUS-404, WRK-MSG-ERRO,
                   WRK-MSG-EXP-ERRO, WRK-COD-ERRO
               END-CALL.

           PERFORM 4000-LIBERAR-RECURSOS.
           STOP RUN.

       9300-RETORNAR-RESPOSTA-HTTP-401.

           MOVE "PARAR" TO WRK-TEMPO-ACAO.
           CALL 'MOD-MEDE-TEMPO'
               USING WRK-TEMPO-ACAO, WRK-PROGRAMA-NOME
               END-CALL.

           CALL 'MOD-REGISTRA-AUDITORIA'
               USING WRK-PROGRAMA-NOME, WRK-AUDIT-PARAMS,
                   WRK-HTTP-STATUS-401
               END-CALL.

           CALL 'MOD-JSON-ENVELOPE-ERRO'
               USING WRK-HTTP-STATUS-401, WRK-MSG-ERRO,
                   WRK-MSG-EXP-ERRO, WRK-COD-ERRO
               END-CALL.

           STOP RUN.

       9400-RETORNAR-RESPOSTA-HTTP-403.

           MOVE "PARAR" TO WRK-TEMPO-ACAO.
           CALL 'MOD-MEDE-TEMPO'
               USING WRK-TEMPO-ACAO, WRK-PROGRAMA-NOME
               END-CALL.

           CALL 'MOD-REGISTRA-AUDITORIA'
               USING WRK-PROGRAMA-NOME, WRK-AUDIT-PARAMS,
                   WRK-HTTP-STATUS-403
               END-CALL.

           CALL 'MOD-JSON-ENVELOPE-ERRO'
               USING WRK-HTTP-STATUS-403, WRK-MSG-ERRO,
                   WRK-MSG-EXP-ERRO, WRK-COD-ERRO
               END-CALL.

           STOP RUN.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG-DOCUMENTOS-FISCAIS.
      *******************************************
      * AUTOR:
      * DATA:
      * ALTERACOES:
      *   - ACAO DOS DOCUMENTOS FISCAIS DE VENDA, NUMERADOS SEM
      *     LACUNA POR SERIE EM MOD-DOCUMENTO-FISCAL.
      *     QS_ACAO=LISTAR (PADRAO) MOSTRA OS DOCUMENTOS, FILTRANDO
      *     POR QS_VENDA_ID, QS_SERIE OU QS_TIPO (NOTA, CANCELAMENTO
      *     OU CREDITO). EMITIR (QS_VENDA_ID E QS_SERIE OPCIONAL,
      *     PADRAO '1') EMITE SOB DEMANDA A NOTA DA VENDA, COM OS
      *     CREDITOS DAS DEVOLUCOES JA FEITAS, E GRAVA OS DOCUMENTOS
      *     IMPRIMIVEIS; VENDA QUE JA TEM NOTA OU CANCELADA E
      *     RECUSADA. IMPRIMIR (QS_ID) REGRAVA O ARQUIVO DE UM
      *     DOCUMENTO JA EMITIDO, SEM NOVO NUMERO. SERIE (QS_SERIE E
      *     QS_DESCRICAO) CADASTRA UMA NOVA SERIE, COMECANDO DO
      *     NUMERO 1, E EXIGE PAPEL ADMIN. AS ESCRITAS SEGUEM O
      *     PADRAO: METODO POST, MODO DE MANUTENCAO (503), CHAVE DE
      *     API COM PAPEL WRITER OU ADMIN, CHAVE DE IDEMPOTENCIA E
      *     AUDITORIA.
      *   - CHAVE DE API VINCULADA A UM CLIENTE (MOD-ESCOPO-CHAVE)
      *     SO LISTA OS DOCUMENTOS DO PROPRIO CLIENTE; QS_VENDA_ID DE
      *     VENDA DE OUTRO CLIENTE RESPONDE 404 COMO VENDA
      *     INEXISTENTE, PARA NAO REVELAR QUE ELA EXISTE.
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
       77  WRK-VALOR-MASK                  PIC Z(7)9.99.
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
               VALUE "PROG-DOCUMENTOS-FISCAIS".
       77  WRK-AUDIT-PARAMS                PIC X(255).
       77  WRK-COD-ERRO                    PIC 9(4).

       COPY ERRO-CODES.
       COPY VERSAO-BUILD.

       77  WRK-QS-ACAO                     PIC X(10).
       77  WRK-QS-ID-STG                   PIC X(10).
       77  WRK-QS-VENDA-STG                PIC X(10).
       77  WRK-QS-SERIE                    PIC X(10).
       77  WRK-QS-TIPO                     PIC X(12).
       77  WRK-QS-DESCRICAO                PIC X(60).
       77  WRK-REQUEST-METHOD              PIC X(10).
       77  WRK-RESP-DADOS                  PIC X(1024).
       77  WRK-QTD-EMITIDOS                PIC 9(10).

       77  WRK-DOC-ACAO                    PIC X(10).
       77  WRK-DOC-VENDA-ID                PIC 9(10)   VALUE ZERO.
       77  WRK-DOC-SERIE                   PIC X(5)    VALUE SPACES.
       77  WRK-DOC-DATA                    PIC X(10)   VALUE SPACES.
       77  WRK-DOC-REFERENCIA-ID           PIC 9(10)   VALUE ZERO.
       77  WRK-DOC-ID                      PIC 9(10)   VALUE ZERO.
       77  WRK-DOC-NUMERO                  PIC 9(10)   VALUE ZERO.
       77  WRK-DOC-QTD                     PIC 9(10)   VALUE ZERO.
       77  WRK-DOC-RESULTADO               PIC X(2).
           88  DOC-FISCAL-OK                           VALUE 'OK'.
           88  DOC-NADA-A-EMITIR                       VALUE 'NE'.
           88  DOC-NOTA-JA-EMITIDA                     VALUE 'JA'.
           88  DOC-VENDA-INEXISTENTE                   VALUE 'NV'.
           88  DOC-SITUACAO-INVALIDA                   VALUE 'SI'.
       77  WRK-DOC-MSG                     PIC X(255).

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
           05 DOC-ID            PIC 9(10).
           05 DOC-SERIE         PIC X(5).
           05 DOC-NUMERO        PIC 9(10).
           05 DOC-TIPO          PIC X(12).
           05 DOC-SITUACAO      PIC X(10).
           05 DOC-VENDA-ID      PIC 9(10).
           05 DOC-CLIENTE-ID    PIC 9(10).
           05 DOC-REF-NUMERO    PIC 9(10).
           05 DOC-VALOR         PIC 9(8)V99.
           05 DOC-EMISSAO       PIC X(10).
           05 DOC-ARQUIVO       PIC X(255).
           05 DOC-DESCRICAO     PIC X(60).
           05 DOC-QTD           PIC 9(10).
           05 DOC-ESCOPO-CLIENTE PIC 9(10).

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
               WHEN "EMITIR"
                   PERFORM 2000-EMITIR-NOTA
               WHEN "IMPRIMIR"
                   PERFORM 2100-REIMPRIMIR-DOCUMENTO
               WHEN "SERIE"
                   PERFORM 2200-INCLUIR-SERIE
               WHEN OTHER
                   PERFORM 3000-LISTAR-DOCUMENTOS
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

      * UMA SERIE NOVA ABRE OUTRA NUMERACAO FISCAL E POR ISSO EXIGE
      * ADMIN. AS DEMAIS ESCRITAS ACEITAM WRITER.
           IF  FUNCTION UPPER-CASE(FUNCTION TRIM(WRK-QS-ACAO))
                   = "SERIE"
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

      * A SESSAO E A COMPARTILHADA DA REQUISICAO; O MODULO DOS
      * DOCUMENTOS FISCAIS NUMERA DENTRO DA TRANSACAO ABERTA AQUI E
      * PRECISA ENXERGAR A MESMA CONEXAO.
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

      * AS TABELAS DOS DOCUMENTOS SAO AS DE MOD-DOCUMENTO-FISCAL; O
      * DDL FAZ COMMIT IMPLICITO E POR ISSO RODA ANTES DE QUALQUER
      * TRANSACAO.
           MOVE "GARANTIR" TO WRK-DOC-ACAO.
           PERFORM 2950-CHAMAR-DOCUMENTO-FISCAL.

           IF  NOT DOC-FISCAL-OK
               STRING
                   "ERRO AO TENTAR GARANTIR AS TABELAS DE DOCUMENTOS "
                   "FISCAIS."
               INTO WRK-MSG-ERRO
               MOVE WRK-DOC-MSG TO WRK-MSG-EXP-ERRO
               MOVE ERR-COD-SQL-EXEC TO WRK-COD-ERRO
               PERFORM 9000-RETORNAR-RESPOSTA-HTTP-500
           END-IF.

       2000-EMITIR-NOTA.

           ACCEPT WRK-QS-VENDA-STG FROM ENVIRONMENT "QS_VENDA_ID".
           PERFORM 3040-VALIDAR-VENDA-ID.

           ACCEPT WRK-QS-SERIE FROM ENVIRONMENT "QS_SERIE".
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WRK-QS-SERIE))
               TO WRK-DOC-SERIE.

           EXEC SQL START TRANSACTION END-EXEC.

           MOVE "EMITIR" TO WRK-DOC-ACAO.
           PERFORM 2950-CHAMAR-DOCUMENTO-FISCAL.

           EVALUATE TRUE
               WHEN DOC-FISCAL-OK
                   CONTINUE
               WHEN DOC-NOTA-JA-EMITIDA
                   EXEC SQL ROLLBACK END-EXEC
                   MOVE WRK-DOC-NUMERO TO WRK-ID-MASK
                   STRING
                       "A VENDA JA TEM NOTA FISCAL EMITIDA, NUMERO "
                       FUNCTION TRIM(WRK-ID-MASK) "."
                       DELIMITED BY SIZE
                   INTO WRK-MSG-ERRO
                   MOVE ERR-COD-SITUACAO-INVALIDA TO WRK-COD-ERRO
                   PERFORM 9100-RETORNAR-RESPOSTA-HTTP-400
               WHEN DOC-VENDA-INEXISTENTE
                   EXEC SQL ROLLBACK END-EXEC
                   MOVE WRK-DOC-MSG TO WRK-MSG-ERRO
                   MOVE ERR-COD-VALIDACAO TO WRK-COD-ERRO
                   PERFORM 9200-RETORNAR-RESPOSTA-HTTP-404
               WHEN DOC-SITUACAO-INVALIDA
                   EXEC SQL ROLLBACK END-EXEC
                   MOVE WRK-DOC-MSG TO WRK-MSG-ERRO
                   MOVE ERR-COD-SITUACAO-INVALIDA TO WRK-COD-ERRO
                   PERFORM 9100-RETORNAR-RESPOSTA-HTTP-400
               WHEN OTHER
                   EXEC SQL ROLLBACK END-EXEC
                   STRING
                       "ERRO AO TENTAR EMITIR A NOTA FISCAL."
                   INTO WRK-MSG-ERRO
                   MOVE WRK-DOC-MSG TO WRK-MSG-EXP-ERRO
                   MOVE ERR-COD-SQL-EXEC TO WRK-COD-ERRO
                   PERFORM 9000-RETORNAR-RESPOSTA-HTTP-500
           END-EVALUATE.

           EXEC SQL COMMIT END-EXEC.

           MOVE WRK-DOC-ID TO DOC-ID.
           MOVE WRK-DOC-NUMERO TO DOC-NUMERO.
           MOVE WRK-DOC-QTD TO WRK-QTD-EMITIDOS.

      * A IMPRESSAO VEM DEPOIS DO COMMIT: O NUMERO JA ESTA GARANTIDO,
      * E UMA FALHA NO ARQUIVO SO DEIXA O DOCUMENTO PENDENTE DE
      * IMPRESSAO, A SER REFEITA POR QS_ACAO=IMPRIMIR.
           MOVE ZERO TO WRK-DOC-ID.
           PERFORM 2900-IMPRIMIR-DOCUMENTOS.

           MOVE DOC-ID TO WRK-ID-MASK.
           MOVE SPACES TO WRK-RESP-DADOS.
           STRING
               '"id": ' FUNCTION TRIM(WRK-ID-MASK) ','
               WRK-NEWLINE
               DELIMITED BY SIZE
               INTO WRK-RESP-DADOS
           END-STRING.
           MOVE DOC-NUMERO TO WRK-ID-MASK.
           MOVE WRK-QTD-EMITIDOS TO WRK-QTD-MASK.
           STRING
               FUNCTION TRIM(WRK-RESP-DADOS TRAILING)
               '"numero": ' FUNCTION TRIM(WRK-ID-MASK) ','
               WRK-NEWLINE
               '"documentos_emitidos": ' FUNCTION TRIM(WRK-QTD-MASK)
               ',' WRK-NEWLINE
               DELIMITED BY SIZE
               INTO WRK-RESP-DADOS
           END-STRING.
           PERFORM 2980-RESPONDER-IMPRESSAO.

       2100-REIMPRIMIR-DOCUMENTO.

           ACCEPT WRK-QS-ID-STG FROM ENVIRONMENT "QS_ID".
           COPY VALIDACAO-CAMPO-NUMERICO
               REPLACING ==TAG-CAMPO-STG==  BY ==WRK-QS-ID-STG==
                   ==TAG-NOME-PARAM==       BY =="QS_ID"==
                   ==TAG-PARAGRAFO-400==    BY
                       ==9100-RETORNAR-RESPOSTA-HTTP-400==.
           MOVE WRK-QS-ID-STG TO WRK-DOC-ID.

           MOVE ZERO TO WRK-DOC-VENDA-ID.
           PERFORM 2900-IMPRIMIR-DOCUMENTOS.

           IF  DOC-NADA-A-EMITIR
               MOVE WRK-DOC-MSG TO WRK-MSG-ERRO
               MOVE ERR-COD-VALIDACAO TO WRK-COD-ERRO
               PERFORM 9200-RETORNAR-RESPOSTA-HTTP-404
           END-IF.

           MOVE WRK-DOC-ID TO WRK-ID-MASK.
           MOVE SPACES TO WRK-RESP-DADOS.
           STRING
               '"id": ' FUNCTION TRIM(WRK-ID-MASK) ','
               WRK-NEWLINE
               DELIMITED BY SIZE
               INTO WRK-RESP-DADOS
           END-STRING.
           MOVE WRK-DOC-NUMERO TO WRK-ID-MASK.
           STRING
               FUNCTION TRIM(WRK-RESP-DADOS TRAILING)
               '"numero": ' FUNCTION TRIM(WRK-ID-MASK) ','
               WRK-NEWLINE
               DELIMITED BY SIZE
               INTO WRK-RESP-DADOS
           END-STRING.
           PERFORM 2980-RESPONDER-IMPRESSAO.

       2200-INCLUIR-SERIE.

           ACCEPT WRK-QS-SERIE FROM ENVIRONMENT "QS_SERIE".
           ACCEPT WRK-QS-DESCRICAO FROM ENVIRONMENT "QS_DESCRICAO".

           IF  FUNCTION TRIM(WRK-QS-SERIE) = SPACES
               STRING
                   "PARAMETRO QS_SERIE E OBRIGATORIO PARA INCLUIR "
                   "SERIE."
               INTO WRK-MSG-ERRO
               MOVE ERR-COD-VALIDACAO TO WRK-COD-ERRO
               PERFORM 9100-RETORNAR-RESPOSTA-HTTP-400
           END-IF.

           IF  FUNCTION LENGTH(FUNCTION TRIM(WRK-QS-SERIE)) > 5
               STRING
                   "PARAMETRO QS_SERIE DEVE TER ATE 5 CARACTERES."
               INTO WRK-MSG-ERRO
               MOVE ERR-COD-VALIDACAO TO WRK-COD-ERRO
               PERFORM 9100-RETORNAR-RESPOSTA-HTTP-400
           END-IF.

           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WRK-QS-SERIE))
               TO DOC-SERIE.
           MOVE WRK-QS-DESCRICAO TO DOC-DESCRICAO.

      * A SERIE NOVA COMECA DO NUMERO 1; SERIE EXISTENTE NAO E
      * REINICIADA, PARA NAO REPETIR NUMERO JA EMITIDO.
           EXEC SQL
               INSERT IGNORE INTO documento_fiscal_serie
                   (serie, descricao)
               VALUES
                   (:DOC-SERIE, NULLIF(TRIM(:DOC-DESCRICAO), ''))
           END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO
               STRING
                   "ERRO AO TENTAR INCLUIR A SERIE FISCAL."
               INTO WRK-MSG-ERRO
               MOVE SQLERRM TO WRK-MSG-EXP-ERRO
               MOVE ERR-COD-SQL-EXEC TO WRK-COD-ERRO
               EXEC SQL ROLLBACK END-EXEC
               PERFORM 9000-RETORNAR-RESPOSTA-HTTP-500
           END-IF.

           EXEC SQL
               SELECT ROW_COUNT() INTO :DOC-QTD
           END-EXEC.

           IF  DOC-QTD = ZERO
               EXEC SQL ROLLBACK END-EXEC
               STRING
                   "SERIE FISCAL JA CADASTRADA."
               INTO WRK-MSG-ERRO
               MOVE ERR-COD-VALIDACAO TO WRK-COD-ERRO
               PERFORM 9100-RETORNAR-RESPOSTA-HTTP-400
           END-IF.

           EXEC SQL COMMIT END-EXEC.

           MOVE SPACES TO WRK-RESP-DADOS.
           STRING
               '"serie": "' FUNCTION TRIM(DOC-SERIE) '",'
               WRK-NEWLINE
               DELIMITED BY SIZE
               INTO WRK-RESP-DADOS
           END-STRING.
           PERFORM 2980-RESPONDER-IMPRESSAO.

       2900-IMPRIMIR-DOCUMENTOS.

           MOVE "IMPRIMIR" TO WRK-DOC-ACAO.
           PERFORM 2950-CHAMAR-DOCUMENTO-FISCAL.

           IF  NOT DOC-FISCAL-OK
           AND NOT DOC-NADA-A-EMITIR
               STRING
                   "ERRO AO TENTAR IMPRIMIR O DOCUMENTO FISCAL."
               INTO WRK-MSG-ERRO
               MOVE WRK-DOC-MSG TO WRK-MSG-EXP-ERRO
               MOVE ERR-COD-SQL-EXEC TO WRK-COD-ERRO
               PERFORM 9000-RETORNAR-RESPOSTA-HTTP-500
           END-IF.

       2950-CHAMAR-DOCUMENTO-FISCAL.

           CALL 'MOD-DOCUMENTO-FISCAL'
               USING WRK-DOC-ACAO, WRK-DOC-VENDA-ID, WRK-DOC-SERIE,
                   WRK-DOC-DATA, WRK-DOC-REFERENCIA-ID, WRK-DOC-ID,
                   WRK-DOC-NUMERO, WRK-DOC-QTD, WRK-DOC-RESULTADO,
                   WRK-DOC-MSG
               END-CALL.

       2980-RESPONDER-IMPRESSAO.

           MOVE "PARAR" TO WRK-TEMPO-ACAO.
           CALL 'MOD-MEDE-TEMPO'
               USING WRK-TEMPO-ACAO, WRK-PROGRAMA-NOME
               END-CALL.

           CALL 'MOD-REGISTRA-AUDITORIA'
               USING WRK-PROGRAMA-NOME, WRK-AUDIT-PARAMS,
                   WRK-HTTP-STATUS-200
               END-CALL.

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

       3000-LISTAR-DOCUMENTOS.

      * SEM FILTRO LISTA TODOS OS DOCUMENTOS, DO MAIS RECENTE PARA O
      * MAIS ANTIGO; QS_VENDA_ID, QS_SERIE E QS_TIPO RESTRINGEM.
           MOVE ZERO TO DOC-VENDA-ID.

      * A CHAVE DE UM CLIENTE SO ENXERGA OS DOCUMENTOS DELE.
           CALL 'MOD-ESCOPO-CHAVE' USING DOC-ESCOPO-CLIENTE
               END-CALL.

           ACCEPT WRK-QS-VENDA-STG FROM ENVIRONMENT "QS_VENDA_ID".
           IF  FUNCTION TRIM(WRK-QS-VENDA-STG) NOT = SPACES
               PERFORM 3040-VALIDAR-VENDA-ID
               MOVE WRK-DOC-VENDA-ID TO DOC-VENDA-ID
               IF  DOC-ESCOPO-CLIENTE NOT = ZERO
                   PERFORM 3050-VERIFICAR-ESCOPO-VENDA
               END-IF
           END-IF.

           ACCEPT WRK-QS-SERIE FROM ENVIRONMENT "QS_SERIE".
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WRK-QS-SERIE))
               TO DOC-SERIE.

           ACCEPT WRK-QS-TIPO FROM ENVIRONMENT "QS_TIPO".
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WRK-QS-TIPO))
               TO DOC-TIPO.

           EXEC SQL
               DECLARE CUR-DOCUMENTOS CURSOR FOR
                   SELECT d.id, d.serie, d.numero, d.tipo,
                          d.situacao, d.venda_id, d.cliente_id,
                          COALESCE(r.numero, 0), d.valor,
                          DATE_FORMAT(d.data_emissao, '%Y-%m-%d'),
                          COALESCE(d.arquivo, ' ')
                     FROM documento_fiscal d
                     LEFT JOIN documento_fiscal r
                       ON r.id = d.documento_ref_id
                    WHERE (:DOC-VENDA-ID = 0
                           OR d.venda_id = :DOC-VENDA-ID)
                      AND (TRIM(:DOC-SERIE) = ''
                           OR d.serie = TRIM(:DOC-SERIE))
                      AND (TRIM(:DOC-TIPO) = ''
                           OR d.tipo = TRIM(:DOC-TIPO))
                      AND (:DOC-ESCOPO-CLIENTE = 0
                           OR d.cliente_id = :DOC-ESCOPO-CLIENTE)
                    ORDER BY d.id DESC
           END-EXEC.

           EXEC SQL OPEN CUR-DOCUMENTOS END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO
               STRING
                   "ERRO AO TENTAR LISTAR OS DOCUMENTOS FISCAIS."
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
           PERFORM 3100-BUSCAR-PROXIMO-DOCUMENTO.
           PERFORM 3200-EMITIR-DOCUMENTO UNTIL FIM-CURSOR.

           DISPLAY ']'.
           DISPLAY '}'.

           EXEC SQL CLOSE CUR-DOCUMENTOS END-EXEC.

           MOVE "PARAR" TO WRK-TEMPO-ACAO.
           CALL 'MOD-MEDE-TEMPO'
               USING WRK-TEMPO-ACAO, WRK-PROGRAMA-NOME
               END-CALL.

           CALL 'MOD-REGISTRA-AUDITORIA'
               USING WRK-PROGRAMA-NOME, WRK-AUDIT-PARAMS,
                   WRK-HTTP-STATUS-200
               END-CALL.

       3040-VALIDAR-VENDA-ID.

           COPY VALIDACAO-CAMPO-NUMERICO
               REPLACING ==TAG-CAMPO-STG==  BY ==WRK-QS-VENDA-STG==
                   ==TAG-NOME-PARAM==       BY =="QS_VENDA_ID"==
                   ==TAG-PARAGRAFO-400==    BY
                       ==9100-RETORNAR-RESPOSTA-HTTP-400==.
           MOVE WRK-QS-VENDA-STG TO WRK-DOC-VENDA-ID.

       3050-VERIFICAR-ESCOPO-VENDA.

      * VENDA DE OUTRO CLIENTE RESPONDE IGUAL A UMA QUE NAO EXISTE.
           EXEC SQL
               SELECT COUNT(*)
                 INTO :DOC-QTD
                 FROM venda
                WHERE id = :DOC-VENDA-ID
                  AND cliente_id = :DOC-ESCOPO-CLIENTE
           END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO
               STRING
                   "ERRO AO TENTAR VERIFICAR EXISTENCIA DA VENDA."
               INTO WRK-MSG-ERRO
               MOVE SQLERRM TO WRK-MSG-EXP-ERRO
               MOVE ERR-COD-SQL-EXEC TO WRK-COD-ERRO
               PERFORM 9000-RETORNAR-RESPOSTA-HTTP-500
           END-IF.

           IF  DOC-QTD = ZERO
               STRING
                   "VENDA NAO ENCONTRADA."
               INTO WRK-MSG-ERRO
               MOVE ERR-COD-VALIDACAO TO WRK-COD-ERRO
               PERFORM 9200-RETORNAR-RESPOSTA-HTTP-404
           END-IF.

       3100-BUSCAR-PROXIMO-DOCUMENTO.

           EXEC SQL
               FETCH CUR-DOCUMENTOS
                   INTO :DOC-ID, :DOC-SERIE, :DOC-NUMERO, :DOC-TIPO,
                        :DOC-SITUACAO, :DOC-VENDA-ID, :DOC-CLIENTE-ID,
                        :DOC-REF-NUMERO, :DOC-VALOR, :DOC-EMISSAO,
                        :DOC-ARQUIVO
           END-EXEC.

           IF  SQLCODE EQUAL 100
               SET FIM-CURSOR TO TRUE
           END-IF.

       3200-EMITIR-DOCUMENTO.

           IF  NAO-PRIMEIRO-REGISTRO
               DISPLAY ','
           END-IF.
           SET NAO-PRIMEIRO-REGISTRO TO TRUE.

           DISPLAY '   {'.
           MOVE DOC-ID TO WRK-ID-MASK.
           DISPLAY '    "id": ' FUNCTION TRIM(WRK-ID-MASK) ','.
           DISPLAY '    "serie": "' FUNCTION TRIM(DOC-SERIE) '",'.
           MOVE DOC-NUMERO TO WRK-ID-MASK.
           DISPLAY '    "numero": ' FUNCTION TRIM(WRK-ID-MASK) ','.
           DISPLAY '    "tipo": "' FUNCTION TRIM(DOC-TIPO) '",'.
           DISPLAY '    "situacao": "'
               FUNCTION TRIM(DOC-SITUACAO) '",'.
           MOVE DOC-VENDA-ID TO WRK-ID-MASK.
           DISPLAY '    "venda_id": ' FUNCTION TRIM(WRK-ID-MASK) ','.
           MOVE DOC-CLIENTE-ID TO WRK-ID-MASK.
           DISPLAY '    "cliente_id": ' FUNCTION TRIM(WRK-ID-MASK) ','.

           IF  DOC-REF-NUMERO = ZERO
               DISPLAY '    "numero_referencia": null,'
           ELSE
               MOVE DOC-REF-NUMERO TO WRK-ID-MASK
               DISPLAY '    "numero_referencia": '
                   FUNCTION TRIM(WRK-ID-MASK) ','
           END-IF.

           MOVE DOC-VALOR TO WRK-VALOR-MASK.
           DISPLAY '    "valor": ' FUNCTION TRIM(WRK-VALOR-MASK) ','.
           DISPLAY '    "data_emissao": "' DOC-EMISSAO '",'.

           IF  DOC-ARQUIVO = SPACES
               DISPLAY '    "arquivo": null'
           ELSE
               MOVE DOC-ARQUIVO TO WRK-CAMPO-TXT
               CALL 'MOD-JSON-ESCAPE' USING WRK-CAMPO-TXT
                   WRK-CAMPO-ESC
                   END-CALL
               DISPLAY '    "arquivo": "'
                   FUNCTION TRIM(WRK-CAMPO-ESC) '"'
           END-IF.
           DISPLAY '   }'.

           PERFORM 3100-BUSCAR-PROXIMO-DOCUMENTO.

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

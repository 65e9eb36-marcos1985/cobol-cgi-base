       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG-METAS-VENDAS.
      *******************************************
      * AUTOR:
      * DATA:
      * ALTERACOES:
      *   - ACAO DAS METAS MENSAIS DE VENDA (TABELA META_VENDA): A
      *     DIRETORIA DEFINE, POR MES, UMA META POR VENDEDOR, POR
      *     PRODUTO OU PARA O PAR VENDEDOR E PRODUTO (VENDEDOR OU
      *     PRODUTO GRAVADO COMO 0 VALE "TODOS"). QS_ACAO=LISTAR
      *     (PADRAO; QS_MES AAAA-MM, PADRAO O MES CORRENTE, E OS
      *     FILTROS QS_VENDEDOR_ID E QS_PRODUTO_ID) E A LEITURA: PARA
      *     CADA META TRAZ O REALIZADO DO MES ATE HOJE, O PERCENTUAL
      *     ATINGIDO E A PROJECAO LINEAR PARA O FIM DO MES PELOS DIAS
      *     UTEIS DE MOD-DIA-UTIL (REALIZADO / DIAS UTEIS DECORRIDOS
      *     X DIAS UTEIS DO MES). O REALIZADO E O DAS VENDAS NAO
      *     CANCELADAS DO MES (VALOR DA VENDA NA META SO DE VENDEDOR,
      *     QUANTIDADE X PRECO DOS ITENS NA META DE PRODUTO) MENOS AS
      *     DEVOLUCOES REGISTRADAS NO MES, O MESMO CRITERIO DO BATCH
      *     PROG-ACOMPANHA-METAS. DEFINIR (QS_MES, QS_VENDEDOR_ID
      *     E/OU QS_PRODUTO_ID, QS_VALOR MAIOR QUE ZERO) INCLUI OU
      *     SUBSTITUI A META E REMOVER (QS_ID) A APAGA. AS ESCRITAS
      *     SEGUEM O PADRAO: METODO POST, MODO DE MANUTENCAO (503),
      *     CHAVE DE IDEMPOTENCIA E AUDITORIA, MAS SO ACEITAM CHAVE
      *     DE API COM PAPEL ADMIN.
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
       77  WRK-META-MASK                   PIC Z(11)9.99.
       77  WRK-VALOR-MASK                  PIC -Z(11)9.99.
       77  WRK-PERCENTUAL-MASK             PIC -Z(6)9.99.
       77  WRK-DIAS-MASK                   PIC Z9.
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
               VALUE "PROG-METAS-VENDAS".
       77  WRK-AUDIT-PARAMS                PIC X(255).
       77  WRK-COD-ERRO                    PIC 9(4).

       COPY ERRO-CODES.
       COPY VERSAO-BUILD.

       77  WRK-QS-ACAO                     PIC X(12).
       77  WRK-QS-ID-STG                   PIC X(10).
       77  WRK-QS-MES                      PIC X(10).
       77  WRK-QS-VENDEDOR-STG             PIC X(10).
       77  WRK-QS-PRODUTO-STG              PIC X(10).
       77  WRK-QS-VALOR                    PIC X(20).
       77  WRK-VALOR-CHECK                 PIC X(20).
       77  WRK-REQUEST-METHOD              PIC X(10).
       77  WRK-OPERADOR                    PIC X(60).
       77  WRK-RESP-DADOS                  PIC X(1024).
       77  WRK-VENDEDOR-JSON               PIC X(10).
       77  WRK-PRODUTO-JSON                PIC X(10).

      * CALENDARIO DO MES: DIAS UTEIS TOTAIS E DECORRIDOS ATE O DIA
      * DE REFERENCIA, PELO MOD-DIA-UTIL.
       77  WRK-DIA-CAL                     PIC X(10).
       77  WRK-DIA-UTIL                    PIC X(1).
           88  DIA-UTIL                                VALUE 'S'.
       77  WRK-DIA-UTIL-ANTERIOR           PIC X(10).
       77  WRK-IDX-DIA                     PIC 9(2).
       77  WRK-UTEIS-MES                   PIC 9(2)    VALUE ZERO.
       77  WRK-UTEIS-DECORRIDOS            PIC 9(2)    VALUE ZERO.

       77  WRK-PERCENTUAL                  PIC S9(7)V99.
       77  WRK-PROJECAO                    PIC S9(12)V99.
       77  WRK-PERCENTUAL-PROJ             PIC S9(7)V99.

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
           05 MTA-ID              PIC 9(10).
           05 MTA-MES             PIC X(7).
           05 MTA-INICIO          PIC X(10).
           05 MTA-REFERENCIA      PIC X(10).
           05 MTA-QTD-DIAS        PIC 9(2).
           05 MTA-DIA-REF         PIC 9(2).
           05 MTA-VENDEDOR-ID     PIC 9(10).
           05 MTA-VENDEDOR-NOME   PIC X(255).
           05 MTA-PRODUTO-ID      PIC 9(10).
           05 MTA-PRODUTO-NOME    PIC X(255).
           05 MTA-VALOR-META      PIC 9(12)V99.
           05 MTA-REALIZADO       PIC S9(12)V99.
           05 MTA-OPERADOR        PIC X(60).
           05 MTA-QTD             PIC 9(10).
           05 MTA-FILTRO-VENDEDOR PIC 9(10).
           05 MTA-FILTRO-PRODUTO  PIC 9(10).

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
           PERFORM 1300-GARANTIR-TABELA-META.

           EVALUATE FUNCTION UPPER-CASE(FUNCTION TRIM(WRK-QS-ACAO))
               WHEN "DEFINIR"
                   PERFORM 2000-DEFINIR-META
               WHEN "REMOVER"
                   PERFORM 2500-REMOVER-META
               WHEN OTHER
                   PERFORM 3000-LISTAR-METAS
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

      * A META E DEFINIDA PELA DIRETORIA: TODA ESCRITA EXIGE ADMIN.
           IF  FUNCTION TRIM(WRK-CHAVE-PAPEL) NOT = "admin"
               STRING
                   "CHAVE DE API SEM PERMISSAO PARA ESTA OPERACAO "
                   "(EXIGE PAPEL ADMIN)."
               INTO WRK-MSG-ERRO
               MOVE ERR-COD-NAO-AUTORIZADO TO WRK-COD-ERRO
               PERFORM 9400-RETORNAR-RESPOSTA-HTTP-403
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

      * A SESSAO E A COMPARTILHADA DA REQUISICAO, A MESMA DO
      * CALENDARIO DE DIAS UTEIS.
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

       1300-GARANTIR-TABELA-META.

      * VENDEDOR_ID OU PRODUTO_ID 0 QUER DIZER "TODOS"; COM O ZERO
      * NO LUGAR DO NULO A CHAVE UNICA SEGURA UMA META POR
      * COMBINACAO E MES.
           EXEC SQL
               CREATE TABLE IF NOT EXISTS meta_venda (
                   id            INT NOT NULL PRIMARY KEY
                                     AUTO_INCREMENT,
                   mes           CHAR(7) NOT NULL,
                   vendedor_id   INT NOT NULL DEFAULT 0,
                   produto_id    INT NOT NULL DEFAULT 0,
                   valor_meta    DECIMAL(14,2) NOT NULL,
                   operador      VARCHAR(60) NULL,
                   criado_em     DATETIME NOT NULL
                       DEFAULT CURRENT_TIMESTAMP,
                   atualizado_em DATETIME NULL,
                   UNIQUE KEY uq_meta_venda
                       (mes, vendedor_id, produto_id)
               )
           END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO
               STRING
                   "ERRO AO TENTAR GARANTIR A TABELA DE METAS."
               INTO WRK-MSG-ERRO
               MOVE SQLERRM TO WRK-MSG-EXP-ERRO
               MOVE ERR-COD-SQL-EXEC TO WRK-COD-ERRO
               PERFORM 9000-RETORNAR-RESPOSTA-HTTP-500
           END-IF.

       2000-DEFINIR-META.

           ACCEPT WRK-QS-MES FROM ENVIRONMENT "QS_MES".
           IF  FUNCTION TRIM(WRK-QS-MES) = SPACES
               STRING
                   "PARAMETRO QS_MES E OBRIGATORIO PARA DEFINIR."
               INTO WRK-MSG-ERRO
               MOVE ERR-COD-VALIDACAO TO WRK-COD-ERRO
               PERFORM 9100-RETORNAR-RESPOSTA-HTTP-400
           END-IF.
           PERFORM 2700-VALIDAR-MES.

           MOVE ZERO TO MTA-VENDEDOR-ID.
           MOVE ZERO TO MTA-PRODUTO-ID.
           ACCEPT WRK-QS-VENDEDOR-STG FROM ENVIRONMENT
               "QS_VENDEDOR_ID".
           ACCEPT WRK-QS-PRODUTO-STG FROM ENVIRONMENT "QS_PRODUTO_ID".

           IF  FUNCTION TRIM(WRK-QS-VENDEDOR-STG) = SPACES
           AND FUNCTION TRIM(WRK-QS-PRODUTO-STG) = SPACES
               STRING
                   "INFORME QS_VENDEDOR_ID E/OU QS_PRODUTO_ID PARA "
                   "DEFINIR A META."
               INTO WRK-MSG-ERRO
               MOVE ERR-COD-VALIDACAO TO WRK-COD-ERRO
               PERFORM 9100-RETORNAR-RESPOSTA-HTTP-400
           END-IF.

           IF  FUNCTION TRIM(WRK-QS-VENDEDOR-STG) NOT = SPACES
               PERFORM 2050-VALIDAR-VENDEDOR
           END-IF.

           IF  FUNCTION TRIM(WRK-QS-PRODUTO-STG) NOT = SPACES
               PERFORM 2060-VALIDAR-PRODUTO
           END-IF.

           ACCEPT WRK-QS-VALOR FROM ENVIRONMENT "QS_VALOR".
           PERFORM 2100-VALIDAR-VALOR.

           CALL 'MOD-RESOLVE-OPERADOR' USING WRK-OPERADOR
               END-CALL.
           MOVE WRK-OPERADOR TO MTA-OPERADOR.

      * A MESMA COMBINACAO NO MESMO MES SUBSTITUI O VALOR DA META.
           EXEC SQL
               INSERT INTO meta_venda
                   (mes, vendedor_id, produto_id, valor_meta,
                    operador)
               VALUES
                   (:MTA-MES, :MTA-VENDEDOR-ID, :MTA-PRODUTO-ID,
                    :MTA-VALOR-META,
                    NULLIF(TRIM(:MTA-OPERADOR), ''))
               ON DUPLICATE KEY UPDATE
                   valor_meta = VALUES(valor_meta),
                   operador = VALUES(operador),
                   atualizado_em = CURRENT_TIMESTAMP
           END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO
               STRING
                   "ERRO AO TENTAR GRAVAR A META."
               INTO WRK-MSG-ERRO
               MOVE SQLERRM TO WRK-MSG-EXP-ERRO
               MOVE ERR-COD-SQL-EXEC TO WRK-COD-ERRO
               EXEC SQL ROLLBACK END-EXEC
               PERFORM 9000-RETORNAR-RESPOSTA-HTTP-500
           END-IF.

           EXEC SQL
               SELECT id
                 INTO :MTA-ID
                 FROM meta_venda
                WHERE mes = :MTA-MES
                  AND vendedor_id = :MTA-VENDEDOR-ID
                  AND produto_id = :MTA-PRODUTO-ID
           END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO
               STRING
                   "ERRO AO TENTAR LER A META GRAVADA."
               INTO WRK-MSG-ERRO
               MOVE SQLERRM TO WRK-MSG-EXP-ERRO
               MOVE ERR-COD-SQL-EXEC TO WRK-COD-ERRO
               EXEC SQL ROLLBACK END-EXEC
               PERFORM 9000-RETORNAR-RESPOSTA-HTTP-500
           END-IF.

           EXEC SQL COMMIT END-EXEC.

           PERFORM 2800-MONTAR-DADOS-META.
           PERFORM 2900-RESPONDER-OPERACAO.

       2050-VALIDAR-VENDEDOR.

           COPY VALIDACAO-CAMPO-NUMERICO
               REPLACING ==TAG-CAMPO-STG==  BY ==WRK-QS-VENDEDOR-STG==
                   ==TAG-NOME-PARAM==       BY =="QS_VENDEDOR_ID"==
                   ==TAG-PARAGRAFO-400==    BY
                       ==9100-RETORNAR-RESPOSTA-HTTP-400==.
           MOVE WRK-QS-VENDEDOR-STG TO MTA-VENDEDOR-ID.

           EXEC SQL
               SELECT COUNT(*)
                 INTO :MTA-QTD
                 FROM vendedor
                WHERE id = :MTA-VENDEDOR-ID
           END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO
               STRING
                   "ERRO AO TENTAR VERIFICAR O VENDEDOR."
               INTO WRK-MSG-ERRO
               MOVE SQLERRM TO WRK-MSG-EXP-ERRO
               MOVE ERR-COD-SQL-EXEC TO WRK-COD-ERRO
               PERFORM 9000-RETORNAR-RESPOSTA-HTTP-500
           END-IF.

           IF  MTA-QTD = ZERO
           OR  MTA-VENDEDOR-ID = ZERO
               STRING
                   "VENDEDOR NAO ENCONTRADO."
               INTO WRK-MSG-ERRO
               MOVE ERR-COD-VALIDACAO TO WRK-COD-ERRO
               PERFORM 9200-RETORNAR-RESPOSTA-HTTP-404
           END-IF.

       2060-VALIDAR-PRODUTO.

           COPY VALIDACAO-CAMPO-NUMERICO
               REPLACING ==TAG-CAMPO-STG==  BY ==WRK-QS-PRODUTO-STG==
                   ==TAG-NOME-PARAM==       BY =="QS_PRODUTO_ID"==
                   ==TAG-PARAGRAFO-400==    BY
                       ==9100-RETORNAR-RESPOSTA-HTTP-400==.
           MOVE WRK-QS-PRODUTO-STG TO MTA-PRODUTO-ID.

           EXEC SQL
               SELECT COUNT(*)
                 INTO :MTA-QTD
                 FROM produto
                WHERE id = :MTA-PRODUTO-ID
           END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO
               STRING
                   "ERRO AO TENTAR VERIFICAR O PRODUTO."
               INTO WRK-MSG-ERRO
               MOVE SQLERRM TO WRK-MSG-EXP-ERRO
               MOVE ERR-COD-SQL-EXEC TO WRK-COD-ERRO
               PERFORM 9000-RETORNAR-RESPOSTA-HTTP-500
           END-IF.

           IF  MTA-QTD = ZERO
           OR  MTA-PRODUTO-ID = ZERO
               STRING
                   "PRODUTO NAO ENCONTRADO."
               INTO WRK-MSG-ERRO
               MOVE ERR-COD-VALIDACAO TO WRK-COD-ERRO
               PERFORM 9200-RETORNAR-RESPOSTA-HTTP-404
           END-IF.

       2100-VALIDAR-VALOR.

      * O VALOR ACEITA SO DIGITOS E UM PONTO DECIMAL OPCIONAL E TEM
      * DE SER MAIOR QUE ZERO: SEM META, REMOVER.
           IF  FUNCTION TRIM(WRK-QS-VALOR) = SPACES
               STRING
                   "PARAMETRO QS_VALOR E OBRIGATORIO PARA DEFINIR."
               INTO WRK-MSG-ERRO
               MOVE ERR-COD-VALIDACAO TO WRK-COD-ERRO
               PERFORM 9100-RETORNAR-RESPOSTA-HTTP-400
           END-IF.

           MOVE FUNCTION TRIM(WRK-QS-VALOR) TO WRK-VALOR-CHECK.
           INSPECT WRK-VALOR-CHECK REPLACING FIRST '.' BY '0'.
           INSPECT WRK-VALOR-CHECK REPLACING ALL SPACE BY '0'.
           IF  WRK-VALOR-CHECK IS NOT NUMERIC
               STRING
                   "PARAMETRO QS_VALOR DEVE SER UM NUMERO COM "
                   "PONTO DECIMAL OPCIONAL."
               INTO WRK-MSG-ERRO
               MOVE ERR-COD-VALIDACAO TO WRK-COD-ERRO
               PERFORM 9100-RETORNAR-RESPOSTA-HTTP-400
           END-IF.

           IF  FUNCTION NUMVAL(WRK-QS-VALOR) NOT > ZERO
           OR  FUNCTION NUMVAL(WRK-QS-VALOR) > 999999999999.99
               STRING
                   "PARAMETRO QS_VALOR DEVE SER MAIOR QUE ZERO E "
                   "MENOR QUE 1 TRILHAO."
               INTO WRK-MSG-ERRO
               MOVE ERR-COD-VALIDACAO TO WRK-COD-ERRO
               PERFORM 9100-RETORNAR-RESPOSTA-HTTP-400
           END-IF.

           COMPUTE MTA-VALOR-META = FUNCTION NUMVAL(WRK-QS-VALOR).

       2500-REMOVER-META.

           ACCEPT WRK-QS-ID-STG FROM ENVIRONMENT "QS_ID".
           COPY VALIDACAO-CAMPO-NUMERICO
               REPLACING ==TAG-CAMPO-STG==  BY ==WRK-QS-ID-STG==
                   ==TAG-NOME-PARAM==       BY =="QS_ID"==
                   ==TAG-PARAGRAFO-400==    BY
                       ==9100-RETORNAR-RESPOSTA-HTTP-400==.
           MOVE WRK-QS-ID-STG TO MTA-ID.

           EXEC SQL
               SELECT mes, vendedor_id, produto_id, valor_meta
                 INTO :MTA-MES, :MTA-VENDEDOR-ID, :MTA-PRODUTO-ID,
                      :MTA-VALOR-META
                 FROM meta_venda
                WHERE id = :MTA-ID
                  FOR UPDATE
           END-EXEC.

           IF  SQLCODE EQUAL 100
               STRING
                   "META NAO ENCONTRADA."
               INTO WRK-MSG-ERRO
               MOVE ERR-COD-VALIDACAO TO WRK-COD-ERRO
               EXEC SQL ROLLBACK END-EXEC
               PERFORM 9200-RETORNAR-RESPOSTA-HTTP-404
           END-IF.

           IF  SQLCODE NOT EQUAL ZERO
               STRING
                   "ERRO AO TENTAR LER A META."
               INTO WRK-MSG-ERRO
               MOVE SQLERRM TO WRK-MSG-EXP-ERRO
               MOVE ERR-COD-SQL-EXEC TO WRK-COD-ERRO
               EXEC SQL ROLLBACK END-EXEC
               PERFORM 9000-RETORNAR-RESPOSTA-HTTP-500
           END-IF.

           EXEC SQL
               DELETE FROM meta_venda
                WHERE id = :MTA-ID
           END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO
               STRING
                   "ERRO AO TENTAR REMOVER A META."
               INTO WRK-MSG-ERRO
               MOVE SQLERRM TO WRK-MSG-EXP-ERRO
               MOVE ERR-COD-SQL-EXEC TO WRK-COD-ERRO
               EXEC SQL ROLLBACK END-EXEC
               PERFORM 9000-RETORNAR-RESPOSTA-HTTP-500
           END-IF.

           EXEC SQL COMMIT END-EXEC.

           PERFORM 2800-MONTAR-DADOS-META.
           PERFORM 2900-RESPONDER-OPERACAO.

       2700-VALIDAR-MES.

           IF  WRK-QS-MES(5:1) NOT = '-'
           OR  WRK-QS-MES(1:4) IS NOT NUMERIC
           OR  WRK-QS-MES(6:2) IS NOT NUMERIC
           OR  WRK-QS-MES(6:2) < "01"
           OR  WRK-QS-MES(6:2) > "12"
           OR  WRK-QS-MES(8:3) NOT = SPACES
               STRING
                   "PARAMETRO QS_MES DEVE ESTAR NO FORMATO AAAA-MM."
               INTO WRK-MSG-ERRO
               MOVE ERR-COD-VALIDACAO TO WRK-COD-ERRO
               PERFORM 9100-RETORNAR-RESPOSTA-HTTP-400
           END-IF.

           MOVE WRK-QS-MES(1:7) TO MTA-MES.

       2750-RESOLVER-CALENDARIO.

      * O DIA DE REFERENCIA E HOJE NO MES CORRENTE, O ULTIMO DIA NUM
      * MES PASSADO; NUM MES FUTURO NADA DECORREU AINDA.
           EXEC SQL
               SELECT DATE_FORMAT(x.inicio, '%Y-%m-%d'),
                      DATE_FORMAT(LEAST(CURRENT_DATE,
                          LAST_DAY(x.inicio)), '%Y-%m-%d'),
                      DAY(LAST_DAY(x.inicio)),
                      CASE WHEN CURRENT_DATE < x.inicio THEN 0
                           WHEN CURRENT_DATE > LAST_DAY(x.inicio)
                           THEN DAY(LAST_DAY(x.inicio))
                           ELSE DAY(CURRENT_DATE) END
                 INTO :MTA-INICIO, :MTA-REFERENCIA, :MTA-QTD-DIAS,
                      :MTA-DIA-REF
                 FROM (SELECT DATE(CONCAT(:MTA-MES, '-01'))
                              AS inicio) x
           END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO
               STRING
                   "ERRO AO TENTAR RESOLVER O CALENDARIO DO MES."
               INTO WRK-MSG-ERRO
               MOVE SQLERRM TO WRK-MSG-EXP-ERRO
               MOVE ERR-COD-SQL-EXEC TO WRK-COD-ERRO
               PERFORM 9000-RETORNAR-RESPOSTA-HTTP-500
           END-IF.

           MOVE ZERO TO WRK-UTEIS-MES.
           MOVE ZERO TO WRK-UTEIS-DECORRIDOS.
           PERFORM 2760-AVALIAR-DIA
               VARYING WRK-IDX-DIA FROM 1 BY 1
               UNTIL WRK-IDX-DIA > MTA-QTD-DIAS.

       2760-AVALIAR-DIA.

           MOVE SPACES TO WRK-DIA-CAL.
           STRING
               MTA-MES "-" WRK-IDX-DIA
               DELIMITED BY SIZE
               INTO WRK-DIA-CAL
           END-STRING.

           CALL 'MOD-DIA-UTIL'
               USING WRK-DIA-CAL, WRK-DIA-UTIL,
                   WRK-DIA-UTIL-ANTERIOR
               END-CALL.

           IF  DIA-UTIL
               ADD 1 TO WRK-UTEIS-MES
               IF  WRK-IDX-DIA NOT > MTA-DIA-REF
                   ADD 1 TO WRK-UTEIS-DECORRIDOS
               END-IF
           END-IF.

       2780-CALCULAR-INDICADORES.

      * PROJECAO LINEAR: O RITMO DOS DIAS UTEIS DECORRIDOS MANTIDO
      * ATE O ULTIMO DIA UTIL DO MES. SEM DIA UTIL DECORRIDO NAO HA
      * RITMO E A PROJECAO E O PROPRIO REALIZADO.
           COMPUTE WRK-PERCENTUAL ROUNDED =
               MTA-REALIZADO * 100 / MTA-VALOR-META
               ON SIZE ERROR
                   MOVE 9999999.99 TO WRK-PERCENTUAL
           END-COMPUTE.

           IF  WRK-UTEIS-DECORRIDOS = ZERO
           OR  WRK-UTEIS-DECORRIDOS NOT < WRK-UTEIS-MES
               MOVE MTA-REALIZADO TO WRK-PROJECAO
           ELSE
               COMPUTE WRK-PROJECAO ROUNDED =
                   MTA-REALIZADO * WRK-UTEIS-MES
                   / WRK-UTEIS-DECORRIDOS
                   ON SIZE ERROR
                       MOVE 999999999999.99 TO WRK-PROJECAO
               END-COMPUTE
           END-IF.

           COMPUTE WRK-PERCENTUAL-PROJ ROUNDED =
               WRK-PROJECAO * 100 / MTA-VALOR-META
               ON SIZE ERROR
                   MOVE 9999999.99 TO WRK-PERCENTUAL-PROJ
           END-COMPUTE.

       2800-MONTAR-DADOS-META.

           MOVE MTA-ID TO WRK-ID-MASK.
           MOVE MTA-VALOR-META TO WRK-META-MASK.
           PERFORM 2810-FORMATAR-CHAVES.

           MOVE SPACES TO WRK-RESP-DADOS.
           STRING
               '"id": ' FUNCTION TRIM(WRK-ID-MASK) ',' WRK-NEWLINE
               '"mes": "' MTA-MES '",' WRK-NEWLINE
               '"vendedor_id": ' FUNCTION TRIM(WRK-VENDEDOR-JSON)
               ',' WRK-NEWLINE
               '"produto_id": ' FUNCTION TRIM(WRK-PRODUTO-JSON)
               ',' WRK-NEWLINE
               '"valor_meta": ' FUNCTION TRIM(WRK-META-MASK)
               WRK-NEWLINE
               DELIMITED BY SIZE
               INTO WRK-RESP-DADOS
           END-STRING.

       2810-FORMATAR-CHAVES.

      * VENDEDOR OU PRODUTO 0 (TODOS) SAI COMO NULL.
           IF  MTA-VENDEDOR-ID = ZERO
               MOVE "null" TO WRK-VENDEDOR-JSON
           ELSE
               MOVE MTA-VENDEDOR-ID TO WRK-ID-MASK
               MOVE FUNCTION TRIM(WRK-ID-MASK) TO WRK-VENDEDOR-JSON
           END-IF.

           IF  MTA-PRODUTO-ID = ZERO
               MOVE "null" TO WRK-PRODUTO-JSON
           ELSE
               MOVE MTA-PRODUTO-ID TO WRK-ID-MASK
               MOVE FUNCTION TRIM(WRK-ID-MASK) TO WRK-PRODUTO-JSON
           END-IF.

           MOVE MTA-ID TO WRK-ID-MASK.

       2900-RESPONDER-OPERACAO.

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
               '"acao": "'
               FUNCTION UPPER-CASE(FUNCTION TRIM(WRK-QS-ACAO))
               '",' WRK-NEWLINE
               FUNCTION TRIM(WRK-RESP-DADOS TRAILING)
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

       3000-LISTAR-METAS.

           ACCEPT WRK-QS-MES FROM ENVIRONMENT "QS_MES".
           IF  FUNCTION TRIM(WRK-QS-MES) = SPACES
               MOVE FUNCTION CURRENT-DATE(1:4) TO WRK-QS-MES(1:4)
               MOVE "-" TO WRK-QS-MES(5:1)
               MOVE FUNCTION CURRENT-DATE(5:2) TO WRK-QS-MES(6:2)
           END-IF.
           PERFORM 2700-VALIDAR-MES.

           MOVE ZERO TO MTA-FILTRO-VENDEDOR.
           ACCEPT WRK-QS-VENDEDOR-STG FROM ENVIRONMENT
               "QS_VENDEDOR_ID".
           IF  FUNCTION TRIM(WRK-QS-VENDEDOR-STG) NOT = SPACES
               PERFORM 3050-VALIDAR-FILTRO-VENDEDOR
           END-IF.

           MOVE ZERO TO MTA-FILTRO-PRODUTO.
           ACCEPT WRK-QS-PRODUTO-STG FROM ENVIRONMENT "QS_PRODUTO_ID".
           IF  FUNCTION TRIM(WRK-QS-PRODUTO-STG) NOT = SPACES
               PERFORM 3060-VALIDAR-FILTRO-PRODUTO
           END-IF.

           PERFORM 2750-RESOLVER-CALENDARIO.

      * REALIZADO: VENDAS NAO CANCELADAS DO MES ATE A REFERENCIA
      * (VALOR DA VENDA NA META SO DE VENDEDOR, QUANTIDADE X PRECO
      * DOS ITENS DO PRODUTO NAS DEMAIS) MENOS AS DEVOLUCOES
      * REGISTRADAS NO MESMO INTERVALO, ATRIBUIDAS AO VENDEDOR DA
      * VENDA DE ORIGEM. E O MESMO CRITERIO DE PROG-ACOMPANHA-METAS.
           EXEC SQL
               DECLARE CUR-METAS CURSOR FOR
                   SELECT m.id, m.vendedor_id, COALESCE(s.nome, ' '),
                          m.produto_id, COALESCE(p.nome, ' '),
                          m.valor_meta,
                          CASE WHEN m.produto_id = 0 THEN
                              (SELECT COALESCE(SUM(v.valor), 0)
                                 FROM venda v
                                WHERE v.cancelada_em IS NULL
                                  AND v.vendedor_id = m.vendedor_id
                                  AND v.data_venda BETWEEN
                                      :MTA-INICIO AND :MTA-REFERENCIA)
                          ELSE
                              (SELECT COALESCE(SUM(i.quantidade
                                          * i.preco_unitario), 0)
                                 FROM venda_itens i
                                 JOIN venda v
                                   ON v.id = i.venda_id
                                WHERE v.cancelada_em IS NULL
                                  AND i.produto_id = m.produto_id
                                  AND (m.vendedor_id = 0
                                       OR v.vendedor_id
                                              = m.vendedor_id)
                                  AND v.data_venda BETWEEN
                                      :MTA-INICIO AND :MTA-REFERENCIA)
                          END
                          - (SELECT COALESCE(SUM(d.valor), 0)
                               FROM venda_devolucao d
                               JOIN venda v
                                 ON v.id = d.venda_id
                              WHERE v.cancelada_em IS NULL
                                AND (m.produto_id = 0
                                     OR d.produto_id = m.produto_id)
                                AND (m.vendedor_id = 0
                                     OR v.vendedor_id = m.vendedor_id)
                                AND d.data_devolucao BETWEEN
                                    :MTA-INICIO AND :MTA-REFERENCIA)
                     FROM meta_venda m
                     LEFT JOIN vendedor s
                       ON s.id = m.vendedor_id
                     LEFT JOIN produto p
                       ON p.id = m.produto_id
                    WHERE m.mes = :MTA-MES
                      AND (:MTA-FILTRO-VENDEDOR = 0
                           OR m.vendedor_id = :MTA-FILTRO-VENDEDOR)
                      AND (:MTA-FILTRO-PRODUTO = 0
                           OR m.produto_id = :MTA-FILTRO-PRODUTO)
                    ORDER BY m.vendedor_id, m.produto_id
           END-EXEC.

           EXEC SQL OPEN CUR-METAS END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO
               STRING
                   "ERRO AO TENTAR LISTAR AS METAS."
               INTO WRK-MSG-ERRO
               MOVE SQLERRM TO WRK-MSG-EXP-ERRO
               MOVE ERR-COD-SQL-EXEC TO WRK-COD-ERRO
               PERFORM 9000-RETORNAR-RESPOSTA-HTTP-500
           END-IF.

           DISPLAY '{'.
           DISPLAY '"http-status": ' WRK-HTTP-STATUS-200 ','.
           DISPLAY '"msg": null,'.
           DISPLAY '"data": {'.
           DISPLAY '"mes": "' MTA-MES '",'.
           DISPLAY '"posicao_em": "' MTA-REFERENCIA '",'.
           MOVE WRK-UTEIS-MES TO WRK-DIAS-MASK.
           DISPLAY '"dias_uteis_mes": ' FUNCTION TRIM(WRK-DIAS-MASK)
               ','.
           MOVE WRK-UTEIS-DECORRIDOS TO WRK-DIAS-MASK.
           DISPLAY '"dias_uteis_decorridos": '
               FUNCTION TRIM(WRK-DIAS-MASK) ','.
           DISPLAY '"metas": ['.

           SET PRIMEIRO-REGISTRO TO TRUE.
           PERFORM 3100-BUSCAR-PROXIMA-META.
           PERFORM 3200-EMITIR-META UNTIL FIM-CURSOR.

           DISPLAY ']'.
           DISPLAY '}'.
           DISPLAY '}'.

           EXEC SQL CLOSE CUR-METAS END-EXEC.

           MOVE "PARAR" TO WRK-TEMPO-ACAO.
           CALL 'MOD-MEDE-TEMPO'
               USING WRK-TEMPO-ACAO, WRK-PROGRAMA-NOME
               END-CALL.

           CALL 'MOD-REGISTRA-AUDITORIA'
               USING WRK-PROGRAMA-NOME, WRK-AUDIT-PARAMS,
                   WRK-HTTP-STATUS-200
               END-CALL.

       3050-VALIDAR-FILTRO-VENDEDOR.

           COPY VALIDACAO-CAMPO-NUMERICO
               REPLACING ==TAG-CAMPO-STG==  BY ==WRK-QS-VENDEDOR-STG==
                   ==TAG-NOME-PARAM==       BY =="QS_VENDEDOR_ID"==
                   ==TAG-PARAGRAFO-400==    BY
                       ==9100-RETORNAR-RESPOSTA-HTTP-400==.
           MOVE WRK-QS-VENDEDOR-STG TO MTA-FILTRO-VENDEDOR.

       3060-VALIDAR-FILTRO-PRODUTO.

           COPY VALIDACAO-CAMPO-NUMERICO
               REPLACING ==TAG-CAMPO-STG==  BY ==WRK-QS-PRODUTO-STG==
                   ==TAG-NOME-PARAM==       BY =="QS_PRODUTO_ID"==
                   ==TAG-PARAGRAFO-400==    BY
                       ==9100-RETORNAR-RESPOSTA-HTTP-400==.
           MOVE WRK-QS-PRODUTO-STG TO MTA-FILTRO-PRODUTO.

       3100-BUSCAR-PROXIMA-META.

           EXEC SQL
               FETCH CUR-METAS
                   INTO :MTA-ID, :MTA-VENDEDOR-ID, :MTA-VENDEDOR-NOME,
                        :MTA-PRODUTO-ID, :MTA-PRODUTO-NOME,
                        :MTA-VALOR-META, :MTA-REALIZADO
           END-EXEC.

           IF  SQLCODE EQUAL 100
               SET FIM-CURSOR TO TRUE
           END-IF.

       3200-EMITIR-META.

           IF  NAO-PRIMEIRO-REGISTRO
               DISPLAY ','
           END-IF.
           SET NAO-PRIMEIRO-REGISTRO TO TRUE.

           PERFORM 2780-CALCULAR-INDICADORES.
           PERFORM 2810-FORMATAR-CHAVES.

           DISPLAY '   {'.
           DISPLAY '    "id": ' FUNCTION TRIM(WRK-ID-MASK) ','.
           DISPLAY '    "vendedor_id": '
               FUNCTION TRIM(WRK-VENDEDOR-JSON) ','.

           IF  MTA-VENDEDOR-ID = ZERO
               DISPLAY '    "vendedor_nome": null,'
           ELSE
               MOVE MTA-VENDEDOR-NOME TO WRK-CAMPO-TXT
               CALL 'MOD-JSON-ESCAPE' USING WRK-CAMPO-TXT
                   WRK-CAMPO-ESC
                   END-CALL
               DISPLAY '    "vendedor_nome": "'
                   FUNCTION TRIM(WRK-CAMPO-ESC) '",'
           END-IF.

           DISPLAY '    "produto_id": '
               FUNCTION TRIM(WRK-PRODUTO-JSON) ','.

           IF  MTA-PRODUTO-ID = ZERO
               DISPLAY '    "produto_nome": null,'
           ELSE
               MOVE MTA-PRODUTO-NOME TO WRK-CAMPO-TXT
               CALL 'MOD-JSON-ESCAPE' USING WRK-CAMPO-TXT
                   WRK-CAMPO-ESC
                   END-CALL
               DISPLAY '    "produto_nome": "'
                   FUNCTION TRIM(WRK-CAMPO-ESC) '",'
           END-IF.

           MOVE MTA-VALOR-META TO WRK-META-MASK.
           DISPLAY '    "valor_meta": ' FUNCTION TRIM(WRK-META-MASK)
               ','.
           MOVE MTA-REALIZADO TO WRK-VALOR-MASK.
           DISPLAY '    "realizado": ' FUNCTION TRIM(WRK-VALOR-MASK)
               ','.
           MOVE WRK-PERCENTUAL TO WRK-PERCENTUAL-MASK.
           DISPLAY '    "percentual_atingido": '
               FUNCTION TRIM(WRK-PERCENTUAL-MASK) ','.
           MOVE WRK-PROJECAO TO WRK-VALOR-MASK.
           DISPLAY '    "projecao_fim_mes": '
               FUNCTION TRIM(WRK-VALOR-MASK) ','.
           MOVE WRK-PERCENTUAL-PROJ TO WRK-PERCENTUAL-MASK.
           DISPLAY '    "percentual_projetado": '
               FUNCTION TRIM(WRK-PERCENTUAL-MASK).
           DISPLAY '   }'.

           PERFORM 3100-BUSCAR-PROXIMA-META.

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

       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG-LOG-JOBS.
      *******************************************
      * AUTOR:
      * DATA:
      * ALTERACOES:
      *   - ACAO DE NAVEGACAO NOS LOGS POR PASSO DOS JOBS (UM
      *     ARQUIVO POR PASSO, GRAVADO POR PROG-EXECUTA-JOBS E
      *     PROG-AGENDADOR E REFERENCIADO EM
      *     JOB_EXECUCAO_PASSOS.ARQUIVO_LOG), PARA ACHAR POR QUE UM
      *     PASSO FALHOU SEM ROLAR O LOG DE TODOS OS JOBS:
      *     QS_ACAO=PASSOS (PADRAO; QS_EXECUCAO_ID, SEM ELE A
      *     EXECUCAO MAIS RECENTE) LISTA OS PASSOS DA EXECUCAO COM
      *     STATUS, RETURN-CODE, HORARIOS, DURACAO, ARQUIVO DE LOG,
      *     SE ELE AINDA EXISTE, TAMANHO, LINHAS E LINHAS DE ERRO;
      *     QS_ACAO=LOG (QS_PASSO_ID, QS_PAGE, QS_PAGE_SIZE PADRAO
      *     200 ATE 1000, QS_SO_ERROS=S OPCIONAL) PAGINA A SAIDA DO
      *     PASSO, LINHA A LINHA, COM O NUMERO DA LINHA E A MARCA
      *     erro "S" NAS LINHAS DE ERRO (MESMO CRITERIO DE
      *     MOD-LOG-PASSO, COPY CLASSIFICA-LINHA-LOG);
      *     QS_ACAO=CAUDA (QS_PASSO_ID, QS_LINHAS PADRAO 50 ATE
      *     1000) DEVOLVE AS ULTIMAS LINHAS, TAMBEM DE PASSO AINDA
      *     RODANDO: COM QS_APOS_LINHA DEVOLVE SO AS LINHAS NOVAS
      *     DEPOIS DA INFORMADA, E ultima_linha DA RESPOSTA E O
      *     VALOR PARA A PROXIMA CONSULTA. LOG JA EXPURGADO PELA
      *     RETENCAO DO CATALOGO RESPONDE 404. CHAVE DE API
      *     VINCULADA A UM CLIENTE (MOD-ESCOPO-CHAVE) NAO ENXERGA OS
      *     LOGS DOS JOBS.
      *******************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT ARQ-LOG ASSIGN TO WRK-ARQ-LOG-NOME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-ARQ-LOG.

       DATA DIVISION.
       FILE SECTION.

       FD  ARQ-LOG.
       01  REG-LOG                         PIC X(1024).

       WORKING-STORAGE SECTION.

       77  WRK-CORRELACAO-ID               PIC X(40).

       01  WRK-NEWLINE                     PIC X       VALUE x'0a'.

       77  WRK-ARQ-LOG-NOME                PIC X(255).
       77  WRK-FS-ARQ-LOG                  PIC X(2).
       77  WRK-RC-ARQUIVO                  PIC S9(9)   COMP-5.

       01  WRK-DETALHE-ARQUIVO.
           05  WRK-DET-TAMANHO             PIC X(8)    COMP-X.
           05  WRK-DET-DATA                PIC X(4).
           05  WRK-DET-HORA                PIC X(4).

       77  WRK-ID-MASK                     PIC Z(9)9.
       77  WRK-QTD-MASK                    PIC Z(9)9.
       77  WRK-SEQ-MASK                    PIC Z(4)9.
       77  WRK-RC-MASK                     PIC -Z(8)9.
       77  WRK-TAM-MASK                    PIC Z(11)9.
       77  WRK-MSG-ERRO                    PIC X(255).
       77  WRK-CORS-ORIGIN                 PIC X(255).
       77  WRK-MSG-EXP-ERRO                PIC X(255).
       77  WRK-DB-STRING                   PIC X(255).
       77  WRK-APP-ENV                     PIC X(10).
       77  WRK-CAMPO-ESC                   PIC X(510).
       77  WRK-CAMPO-TXT                   PIC X(255).

       77  WRK-ESC-ENTRADA                 PIC X(1024).
       77  WRK-ESC-SAIDA                   PIC X(2048).
       77  WRK-ESC-TAM                     PIC 9(4)    VALUE ZERO.
       77  WRK-ESC-IDX                     PIC 9(4)    VALUE ZERO.
       77  WRK-ESC-PTR                     PIC 9(4)    VALUE 1.
       77  WRK-ESC-CARACTERE               PIC X(1).

       77  WRK-HTTP-STATUS-200             PIC 9(3)        VALUE 200.
       77  WRK-HTTP-STATUS-400             PIC 9(3)        VALUE 400.
       77  WRK-HTTP-STATUS-404             PIC 9(3)        VALUE 404.
       77  WRK-HTTP-STATUS-500             PIC 9(3)        VALUE 500.

       77  WRK-PROGRAMA-NOME               PIC X(60)
               VALUE "PROG-LOG-JOBS".
       77  WRK-AUDIT-PARAMS                PIC X(255).
       77  WRK-COD-ERRO                    PIC 9(4).

       COPY ERRO-CODES.
       COPY VERSAO-BUILD.

       77  WRK-QS-ACAO                     PIC X(10).
       77  WRK-QS-ID-STG                   PIC X(10).
       77  WRK-QS-PAGE-STG                 PIC X(10).
       77  WRK-QS-PAGE-SIZE-STG            PIC X(10).
       77  WRK-QS-LINHAS-STG               PIC X(10).
       77  WRK-QS-APOS-STG                 PIC X(10).
       77  WRK-QS-SO-ERROS                 PIC X(1).
           88  SO-LINHAS-DE-ERRO                       VALUE 'S' 's'.
       77  WRK-NUM-CHECK                   PIC X(10).

       77  WRK-QS-PAGE                     PIC 9(10)   VALUE 1.
       77  WRK-QS-PAGE-SIZE                PIC 9(10)   VALUE 200.
       77  WRK-QTD-CAUDA                   PIC 9(10)   VALUE 50.
       77  WRK-LINHA-INICIAL               PIC 9(10)   VALUE 1.
       77  WRK-LINHA-FINAL                 PIC 9(10)   VALUE ZERO.
       77  WRK-ULTIMA-EMITIDA              PIC 9(10)   VALUE ZERO.

       77  WRK-NUM-LINHA                   PIC 9(10)   VALUE ZERO.
       77  WRK-NUM-FILTRADA                PIC 9(10)   VALUE ZERO.
       77  WRK-TOTAL-ERROS                 PIC 9(10)   VALUE ZERO.
       77  WRK-LINHA-MAIUSC                PIC X(1024).
       77  WRK-QTD-MARCAS                  PIC 9(4).
       77  WRK-FLAG-LINHA-ERRO             PIC X(1).
           88  LINHA-DE-ERRO                           VALUE 'S'.
           88  LINHA-COMUM                             VALUE 'N'.

       77  WRK-LOG-TAMANHO                 PIC 9(12).
       77  WRK-LOG-LINHAS                  PIC 9(10).
       77  WRK-LOG-LINHAS-ERRO             PIC 9(10).
       77  WRK-LOG-CAUDA                   PIC X(1000).
       77  WRK-LOG-ENCONTRADO              PIC X(1).
           88  LOG-ENCONTRADO                          VALUE 'S'.

       77  WRK-FLAG-PRIMEIRO               PIC X(1)    VALUE 'S'.
           88  PRIMEIRO-REGISTRO                       VALUE 'S'.
           88  NAO-PRIMEIRO-REGISTRO                   VALUE 'N'.

       77  WRK-FLAG-FIM-CURSOR             PIC X(1)    VALUE 'N'.
           88  FIM-CURSOR                              VALUE 'S'.
           88  NAO-FIM-CURSOR                          VALUE 'N'.

       77  WRK-FLAG-FIM-ARQUIVO            PIC X(1)    VALUE 'N'.
           88  FIM-ARQUIVO                             VALUE 'S'.
           88  NAO-FIM-ARQUIVO                         VALUE 'N'.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.

       01  HOSTVARS.
           05 BUFFER     PIC X(1024).

       01  SQL-01-VARS.
           05 LOG-ESCOPO-CLIENTE PIC 9(10).
           05 LOG-EXECUCAO-ID   PIC 9(10).
           05 LOG-EXE-ORIGEM    PIC X(12).
           05 LOG-EXE-STATUS    PIC X(12).
           05 LOG-EXE-INICIO    PIC X(19).
           05 LOG-EXE-FIM       PIC X(19).
           05 LOG-PASSO-ID      PIC 9(10).
           05 LOG-SEQUENCIA     PIC 9(5).
           05 LOG-PROGRAMA      PIC X(60).
           05 LOG-STATUS        PIC X(12).
           05 LOG-RC            PIC S9(9) COMP-5.
           05 LOG-TEM-RC        PIC X(1).
           05 LOG-INICIO        PIC X(19).
           05 LOG-FIM           PIC X(19).
           05 LOG-DURACAO-SEG   PIC 9(10).
           05 LOG-ARQUIVO       PIC X(255).
           05 LOG-TEM-RESUMO    PIC X(1).
           05 LOG-TAMANHO       PIC 9(12).
           05 LOG-LINHAS        PIC 9(10).
           05 LOG-LINHAS-ERRO   PIC 9(10).

       EXEC SQL END DECLARE SECTION END-EXEC.

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.

           ACCEPT WRK-AUDIT-PARAMS FROM ENVIRONMENT "QUERY_STRING".

           ACCEPT WRK-QS-ACAO FROM ENVIRONMENT "QS_ACAO".
           IF  FUNCTION TRIM(WRK-QS-ACAO) = SPACES
               MOVE "PASSOS" TO WRK-QS-ACAO
           END-IF.
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WRK-QS-ACAO))
               TO WRK-QS-ACAO.

           PERFORM 1000-CONFIGURAR-HTTP-HEADERS.
           PERFORM 1200-CONECTA-BANCO-DE-DADOS.
           PERFORM 1300-VERIFICAR-ESCOPO.

           EVALUATE WRK-QS-ACAO
               WHEN "PASSOS"
                   PERFORM 3000-LISTAR-PASSOS
               WHEN "LOG"
                   PERFORM 5000-PAGINAR-LOG
               WHEN "CAUDA"
                   PERFORM 6000-CAUDA-DO-LOG
               WHEN OTHER
                   STRING
                       "PARAMETRO QS_ACAO DEVE SER PASSOS, LOG OU "
                       "CAUDA."
                   INTO WRK-MSG-ERRO
                   MOVE ERR-COD-VALIDACAO TO WRK-COD-ERRO
                   PERFORM 9100-RETORNAR-RESPOSTA-HTTP-400
           END-EVALUATE.

           CALL 'MOD-REGISTRA-AUDITORIA'
               USING WRK-PROGRAMA-NOME, WRK-AUDIT-PARAMS,
                   WRK-HTTP-STATUS-200
               END-CALL.

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

       1200-CONECTA-BANCO-DE-DADOS.

           ACCEPT WRK-APP-ENV FROM ENVIRONMENT "APP_ENV".

           EVALUATE FUNCTION UPPER-CASE(FUNCTION TRIM(WRK-APP-ENV))
               WHEN "QA"
                   ACCEPT WRK-DB-STRING FROM ENVIRONMENT
                       "DB_CONNECTION_STRING_QA"
               WHEN "PROD"
                   ACCEPT WRK-DB-STRING FROM ENVIRONMENT
                       "DB_CONNECTION_STRING_PROD"
               WHEN OTHER
                   ACCEPT WRK-DB-STRING FROM ENVIRONMENT
                       "DB_CONNECTION_STRING_DEV"
           END-EVALUATE.

           IF  FUNCTION TRIM(WRK-DB-STRING) = SPACES
               STRING
                   "VARIAVEL DE AMBIENTE DA STRING DE CONEXAO COM O "
                   "BANCO DE DADOS NAO ESTA CONFIGURADA."
               INTO WRK-MSG-ERRO
               MOVE ERR-COD-CONEXAO TO WRK-COD-ERRO
               PERFORM 9000-RETORNAR-RESPOSTA-HTTP-500
           END-IF.

           MOVE WRK-DB-STRING TO BUFFER.
           EXEC SQL CONNECT TO :BUFFER END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO
               STRING
                   "ERRO AO TENTAR ABIR CONEXAO COM O "
                   "BANCO DE DADOS."
               INTO WRK-MSG-ERRO

               MOVE SQLERRM TO WRK-MSG-EXP-ERRO

               MOVE ERR-COD-CONEXAO TO WRK-COD-ERRO

               PERFORM 9000-RETORNAR-RESPOSTA-HTTP-500
           END-IF.

       1300-VERIFICAR-ESCOPO.

      * A CHAVE DE UM CLIENTE NAO ENXERGA OS LOGS DOS JOBS, QUE
      * TRAZEM DADOS DE TODOS OS CLIENTES; RESPONDE COMO INEXISTENTE.
           CALL 'MOD-ESCOPO-CHAVE' USING LOG-ESCOPO-CLIENTE
               END-CALL.

           IF  LOG-ESCOPO-CLIENTE NOT = ZERO
               STRING
                   "EXECUCAO OU PASSO DE JOB NAO ENCONTRADO."
               INTO WRK-MSG-ERRO
               MOVE ERR-COD-VALIDACAO TO WRK-COD-ERRO
               PERFORM 9200-RETORNAR-RESPOSTA-HTTP-404
           END-IF.

       2000-OBTER-PASSO.

      * COMUM A LOG E CAUDA: O PASSO PEDIDO E O ARQUIVO DELE.
           ACCEPT WRK-QS-ID-STG FROM ENVIRONMENT "QS_PASSO_ID".

           IF  FUNCTION TRIM(WRK-QS-ID-STG) = SPACES
               STRING
                   "PARAMETRO QS_PASSO_ID E OBRIGATORIO."
               INTO WRK-MSG-ERRO
               MOVE ERR-COD-VALIDACAO TO WRK-COD-ERRO
               PERFORM 9100-RETORNAR-RESPOSTA-HTTP-400
           END-IF.

           MOVE FUNCTION TRIM(WRK-QS-ID-STG) TO WRK-NUM-CHECK.
           INSPECT WRK-NUM-CHECK REPLACING ALL SPACE BY '0'.
           COPY VALIDACAO-CAMPO-NUMERICO
               REPLACING ==TAG-CAMPO-STG==  BY ==WRK-NUM-CHECK==
                   ==TAG-NOME-PARAM==       BY =="QS_PASSO_ID"==
                   ==TAG-PARAGRAFO-400==    BY
                       ==9100-RETORNAR-RESPOSTA-HTTP-400==.
           COMPUTE LOG-PASSO-ID = FUNCTION NUMVAL(WRK-QS-ID-STG).

           EXEC SQL
               SELECT execucao_id, sequencia, programa, status,
                      COALESCE(arquivo_log, '')
                 INTO :LOG-EXECUCAO-ID, :LOG-SEQUENCIA,
                      :LOG-PROGRAMA, :LOG-STATUS, :LOG-ARQUIVO
                 FROM job_execucao_passos
                WHERE id = :LOG-PASSO-ID
           END-EXEC.

           IF  SQLCODE EQUAL 100
               STRING
                   "PASSO DE JOB NAO ENCONTRADO."
               INTO WRK-MSG-ERRO
               MOVE ERR-COD-VALIDACAO TO WRK-COD-ERRO
               PERFORM 9200-RETORNAR-RESPOSTA-HTTP-404
           END-IF.

           IF  SQLCODE NOT EQUAL ZERO
               STRING
                   "ERRO AO TENTAR LER O PASSO DE JOB."
               INTO WRK-MSG-ERRO
               MOVE SQLERRM TO WRK-MSG-EXP-ERRO
               MOVE ERR-COD-SQL-EXEC TO WRK-COD-ERRO
               PERFORM 9000-RETORNAR-RESPOSTA-HTTP-500
           END-IF.

           IF  FUNCTION TRIM(LOG-ARQUIVO) = SPACES
               STRING
                   "PASSO SEM LOG PROPRIO (ANTERIOR A CAPTURA DA "
                   "SAIDA POR PASSO)."
               INTO WRK-MSG-ERRO
               MOVE ERR-COD-VALIDACAO TO WRK-COD-ERRO
               PERFORM 9200-RETORNAR-RESPOSTA-HTTP-404
           END-IF.

           MOVE LOG-ARQUIVO TO WRK-ARQ-LOG-NOME.

       2100-ABRIR-LOG.

           OPEN INPUT ARQ-LOG.

           IF  WRK-FS-ARQ-LOG NOT = "00"
               STRING
                   "LOG DO PASSO INDISPONIVEL (JA EXPURGADO PELA "
                   "RETENCAO DO CATALOGO?)."
               INTO WRK-MSG-ERRO
               MOVE ERR-COD-VALIDACAO TO WRK-COD-ERRO
               PERFORM 9200-RETORNAR-RESPOSTA-HTTP-404
           END-IF.

           SET NAO-FIM-ARQUIVO TO TRUE.
           MOVE ZERO TO WRK-NUM-LINHA WRK-NUM-FILTRADA
               WRK-TOTAL-ERROS WRK-ULTIMA-EMITIDA.

       2200-LER-PROXIMA-LINHA.

           READ ARQ-LOG
               AT END SET FIM-ARQUIVO TO TRUE
           END-READ.

           IF  NAO-FIM-ARQUIVO
               ADD 1 TO WRK-NUM-LINHA
               COPY CLASSIFICA-LINHA-LOG
                   REPLACING ==TAG-LINHA==      BY ==REG-LOG==
                             ==TAG-CAIXA-ALTA== BY ==WRK-LINHA-MAIUSC==
                             ==TAG-CONTADOR==   BY ==WRK-QTD-MARCAS==.
               IF  WRK-QTD-MARCAS > ZERO
                   SET LINHA-DE-ERRO TO TRUE
                   ADD 1 TO WRK-TOTAL-ERROS
               ELSE
                   SET LINHA-COMUM TO TRUE
               END-IF
           END-IF.

       2300-EMITIR-CABECALHO-PASSO.

           MOVE LOG-PASSO-ID TO WRK-ID-MASK.
           DISPLAY '  "passo_id": ' FUNCTION TRIM(WRK-ID-MASK) ','.
           MOVE LOG-EXECUCAO-ID TO WRK-ID-MASK.
           DISPLAY '  "execucao_id": ' FUNCTION TRIM(WRK-ID-MASK) ','.
           MOVE LOG-SEQUENCIA TO WRK-SEQ-MASK.
           DISPLAY '  "sequencia": ' FUNCTION TRIM(WRK-SEQ-MASK) ','.
           DISPLAY '  "programa": "'
               FUNCTION TRIM(LOG-PROGRAMA) '",'.
           DISPLAY '  "status": "' FUNCTION TRIM(LOG-STATUS) '",'.

           MOVE LOG-ARQUIVO TO WRK-CAMPO-TXT.
           CALL 'MOD-JSON-ESCAPE' USING WRK-CAMPO-TXT WRK-CAMPO-ESC
               END-CALL.
           DISPLAY '  "arquivo_log": "'
               FUNCTION TRIM(WRK-CAMPO-ESC) '",'.

       2400-EMITIR-LINHA-LOG.

           IF  NAO-PRIMEIRO-REGISTRO
               DISPLAY ','
           END-IF.
           SET NAO-PRIMEIRO-REGISTRO TO TRUE.

           MOVE REG-LOG TO WRK-ESC-ENTRADA.
           PERFORM 7300-ESCAPAR-VALOR.

           MOVE WRK-NUM-LINHA TO WRK-QTD-MASK.
           MOVE WRK-NUM-LINHA TO WRK-ULTIMA-EMITIDA.

           IF  WRK-ESC-PTR > 1
               DISPLAY '   {"numero": ' FUNCTION TRIM(WRK-QTD-MASK)
                   ', "erro": "' WRK-FLAG-LINHA-ERRO
                   '", "texto": "' WRK-ESC-SAIDA(1:WRK-ESC-PTR - 1)
                   '"}'
           ELSE
               DISPLAY '   {"numero": ' FUNCTION TRIM(WRK-QTD-MASK)
                   ', "erro": "' WRK-FLAG-LINHA-ERRO
                   '", "texto": ""}'
           END-IF.

       2500-LER-NUMERO-OPCIONAL.

      * VALIDA O PARAMETRO NUMERICO OPCIONAL QUE ESTA EM
      * WRK-NUM-CHECK; O NOME DELE VEM EM WRK-CAMPO-TXT.
           INSPECT WRK-NUM-CHECK REPLACING ALL SPACE BY '0'.
           IF  WRK-NUM-CHECK NOT NUMERIC
               STRING
                   "PARAMETRO " FUNCTION TRIM(WRK-CAMPO-TXT)
                   " DEVE SER NUMERICO."
                   DELIMITED BY SIZE
               INTO WRK-MSG-ERRO
               MOVE ERR-COD-VALIDACAO TO WRK-COD-ERRO
               PERFORM 9100-RETORNAR-RESPOSTA-HTTP-400
           END-IF.

       3000-LISTAR-PASSOS.

           ACCEPT WRK-QS-ID-STG FROM ENVIRONMENT "QS_EXECUCAO_ID".

           IF  FUNCTION TRIM(WRK-QS-ID-STG) = SPACES
      * SEM EXECUCAO INFORMADA, A MAIS RECENTE.
               EXEC SQL
                   SELECT COALESCE(MAX(id), 0)
                     INTO :LOG-EXECUCAO-ID
                     FROM job_execucoes
               END-EXEC
               IF  SQLCODE NOT EQUAL ZERO
                   MOVE ZERO TO LOG-EXECUCAO-ID
               END-IF
           ELSE
               MOVE FUNCTION TRIM(WRK-QS-ID-STG) TO WRK-NUM-CHECK
               INSPECT WRK-NUM-CHECK REPLACING ALL SPACE BY '0'
               COPY VALIDACAO-CAMPO-NUMERICO
                   REPLACING ==TAG-CAMPO-STG==  BY ==WRK-NUM-CHECK==
                       ==TAG-NOME-PARAM==       BY =="QS_EXECUCAO_ID"==
                       ==TAG-PARAGRAFO-400==    BY
                           ==9100-RETORNAR-RESPOSTA-HTTP-400==.
               COMPUTE LOG-EXECUCAO-ID =
                   FUNCTION NUMVAL(WRK-QS-ID-STG)
           END-IF.

           EXEC SQL
               SELECT COALESCE(origem, 'CADEIA'), status,
                      DATE_FORMAT(iniciado_em, '%Y-%m-%d %H:%i:%s'),
                      COALESCE(DATE_FORMAT(finalizado_em,
                          '%Y-%m-%d %H:%i:%s'), '')
                 INTO :LOG-EXE-ORIGEM, :LOG-EXE-STATUS,
                      :LOG-EXE-INICIO, :LOG-EXE-FIM
                 FROM job_execucoes
                WHERE id = :LOG-EXECUCAO-ID
           END-EXEC.

           IF  SQLCODE EQUAL 100
               STRING
                   "EXECUCAO DE JOB NAO ENCONTRADA."
               INTO WRK-MSG-ERRO
               MOVE ERR-COD-VALIDACAO TO WRK-COD-ERRO
               PERFORM 9200-RETORNAR-RESPOSTA-HTTP-404
           END-IF.

           IF  SQLCODE NOT EQUAL ZERO
               STRING
                   "ERRO AO TENTAR LER A EXECUCAO DE JOB."
               INTO WRK-MSG-ERRO
               MOVE SQLERRM TO WRK-MSG-EXP-ERRO
               MOVE ERR-COD-SQL-EXEC TO WRK-COD-ERRO
               PERFORM 9000-RETORNAR-RESPOSTA-HTTP-500
           END-IF.

           PERFORM 3050-ABRIR-CURSOR-PASSOS.

           DISPLAY '{'.
           DISPLAY '"http-status": ' WRK-HTTP-STATUS-200 ','.
           DISPLAY '"msg": null,'.
           DISPLAY '"data": {'.

           MOVE LOG-EXECUCAO-ID TO WRK-ID-MASK.
           DISPLAY '  "execucao_id": ' FUNCTION TRIM(WRK-ID-MASK) ','.
           DISPLAY '  "origem": "' FUNCTION TRIM(LOG-EXE-ORIGEM) '",'.
           DISPLAY '  "status": "' FUNCTION TRIM(LOG-EXE-STATUS) '",'.
           DISPLAY '  "iniciado_em": "' LOG-EXE-INICIO '",'.
           IF  FUNCTION TRIM(LOG-EXE-FIM) = SPACES
               DISPLAY '  "finalizado_em": null,'
           ELSE
               DISPLAY '  "finalizado_em": "' LOG-EXE-FIM '",'
           END-IF.
           DISPLAY '  "passos": ['.

           SET PRIMEIRO-REGISTRO TO TRUE.
           PERFORM 3100-BUSCAR-PROXIMO-PASSO.
           PERFORM 3200-EMITIR-PASSO UNTIL FIM-CURSOR.

           EXEC SQL CLOSE CUR-LOG-PASSOS END-EXEC.

           DISPLAY '  ]'.
           DISPLAY '}'.
           DISPLAY '}'.

       3050-ABRIR-CURSOR-PASSOS.

           EXEC SQL
               DECLARE CUR-LOG-PASSOS CURSOR FOR
                   SELECT id, sequencia, programa, status,
                          COALESCE(return_code, 0),
                          IF(return_code IS NULL, 'N', 'S'),
                          DATE_FORMAT(iniciado_em,
                              '%Y-%m-%d %H:%i:%s'),
                          COALESCE(DATE_FORMAT(finalizado_em,
                              '%Y-%m-%d %H:%i:%s'), ''),
                          TIMESTAMPDIFF(SECOND, iniciado_em,
                              COALESCE(finalizado_em,
                                  CURRENT_TIMESTAMP)),
                          COALESCE(arquivo_log, ''),
                          IF(tamanho_bytes IS NULL, 'N', 'S'),
                          COALESCE(tamanho_bytes, 0),
                          COALESCE(qtd_linhas, 0),
                          COALESCE(qtd_linhas_erro, 0)
                     FROM job_execucao_passos
                    WHERE execucao_id = :LOG-EXECUCAO-ID
                    ORDER BY sequencia, id
           END-EXEC.

           EXEC SQL OPEN CUR-LOG-PASSOS END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO
               STRING
                   "ERRO AO TENTAR LISTAR OS PASSOS DA EXECUCAO."
               INTO WRK-MSG-ERRO
               MOVE SQLERRM TO WRK-MSG-EXP-ERRO
               MOVE ERR-COD-SQL-EXEC TO WRK-COD-ERRO
               PERFORM 9000-RETORNAR-RESPOSTA-HTTP-500
           END-IF.

       3100-BUSCAR-PROXIMO-PASSO.

           EXEC SQL
               FETCH CUR-LOG-PASSOS
                   INTO :LOG-PASSO-ID, :LOG-SEQUENCIA, :LOG-PROGRAMA,
                        :LOG-STATUS, :LOG-RC, :LOG-TEM-RC,
                        :LOG-INICIO, :LOG-FIM, :LOG-DURACAO-SEG,
                        :LOG-ARQUIVO, :LOG-TEM-RESUMO, :LOG-TAMANHO,
                        :LOG-LINHAS, :LOG-LINHAS-ERRO
           END-EXEC.

           IF  SQLCODE EQUAL 100
               SET FIM-CURSOR TO TRUE
           END-IF.

       3200-EMITIR-PASSO.

           IF  NAO-PRIMEIRO-REGISTRO
               DISPLAY ','
           END-IF.
           SET NAO-PRIMEIRO-REGISTRO TO TRUE.

           DISPLAY '   {'.
           MOVE LOG-PASSO-ID TO WRK-ID-MASK.
           DISPLAY '    "id": ' FUNCTION TRIM(WRK-ID-MASK) ','.
           MOVE LOG-SEQUENCIA TO WRK-SEQ-MASK.
           DISPLAY '    "sequencia": ' FUNCTION TRIM(WRK-SEQ-MASK) ','.
           DISPLAY '    "programa": "'
               FUNCTION TRIM(LOG-PROGRAMA) '",'.
           DISPLAY '    "status": "' FUNCTION TRIM(LOG-STATUS) '",'.

           IF  LOG-TEM-RC = 'S'
               MOVE LOG-RC TO WRK-RC-MASK
               DISPLAY '    "return_code": '
                   FUNCTION TRIM(WRK-RC-MASK) ','
           ELSE
               DISPLAY '    "return_code": null,'
           END-IF.

           DISPLAY '    "iniciado_em": "' LOG-INICIO '",'.
           IF  FUNCTION TRIM(LOG-FIM) = SPACES
               DISPLAY '    "finalizado_em": null,'
           ELSE
               DISPLAY '    "finalizado_em": "' LOG-FIM '",'
           END-IF.

           MOVE LOG-DURACAO-SEG TO WRK-QTD-MASK.
           DISPLAY '    "duracao_seg": '
               FUNCTION TRIM(WRK-QTD-MASK) ','.

      * PASSO ANTERIOR A CAPTURA POR PASSO NAO TEM ARQUIVO; O QUE
      * TEM PODE JA TER SIDO EXPURGADO PELA RETENCAO.
           IF  FUNCTION TRIM(LOG-ARQUIVO) = SPACES
               DISPLAY '    "arquivo_log": null,'
               DISPLAY '    "log_disponivel": "N",'
           ELSE
               MOVE LOG-ARQUIVO TO WRK-CAMPO-TXT
               CALL 'MOD-JSON-ESCAPE' USING WRK-CAMPO-TXT
                   WRK-CAMPO-ESC
                   END-CALL
               DISPLAY '    "arquivo_log": "'
                   FUNCTION TRIM(WRK-CAMPO-ESC) '",'
               MOVE LOG-ARQUIVO TO WRK-ARQ-LOG-NOME
               CALL "CBL_CHECK_FILE_EXIST"
                   USING WRK-ARQ-LOG-NOME, WRK-DETALHE-ARQUIVO
                   RETURNING WRK-RC-ARQUIVO
               END-CALL
               IF  WRK-RC-ARQUIVO = ZERO
                   DISPLAY '    "log_disponivel": "S",'
               ELSE
                   DISPLAY '    "log_disponivel": "N",'
               END-IF
           END-IF.

      * O RESUMO DO LOG E GRAVADO NO FIM DO PASSO.
           IF  LOG-TEM-RESUMO = 'S'
               MOVE LOG-TAMANHO TO WRK-TAM-MASK
               DISPLAY '    "tamanho_bytes": '
                   FUNCTION TRIM(WRK-TAM-MASK) ','
               MOVE LOG-LINHAS TO WRK-QTD-MASK
               DISPLAY '    "qtd_linhas": '
                   FUNCTION TRIM(WRK-QTD-MASK) ','
               MOVE LOG-LINHAS-ERRO TO WRK-QTD-MASK
               DISPLAY '    "qtd_linhas_erro": '
                   FUNCTION TRIM(WRK-QTD-MASK)
           ELSE
               DISPLAY '    "tamanho_bytes": null,'
               DISPLAY '    "qtd_linhas": null,'
               DISPLAY '    "qtd_linhas_erro": null'
           END-IF.
           DISPLAY '   }'.

           PERFORM 3100-BUSCAR-PROXIMO-PASSO.

       5000-PAGINAR-LOG.

           PERFORM 2000-OBTER-PASSO.

           MOVE 1 TO WRK-QS-PAGE.
           MOVE 200 TO WRK-QS-PAGE-SIZE.

           ACCEPT WRK-QS-PAGE-STG FROM ENVIRONMENT "QS_PAGE".
           IF  FUNCTION TRIM(WRK-QS-PAGE-STG) NOT = SPACES
               MOVE FUNCTION TRIM(WRK-QS-PAGE-STG) TO WRK-NUM-CHECK
               MOVE "QS_PAGE" TO WRK-CAMPO-TXT
               PERFORM 2500-LER-NUMERO-OPCIONAL
               COMPUTE WRK-QS-PAGE = FUNCTION NUMVAL(WRK-QS-PAGE-STG)
           END-IF.
           IF  WRK-QS-PAGE = ZERO
               MOVE 1 TO WRK-QS-PAGE
           END-IF.

           ACCEPT WRK-QS-PAGE-SIZE-STG FROM ENVIRONMENT
               "QS_PAGE_SIZE".
           IF  FUNCTION TRIM(WRK-QS-PAGE-SIZE-STG) NOT = SPACES
               MOVE FUNCTION TRIM(WRK-QS-PAGE-SIZE-STG)
                   TO WRK-NUM-CHECK
               MOVE "QS_PAGE_SIZE" TO WRK-CAMPO-TXT
               PERFORM 2500-LER-NUMERO-OPCIONAL
               COMPUTE WRK-QS-PAGE-SIZE =
                   FUNCTION NUMVAL(WRK-QS-PAGE-SIZE-STG)
           END-IF.
           IF  WRK-QS-PAGE-SIZE = ZERO
           OR  WRK-QS-PAGE-SIZE > 1000
               MOVE 200 TO WRK-QS-PAGE-SIZE
           END-IF.

           MOVE 'N' TO WRK-QS-SO-ERROS.
           ACCEPT WRK-QS-SO-ERROS FROM ENVIRONMENT "QS_SO_ERROS".

      * A PAGINA E CONTADA SOBRE AS LINHAS QUE PASSAM NO FILTRO:
      * COM QS_SO_ERROS=S, SAO PAGINAS DE LINHAS DE ERRO.
           COMPUTE WRK-LINHA-INICIAL =
               (WRK-QS-PAGE - 1) * WRK-QS-PAGE-SIZE + 1.
           COMPUTE WRK-LINHA-FINAL =
               WRK-QS-PAGE * WRK-QS-PAGE-SIZE.

           PERFORM 2100-ABRIR-LOG.

           DISPLAY '{'.
           DISPLAY '"http-status": ' WRK-HTTP-STATUS-200 ','.
           DISPLAY '"msg": null,'.
           DISPLAY '"data": {'.
           PERFORM 2300-EMITIR-CABECALHO-PASSO.

           MOVE WRK-QS-PAGE TO WRK-QTD-MASK.
           DISPLAY '  "page": ' FUNCTION TRIM(WRK-QTD-MASK) ','.
           MOVE WRK-QS-PAGE-SIZE TO WRK-QTD-MASK.
           DISPLAY '  "page_size": ' FUNCTION TRIM(WRK-QTD-MASK) ','.
           IF  SO-LINHAS-DE-ERRO
               DISPLAY '  "so_erros": "S",'
           ELSE
               DISPLAY '  "so_erros": "N",'
           END-IF.
           DISPLAY '  "linhas": ['.

           SET PRIMEIRO-REGISTRO TO TRUE.
           PERFORM 2200-LER-PROXIMA-LINHA.
           PERFORM 5100-TRATAR-LINHA-DA-PAGINA UNTIL FIM-ARQUIVO.

           CLOSE ARQ-LOG.

           DISPLAY '  ],'.
           MOVE WRK-NUM-LINHA TO WRK-QTD-MASK.
           DISPLAY '  "total_linhas": ' FUNCTION TRIM(WRK-QTD-MASK) ','.
           MOVE WRK-TOTAL-ERROS TO WRK-QTD-MASK.
           DISPLAY '  "qtd_linhas_erro": '
               FUNCTION TRIM(WRK-QTD-MASK) ','.
           MOVE WRK-NUM-FILTRADA TO WRK-QTD-MASK.
           DISPLAY '  "total_filtrado": ' FUNCTION TRIM(WRK-QTD-MASK).
           DISPLAY '}'.
           DISPLAY '}'.

       5100-TRATAR-LINHA-DA-PAGINA.

      * O ARQUIVO E LIDO ATE O FIM MESMO DEPOIS DA PAGINA, PARA OS
      * TOTAIS DE LINHAS E DE LINHAS DE ERRO.
           IF  LINHA-DE-ERRO OR NOT SO-LINHAS-DE-ERRO
               ADD 1 TO WRK-NUM-FILTRADA
               IF  WRK-NUM-FILTRADA >= WRK-LINHA-INICIAL
               AND WRK-NUM-FILTRADA <= WRK-LINHA-FINAL
                   PERFORM 2400-EMITIR-LINHA-LOG
               END-IF
           END-IF.

           PERFORM 2200-LER-PROXIMA-LINHA.

       6000-CAUDA-DO-LOG.

           PERFORM 2000-OBTER-PASSO.

           MOVE 50 TO WRK-QTD-CAUDA.
           ACCEPT WRK-QS-LINHAS-STG FROM ENVIRONMENT "QS_LINHAS".
           IF  FUNCTION TRIM(WRK-QS-LINHAS-STG) NOT = SPACES
               MOVE FUNCTION TRIM(WRK-QS-LINHAS-STG) TO WRK-NUM-CHECK
               MOVE "QS_LINHAS" TO WRK-CAMPO-TXT
               PERFORM 2500-LER-NUMERO-OPCIONAL
               COMPUTE WRK-QTD-CAUDA =
                   FUNCTION NUMVAL(WRK-QS-LINHAS-STG)
           END-IF.
           IF  WRK-QTD-CAUDA = ZERO
           OR  WRK-QTD-CAUDA > 1000
               MOVE 50 TO WRK-QTD-CAUDA
           END-IF.

      * O TAMANHO E A QUANTIDADE DE LINHAS DE AGORA; O PASSO PODE
      * CONTINUAR GRAVANDO ENQUANTO A CAUDA E LIDA.
           CALL 'MOD-LOG-PASSO'
               USING LOG-ARQUIVO, WRK-LOG-TAMANHO, WRK-LOG-LINHAS,
                   WRK-LOG-LINHAS-ERRO, WRK-LOG-CAUDA,
                   WRK-LOG-ENCONTRADO
               END-CALL.

           IF  NOT LOG-ENCONTRADO
               STRING
                   "LOG DO PASSO INDISPONIVEL (JA EXPURGADO PELA "
                   "RETENCAO DO CATALOGO?)."
               INTO WRK-MSG-ERRO
               MOVE ERR-COD-VALIDACAO TO WRK-COD-ERRO
               PERFORM 9200-RETORNAR-RESPOSTA-HTTP-404
           END-IF.

      * COM QS_APOS_LINHA, SO AS LINHAS NOVAS DEPOIS DELA; SEM ELE,
      * AS ULTIMAS QS_LINHAS.
           ACCEPT WRK-QS-APOS-STG FROM ENVIRONMENT "QS_APOS_LINHA".
           IF  FUNCTION TRIM(WRK-QS-APOS-STG) NOT = SPACES
               MOVE FUNCTION TRIM(WRK-QS-APOS-STG) TO WRK-NUM-CHECK
               MOVE "QS_APOS_LINHA" TO WRK-CAMPO-TXT
               PERFORM 2500-LER-NUMERO-OPCIONAL
               COMPUTE WRK-LINHA-INICIAL =
                   FUNCTION NUMVAL(WRK-QS-APOS-STG) + 1
           ELSE
               IF  WRK-LOG-LINHAS > WRK-QTD-CAUDA
                   COMPUTE WRK-LINHA-INICIAL =
                       WRK-LOG-LINHAS - WRK-QTD-CAUDA + 1
               ELSE
                   MOVE 1 TO WRK-LINHA-INICIAL
               END-IF
           END-IF.
           COMPUTE WRK-LINHA-FINAL =
               WRK-LINHA-INICIAL + WRK-QTD-CAUDA - 1.

           PERFORM 2100-ABRIR-LOG.
           COMPUTE WRK-ULTIMA-EMITIDA = WRK-LINHA-INICIAL - 1.

           DISPLAY '{'.
           DISPLAY '"http-status": ' WRK-HTTP-STATUS-200 ','.
           DISPLAY '"msg": null,'.
           DISPLAY '"data": {'.
           PERFORM 2300-EMITIR-CABECALHO-PASSO.

           IF  FUNCTION TRIM(LOG-STATUS) = 'EM-EXECUCAO'
               DISPLAY '  "em_execucao": "S",'
           ELSE
               DISPLAY '  "em_execucao": "N",'
           END-IF.
           MOVE WRK-LOG-TAMANHO TO WRK-TAM-MASK.
           DISPLAY '  "tamanho_bytes": '
               FUNCTION TRIM(WRK-TAM-MASK) ','.
           MOVE WRK-LINHA-INICIAL TO WRK-QTD-MASK.
           DISPLAY '  "linha_inicial": '
               FUNCTION TRIM(WRK-QTD-MASK) ','.
           DISPLAY '  "linhas": ['.

           SET PRIMEIRO-REGISTRO TO TRUE.
           PERFORM 2200-LER-PROXIMA-LINHA.
           PERFORM 6100-TRATAR-LINHA-DA-CAUDA
               UNTIL FIM-ARQUIVO
                  OR WRK-NUM-LINHA > WRK-LINHA-FINAL.

           CLOSE ARQ-LOG.

           DISPLAY '  ],'.
           MOVE WRK-ULTIMA-EMITIDA TO WRK-QTD-MASK.
           DISPLAY '  "ultima_linha": ' FUNCTION TRIM(WRK-QTD-MASK) ','.
           MOVE WRK-LOG-LINHAS TO WRK-QTD-MASK.
           DISPLAY '  "total_linhas": ' FUNCTION TRIM(WRK-QTD-MASK) ','.
           MOVE WRK-LOG-LINHAS-ERRO TO WRK-QTD-MASK.
           DISPLAY '  "qtd_linhas_erro": ' FUNCTION TRIM(WRK-QTD-MASK).
           DISPLAY '}'.
           DISPLAY '}'.

       6100-TRATAR-LINHA-DA-CAUDA.

           IF  WRK-NUM-LINHA >= WRK-LINHA-INICIAL
               PERFORM 2400-EMITIR-LINHA-LOG
           END-IF.

           PERFORM 2200-LER-PROXIMA-LINHA.

       7300-ESCAPAR-VALOR.

      * MESMAS TROCAS DE MOD-JSON-ESCAPE, PARA LINHAS DE LOG DE ATE
      * 1024 CARACTERES, PRESERVANDO A INDENTACAO.
           MOVE SPACES TO WRK-ESC-SAIDA.
           MOVE 1 TO WRK-ESC-PTR.
           MOVE ZERO TO WRK-ESC-TAM.

           IF  WRK-ESC-ENTRADA = SPACES
               EXIT PARAGRAPH
           END-IF.

           MOVE FUNCTION LENGTH(FUNCTION TRIM(WRK-ESC-ENTRADA TRAILING))
               TO WRK-ESC-TAM.

           PERFORM 7310-ESCAPAR-CARACTERE
               VARYING WRK-ESC-IDX FROM 1 BY 1
               UNTIL WRK-ESC-IDX > WRK-ESC-TAM.

       7310-ESCAPAR-CARACTERE.

           MOVE WRK-ESC-ENTRADA(WRK-ESC-IDX:1) TO WRK-ESC-CARACTERE.

           EVALUATE WRK-ESC-CARACTERE
               WHEN '"'
                   STRING '\' '"' DELIMITED BY SIZE
                       INTO WRK-ESC-SAIDA WITH POINTER WRK-ESC-PTR
               WHEN '\'
                   STRING '\' '\' DELIMITED BY SIZE
                       INTO WRK-ESC-SAIDA WITH POINTER WRK-ESC-PTR
               WHEN X'0A'
                   STRING '\' 'n' DELIMITED BY SIZE
                       INTO WRK-ESC-SAIDA WITH POINTER WRK-ESC-PTR
               WHEN X'0D'
                   STRING '\' 'r' DELIMITED BY SIZE
                       INTO WRK-ESC-SAIDA WITH POINTER WRK-ESC-PTR
               WHEN X'09'
                   STRING '\' 't' DELIMITED BY SIZE
                       INTO WRK-ESC-SAIDA WITH POINTER WRK-ESC-PTR
               WHEN OTHER
                   STRING WRK-ESC-CARACTERE DELIMITED BY SIZE
                       INTO WRK-ESC-SAIDA WITH POINTER WRK-ESC-PTR
           END-EVALUATE.

       4000-LIBERAR-RECURSOS.

           EXEC SQL CONNECT RESET END-EXEC.

       9100-RETORNAR-RESPOSTA-HTTP-400.

           CALL 'MOD-REGISTRA-AUDITORIA'
               USING WRK-PROGRAMA-NOME, WRK-AUDIT-PARAMS,
                   WRK-HTTP-STATUS-400
               END-CALL.

           CALL 'MOD-JSON-ENVELOPE-ERRO'
               USING WRK-HTTP-STATUS-400, WRK-MSG-ERRO,
                   WRK-MSG-EXP-ERRO, WRK-COD-ERRO
               END-CALL.

           PERFORM 4000-LIBERAR-RECURSOS.
           STOP RUN.

       9200-RETORNAR-RESPOSTA-HTTP-404.

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

       9000-RETORNAR-RESPOSTA-HTTP-500.

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

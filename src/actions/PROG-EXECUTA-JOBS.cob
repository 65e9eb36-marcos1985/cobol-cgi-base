      *     O AGENDADOR POR TEMPO (PROG-AGENDADOR) REGISTRA AS SUAS
      *     EXECUCOES NAS MESMAS TABELAS, E A RETOMADA DA CADEIA
      *     PASSA A IGNORAR AS EXECUCOES QUE NAO SAO DELA.
      *   - EXIBE NO LOG DA EXECUCAO O CARIMBO DE VERSAO (BUILD)
      *     COM QUE O ORQUESTRADOR FOI IMPLANTADO.
      *   - A SAIDA DE CADA PASSO DEIXA DE SER ANEXADA AO UNICO
      *     JOBS_SAIDA.LOG E PASSA A IR PARA UM ARQUIVO PROPRIO,
      *     PASSO_<ID DO PASSO>_<PROGRAMA>.LOG NO DIRETORIO
      *     JOBS_LOG_DIR (PADRAO O CORRENTE). O NOME FICA EM
      *     JOB_EXECUCAO_PASSOS.ARQUIVO_LOG DESDE O INICIO DO PASSO
      *     (A CAUDA DE PROG-LOG-JOBS JA ACOMPANHA O PASSO RODANDO);
      *     NO FIM, MOD-LOG-PASSO APURA TAMANHO, LINHAS, LINHAS DE
      *     ERRO E AS ULTIMAS LINHAS, GRAVADOS NO PROPRIO PASSO. O
      *     ARQUIVO E REGISTRADO NO CATALOGO DE RELATORIOS, E A
      *     RETENCAO DE PROG-EXPURGA-RELATORIOS VALE PARA ELE. PASSO
      *     QUE FALHA ABRE O INCIDENTE FALHA-<PROGRAMA> CITANDO AS
      *     ULTIMAS LINHAS DO LOG; A PROXIMA EXECUCAO OK O FECHA.
      *******************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       WORKING-STORAGE SECTION.

       COPY VERSAO-BUILD.

       77  WRK-DB-STRING                   PIC X(255).
       77  WRK-APP-ENV                     PIC X(10).

       77  WRK-BIN-DIR                     PIC X(255).
       77  WRK-LOG-DIR                     PIC X(255).
       77  WRK-ARQ-LOG                     PIC X(255).
       77  WRK-CMD                         PIC X(1024).
       77  WRK-RC-SISTEMA                  PIC S9(9)   COMP-5.
       77  WRK-RC-MASK                     PIC -Z(8)9.
       77  WRK-ID-MASK                     PIC Z(9)9.
       77  WRK-SEQ-MASK                    PIC Z(4)9.

       77  WRK-LOG-TAMANHO                 PIC 9(12).
       77  WRK-LOG-LINHAS                  PIC 9(10).
       77  WRK-LOG-LINHAS-ERRO             PIC 9(10).
       77  WRK-LOG-CAUDA                   PIC X(1000).
       77  WRK-LOG-ENCONTRADO              PIC X(1).
           88  LOG-ENCONTRADO                          VALUE 'S'.

       77  WRK-INC-ACAO                    PIC X(10).
       77  WRK-INC-ORIGEM                  PIC X(60)
               VALUE "PROG-EXECUTA-JOBS".
       77  WRK-INC-CONDICAO                PIC X(60).
       77  WRK-INC-DETALHES                PIC X(255).

       77  WRK-REL-PROGRAMA                PIC X(60).
       77  WRK-REL-PERIODO                 PIC X(30).

       77  WRK-QTD-OK                      PIC 9(5)    VALUE ZERO.
       77  WRK-QTD-ERRO                    PIC 9(5)    VALUE ZERO.
           05 JOB-RC            PIC S9(9) COMP-5.
           05 JOB-QTD           PIC 9(10).
           05 JOB-STATUS        PIC X(12).
           05 JOB-ARQ-LOG       PIC X(255).
           05 JOB-TAMANHO       PIC 9(12).
           05 JOB-LINHAS        PIC 9(10).
           05 JOB-LINHAS-ERRO   PIC 9(10).
           05 JOB-CAUDA         PIC X(1000).

       EXEC SQL END DECLARE SECTION END-EXEC.

               MOVE "." TO WRK-BIN-DIR
           END-IF.

           ACCEPT WRK-LOG-DIR FROM ENVIRONMENT "JOBS_LOG_DIR".
           IF  FUNCTION TRIM(WRK-LOG-DIR) = SPACES
               MOVE "." TO WRK-LOG-DIR
           END-IF.

      * O CALENDARIO DECIDE SE HOJE E DIA UTIL; PASSOS MARCADOS COM
                   return_code   INT NULL,
                   iniciado_em   DATETIME NOT NULL
                       DEFAULT CURRENT_TIMESTAMP,
                   finalizado_em DATETIME NULL,
                   arquivo_log   VARCHAR(255) NULL,
                   tamanho_bytes BIGINT NULL,
                   qtd_linhas    INT NULL,
                   qtd_linhas_erro INT NULL,
                   cauda_log     VARCHAR(1000) NULL
               )
           END-EXEC.

               STOP RUN
           END-IF.

      * TABELAS CRIADAS ANTES DO LOG POR PASSO NAO TEM AS COLUNAS DO
      * ARQUIVO DE SAIDA; ACRESCENTA-AS QUANDO AUSENTES, COM OS
      * PASSOS ANTIGOS SEM LOG PROPRIO.
           EXEC SQL
               SELECT COUNT(*)
                 INTO :JOB-QTD-COLUNA
                 FROM information_schema.columns
                WHERE table_schema = DATABASE()
                  AND table_name = 'job_execucao_passos'
                  AND column_name = 'arquivo_log'
           END-EXEC.

           IF  SQLCODE EQUAL ZERO AND JOB-QTD-COLUNA = ZERO
               EXEC SQL
                   ALTER TABLE job_execucao_passos
                       ADD COLUMN arquivo_log VARCHAR(255) NULL,
                       ADD COLUMN tamanho_bytes BIGINT NULL,
                       ADD COLUMN qtd_linhas INT NULL,
                       ADD COLUMN qtd_linhas_erro INT NULL,
                       ADD COLUMN cauda_log VARCHAR(1000) NULL
               END-EXEC

               IF  SQLCODE NOT EQUAL ZERO
                   DISPLAY
                       "ERRO AO TENTAR ACRESCENTAR AS COLUNAS DO "
                       "LOG DO PASSO: " SQLERRM
                   EXEC SQL CONNECT RESET END-EXEC
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

           EXEC SQL COMMIT END-EXEC.

       1300-ABRIR-OU-RETOMAR-EXECUCAO.

           EXEC SQL COMMIT END-EXEC.

           DISPLAY "BUILD EM EXECUCAO: " FUNCTION TRIM(VERSAO-BUILD).

       1400-ABRIR-CURSOR-PASSOS.

           EXEC SQL
               SELECT LAST_INSERT_ID() INTO :JOB-PASSO-ID
           END-EXEC.

      * O ARQUIVO DE SAIDA E GRAVADO NO PASSO ANTES DE RODAR, PARA
      * QUE A CAUDA POSSA SER ACOMPANHADA DURANTE A EXECUCAO.
           MOVE SPACES TO WRK-ARQ-LOG.
           STRING
               FUNCTION TRIM(WRK-LOG-DIR) '/PASSO_'
               JOB-PASSO-ID '_'
               FUNCTION TRIM(JOB-PROGRAMA) '.LOG'
               DELIMITED BY SIZE
               INTO WRK-ARQ-LOG
           END-STRING.
           MOVE WRK-ARQ-LOG TO JOB-ARQ-LOG.

           EXEC SQL
               UPDATE job_execucao_passos
                  SET arquivo_log = :JOB-ARQ-LOG
                WHERE id = :JOB-PASSO-ID
           END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO
               DISPLAY
                   "ERRO AO TENTAR REGISTRAR O LOG DO PASSO: "
                   SQLERRM
               PERFORM 3100-FINALIZAR
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           EXEC SQL COMMIT END-EXEC.

           DISPLAY
               "EXECUTANDO PASSO " JOB-SEQUENCIA ": "
               FUNCTION TRIM(JOB-PROGRAMA)
               " (SAIDA EM " FUNCTION TRIM(WRK-ARQ-LOG) ")".

           MOVE SPACES TO WRK-CMD.
           STRING
               FUNCTION TRIM(WRK-BIN-DIR) '/'
               FUNCTION TRIM(JOB-PROGRAMA)
               ' > ' FUNCTION TRIM(WRK-ARQ-LOG) ' 2>&1'
               DELIMITED BY SIZE
               INTO WRK-CMD
           END-STRING.

           MOVE WRK-RC-SISTEMA TO JOB-RC.

           CALL 'MOD-LOG-PASSO'
               USING WRK-ARQ-LOG, WRK-LOG-TAMANHO, WRK-LOG-LINHAS,
                   WRK-LOG-LINHAS-ERRO, WRK-LOG-CAUDA,
                   WRK-LOG-ENCONTRADO
               END-CALL.

           MOVE WRK-LOG-TAMANHO TO JOB-TAMANHO.
           MOVE WRK-LOG-LINHAS TO JOB-LINHAS.
           MOVE WRK-LOG-LINHAS-ERRO TO JOB-LINHAS-ERRO.
           MOVE WRK-LOG-CAUDA TO JOB-CAUDA.

           IF  WRK-RC-SISTEMA = ZERO
               MOVE 'OK' TO JOB-STATUS
               ADD 1 TO WRK-QTD-OK
               UPDATE job_execucao_passos
                  SET status = :JOB-STATUS,
                      return_code = :JOB-RC,
                      finalizado_em = CURRENT_TIMESTAMP,
                      tamanho_bytes = :JOB-TAMANHO,
                      qtd_linhas = :JOB-LINHAS,
                      qtd_linhas_erro = :JOB-LINHAS-ERRO,
                      cauda_log = :JOB-CAUDA
                WHERE id = :JOB-PASSO-ID
           END-EXEC.


           EXEC SQL COMMIT END-EXEC.

           PERFORM 2200-CATALOGAR-LOG-DO-PASSO.
           PERFORM 2300-AVISAR-FALHA-DO-PASSO.

           IF  WRK-RC-SISTEMA NOT = ZERO
               DISPLAY
                   "PASSO " JOB-SEQUENCIA " FALHOU (POLITICA "
               END-IF
           END-IF.

       2200-CATALOGAR-LOG-DO-PASSO.

      * O LOG DO PASSO ENTRA NO CATALOGO DE RELATORIOS, E E A
      * RETENCAO DO CATALOGO QUE O EXPURGA.
           IF  NOT LOG-ENCONTRADO
               EXIT PARAGRAPH
           END-IF.

           MOVE JOB-PROGRAMA TO WRK-REL-PROGRAMA.
           MOVE JOB-EXECUCAO-ID TO WRK-ID-MASK.
           MOVE JOB-SEQUENCIA TO WRK-SEQ-MASK.
           MOVE SPACES TO WRK-REL-PERIODO.
           STRING
               "EXECUCAO " FUNCTION TRIM(WRK-ID-MASK)
               " PASSO " FUNCTION TRIM(WRK-SEQ-MASK)
               DELIMITED BY SIZE
               INTO WRK-REL-PERIODO
           END-STRING.

           CALL 'MOD-REGISTRA-RELATORIO'
               USING WRK-REL-PROGRAMA, WRK-ARQ-LOG,
                   WRK-REL-PERIODO, WRK-LOG-LINHAS
               END-CALL.

       2300-AVISAR-FALHA-DO-PASSO.

      * FALHA ABRE O INCIDENTE DO PROGRAMA JA CITANDO AS ULTIMAS
      * LINHAS DO LOG; A PROXIMA EXECUCAO OK O FECHA.
           MOVE SPACES TO WRK-INC-CONDICAO.
           STRING
               "FALHA-" FUNCTION TRIM(JOB-PROGRAMA)
               DELIMITED BY SIZE
               INTO WRK-INC-CONDICAO
           END-STRING.

           IF  WRK-RC-SISTEMA = ZERO
               MOVE "FECHAR" TO WRK-INC-ACAO
               MOVE SPACES TO WRK-INC-DETALHES
           ELSE
               MOVE "ABRIR" TO WRK-INC-ACAO
               MOVE WRK-RC-SISTEMA TO WRK-RC-MASK
               MOVE JOB-SEQUENCIA TO WRK-SEQ-MASK
               MOVE SPACES TO WRK-INC-DETALHES
               STRING
                   "PASSO " FUNCTION TRIM(WRK-SEQ-MASK)
                   " RC " FUNCTION TRIM(WRK-RC-MASK)
                   "; ULTIMAS LINHAS: "
                   FUNCTION TRIM(WRK-LOG-CAUDA)
                   DELIMITED BY SIZE
                   INTO WRK-INC-DETALHES
               END-STRING
           END-IF.

           CALL 'MOD-REGISTRA-INCIDENTE'
               USING WRK-INC-ACAO, WRK-INC-ORIGEM,
                   WRK-INC-CONDICAO, WRK-INC-DETALHES
               END-CALL.

       3000-ENCERRAR-EXECUCAO.

           IF  CADEIA-PAROU OR WRK-QTD-ERRO > ZERO

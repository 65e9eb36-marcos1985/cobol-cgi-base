      *   - O OPERARIO DAS EXPORTACOES ASSINCRONAS
      *     (PROG-EXPORTA-ASSINCRONO) ENTRA NA AGENDA DE FABRICA A
      *     CADA 5 MINUTOS, COM A TRAVA EXPORTACOES.
      *   - EXIBE NO LOG DA EXECUCAO O CARIMBO DE VERSAO (BUILD)
      *     COM QUE O ORQUESTRADOR FOI IMPLANTADO.
      *   - O DESPACHO DE NOTIFICACOES (PROG-DESPACHA-NOTIFICACOES)
      *     ENTRA NA AGENDA DE FABRICA DE HORA EM HORA, COM A TRAVA
      *     DESPACHA-NOTIFICACOES, PARA OS DIGESTOS COM HORA MARCADA.
      *   - A SAIDA DE CADA JOB LANCADO DEIXA DE SER ANEXADA AO
      *     UNICO JOBS_SAIDA.LOG E VAI PARA UM ARQUIVO PROPRIO DO
      *     PASSO EM JOBS_LOG_DIR, COMO NO ORQUESTRADOR: O NOME FICA
      *     EM JOB_EXECUCAO_PASSOS.ARQUIVO_LOG DESDE O LANCAMENTO, O
      *     RESUMO DE MOD-LOG-PASSO (TAMANHO, LINHAS, LINHAS DE ERRO,
      *     ULTIMAS LINHAS) E GRAVADO NO FIM, O ARQUIVO ENTRA NO
      *     CATALOGO DE RELATORIOS (E NA RETENCAO DELE) E A FALHA
      *     ABRE O INCIDENTE FALHA-<PROGRAMA> CITANDO AS ULTIMAS
      *     LINHAS, FECHADO PELA PROXIMA EXECUCAO OK.
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
               VALUE "PROG-AGENDADOR".
       77  WRK-INC-CONDICAO                PIC X(60).
       77  WRK-INC-DETALHES                PIC X(255).

       77  WRK-REL-PROGRAMA                PIC X(60).
       77  WRK-REL-PERIODO                 PIC X(30).

       77  WRK-QTD-OK                      PIC 9(5)    VALUE ZERO.
       77  WRK-QTD-ERRO                    PIC 9(5)    VALUE ZERO.
           05 AGD-QTD-COLUNA    PIC 9(10).
           05 AGD-STATUS        PIC X(12).
           05 AGD-SEQUENCIA     PIC 9(5).
           05 AGD-ARQ-LOG       PIC X(255).
           05 AGD-TAMANHO       PIC 9(12).
           05 AGD-LINHAS        PIC 9(10).
           05 AGD-LINHAS-ERRO   PIC 9(10).
           05 AGD-CAUDA         PIC X(1000).

       EXEC SQL END DECLARE SECTION END-EXEC.

               MOVE "." TO WRK-BIN-DIR
           END-IF.

           ACCEPT WRK-LOG-DIR FROM ENVIRONMENT "JOBS_LOG_DIR".
           IF  FUNCTION TRIM(WRK-LOG-DIR) = SPACES
               MOVE "." TO WRK-LOG-DIR
           END-IF.

       1100-CONECTAR-BANCO-DE-DADOS.
                   ('PROG-CAPACIDADE-TENDENCIA', 10080, NULL),
                   ('PROG-EXPORTA-ASSINCRONO', 5, 'EXPORTACOES'),
                   ('PROG-ROLLUP-AUDITORIA', 10,
                    'ROLLUP-AUDITORIA'),
                   ('PROG-DESPACHA-NOTIFICACOES', 60,
                    'DESPACHA-NOTIFICACOES')
           END-EXEC.

      * AS TABELAS DE EXECUCAO SAO AS MESMAS DO ORQUESTRADOR; A
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
      * ARQUIVO DE SAIDA; ACRESCENTA-AS QUANDO AUSENTES.
           EXEC SQL
               SELECT COUNT(*)
                 INTO :AGD-QTD-COLUNA
                 FROM information_schema.columns
                WHERE table_schema = DATABASE()
                  AND table_name = 'job_execucao_passos'
                  AND column_name = 'arquivo_log'
           END-EXEC.

           IF  SQLCODE EQUAL ZERO AND AGD-QTD-COLUNA = ZERO
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

       1400-ABRIR-CURSOR-VENCIDOS.

           SET EXECUCAO-ABERTA TO TRUE.

           DISPLAY "BUILD EM EXECUCAO: " FUNCTION TRIM(VERSAO-BUILD).

       2300-RODAR-PROGRAMA.

           ADD 1 TO WRK-SEQ-PASSO.
               SELECT LAST_INSERT_ID() INTO :AGD-PASSO-ID
           END-EXEC.

      * O ARQUIVO DE SAIDA E GRAVADO NO PASSO ANTES DE LANCAR, PARA
      * QUE A CAUDA POSSA SER ACOMPANHADA DURANTE A EXECUCAO.
           MOVE SPACES TO WRK-ARQ-LOG.
           STRING
               FUNCTION TRIM(WRK-LOG-DIR) '/PASSO_'
               AGD-PASSO-ID '_'
               FUNCTION TRIM(AGD-PROGRAMA) '.LOG'
               DELIMITED BY SIZE
               INTO WRK-ARQ-LOG
           END-STRING.
           MOVE WRK-ARQ-LOG TO AGD-ARQ-LOG.

           EXEC SQL
               UPDATE job_execucao_passos
                  SET arquivo_log = :AGD-ARQ-LOG
                WHERE id = :AGD-PASSO-ID
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
               "LANCANDO JOB AGENDADO: "
               FUNCTION TRIM(AGD-PROGRAMA)
               " (SAIDA EM " FUNCTION TRIM(WRK-ARQ-LOG) ")".

           MOVE SPACES TO WRK-CMD.
           STRING
               FUNCTION TRIM(WRK-BIN-DIR) '/'
               FUNCTION TRIM(AGD-PROGRAMA)
               ' > ' FUNCTION TRIM(WRK-ARQ-LOG) ' 2>&1'
               DELIMITED BY SIZE
               INTO WRK-CMD
           END-STRING.

           MOVE WRK-RC-SISTEMA TO AGD-RC.

           CALL 'MOD-LOG-PASSO'
               USING WRK-ARQ-LOG, WRK-LOG-TAMANHO, WRK-LOG-LINHAS,
                   WRK-LOG-LINHAS-ERRO, WRK-LOG-CAUDA,
                   WRK-LOG-ENCONTRADO
               END-CALL.

           MOVE WRK-LOG-TAMANHO TO AGD-TAMANHO.
           MOVE WRK-LOG-LINHAS TO AGD-LINHAS.
           MOVE WRK-LOG-LINHAS-ERRO TO AGD-LINHAS-ERRO.
           MOVE WRK-LOG-CAUDA TO AGD-CAUDA.

           IF  WRK-RC-SISTEMA = ZERO
               MOVE 'OK' TO AGD-STATUS
               ADD 1 TO WRK-QTD-OK
               UPDATE job_execucao_passos
                  SET status = :AGD-STATUS,
                      return_code = :AGD-RC,
                      finalizado_em = CURRENT_TIMESTAMP,
                      tamanho_bytes = :AGD-TAMANHO,
                      qtd_linhas = :AGD-LINHAS,
                      qtd_linhas_erro = :AGD-LINHAS-ERRO,
                      cauda_log = :AGD-CAUDA
                WHERE id = :AGD-PASSO-ID
           END-EXEC.


           EXEC SQL COMMIT END-EXEC.

           PERFORM 2400-CATALOGAR-LOG-DO-JOB.
           PERFORM 2500-AVISAR-FALHA-DO-JOB.

       2400-CATALOGAR-LOG-DO-JOB.

      * O LOG DO JOB ENTRA NO CATALOGO DE RELATORIOS, E E A
      * RETENCAO DO CATALOGO QUE O EXPURGA.
           IF  NOT LOG-ENCONTRADO
               EXIT PARAGRAPH
           END-IF.

           MOVE AGD-PROGRAMA TO WRK-REL-PROGRAMA.
           MOVE AGD-EXECUCAO-ID TO WRK-ID-MASK.
           MOVE AGD-SEQUENCIA TO WRK-SEQ-MASK.
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

       2500-AVISAR-FALHA-DO-JOB.

      * FALHA ABRE O INCIDENTE DO PROGRAMA JA CITANDO AS ULTIMAS
      * LINHAS DO LOG; A PROXIMA EXECUCAO OK O FECHA.
           MOVE SPACES TO WRK-INC-CONDICAO.
           STRING
               "FALHA-" FUNCTION TRIM(AGD-PROGRAMA)
               DELIMITED BY SIZE
               INTO WRK-INC-CONDICAO
           END-STRING.

           IF  WRK-RC-SISTEMA = ZERO
               MOVE "FECHAR" TO WRK-INC-ACAO
               MOVE SPACES TO WRK-INC-DETALHES
           ELSE
               MOVE "ABRIR" TO WRK-INC-ACAO
               MOVE WRK-RC-SISTEMA TO WRK-RC-MASK
               MOVE SPACES TO WRK-INC-DETALHES
               STRING
                   "JOB AGENDADO RC " FUNCTION TRIM(WRK-RC-MASK)
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

           IF  EXECUCAO-NAO-ABERTA

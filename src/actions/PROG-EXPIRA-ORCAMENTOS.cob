       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG-EXPIRA-ORCAMENTOS.
      *******************************************
      * AUTOR:
      * DATA:
      * ALTERACOES:
      *   - BATCH NOTURNO DE EXPIRACAO DOS ORCAMENTOS DE VENDA
      *     (PROG-ORCAMENTOS): ORCAMENTO ABERTO OU ENVIADO CUJA
      *     VALIDADE JA PASSOU VIRA EXPIRADO, COM EXPIRADO_EM
      *     CARIMBADO. ORCAMENTO ACEITO NAO E TOCADO. RELATA QUANTOS
      *     ORCAMENTOS EXPIRARAM E O VALOR QUE DEIXOU DE SER
      *     CONVERTIDO. SEM A TABELA ORCAMENTO NAO HA O QUE EXPIRAR.
      *   - EXIBE NO INICIO DO LOG DA EXECUCAO O CARIMBO DE VERSAO
      *     (BUILD) COM QUE O PROGRAMA FOI IMPLANTADO.
      *******************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       DATA DIVISION.
       FILE SECTION.

       WORKING-STORAGE SECTION.

       COPY VERSAO-BUILD.

       77  WRK-DB-STRING                   PIC X(255).
       77  WRK-APP-ENV                     PIC X(10).
       77  WRK-QTD-MASK                    PIC Z(9)9.
       77  WRK-TOTAL-MASK                  PIC Z(11)9.99.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.

       01  HOSTVARS.
           05 BUFFER     PIC X(1024).

       01  SQL-01-VARS.
           05 EXO-QTD-EXPIRADA  PIC 9(10).
           05 EXO-VALOR         PIC 9(12)V99.
           05 EXO-EXISTE        PIC 9(10).

       EXEC SQL END DECLARE SECTION END-EXEC.


       PROCEDURE DIVISION.

       MAIN-PROCEDURE.

           DISPLAY "BUILD EM EXECUCAO: " FUNCTION TRIM(VERSAO-BUILD).

           PERFORM 1000-INICIALIZAR.
           PERFORM 1100-CONECTAR-BANCO-DE-DADOS.
           PERFORM 2000-EXPIRAR-ORCAMENTOS.
           PERFORM 3000-FINALIZAR.
           STOP RUN.

       1000-INICIALIZAR.

           MOVE ZERO TO EXO-QTD-EXPIRADA.
           MOVE ZERO TO EXO-VALOR.

       1100-CONECTAR-BANCO-DE-DADOS.

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
               DISPLAY
                   "ERRO: VARIAVEL DE AMBIENTE DA STRING DE CONEXAO "
                   "COM O BANCO DE DADOS NAO ESTA CONFIGURADA."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE WRK-DB-STRING TO BUFFER.
           EXEC SQL CONNECT TO :BUFFER END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO
               DISPLAY
                   "ERRO AO TENTAR ABRIR CONEXAO COM O BANCO DE "
                   "DADOS: " SQLERRM
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       2000-EXPIRAR-ORCAMENTOS.

           EXEC SQL
               SELECT COUNT(*)
                 INTO :EXO-EXISTE
                 FROM information_schema.tables
                WHERE table_schema = DATABASE()
                  AND table_name = 'orcamento'
           END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO OR EXO-EXISTE = ZERO
               EXIT PARAGRAPH
           END-IF.

      * O VALOR E SOMADO NA MESMA TRANSACAO, COM AS LINHAS TRAVADAS,
      * PARA BATER COM O QUE O UPDATE EXPIRA.
           EXEC SQL START TRANSACTION END-EXEC.

           EXEC SQL
               SELECT COALESCE(SUM(valor), 0)
                 INTO :EXO-VALOR
                 FROM orcamento
                WHERE status IN ('ABERTO', 'ENVIADO')
                  AND validade < CURRENT_DATE
                  FOR UPDATE
           END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO
               DISPLAY
                   "ERRO AO TENTAR LER OS ORCAMENTOS VENCIDOS: "
                   SQLERRM
               EXEC SQL ROLLBACK END-EXEC
               EXEC SQL CONNECT RESET END-EXEC
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           EXEC SQL
               UPDATE orcamento
                  SET status = 'EXPIRADO',
                      expirado_em = CURRENT_TIMESTAMP
                WHERE status IN ('ABERTO', 'ENVIADO')
                  AND validade < CURRENT_DATE
           END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO AND SQLCODE NOT EQUAL 100
               DISPLAY
                   "ERRO AO TENTAR EXPIRAR OS ORCAMENTOS: "
                   SQLERRM
               EXEC SQL ROLLBACK END-EXEC
               EXEC SQL CONNECT RESET END-EXEC
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           EXEC SQL
               SELECT ROW_COUNT() INTO :EXO-QTD-EXPIRADA
           END-EXEC.

           EXEC SQL COMMIT END-EXEC.

       3000-FINALIZAR.

           EXEC SQL CONNECT RESET END-EXEC.

           MOVE EXO-QTD-EXPIRADA TO WRK-QTD-MASK.
           DISPLAY
               "ORCAMENTOS EXPIRADOS......: "
               FUNCTION TRIM(WRK-QTD-MASK).

           MOVE EXO-VALOR TO WRK-TOTAL-MASK.
           DISPLAY
               "VALOR NAO CONVERTIDO......: "
               FUNCTION TRIM(WRK-TOTAL-MASK).

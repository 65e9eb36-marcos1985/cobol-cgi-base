      *     MOD-REGISTRA-PROGRESSO): TOTAL ELEGIVEL NA ENTRADA,
      *     AVANCO APOS O COMMIT DO BLOCO E CONCLUSAO NO TERMINO
      *     NORMAL.
      *   - REGISTRO SOB RETENCAO LEGAL (MOD-RETENCAO-LEGAL, MANTIDA EM
      *     PROG-RETENCAO-LEGAL) NAO E EXPURGADO MESMO VENCIDA A
      *     CARENCIA: O ARQUIVAMENTO E O DELETE NEGAM O FILTRO DA
      *     RETENCAO, O TOTAL PREVISTO DESCONTA AS LINHAS RETIDAS, O
      *     FIM DO JOB MOSTRA QUANTAS FORAM PULADAS E CADA UMA FICA NO
      *     RELATORIO DA RETENCAO.
      *   - EXIBE NO INICIO DO LOG DA EXECUCAO O CARIMBO DE VERSAO
      *     (BUILD) COM QUE O PROGRAMA FOI IMPLANTADO.
      *******************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       WORKING-STORAGE SECTION.

       COPY VERSAO-BUILD.

       77  WRK-TRAVA-NOME                  PIC X(60)
               VALUE "TESTE".
       77  WRK-TRAVA-PROGRAMA              PIC X(60)
           88  OPERACAO-LIBERADA                       VALUE 'S'.
       77  WRK-APR-MSG                     PIC X(255).

       77  WRK-RTL-ACAO                    PIC X(10)
               VALUE "VERIFICAR".
       77  WRK-RTL-PROGRAMA                PIC X(60)
               VALUE "PROG-EXPURGA-TESTE".
       77  WRK-RTL-TABELA                  PIC X(60)
               VALUE "teste".
       77  WRK-RTL-PARTICAO                PIC X(64)   VALUE SPACES.
       77  WRK-RTL-CONDICAO                PIC X(1000).
       77  WRK-RTL-RETENCAO-ID             PIC 9(10)   VALUE ZERO.
       77  WRK-RTL-FILTRO                  PIC X(1000).
       77  WRK-RTL-QTD                     PIC 9(10)   VALUE ZERO.
       77  WRK-RTL-RESULTADO               PIC X(2).
           88  RETENCAO-VERIFICADA                     VALUE 'OK'.
       77  WRK-RTL-MSG                     PIC X(255).
       77  WRK-DIAS-MASK                   PIC Z(4)9.
       77  WRK-CONDICAO-SQL                PIC X(1500).

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.

       01  HOSTVARS.
           05 BUFFER     PIC X(1024).
           05 SQL-BUFFER PIC X(2000).

       01  SQL-01-VARS.
           05 EXP-DIAS          PIC 9(5).

       MAIN-PROCEDURE.

           DISPLAY "BUILD EM EXECUCAO: " FUNCTION TRIM(VERSAO-BUILD).

           PERFORM 1000-INICIALIZAR.
           PERFORM 1020-VERIFICAR-APROVACAO-DUPLA.
           PERFORM 1050-OBTER-TRAVA-JOB.
           PERFORM 1100-CONECTAR-BANCO-DE-DADOS.
           PERFORM 1200-GARANTIR-TABELAS.
           PERFORM 1400-VERIFICAR-RETENCAO-LEGAL.
           PERFORM 1500-INICIAR-PROGRESSO.
           PERFORM 2000-EXPURGAR-REGISTROS.
           PERFORM 3000-FINALIZAR.
               STOP RUN
           END-IF.

       1400-VERIFICAR-RETENCAO-LEGAL.

      * REGISTRO SOB RETENCAO LEGAL FICA NA TABELA MESMO VENCIDA A
      * CARENCIA; O EXPURGO NEGA O FILTRO DA RETENCAO NO PROPRIO
      * WHERE E AS LINHAS PULADAS FICAM NO RELATORIO DA RETENCAO.
           MOVE EXP-DIAS TO WRK-DIAS-MASK.
           MOVE SPACES TO WRK-RTL-CONDICAO.
           STRING
               "deleted_at IS NOT NULL AND deleted_at < "
               "CURRENT_TIMESTAMP - INTERVAL "
               FUNCTION TRIM(WRK-DIAS-MASK) " DAY"
               DELIMITED BY SIZE
               INTO WRK-RTL-CONDICAO
           END-STRING.

           CALL 'MOD-RETENCAO-LEGAL'
               USING WRK-RTL-ACAO, WRK-RTL-PROGRAMA, WRK-RTL-TABELA,
                   WRK-RTL-PARTICAO, WRK-RTL-CONDICAO,
                   WRK-RTL-RETENCAO-ID, WRK-RTL-FILTRO, WRK-RTL-QTD,
                   WRK-RTL-RESULTADO, WRK-RTL-MSG
               END-CALL.

           IF  NOT RETENCAO-VERIFICADA
               DISPLAY
                   "ERRO AO TENTAR VERIFICAR A RETENCAO LEGAL: "
                   FUNCTION TRIM(WRK-RTL-MSG)
               PERFORM 3000-FINALIZAR
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE SPACES TO WRK-CONDICAO-SQL.
           IF  WRK-RTL-FILTRO = SPACES
               MOVE WRK-RTL-CONDICAO TO WRK-CONDICAO-SQL
           ELSE
               STRING
                   FUNCTION TRIM(WRK-RTL-CONDICAO)
                   " AND NOT " FUNCTION TRIM(WRK-RTL-FILTRO)
                   DELIMITED BY SIZE
                   INTO WRK-CONDICAO-SQL
               END-STRING
           END-IF.

       1500-INICIAR-PROGRESSO.

      * O TOTAL PREVISTO E A QUANTIDADE ELEGIVEL NA ENTRADA; O
                      INTERVAL :EXP-DIAS DAY
           END-EXEC.

           IF  EXP-TOTAL-PREV > WRK-RTL-QTD
               SUBTRACT WRK-RTL-QTD FROM EXP-TOTAL-PREV
           ELSE
               MOVE ZERO TO EXP-TOTAL-PREV
           END-IF.

           MOVE "INICIAR" TO WRK-PRG-ACAO.
           MOVE ZERO TO EXP-QTD.
           MOVE SPACES TO WRK-PRG-CHECKPOINT.

      * A COPIA PARA O ARQUIVO ACONTECE NA MESMA TRANSACAO DO
      * DELETE: OU O REGISTRO ESTA NO ARQUIVO E FORA DA TABELA, OU
      * NADA MUDOU. O RECORTE (CARENCIA MENOS O QUE ESTA SOB
      * RETENCAO LEGAL) VEM MONTADO DE 1400.
           MOVE SPACES TO SQL-BUFFER.
           STRING
               "INSERT INTO teste_arquivo"
               " (id, nome, created_at, updated_at, deleted_at,"
               " arquivado_em, origem_carga, lote_id)"
               " SELECT id, nome, created_at, updated_at, deleted_at,"
               " CURRENT_TIMESTAMP, origem_carga, lote_id"
               " FROM teste WHERE "
               FUNCTION TRIM(WRK-CONDICAO-SQL)
               DELIMITED BY SIZE
               INTO SQL-BUFFER
           END-STRING.

           EXEC SQL
               EXECUTE IMMEDIATE :SQL-BUFFER
           END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO
               STOP RUN
           END-IF.

           MOVE SPACES TO SQL-BUFFER.
           STRING
               "DELETE FROM teste WHERE "
               FUNCTION TRIM(WRK-CONDICAO-SQL)
               DELIMITED BY SIZE
               INTO SQL-BUFFER
           END-STRING.

           EXEC SQL
               EXECUTE IMMEDIATE :SQL-BUFFER
           END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO
               "TOTAL DE REGISTROS EXPURGADOS: "
               FUNCTION TRIM(WRK-QTD-MASK).

           MOVE WRK-RTL-QTD TO WRK-QTD-MASK.
           DISPLAY
               "REGISTROS RETIDOS POR RETENCAO LEGAL: "
               FUNCTION TRIM(WRK-QTD-MASK).

           PERFORM 8800-LIBERAR-TRAVA-JOB.

       8800-LIBERAR-TRAVA-JOB.

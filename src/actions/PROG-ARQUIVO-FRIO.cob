      *     PARA LINHAS ESCALONADAS. O LAYOUT DO ARQUIVO MUDOU:
      *     RESGATAR OS ARQUIVOS ANUAIS ANTIGOS ANTES DE ATIVAR
      *     ESTA VERSAO.
      *   - LINHA ARQUIVADA SOB RETENCAO LEGAL (MOD-RETENCAO-LEGAL,
      *     MANTIDA EM PROG-RETENCAO-LEGAL) NAO VAI PARA O FRIO MESMO
      *     PASSADO O PRAZO: O CURSOR NEGA O FILTRO DA RETENCAO, O FIM
      *     DO JOB MOSTRA QUANTAS LINHAS FICARAM E CADA UMA FICA NO
      *     RELATORIO DA RETENCAO.
      *   - EXIBE NO INICIO DO LOG DA EXECUCAO O CARIMBO DE VERSAO
      *     (BUILD) COM QUE O PROGRAMA FOI IMPLANTADO.
      *******************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       WORKING-STORAGE SECTION.

       COPY VERSAO-BUILD.

       77  WRK-TRAVA-NOME                  PIC X(60)
               VALUE "TESTE-ARQUIVO".
       77  WRK-TRAVA-PROGRAMA              PIC X(60)
       77  WRK-ID-MAX-ANO                  PIC 9(10)   VALUE ZERO.
       77  WRK-QTD-TOTAL                   PIC 9(10)   VALUE ZERO.

       77  WRK-RTL-ACAO                    PIC X(10)
               VALUE "VERIFICAR".
       77  WRK-RTL-PROGRAMA                PIC X(60)
               VALUE "PROG-ARQUIVO-FRIO".
       77  WRK-RTL-TABELA                  PIC X(60)
               VALUE "teste_arquivo".
       77  WRK-RTL-PARTICAO                PIC X(64)   VALUE SPACES.
       77  WRK-RTL-CONDICAO                PIC X(1000).
       77  WRK-RTL-RETENCAO-ID             PIC 9(10)   VALUE ZERO.
       77  WRK-RTL-FILTRO                  PIC X(1000).
       77  WRK-RTL-QTD                     PIC 9(10)   VALUE ZERO.
       77  WRK-RTL-RESULTADO               PIC X(2).
           88  RETENCAO-VERIFICADA                     VALUE 'OK'.
       77  WRK-RTL-MSG                     PIC X(255).
       77  WRK-MESES-MASK                  PIC Z(4)9.
       77  WRK-CONDICAO-SQL                PIC X(1500).

       77  WRK-FLAG-FIM-CURSOR             PIC X(1)    VALUE 'N'.
           88  FIM-CURSOR                              VALUE 'S'.
           88  NAO-FIM-CURSOR                          VALUE 'N'.

       01  HOSTVARS.
           05 BUFFER     PIC X(1024).
           05 SQL-BUFFER PIC X(2000).

       01  SQL-01-VARS.
           05 FRC-MESES         PIC 9(5).

       MAIN-PROCEDURE.

           DISPLAY "BUILD EM EXECUCAO: " FUNCTION TRIM(VERSAO-BUILD).

           PERFORM 1000-INICIALIZAR.
           PERFORM 1050-OBTER-TRAVA-JOB.
           PERFORM 1100-CONECTAR-BANCO-DE-DADOS.
           PERFORM 1200-GARANTIR-TABELA-INDICE.
           PERFORM 1250-GARANTIR-LINHAGEM.
           PERFORM 1280-VERIFICAR-RETENCAO-LEGAL.
           PERFORM 1300-ABRIR-CURSOR.

           PERFORM 2000-ESCALONAR-LINHA UNTIL FIM-CURSOR.
      * LEITURA QUE AS CARREGA PARA O ARQUIVO FRIO.
           CALL 'MOD-GARANTE-LINHAGEM' END-CALL.

       1280-VERIFICAR-RETENCAO-LEGAL.

      * LINHA ARQUIVADA SOB RETENCAO LEGAL FICA NO BANCO MESMO
      * PASSADO O PRAZO DO FRIO; O CURSOR NEGA O FILTRO DA
      * RETENCAO E AS LINHAS PULADAS FICAM NO RELATORIO DELA.
           MOVE FRC-MESES TO WRK-MESES-MASK.
           MOVE SPACES TO WRK-RTL-CONDICAO.
           STRING
               "arquivado_em < CURRENT_TIMESTAMP - INTERVAL "
               FUNCTION TRIM(WRK-MESES-MASK) " MONTH"
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
               EXEC SQL CONNECT RESET END-EXEC
               PERFORM 8800-LIBERAR-TRAVA-JOB
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

       1300-ABRIR-CURSOR.

      * O RECORTE (PRAZO DO FRIO MENOS O QUE ESTA SOB RETENCAO
      * LEGAL) VEM MONTADO DE 1280.
           MOVE SPACES TO SQL-BUFFER.
           STRING
               "SELECT id, nome,"
               " COALESCE(DATE_FORMAT(created_at,"
               " '%Y-%m-%d %H:%i:%s'), ''),"
               " COALESCE(DATE_FORMAT(updated_at,"
               " '%Y-%m-%d %H:%i:%s'), ''),"
               " COALESCE(DATE_FORMAT(deleted_at,"
               " '%Y-%m-%d %H:%i:%s'), ''),"
               " DATE_FORMAT(arquivado_em, '%Y-%m-%d %H:%i:%s'),"
               " COALESCE(origem_carga, ''),"
               " COALESCE(lote_id, ''),"
               " YEAR(arquivado_em)"
               " FROM teste_arquivo WHERE "
               FUNCTION TRIM(WRK-CONDICAO-SQL)
               " ORDER BY YEAR(arquivado_em), id"
               DELIMITED BY SIZE
               INTO SQL-BUFFER
           END-STRING.

           EXEC SQL
               PREPARE STMT-ARQUIVO-FRIO FROM :SQL-BUFFER
           END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO
               DISPLAY
                   "ERRO AO TENTAR PREPARAR CURSOR DO ARQUIVO FRIO: "
                   SQLERRM
               EXEC SQL CONNECT RESET END-EXEC
               PERFORM 8800-LIBERAR-TRAVA-JOB
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           EXEC SQL
               DECLARE CUR-ARQUIVO-FRIO CURSOR FOR STMT-ARQUIVO-FRIO
           END-EXEC.

           EXEC SQL
               "LINHAS ESCALONADAS PARA O FRIO: "
               FUNCTION TRIM(WRK-QTD-MASK).

           MOVE WRK-RTL-QTD TO WRK-QTD-MASK.
           DISPLAY
               "LINHAS RETIDAS POR RETENCAO LEGAL: "
               FUNCTION TRIM(WRK-QTD-MASK).

           PERFORM 8800-LIBERAR-TRAVA-JOB.

       8800-LIBERAR-TRAVA-JOB.

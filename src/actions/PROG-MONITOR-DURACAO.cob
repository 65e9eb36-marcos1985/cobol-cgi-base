      *     ANTES DE ESTOURAR A JANELA. O RELATORIO ENTRA NO
      *     CATALOGO CENTRAL VIA MOD-REGISTRA-RELATORIO. COM ALGUMA
      *     ANOMALIA O JOB TERMINA COM RETURN-CODE 8.
      *   - O INCIDENTE DE DURACAO PASSA A CITAR AS ULTIMAS LINHAS
      *     JA GRAVADAS NO LOG PROPRIO DO PASSO RODANDO
      *     (JOB_EXECUCAO_PASSOS.ARQUIVO_LOG, APURADO POR
      *     MOD-LOG-PASSO), PARA O PLANTAO VER ONDE O PASSO ESTA
      *     SEM ABRIR O ARQUIVO.
      *   - EXIBE NO INICIO DO LOG DA EXECUCAO O CARIMBO DE VERSAO
      *     (BUILD) COM QUE O PROGRAMA FOI IMPLANTADO.
      *******************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       WORKING-STORAGE SECTION.

       COPY VERSAO-BUILD.

       77  WRK-ARQ-TEND-NOME               PIC X(255).
       77  WRK-FS-ARQ-TEND                 PIC X(2).

       77  WRK-INC-CONDICAO                PIC X(60).
       77  WRK-INC-DETALHES                PIC X(255).

       77  WRK-LOG-TAMANHO                 PIC 9(12).
       77  WRK-LOG-LINHAS                  PIC 9(10).
       77  WRK-LOG-LINHAS-ERRO             PIC 9(10).
       77  WRK-LOG-CAUDA                   PIC X(1000).
       77  WRK-LOG-ENCONTRADO              PIC X(1).
           88  LOG-ENCONTRADO                          VALUE 'S'.

       77  WRK-REL-PROGRAMA                PIC X(60)
               VALUE "PROG-MONITOR-DURACAO".
       77  WRK-REL-PERIODO                 PIC X(30)
           05 DUR-MEDIA-GERAL   PIC 9(10).
           05 DUR-MEDIA-7D      PIC 9(10).
           05 DUR-TEM-7D        PIC X(1).
           05 DUR-ARQ-LOG       PIC X(255).

       EXEC SQL END DECLARE SECTION END-EXEC.


       MAIN-PROCEDURE.

           DISPLAY "BUILD EM EXECUCAO: " FUNCTION TRIM(VERSAO-BUILD).

           PERFORM 1000-INICIALIZAR.
           PERFORM 1100-CONECTAR-BANCO-DE-DADOS.
           PERFORM 1300-ABRIR-CURSOR-RODANDO.
                          TIMESTAMPDIFF(SECOND, p.iniciado_em,
                              CURRENT_TIMESTAMP),
                          CAST(ROUND(b.media) AS SIGNED),
                          b.amostras,
                          COALESCE(p.arquivo_log, '')
                     FROM job_execucao_passos p
                     JOIN (SELECT programa,
                                  AVG(TIMESTAMPDIFF(SECOND,
           EXEC SQL
               FETCH CUR-DUR-RODANDO
                   INTO :DUR-PROGRAMA, :DUR-DECORRIDO, :DUR-BASE,
                        :DUR-AMOSTRAS, :DUR-ARQ-LOG
           END-EXEC.

           IF  SQLCODE EQUAL 100
                   DELIMITED BY SIZE
                   INTO WRK-INC-CONDICAO
               END-STRING
      * AS ULTIMAS LINHAS JA GRAVADAS NO LOG DO PASSO MOSTRAM ONDE
      * ELE ESTA PARADO.
               CALL 'MOD-LOG-PASSO'
                   USING DUR-ARQ-LOG, WRK-LOG-TAMANHO, WRK-LOG-LINHAS,
                       WRK-LOG-LINHAS-ERRO, WRK-LOG-CAUDA,
                       WRK-LOG-ENCONTRADO
                   END-CALL

               MOVE SPACES TO WRK-INC-DETALHES
               IF  LOG-ENCONTRADO
                   STRING
                       "RODANDO HA " FUNCTION TRIM(WRK-SEG-MASK)
                       " SEG; NORMA HISTORICA "
                       FUNCTION TRIM(WRK-SEG-MASK-2) " SEG"
                       "; ULTIMAS LINHAS: "
                       FUNCTION TRIM(WRK-LOG-CAUDA)
                       DELIMITED BY SIZE
                       INTO WRK-INC-DETALHES
                   END-STRING
               ELSE
                   STRING
                       "RODANDO HA " FUNCTION TRIM(WRK-SEG-MASK)
                       " SEG; NORMA HISTORICA "
                       FUNCTION TRIM(WRK-SEG-MASK-2) " SEG"
                       DELIMITED BY SIZE
                       INTO WRK-INC-DETALHES
                   END-STRING
               END-IF

               CALL 'MOD-REGISTRA-INCIDENTE'
                   USING WRK-INC-ACAO, WRK-INC-ORIGEM,

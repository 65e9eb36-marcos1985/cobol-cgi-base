      *     PROG-ROLLUP-AUDITORIA) EM VEZ DE VARRER A TABELA
      *     AUDITORIA INTEIRA A CADA SCRAPE — A RESPOSTA VOLTA A
      *     MILISSEGUNDOS COM A AUDITORIA NA CASA DOS MILHOES.
      *   - ACERTOS E FALTAS DO CACHE DE RESPOSTA POR PROGRAMA
      *     (CACHE_ESTATISTICA, CONTADA POR MOD-CACHE-RESPOSTA), PARA
      *     AVALIAR SE A IDADE MAXIMA CONFIGURADA COMPENSA.
      *******************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       WORKING-STORAGE SECTION.

       COPY VERSAO-BUILD.

       77  WRK-CORRELACAO-ID               PIC X(40).

       01  WRK-NEWLINE                     PIC X       VALUE x'0a'.
           05 MET-QTD-ERRO      PIC 9(10).
           05 MET-VALOR         PIC 9(10).
           05 MET-STATUS        PIC X(10).
           05 MET-QTD-ACERTO    PIC 9(10).
           05 MET-QTD-FALTA     PIC 9(10).

       EXEC SQL END DECLARE SECTION END-EXEC.

           PERFORM 2200-EMITIR-BLOQUEIOS-THROTTLE.
           PERFORM 2300-EMITIR-RECONCILIACAO.
           PERFORM 2400-EMITIR-RTT-BANCO.
           PERFORM 2500-EMITIR-CACHE-RESPOSTA.

           CALL 'MOD-REGISTRA-AUDITORIA'
               USING WRK-PROGRAMA-NOME, WRK-AUDIT-PARAMS,
           END-IF.
           DISPLAY "Access-Control-Allow-Origin: "
               FUNCTION TRIM(WRK-CORS-ORIGIN).
           DISPLAY "X-Versao-Build: " FUNCTION TRIM(VERSAO-BUILD).

           CALL 'MOD-CORRELACAO' USING WRK-CORRELACAO-ID
               END-CALL.
           DISPLAY 'cgi_db_rtt_ms '
               FUNCTION TRIM(WRK-QTD-MASK).

       2500-EMITIR-CACHE-RESPOSTA.

           MOVE "cache_estatistica" TO MET-TABELA.
           PERFORM 8000-VERIFICAR-TABELA-EXISTE.
           IF  MET-EXISTE = ZERO
               EXIT PARAGRAPH
           END-IF.

           EXEC SQL
               DECLARE CUR-MET-CACHE CURSOR FOR
                   SELECT programa, qtd_acertos, qtd_faltas
                     FROM cache_estatistica
                    ORDER BY programa
           END-EXEC.

           EXEC SQL OPEN CUR-MET-CACHE END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO
               EXIT PARAGRAPH
           END-IF.

           SET NAO-FIM-CURSOR TO TRUE.
           PERFORM 2510-BUSCAR-PROXIMO-CACHE.
           PERFORM 2520-EMITIR-CACHE UNTIL FIM-CURSOR.

           EXEC SQL CLOSE CUR-MET-CACHE END-EXEC.

       2510-BUSCAR-PROXIMO-CACHE.

           EXEC SQL
               FETCH CUR-MET-CACHE
                   INTO :MET-PROGRAMA, :MET-QTD-ACERTO, :MET-QTD-FALTA
           END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO
               SET FIM-CURSOR TO TRUE
           END-IF.

       2520-EMITIR-CACHE.

           MOVE MET-QTD-ACERTO TO WRK-QTD-MASK.
           DISPLAY 'cgi_cache_acertos_total{programa="'
               FUNCTION TRIM(MET-PROGRAMA) '"} '
               FUNCTION TRIM(WRK-QTD-MASK).

           MOVE MET-QTD-FALTA TO WRK-QTD-MASK.
           DISPLAY 'cgi_cache_faltas_total{programa="'
               FUNCTION TRIM(MET-PROGRAMA) '"} '
               FUNCTION TRIM(WRK-QTD-MASK).

           PERFORM 2510-BUSCAR-PROXIMO-CACHE.

       8000-VERIFICAR-TABELA-EXISTE.

           EXEC SQL

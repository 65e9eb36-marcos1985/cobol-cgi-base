      *     PARA DE PEDIR COPIA DE ARQUIVO PARA A OPERACAO. A
      *     RETENCAO DIRIGIDA PELO CATALOGO E FEITA PELO BATCH
      *     PROG-EXPURGA-RELATORIOS.
      *   - CHAVE DE API VINCULADA A UM CLIENTE (MOD-ESCOPO-CHAVE)
      *     SO LISTA E BAIXA OS EXTRATOS DO PROPRIO CLIENTE
      *     (EXTRATO_<ID>.TXT DE PROG-EXTRATO-CLIENTES); QUALQUER
      *     OUTRO RELATORIO RESPONDE 404 COMO INEXISTENTE.
      *******************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       77  WRK-COD-ERRO                    PIC 9(4).

       COPY ERRO-CODES.
       COPY VERSAO-BUILD.

       77  WRK-QS-ACAO                     PIC X(10).
       77  WRK-QS-ID-STG                   PIC X(10).
           05 RLC-QTD-LINHAS    PIC 9(10).
           05 RLC-PRODUZIDO-EM  PIC X(19).
           05 RLC-FILTRO-PROG   PIC X(60).
           05 RLC-ESCOPO-CLIENTE PIC 9(10).

       EXEC SQL END DECLARE SECTION END-EXEC.

           END-IF.
           DISPLAY "Access-Control-Allow-Origin: "
               FUNCTION TRIM(WRK-CORS-ORIGIN).
           DISPLAY "X-Versao-Build: " FUNCTION TRIM(VERSAO-BUILD).

           CALL 'MOD-CORRELACAO' USING WRK-CORRELACAO-ID
               END-CALL.
           MOVE SPACES TO RLC-FILTRO-PROG.
           ACCEPT RLC-FILTRO-PROG FROM ENVIRONMENT "QS_PROGRAMA".

      * A CHAVE DE UM CLIENTE SO ENXERGA OS EXTRATOS DELE.
           CALL 'MOD-ESCOPO-CHAVE' USING RLC-ESCOPO-CLIENTE
               END-CALL.

           EXEC SQL
               DECLARE CUR-CATALOGO-REL CURSOR FOR
                   SELECT id, programa, arquivo,
                     FROM relatorios_catalogo
                    WHERE (TRIM(:RLC-FILTRO-PROG) = ''
                       OR  programa = TRIM(:RLC-FILTRO-PROG))
                      AND (:RLC-ESCOPO-CLIENTE = 0
                       OR (programa = 'PROG-EXTRATO-CLIENTES'
                       AND arquivo LIKE CONCAT('%/EXTRATO_',
                           CAST(:RLC-ESCOPO-CLIENTE AS UNSIGNED),
                           '.TXT')))
                    ORDER BY id DESC
                    LIMIT 200
           END-EXEC.

           PERFORM 5100-CONECTAR-SEM-CABECALHO.

      * PARA A CHAVE DE UM CLIENTE, RELATORIO QUE NAO E EXTRATO DELE
      * RESPONDE IGUAL A UM QUE NAO EXISTE.
           CALL 'MOD-ESCOPO-CHAVE' USING RLC-ESCOPO-CLIENTE
               END-CALL.

           EXEC SQL
               SELECT arquivo
                 INTO :RLC-ARQUIVO
                 FROM relatorios_catalogo
                WHERE id = :RLC-ID
                  AND (:RLC-ESCOPO-CLIENTE = 0
                   OR (programa = 'PROG-EXTRATO-CLIENTES'
                   AND arquivo LIKE CONCAT('%/EXTRATO_',
                       CAST(:RLC-ESCOPO-CLIENTE AS UNSIGNED),
                       '.TXT')))
           END-EXEC.

           IF  SQLCODE EQUAL 100
           END-IF.
           DISPLAY "Access-Control-Allow-Origin: "
               FUNCTION TRIM(WRK-CORS-ORIGIN).
           DISPLAY "X-Versao-Build: " FUNCTION TRIM(VERSAO-BUILD).
           DISPLAY "Content-type: text/plain".
           DISPLAY WRK-NEWLINE.


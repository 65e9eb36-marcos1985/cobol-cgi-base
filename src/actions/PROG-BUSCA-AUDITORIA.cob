      *     MOMENTO) NO ENVELOPE JSON PADRAO. O RELATORIO AGREGADO
      *     SEGUE EM PROG-RELATORIO-AUDITORIA; AQUI SAO AS LINHAS
      *     CRUAS.
      *   - O PERIODO QS_DATA_INI/QS_DATA_FIM PASSA A SER APLICADO
      *     COMO FAIXA DIRETA SOBRE CRIADO_EM (LIMITES ABERTOS QUANDO
      *     EM BRANCO), PARA QUE A BUSCA LEIA SO AS PARTICOES MENSAIS
      *     DO PERIODO EM VEZ DA AUDITORIA INTEIRA.
      *******************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       77  WRK-COD-ERRO                    PIC 9(4).

       COPY ERRO-CODES.
       COPY VERSAO-BUILD.

       77  WRK-QS-PAGE-STG                 PIC X(10).
       77  WRK-QS-PAGE-SIZE-STG            PIC X(10).
           END-IF.
           DISPLAY "Access-Control-Allow-Origin: "
               FUNCTION TRIM(WRK-CORS-ORIGIN).
           DISPLAY "X-Versao-Build: " FUNCTION TRIM(VERSAO-BUILD).

           CALL 'MOD-CORRELACAO' USING WRK-CORRELACAO-ID
               END-CALL.
                   OR  http_status = :AUD-F-STATUS)
                  AND (TRIM(:AUD-F-CORRELACAO) = ''
                   OR  correlacao_id = TRIM(:AUD-F-CORRELACAO))
                  AND criado_em >=
                      COALESCE(NULLIF(TRIM(:AUD-F-DATA-INI), ''),
                          '1000-01-01')
                  AND criado_em <
                      COALESCE(DATE_ADD(NULLIF(TRIM(:AUD-F-DATA-FIM),
                          ''), INTERVAL 1 DAY), '9999-12-31')
           END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO
                      AND (TRIM(:AUD-F-CORRELACAO) = ''
                       OR  correlacao_id =
                           TRIM(:AUD-F-CORRELACAO))
                      AND criado_em >=
                          COALESCE(NULLIF(TRIM(:AUD-F-DATA-INI), ''),
                              '1000-01-01')
                      AND criado_em <
                          COALESCE(DATE_ADD(NULLIF(
                              TRIM(:AUD-F-DATA-FIM), ''),
                              INTERVAL 1 DAY), '9999-12-31')
                    ORDER BY id DESC
                    LIMIT :QS-LIMIT OFFSET :QS-OFFSET
           END-EXEC.

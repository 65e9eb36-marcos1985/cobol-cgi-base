       77  WRK-CHAVE-PAPEL                 PIC X(10).
       77  WRK-QUOTA-ESTOURADA             PIC X(1).
           88  QUOTA-ESTOURADA                         VALUE 'S'.
           88  ORIGEM-BLOQUEADA                        VALUE 'B'.

       77  WRK-HTTP-STATUS-503             PIC 9(3)        VALUE 503.
       77  WRK-RETRY-SEG-MASK              PIC Z(4)9.
       77  WRK-COD-ERRO                    PIC 9(4).

       COPY ERRO-CODES.
       COPY VERSAO-BUILD.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.

           END-IF.
           DISPLAY "Access-Control-Allow-Origin: "
               FUNCTION TRIM(WRK-CORS-ORIGIN).
           DISPLAY "X-Versao-Build: " FUNCTION TRIM(VERSAO-BUILD).

           CALL 'MOD-CORRELACAO' USING WRK-CORRELACAO-ID
               END-CALL.
               PERFORM 9400-RETORNAR-RESPOSTA-HTTP-403
           END-IF.

           IF  ORIGEM-BLOQUEADA
               STRING
                   "ORIGEM BLOQUEADA APOS FALHAS REPETIDAS DE "
                   "AUTENTICACAO. TENTE NOVAMENTE MAIS TARDE."
               INTO WRK-MSG-ERRO
               MOVE ERR-COD-ORIGEM-BLOQUEADA TO WRK-COD-ERRO
               PERFORM 9400-RETORNAR-RESPOSTA-HTTP-403
           END-IF.

           IF  NOT CHAVE-AUTORIZADA
               STRING
                   "CHAVE DE API AUSENTE, INVALIDA OU EXPIRADA."

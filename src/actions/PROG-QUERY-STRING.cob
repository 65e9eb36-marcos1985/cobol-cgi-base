       77  WRK-COD-ERRO       PIC 9(4).

       COPY ERRO-CODES.
       COPY VERSAO-BUILD.

       PROCEDURE DIVISION.

           END-IF.
           DISPLAY "Access-Control-Allow-Origin: "
               FUNCTION TRIM(WRK-CORS-ORIGIN).
           DISPLAY "X-Versao-Build: " FUNCTION TRIM(VERSAO-BUILD).
           DISPLAY "Content-type: application/json".
           DISPLAY WRK-NEWLINE.


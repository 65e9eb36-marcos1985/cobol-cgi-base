       FILE SECTION.
       WORKING-STORAGE SECTION.

       COPY VERSAO-BUILD.

       01  WRK-NEWLINE                     PIC X       VALUE x'0a'.
       01  WRK-RETURN                      PIC X(255).

           END-IF.
           DISPLAY "Access-Control-Allow-Origin: "
               FUNCTION TRIM(WRK-CORS-ORIGIN).
           DISPLAY "X-Versao-Build: " FUNCTION TRIM(VERSAO-BUILD).
           DISPLAY "Content-type: application/json".
           DISPLAY WRK-NEWLINE.


      *     LEITURA (LEITURA_ACESSOS, VIA MOD-REGISTRA-LEITURA),
      *     PARA A PERGUNTA DE CONFORMIDADE "QUEM OLHOU O REGISTRO
      *     DESTA PESSOA".
      *   - O ACESSO DE LEITURA DEIXA DE SER GRAVADO AQUI E PASSA A
      *     VIR DA AUDITORIA DA REQUISICAO, PELO VINCULO DA ACAO AS
      *     TABELAS COM DADO PESSOAL NO REGISTRO (DADOS_PESSOAIS_ACOES).
      *******************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       77  WRK-COD-ERRO                    PIC 9(4).

       COPY ERRO-CODES.
       COPY VERSAO-BUILD.

       77  WRK-QS-ID-STG                   PIC X(10).
       77  WRK-ID-TXT                      PIC X(10).
           END-IF.
           DISPLAY "Access-Control-Allow-Origin: "
               FUNCTION TRIM(WRK-CORS-ORIGIN).
           DISPLAY "X-Versao-Build: " FUNCTION TRIM(VERSAO-BUILD).

           CALL 'MOD-CORRELACAO' USING WRK-CORRELACAO-ID
               END-CALL.
                   WRK-HTTP-STATUS-200
               END-CALL.

       3010-EMITIR-DATA-CREATED.

           IF  FUNCTION TRIM(DET-CREATED) = SPACES

      *     EXIGEM METODO POST E CHAVE ADMIN (MESMA REGUA DA MESCLA
      *     DIRETA). A MEIA DIARIA DE GARIMPO MANUAL POR IMPORTACAO
      *     VIRA UMA REVISAO DE FILA.
      *   - PROPOSTA CUJO REGISTRO ESTA SOB RETENCAO LEGAL E MARCADA
      *     COM ERRO E O MOTIVO, SEM MESCLAR; A TENTATIVA FICA NO
      *     RELATORIO DA RETENCAO.
      *******************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       77  WRK-COD-ERRO                    PIC 9(4).

       COPY ERRO-CODES.
       COPY VERSAO-BUILD.

       77  WRK-QS-ACAO                     PIC X(10).
       77  WRK-QS-ID-STG                   PIC X(10).
       77  WRK-CHAVE-PAPEL                 PIC X(10).
       77  WRK-QUOTA-ESTOURADA             PIC X(1).
           88  QUOTA-ESTOURADA                         VALUE 'S'.
           88  ORIGEM-BLOQUEADA                        VALUE 'B'.
       77  WRK-REMOTE-ADDR                 PIC X(45).

       77  WRK-MESCLA-ORIGEM               PIC X(45).
           88  MESCLA-SEM-SOBREVIVENTE                 VALUE 'NS'.
           88  MESCLA-SEM-DESCARTADO                   VALUE 'ND'.
           88  MESCLA-COM-ERRO                         VALUE 'ER'.
           88  MESCLA-RETIDA                           VALUE 'RL'.
       77  WRK-MESCLA-MSG                  PIC X(255).

       77  WRK-FLAG-PRIMEIRO               PIC X(1)    VALUE 'S'.
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
                   MOVE 'ERRO' TO PRP-STATUS
                   MOVE "DESCARTADO NAO EXISTE MAIS"
                       TO PRP-MOTIVO
               WHEN MESCLA-RETIDA
                   MOVE 'ERRO' TO PRP-STATUS
                   MOVE "REGISTRO SOB RETENCAO LEGAL"
                       TO PRP-MOTIVO
               WHEN OTHER
                   STRING
                       "ERRO AO TENTAR EXECUTAR A MESCLA DA "

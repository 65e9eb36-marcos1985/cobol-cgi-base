      *     SOLICITACAO APROVADA POR UM SEGUNDO ADMIN DENTRO DA
      *     VALIDADE, A CHAMADA ABRE (OU APONTA) A SOLICITACAO EM
      *     PROG-APROVACOES E RESPONDE 403 COM A ORIENTACAO.
      *   - MESCLA DE REGISTRO SOB RETENCAO LEGAL E RECUSADA COM 409 E
      *     ERR-COD-RETENCAO-LEGAL; A TENTATIVA FICA NO RELATORIO DA
      *     RETENCAO (PROG-RETENCAO-LEGAL).
      *******************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       77  WRK-HTTP-STATUS-401             PIC 9(3)        VALUE 401.
       77  WRK-HTTP-STATUS-403             PIC 9(3)        VALUE 403.
       77  WRK-HTTP-STATUS-404             PIC 9(3)        VALUE 404.
       77  WRK-HTTP-STATUS-409             PIC 9(3)        VALUE 409.
       77  WRK-HTTP-STATUS-500             PIC 9(3)        VALUE 500.

       77  WRK-PROGRAMA-NOME               PIC X(60)
       77  WRK-COD-ERRO                    PIC 9(4).

       COPY ERRO-CODES.
       COPY VERSAO-BUILD.

       77  WRK-PS-SOBREVIVE-STG            PIC X(10).
       77  WRK-PS-DESCARTA-STG             PIC X(10).
       77  WRK-CHAVE-PAPEL                 PIC X(10).
       77  WRK-QUOTA-ESTOURADA             PIC X(1).
           88  QUOTA-ESTOURADA                         VALUE 'S'.
           88  ORIGEM-BLOQUEADA                        VALUE 'B'.
       77  WRK-REMOTE-ADDR                 PIC X(45).
       77  WRK-MESCLA-ORIGEM               PIC X(45).
       77  WRK-MESCLA-RESULTADO            PIC X(2).
           88  MESCLA-SEM-SOBREVIVENTE                 VALUE 'NS'.
           88  MESCLA-SEM-DESCARTADO                   VALUE 'ND'.
           88  MESCLA-COM-ERRO                         VALUE 'ER'.
           88  MESCLA-RETIDA                           VALUE 'RL'.
       77  WRK-MESCLA-MSG                  PIC X(255).

       77  WRK-APR-OPERACAO                PIC X(30)
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
                   INTO WRK-MSG-ERRO
                   MOVE ERR-COD-VALIDACAO TO WRK-COD-ERRO
                   PERFORM 9200-RETORNAR-RESPOSTA-HTTP-404
               WHEN MESCLA-RETIDA
                   MOVE WRK-MESCLA-MSG TO WRK-MSG-ERRO
                   MOVE ERR-COD-RETENCAO-LEGAL TO WRK-COD-ERRO
                   PERFORM 9500-RETORNAR-RESPOSTA-HTTP-409
               WHEN OTHER
                   STRING
                       "ERRO AO TENTAR EXECUTAR A MESCLA."

           STOP RUN.

       9500-RETORNAR-RESPOSTA-HTTP-409.

           CALL 'MOD-REGISTRA-AUDITORIA'
               USING WRK-PROGRAMA-NOME, WRK-AUDIT-PARAMS,
                   WRK-HTTP-STATUS-409
               END-CALL.

           CALL 'MOD-JSON-ENVELOPE-ERRO'
               USING WRK-HTTP-STATUS-409, WRK-MSG-ERRO,
                   WRK-MSG-EXP-ERRO, WRK-COD-ERRO
               END-CALL.

           STOP RUN.

       9000-RETORNAR-RESPOSTA-HTTP-500.

           CALL 'MOD-REGISTRA-AUDITORIA'

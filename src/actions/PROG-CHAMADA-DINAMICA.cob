      *     O DISJUNTOR TINHA ABERTO; SEM O ENCERRAMENTO O REGISTRO
      *     DO RESULTADO RODARIA EM SESSAO MORTA E AS FALHAS NUNCA
      *     ACUMULARIAM PARA ABRIR O CIRCUITO.
      *   - O TEMPO DE RESPOSTA PASSA A SER MEDIDO POR MOD-MEDE-TEMPO
      *     (INICIAR NA ENTRADA, PARAR ANTES DE CADA RESPOSTA); NUMA
      *     CHAMADA LENTA O LOG DE REQUISICOES LENTAS RECEBE TAMBEM
      *     OS COMANDOS QUE O MOD-DYN-SQL EXECUTOU, MASCARADOS, COM O
      *     PLANO DE EXECUCAO DE CADA UM.
      *******************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       77  WRK-CONEXAO-MSG    PIC X(255).

       77  WRK-PROGRAMA-NOME  PIC X(60) VALUE "PROG-CH-DYN".
       77  WRK-TEMPO-ACAO     PIC X(10).
       77  WRK-AUDIT-PARAMS   PIC X(255).
       77  WRK-COD-ERRO       PIC 9(4).

           88  CIRCUITO-ABERTO                         VALUE 'S'.

       COPY ERRO-CODES.
       COPY VERSAO-BUILD.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.


       MAIN-PROCEDURE.

           MOVE "INICIAR" TO WRK-TEMPO-ACAO.
           CALL 'MOD-MEDE-TEMPO'
               USING WRK-TEMPO-ACAO, WRK-PROGRAMA-NOME
               END-CALL.

           PERFORM PROC-SETAR-CABECALHO-HTTP.
           ACCEPT WRK-AUDIT-PARAMS FROM ENVIRONMENT "QUERY_STRING".
           PERFORM PROC-CHAMA-MOD-TESTA-CALL.

       PROC-RETORNAR-RESPOSTA-HTTP-500.

           PERFORM PROC-PARAR-MEDICAO.

           CALL 'MOD-REGISTRA-AUDITORIA'
               USING WRK-PROGRAMA-NOME, WRK-AUDIT-PARAMS,
                   WRK-HTTP-STATUS-500

       PROC-RETORNAR-RESPOSTA-HTTP-503.

           PERFORM PROC-PARAR-MEDICAO.

           CALL 'MOD-REGISTRA-AUDITORIA'
               USING WRK-PROGRAMA-NOME, WRK-AUDIT-PARAMS,
                   WRK-HTTP-STATUS-503

       PROC-RETORNAR-RESPOSTA-HTTP-400.

           PERFORM PROC-PARAR-MEDICAO.

           CALL 'MOD-REGISTRA-AUDITORIA'
               USING WRK-PROGRAMA-NOME, WRK-AUDIT-PARAMS,
                   WRK-HTTP-STATUS-400
           STOP RUN.


       PROC-PARAR-MEDICAO.

           MOVE "PARAR" TO WRK-TEMPO-ACAO.
           CALL 'MOD-MEDE-TEMPO'
               USING WRK-TEMPO-ACAO, WRK-PROGRAMA-NOME
               END-CALL.

       PROC-SETAR-CABECALHO-HTTP.
           ACCEPT WRK-CORS-ORIGIN FROM ENVIRONMENT "CORS_ORIGIN".
           IF  FUNCTION TRIM(WRK-CORS-ORIGIN) = SPACES
           END-IF.
           DISPLAY "Access-Control-Allow-Origin: "
               FUNCTION TRIM(WRK-CORS-ORIGIN).
           DISPLAY "X-Versao-Build: " FUNCTION TRIM(VERSAO-BUILD).

           CALL 'MOD-CORRELACAO' USING WRK-CORRELACAO-ID
               END-CALL.

       PROC-RETORNAR-RESPOSTA-HTTP-200.

           PERFORM PROC-PARAR-MEDICAO.

           CALL 'MOD-REGISTRA-AUDITORIA'
               USING WRK-PROGRAMA-NOME, WRK-AUDIT-PARAMS,
                   WRK-HTTP-STATUS-200

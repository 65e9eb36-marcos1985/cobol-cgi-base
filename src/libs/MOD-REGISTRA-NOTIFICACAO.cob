      *     VOLTA PARA SABER O QUE MUDOU, E NO DELETE O DADO JA NAO
      *     EXISTIA MAIS NO VIVO. O DESPACHANTE INCLUI O PAYLOAD NO
      *     REGISTRO ENTREGUE E NO CORPO DO WEBHOOK.
      *   - CADA EVENTO PASSA A INVALIDAR O CACHE DE RESPOSTA DAS
      *     LEITURAS PESADAS (MOD-CACHE-RESPOSTA): AS ENTRADAS CUJA
      *     LISTA DE DEPENDENCIAS CONTEM A TABELA DO EVENTO SAO
      *     APAGADAS NA MESMA TRANSACAO DA ESCRITA, ENTAO UM ROLLBACK
      *     DO CHAMADOR DESFAZ TAMBEM A INVALIDACAO.
      *******************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           PERFORM PROC-CONECTAR-BANCO-COB-DEV.
           PERFORM PROC-GARANTIR-TABELA-NOTIFICACOES.
           PERFORM PROC-INSERIR-REGISTRO-NOTIFICACAO.
           PERFORM PROC-INVALIDAR-CACHE-RESPOSTA.
           PERFORM PROC-LIBERAR-RECURSOS.
           EXIT PROGRAM.

                    NULLIF(TRIM(:NOTIF-PAYLOAD), ''))
           END-EXEC.

       PROC-INVALIDAR-CACHE-RESPOSTA.

      * SEM CACHE_RESPOSTA (CACHE NUNCA LIGADO) O DELETE FALHA E O
      * ERRO E IGNORADO: NAO HA O QUE INVALIDAR.
           EXEC SQL
               DELETE FROM cache_resposta
                WHERE FIND_IN_SET(TRIM(:NOTIF-TABELA),
                          dependencias) > 0
           END-EXEC.

       PROC-LIBERAR-RECURSOS.
      * A SESSAO E COMPARTILHADA DA REQUISICAO (MOD-CONEXAO-BD) E
      * NAO E FECHADA AQUI; QUEM A ABRIU E ENCERRA NO FIM.

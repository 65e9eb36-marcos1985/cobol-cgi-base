      *     LOTE_ID) E CARREGADA PARA TESTE_ARQUIVO E PARA A TRILHA
      *     DA MESCLA; AS COLUNAS SAO GARANTIDAS EM AMBIENTE ANTIGO
      *     POR MOD-GARANTE-LINHAGEM.
      *   - REGISTRO SOB RETENCAO LEGAL (MOD-RETENCAO-LEGAL) NAO ENTRA
      *     EM MESCLA: COM O SOBREVIVENTE OU O DESCARTADO RETIDO, NADA
      *     E TOCADO, A TENTATIVA FICA NO RELATORIO DA RETENCAO E O
      *     RESULTADO VOLTA RL, QUE QUEM CHAMA TRADUZ NA RESPOSTA.
      *******************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           88  CONEXAO-DISPONIVEL                      VALUE 'S'.
       77  WRK-CONEXAO-MSG                 PIC X(255).

       77  WRK-RTL-ACAO                    PIC X(10)
               VALUE "VERIFICAR".
       77  WRK-RTL-PROGRAMA                PIC X(60)
               VALUE "MOD-MESCLA-TESTE".
       77  WRK-RTL-TABELA                  PIC X(60)
               VALUE "teste".
       77  WRK-RTL-PARTICAO                PIC X(64)   VALUE SPACES.
       77  WRK-RTL-CONDICAO                PIC X(1000).
       77  WRK-RTL-RETENCAO-ID             PIC 9(10)   VALUE ZERO.
       77  WRK-RTL-FILTRO                  PIC X(1000).
       77  WRK-RTL-QTD                     PIC 9(10).
       77  WRK-RTL-RESULTADO               PIC X(2).
           88  RETENCAO-VERIFICADA                     VALUE 'OK'.
       77  WRK-RTL-MSG                     PIC X(255).
       77  WRK-SOBREVIVE-MASK              PIC Z(9)9.
       77  WRK-DESCARTA-MASK               PIC Z(9)9.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.

       01  HOSTVARS.
           88  LS-SOBREVIVE-AUSENTE           VALUE 'NS'.
           88  LS-DESCARTA-AUSENTE            VALUE 'ND'.
           88  LS-MESCLA-ERRO                 VALUE 'ER'.
           88  LS-MESCLA-RETIDA               VALUE 'RL'.
       77  LS-MSG-ERRO         PIC X(255).


               EXIT PROGRAM
           END-IF.

           PERFORM PROC-VERIFICAR-RETENCAO-LEGAL.

           IF  NOT LS-MESCLA-OK
               EXIT PROGRAM
           END-IF.

           PERFORM PROC-VERIFICAR-REGISTROS.

           IF  NOT LS-MESCLA-OK
               PERFORM PROC-MARCAR-ERRO
           END-IF.

       PROC-VERIFICAR-RETENCAO-LEGAL.

      * A MESCLA APAGA O DESCARTADO E REESCREVE A TRILHA DOS DOIS;
      * REGISTRO SOB RETENCAO LEGAL NAO ENTRA EM MESCLA, E A
      * TENTATIVA FICA NO RELATORIO DA RETENCAO.
           MOVE MES-ID-SOBREVIVE TO WRK-SOBREVIVE-MASK.
           MOVE MES-ID-DESCARTA TO WRK-DESCARTA-MASK.
           MOVE SPACES TO WRK-RTL-CONDICAO.
           STRING
               "id IN (" FUNCTION TRIM(WRK-SOBREVIVE-MASK) ", "
               FUNCTION TRIM(WRK-DESCARTA-MASK) ")"
               DELIMITED BY SIZE
               INTO WRK-RTL-CONDICAO
           END-STRING.

           CALL 'MOD-RETENCAO-LEGAL'
               USING WRK-RTL-ACAO, WRK-RTL-PROGRAMA, WRK-RTL-TABELA,
                   WRK-RTL-PARTICAO, WRK-RTL-CONDICAO,
                   WRK-RTL-RETENCAO-ID, WRK-RTL-FILTRO, WRK-RTL-QTD,
                   WRK-RTL-RESULTADO, WRK-RTL-MSG
               END-CALL.

           IF  NOT RETENCAO-VERIFICADA
               SET LS-MESCLA-ERRO TO TRUE
               MOVE WRK-RTL-MSG TO LS-MSG-ERRO
               EXIT PARAGRAPH
           END-IF.

           IF  WRK-RTL-QTD > ZERO
               SET LS-MESCLA-RETIDA TO TRUE
               MOVE "REGISTRO SOB RETENCAO LEGAL; MESCLA NAO EXECUTADA."
                   TO LS-MSG-ERRO
           END-IF.

       PROC-VERIFICAR-REGISTROS.

           EXEC SQL START TRANSACTION END-EXEC.

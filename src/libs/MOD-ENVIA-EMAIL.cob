      *     APOIO: ALERTA NAO PODE DERRUBAR O MONITOR.
      *   - A CONEXAO COM O BANCO E OBTIDA DE MOD-CONEXAO-BD, COMO
      *     NOS DEMAIS MODULOS DE APOIO.
      *   - O NOME DO ARQUIVO DE SPOOL GANHA UM SEQUENCIAL DA
      *     EXECUCAO DEPOIS DO CARIMBO DE DATA/HORA: UM BATCH QUE
      *     MANDA VARIAS MENSAGENS SEGUIDAS (CARTAS DE COBRANCA)
      *     PODE CAIR NO MESMO CENTESIMO E SOBRESCREVER O ARQUIVO.
      *******************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       77  WRK-SPOOL-DIR                   PIC X(255).
       77  WRK-CMD                         PIC X(512).
       77  WRK-DATA-HORA-CORRENTE          PIC X(21).
       77  WRK-SEQ-ENVIO                   PIC 9(4)    VALUE ZERO.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.

           MOVE ZERO TO RETURN-CODE.

      * O NOME LEVA O CARIMBO COMPLETO DE DATA/HORA (COM
      * CENTESIMOS) E O SEQUENCIAL DA EXECUCAO, PARA QUE ENVIOS
      * SEGUIDOS NO MESMO CENTESIMO NAO SE SOBRESCREVAM.
           MOVE FUNCTION CURRENT-DATE TO WRK-DATA-HORA-CORRENTE.
           ADD 1 TO WRK-SEQ-ENVIO.

           MOVE SPACES TO WRK-ARQ-MAIL-NOME.
           STRING
               FUNCTION TRIM(WRK-SPOOL-DIR) "/MAIL_"
               WRK-DATA-HORA-CORRENTE(1:16) "_" WRK-SEQ-ENVIO ".TXT"
               DELIMITED BY SIZE
               INTO WRK-ARQ-MAIL-NOME
           END-STRING.

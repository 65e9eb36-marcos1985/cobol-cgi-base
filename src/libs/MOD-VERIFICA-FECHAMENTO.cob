      *   - A CONEXAO COM O BANCO E OBTIDA DE MOD-CONEXAO-BD, QUE
      *     ABRE A SESSAO UMA VEZ POR REQUISICAO E A REAPROVEITA NAS
      *     CHAMADAS SEGUINTES.
      *   - DIA DE MES TRAVADO PELO FECHAMENTO MENSAL
      *     (VENDA_FECHAMENTO_MES COM STATUS FECHADO, GRAVADA POR
      *     PROG-FECHA-MES-VENDAS) TAMBEM VOLTA COMO FECHADO, MESMO
      *     SEM FECHAMENTO DIARIO PROPRIO (DIA NAO UTIL). SEM A TABELA
      *     NO AMBIENTE VALE SO O FECHAMENTO DO DIA.
      *******************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       01  WRK-FECHAMENTO-VARS.
           05 FCH-DIA         PIC X(10).
           05 FCH-QTD         PIC 9(10).
           05 FCH-QTD-MES     PIC 9(10).

       EXEC SQL END DECLARE SECTION END-EXEC.

           PERFORM PROC-CONECTAR-BANCO-COB-DEV.
           PERFORM PROC-GARANTIR-TABELA-FECHAMENTO.
           PERFORM PROC-VERIFICAR-DIA.

           IF  LS-DIA-ABERTO
               PERFORM PROC-VERIFICAR-MES
           END-IF.

           PERFORM PROC-LIBERAR-RECURSOS.
           EXIT PROGRAM.

               SET LS-DIA-FECHADO TO TRUE
           END-IF.

       PROC-VERIFICAR-MES.

      * O ERRO DO SELECT (TABELA DO FECHAMENTO MENSAL AINDA NAO
      * CRIADA) DEIXA O DIA ABERTO.
           EXEC SQL
               SELECT COUNT(*)
                 INTO :FCH-QTD-MES
                 FROM venda_fechamento_mes
                WHERE mes = DATE_FORMAT(
                          COALESCE(NULLIF(TRIM(:FCH-DIA), ''),
                              CURRENT_DATE), '%Y-%m')
                  AND status = 'FECHADO'
           END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO
               EXIT PARAGRAPH
           END-IF.

           IF  FCH-QTD-MES > ZERO
               SET LS-DIA-FECHADO TO TRUE
           END-IF.

       PROC-LIBERAR-RECURSOS.
      * A SESSAO E COMPARTILHADA DA REQUISICAO (MOD-CONEXAO-BD) E
      * NAO E FECHADA AQUI; QUEM A ABRIU E ENCERRA NO FIM.

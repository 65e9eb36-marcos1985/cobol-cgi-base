      *     REAL, SE HOUVER, APARECE NA ESCRITA DO CHAMADOR.
      *   - A CONEXAO COM O BANCO E OBTIDA DE MOD-CONEXAO-BD, COMO
      *     NOS DEMAIS MODULOS DE APOIO.
      *   - VENDA ENTRA NA LISTA: AS VENDAS CARREGADAS POR
      *     PROG-IMPORTA-VENDAS TAMBEM CARIMBAM ORIGEM_CARGA E
      *     LOTE_ID.
      *******************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           MOVE "teste_arquivo" TO LIN-TABELA.
           PERFORM PROC-GARANTIR-COLUNAS.

           MOVE "venda" TO LIN-TABELA.
           PERFORM PROC-GARANTIR-COLUNAS.

           EXIT PROGRAM.

       PROC-CONECTAR-BANCO-COB-DEV.

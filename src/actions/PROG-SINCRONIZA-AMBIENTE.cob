      *     PASSAM A SER AS MESMAS DOS PROGRAMAS DONOS DAS TABELAS.
      *     PRODUTO E VENDA_ITENS SEGUEM FORA DO ESCOPO DE
      *     SINC_TABELAS.
      *   - EXIBE NO INICIO DO LOG DA EXECUCAO O CARIMBO DE VERSAO
      *     (BUILD) COM QUE O PROGRAMA FOI IMPLANTADO.
      *******************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       WORKING-STORAGE SECTION.

       COPY VERSAO-BUILD.

       77  WRK-DB-STRING                   PIC X(255).
       77  WRK-AMBIENTE-CONEXAO            PIC X(10).


       MAIN-PROCEDURE.

           DISPLAY "BUILD EM EXECUCAO: " FUNCTION TRIM(VERSAO-BUILD).

           PERFORM 1000-VALIDAR-PARAMETROS.

           MOVE "teste" TO SNC-TABELA.

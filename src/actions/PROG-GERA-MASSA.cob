      *     LOTE_ID MAS-<AAAAMMDDHHMMSS>, UM LOTE POR EXECUCAO),
      *     GARANTIDA EM AMBIENTE ANTIGO POR MOD-GARANTE-LINHAGEM; A
      *     MASSA DE UMA EXECUCAO PODE SER REMOVIDA PELO LOTE.
      *   - EXIBE NO INICIO DO LOG DA EXECUCAO O CARIMBO DE VERSAO
      *     (BUILD) COM QUE O PROGRAMA FOI IMPLANTADO.
      *******************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       WORKING-STORAGE SECTION.

       COPY VERSAO-BUILD.

       77  WRK-DB-STRING                   PIC X(255).
       77  WRK-APP-ENV                     PIC X(10).


       MAIN-PROCEDURE.

           DISPLAY "BUILD EM EXECUCAO: " FUNCTION TRIM(VERSAO-BUILD).

           PERFORM 1000-INICIALIZAR.
           PERFORM 1100-CONECTAR-BANCO-DE-DADOS.
           PERFORM 1200-GARANTIR-LINHAGEM.

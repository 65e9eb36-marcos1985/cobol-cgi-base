      *   - O RESGATE DEVOLVE TAMBEM A LINHAGEM (ORIGEM_CARGA E
      *     LOTE_ID) GRAVADA NO ARQUIVO FRIO; O LAYOUT DO ARQUIVO
      *     MUDOU JUNTO COM PROG-ARQUIVO-FRIO.
      *   - EXIBE NO INICIO DO LOG DA EXECUCAO O CARIMBO DE VERSAO
      *     (BUILD) COM QUE O PROGRAMA FOI IMPLANTADO.
      *******************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       WORKING-STORAGE SECTION.

       COPY VERSAO-BUILD.

       77  WRK-ARQ-FRIO-NOME               PIC X(255).
       77  WRK-FS-ARQ-FRIO                 PIC X(2).


       MAIN-PROCEDURE.

           DISPLAY "BUILD EM EXECUCAO: " FUNCTION TRIM(VERSAO-BUILD).

           PERFORM 1000-INICIALIZAR.
           PERFORM 1100-CONECTAR-BANCO-DE-DADOS.
           PERFORM 1200-GARANTIR-LINHAGEM.

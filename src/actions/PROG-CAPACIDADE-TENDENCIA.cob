      *     MOD-REGISTRA-RELATORIO), DE ONDE E LISTADO E BAIXADO POR
      *     PROG-RELATORIOS-CATALOGO E EXPURGADO NO PRAZO POR
      *     PROG-EXPURGA-RELATORIOS.
      *   - EXIBE NO INICIO DO LOG DA EXECUCAO O CARIMBO DE VERSAO
      *     (BUILD) COM QUE O PROGRAMA FOI IMPLANTADO.
      *******************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       WORKING-STORAGE SECTION.

       COPY VERSAO-BUILD.

       77  WRK-ARQ-CAP-NOME                PIC X(255).
       77  WRK-FS-ARQ-CAP                  PIC X(2).


       MAIN-PROCEDURE.

           DISPLAY "BUILD EM EXECUCAO: " FUNCTION TRIM(VERSAO-BUILD).

           PERFORM 1000-INICIALIZAR.
           PERFORM 1100-CONECTAR-BANCO-DE-DADOS.
           PERFORM 1200-GARANTIR-TABELA-HISTORICO.

      *     (MANTIDO POR PROG-ROLLUP-AUDITORIA) EM VEZ DE VARRER A
      *     AUDITORIA CRUA; A TABELA DE RESUMO E GARANTIDA NA
      *     ENTRADA PARA O AMBIENTE RECEM-CRIADO.
      *   - EXIBE NO INICIO DO LOG DA EXECUCAO O CARIMBO DE VERSAO
      *     (BUILD) COM QUE O PROGRAMA FOI IMPLANTADO.
      *******************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       WORKING-STORAGE SECTION.

       COPY VERSAO-BUILD.

       77  WRK-ARQ-RESUMO-NOME             PIC X(255).
       77  WRK-FS-ARQ-RESUMO               PIC X(2).


       MAIN-PROCEDURE.

           DISPLAY "BUILD EM EXECUCAO: " FUNCTION TRIM(VERSAO-BUILD).

           PERFORM 1000-INICIALIZAR.
           PERFORM 1100-CONECTAR-BANCO-DE-DADOS.
           PERFORM 1150-GARANTIR-RESUMO-AUDITORIA.

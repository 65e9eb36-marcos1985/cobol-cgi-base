      *     POSTERIOR FECHA O INCIDENTE NA PROXIMA EXECUCAO). COM
      *     ALGUM ARQUIVO ATRASADO O JOB TERMINA COM RETURN-CODE 8,
      *     PARA O AGENDADOR CAPTURAR; SEM ATRASO, RETURN-CODE 0.
      *   - EXIBE NO INICIO DO LOG DA EXECUCAO O CARIMBO DE VERSAO
      *     (BUILD) COM QUE O PROGRAMA FOI IMPLANTADO.
      *******************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       WORKING-STORAGE SECTION.

       COPY VERSAO-BUILD.

       77  WRK-DB-STRING                   PIC X(255).
       77  WRK-APP-ENV                     PIC X(10).
       77  WRK-PRAZO-STG                   PIC X(10).

       MAIN-PROCEDURE.

           DISPLAY "BUILD EM EXECUCAO: " FUNCTION TRIM(VERSAO-BUILD).

           PERFORM 1000-INICIALIZAR.
           PERFORM 1100-CONECTAR-BANCO-DE-DADOS.
           PERFORM 1300-ABRIR-CURSOR-ATRASADAS.

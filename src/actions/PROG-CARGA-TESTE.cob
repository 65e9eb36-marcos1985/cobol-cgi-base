      *     GARANTIDA EM AMBIENTE ANTIGO POR MOD-GARANTE-LINHAGEM;
      *     UMA CARGA RUIM PODE SER IDENTIFICADA E ESTORNADA PELO
      *     LOTE.
      *   - EXIBE NO INICIO DO LOG DA EXECUCAO O CARIMBO DE VERSAO
      *     (BUILD) COM QUE O PROGRAMA FOI IMPLANTADO.
      *******************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       WORKING-STORAGE SECTION.

       COPY VERSAO-BUILD.

       77  WRK-TRAVA-NOME                  PIC X(60)
               VALUE "TESTE".
       77  WRK-TRAVA-PROGRAMA              PIC X(60)

       MAIN-PROCEDURE.

           DISPLAY "BUILD EM EXECUCAO: " FUNCTION TRIM(VERSAO-BUILD).

           PERFORM 1000-INICIALIZAR.
           PERFORM 1050-OBTER-TRAVA-JOB.
           PERFORM 1100-CONECTAR-BANCO-DE-DADOS.

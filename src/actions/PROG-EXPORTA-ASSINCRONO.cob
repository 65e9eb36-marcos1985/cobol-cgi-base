      *     COMANDO MARCA O PEDIDO COMO ERRO E SEGUE PARA O
      *     PROXIMO. A TRAVA NOMEADA "EXPORTACOES" (MOD-TRAVA-JOB)
      *     IMPEDE DOIS OPERARIOS SIMULTANEOS.
      *   - EXIBE NO INICIO DO LOG DA EXECUCAO O CARIMBO DE VERSAO
      *     (BUILD) COM QUE O PROGRAMA FOI IMPLANTADO.
      *******************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       WORKING-STORAGE SECTION.

       COPY VERSAO-BUILD.

       77  WRK-TRAVA-NOME                  PIC X(60)
               VALUE "EXPORTACOES".
       77  WRK-TRAVA-PROGRAMA              PIC X(60)

       MAIN-PROCEDURE.

           DISPLAY "BUILD EM EXECUCAO: " FUNCTION TRIM(VERSAO-BUILD).

           PERFORM 1000-INICIALIZAR.
           PERFORM 1050-OBTER-TRAVA-JOB.
           PERFORM 1100-CONECTAR-BANCO-DE-DADOS.

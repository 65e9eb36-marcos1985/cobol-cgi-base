      *     PARA AS PERNAS DE EXCLUSAO E RESTAURACAO); SEM A
      *     VARIAVEL, NADA E ENVIADO, O QUE SO FUNCIONA NO
      *     BOOTSTRAP SEM CHAVES ATIVAS.
      *   - EXIBE NO INICIO DO LOG DA EXECUCAO O CARIMBO DE VERSAO
      *     (BUILD) COM QUE O PROGRAMA FOI IMPLANTADO.
      *******************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       WORKING-STORAGE SECTION.

       COPY VERSAO-BUILD.

       77  WRK-ARQ-SAIDA-NOME              PIC X(255).
       77  WRK-FS-ARQ-SAIDA                PIC X(2).


       MAIN-PROCEDURE.

           DISPLAY "BUILD EM EXECUCAO: " FUNCTION TRIM(VERSAO-BUILD).

           PERFORM 1000-INICIALIZAR.

           PERFORM 2000-TESTAR-INSERCAO.

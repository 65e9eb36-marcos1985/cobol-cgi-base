      *     REVISAO-FONTE PRESENTE NOS DOIS ARQUIVOS. TERMINA COM
      *     RETURN-CODE DIFERENTE DE ZERO QUANDO O PRE-COMPILADO ESTA
      *     DESATUALIZADO OU AUSENTE, PARA PERMITIR BLOQUEAR O DEPLOY.
      *   - EXIBE NO INICIO DO LOG DA EXECUCAO O CARIMBO DE VERSAO
      *     (BUILD) COM QUE O PROGRAMA FOI IMPLANTADO.
      *******************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       WORKING-STORAGE SECTION.

       COPY VERSAO-BUILD.

       77  WRK-ARQ-FONTE-NOME              PIC X(255).
       77  WRK-ARQ-PRECOMPILADO-NOME       PIC X(255).
       77  WRK-FS-ARQ-FONTE                PIC X(2).

       MAIN-PROCEDURE.

           DISPLAY "BUILD EM EXECUCAO: " FUNCTION TRIM(VERSAO-BUILD).

           PERFORM 1000-INICIALIZAR.
           PERFORM 2000-LOCALIZAR-REVISAO-NO-FONTE.
           PERFORM 2100-LOCALIZAR-REVISAO-NO-PRECOMPILADO.

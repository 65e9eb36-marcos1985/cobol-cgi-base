      *     BINARIOS CGI, PENDURADO NA CADEIA NOTURNA OU NO
      *     AGENDADOR — SEM INFRAESTRUTURA NOVA. TABELA AINDA
      *     INEXISTENTE APARECE ZERADA.
      *   - EXIBE NO INICIO DO LOG DA EXECUCAO O CARIMBO DE VERSAO
      *     (BUILD) COM QUE O PROGRAMA FOI IMPLANTADO.
      *******************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       WORKING-STORAGE SECTION.

       COPY VERSAO-BUILD.

       77  WRK-ARQ-PAINEL-NOME             PIC X(255).
       77  WRK-FS-ARQ-PAINEL               PIC X(2).


       MAIN-PROCEDURE.

           DISPLAY "BUILD EM EXECUCAO: " FUNCTION TRIM(VERSAO-BUILD).

           PERFORM 1000-INICIALIZAR.
           PERFORM 1100-CONECTAR-BANCO-DE-DADOS.
           PERFORM 2000-APURAR-MOVIMENTO-TESTE.

      *     MOD-REGISTRA-INTERFACE), PARA A CONFIRMACAO DO PARCEIRO
      *     EM PROG-INTERFACES E O PRAZO DE
      *     PROG-MONITOR-INTERFACES.
      *   - EXIBE NO INICIO DO LOG DA EXECUCAO O CARIMBO DE VERSAO
      *     (BUILD) COM QUE O PROGRAMA FOI IMPLANTADO.
      *******************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       WORKING-STORAGE SECTION.

       COPY VERSAO-BUILD.

       77  WRK-ARQ-TESTE-NOME              PIC X(255).
       77  WRK-ARQ-ARQUIVO-NOME            PIC X(255).
       77  WRK-ARQ-MANIFESTO-NOME          PIC X(255).

       MAIN-PROCEDURE.

           DISPLAY "BUILD EM EXECUCAO: " FUNCTION TRIM(VERSAO-BUILD).

           PERFORM 1000-INICIALIZAR.
           PERFORM 1100-CONECTAR-BANCO-DE-DADOS.
           PERFORM 2000-COPIAR-TESTE.

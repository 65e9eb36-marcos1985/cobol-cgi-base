      *     REEXECUTADA (O CONTEUDO ENTRARIA NA LINHA DE COMANDO
      *     COMO O OPERADOR DO REPLAY); ELA SAI NO COMPARATIVO COMO
      *     NAO REPRODUZIVEL E O JOB SEGUE.
      *   - EXIBE NO INICIO DO LOG DA EXECUCAO O CARIMBO DE VERSAO
      *     (BUILD) COM QUE O PROGRAMA FOI IMPLANTADO.
      *******************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       WORKING-STORAGE SECTION.

       COPY VERSAO-BUILD.

       77  WRK-ARQ-REPLAY-NOME             PIC X(255).
       77  WRK-FS-ARQ-REPLAY               PIC X(2).
       77  WRK-ARQ-STATUS-NOME             PIC X(255)

       MAIN-PROCEDURE.

           DISPLAY "BUILD EM EXECUCAO: " FUNCTION TRIM(VERSAO-BUILD).

           PERFORM 1000-VALIDAR-AMBIENTE.
           PERFORM 1050-INICIALIZAR.
           PERFORM 1100-CONECTAR-BANCO-DE-DADOS.

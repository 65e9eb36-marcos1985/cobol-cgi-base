      *     MAIUSCULAS NO MAPA POSICIONAL, COMO O MOTOR GENERICO
      *     FAZ AO ESCREVER — TIPO MINUSCULO NAO DESALINHA MAIS AS
      *     LARGURAS DO ARQUIVO DO PARCEIRO.
      *   - EXIBE NO INICIO DO LOG DA EXECUCAO O CARIMBO DE VERSAO
      *     (BUILD) COM QUE O PROGRAMA FOI IMPLANTADO.
      *******************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       WORKING-STORAGE SECTION.

       COPY VERSAO-BUILD.

       77  WRK-ARQ-ENTRADA-NOME            PIC X(255).
       77  WRK-FS-ARQ-ENTRADA              PIC X(2).
       77  WRK-ARQ-SAIDA-NOME              PIC X(255).

       MAIN-PROCEDURE.

           DISPLAY "BUILD EM EXECUCAO: " FUNCTION TRIM(VERSAO-BUILD).

           PERFORM 1000-INICIALIZAR.
           PERFORM 1100-CONECTAR-BANCO-DE-DADOS.
           PERFORM 1200-CARREGAR-CONFIG-ORIGEM.

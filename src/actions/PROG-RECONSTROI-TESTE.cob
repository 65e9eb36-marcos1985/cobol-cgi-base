      *     COMPARADO COM A PRODUCAO PELA MAQUINARIA DE
      *     RECONCILIACAO — A TARDE DE ARQUEOLOGIA VIRA UMA
      *     VERIFICACAO DE DEZ MINUTOS.
      *   - EXIBE NO INICIO DO LOG DA EXECUCAO O CARIMBO DE VERSAO
      *     (BUILD) COM QUE O PROGRAMA FOI IMPLANTADO.
      *******************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       WORKING-STORAGE SECTION.

       COPY VERSAO-BUILD.

       77  WRK-ARQ-LISTA-NOME              PIC X(255)
               VALUE "RECONSTROI_LISTA.TMP".
       77  WRK-FS-ARQ-LISTA                PIC X(2).

       MAIN-PROCEDURE.

           DISPLAY "BUILD EM EXECUCAO: " FUNCTION TRIM(VERSAO-BUILD).

           PERFORM 1000-INICIALIZAR.
           PERFORM 1100-CONECTAR-BANCO-DE-DADOS.
           PERFORM 1200-LOCALIZAR-RETRATO.

      *     CADASTRADOS (MAIL_DISTRIBUICAO, VIA PROG-MAIL-ADMIN), O
      *     ALERTA E DEPOSITADO NO SPOOL DO GATEWAY DE CORREIO POR
      *     MOD-ENVIA-EMAIL; LISTA VAZIA E NAO-ENVIO SILENCIOSO.
      *   - EXIBE NO INICIO DO LOG DA EXECUCAO O CARIMBO DE VERSAO
      *     (BUILD) COM QUE O PROGRAMA FOI IMPLANTADO.
      *******************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       WORKING-STORAGE SECTION.

       COPY VERSAO-BUILD.

       77  WRK-DB-STRING                   PIC X(255).
       77  WRK-APP-ENV                     PIC X(10).
       77  WRK-MAX-HORAS-STG               PIC X(10).

       MAIN-PROCEDURE.

           DISPLAY "BUILD EM EXECUCAO: " FUNCTION TRIM(VERSAO-BUILD).

           PERFORM 1000-INICIALIZAR.
           PERFORM 1100-CONECTAR-BANCO-DE-DADOS.
           PERFORM 2000-AVALIAR-ULTIMA-RECONCILIACAO.

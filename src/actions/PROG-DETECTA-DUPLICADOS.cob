      *     BATCH E REEXECUTAVEL. A ACAO PROG-MESCLAS-PROPOSTAS
      *     LISTA, APROVA (EXECUTANDO A MESCLA SEGURA DE
      *     MOD-MESCLA-TESTE) OU REJEITA CADA PROPOSTA.
      *   - EXIBE NO INICIO DO LOG DA EXECUCAO O CARIMBO DE VERSAO
      *     (BUILD) COM QUE O PROGRAMA FOI IMPLANTADO.
      *******************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       WORKING-STORAGE SECTION.

       COPY VERSAO-BUILD.

       77  WRK-DB-STRING                   PIC X(255).
       77  WRK-APP-ENV                     PIC X(10).
       77  WRK-QTD-MASK                    PIC Z(9)9.

       MAIN-PROCEDURE.

           DISPLAY "BUILD EM EXECUCAO: " FUNCTION TRIM(VERSAO-BUILD).

           PERFORM 1100-CONECTAR-BANCO-DE-DADOS.
           PERFORM 1200-GARANTIR-TABELA-PROPOSTAS.
           PERFORM 2000-GERAR-PROPOSTAS.

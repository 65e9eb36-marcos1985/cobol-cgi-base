      *     teste_restaurada; CRIADA COM O LAYOUT DE TESTE SE NAO
      *     EXISTIR), QUE PRECISA ESTAR VAZIA — NUNCA SOBRESCREVE
      *     UMA TABELA COM CONTEUDO. COMMIT EM BLOCOS DE 500.
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
           PERFORM 1500-VALIDAR-MANIFESTO.


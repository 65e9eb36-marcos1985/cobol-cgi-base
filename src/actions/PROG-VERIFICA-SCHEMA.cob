      *     RELATA COLUNA FALTANDO, COLUNA EXTRA E TIPO DIFERENTE.
      *     QUALQUER DESVIO ENCERRA COM RETURN-CODE 8; TABELA SEM
      *     LISTA ESPERADA CADASTRADA SAI COMO AVISO.
      *   - EXIBE NO INICIO DO LOG DA EXECUCAO O CARIMBO DE VERSAO
      *     (BUILD) COM QUE O PROGRAMA FOI IMPLANTADO.
      *******************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       WORKING-STORAGE SECTION.

       COPY VERSAO-BUILD.

       77  WRK-DB-STRING                   PIC X(255).
       77  WRK-APP-ENV                     PIC X(10).
       77  WRK-QTD-DESVIOS                 PIC 9(5)    VALUE ZERO.

       MAIN-PROCEDURE.

           DISPLAY "BUILD EM EXECUCAO: " FUNCTION TRIM(VERSAO-BUILD).

           PERFORM 1100-CONECTAR-BANCO-DE-DADOS.
           PERFORM 1200-GARANTIR-TABELA-ESPERADO.
           PERFORM 1300-ABRIR-CURSOR-TABELAS.

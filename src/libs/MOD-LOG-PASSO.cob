       IDENTIFICATION DIVISION.
       PROGRAM-ID. MOD-LOG-PASSO.
      *******************************************
      * AUTOR:
      * DATA:
      * ALTERACOES:
      *   - MODULO QUE APURA O ARQUIVO DE SAIDA DE UM PASSO DE JOB
      *     (UM ARQUIVO POR PASSO, GRAVADO POR PROG-EXECUTA-JOBS E
      *     PROG-AGENDADOR): DEVOLVE O TAMANHO EM BYTES, A QUANTIDADE
      *     DE LINHAS, A QUANTIDADE DE LINHAS DE ERRO (MESMO CRITERIO
      *     DO DESTAQUE DE PROG-LOG-JOBS, COPY CLASSIFICA-LINHA-LOG) E
      *     A CAUDA — AS ULTIMAS CINCO LINHAS NAO BRANCAS, SEPARADAS
      *     POR " | " — QUE OS ALERTAS DE FALHA E DE DURACAO CITAM.
      *     PODE SER CHAMADO COM O PASSO AINDA RODANDO: LE O QUE JA
      *     FOI GRAVADO. ARQUIVO AUSENTE DEVOLVE LS-ENCONTRADO='N' E
      *     TUDO ZERADO; NADA VAI AO BANCO AQUI.
      *******************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT ARQ-LOG ASSIGN TO WRK-ARQ-LOG-NOME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-ARQ-LOG.

       DATA DIVISION.
       FILE SECTION.

       FD  ARQ-LOG.
       01  REG-LOG                         PIC X(1024).

       WORKING-STORAGE SECTION.

       77  WRK-ARQ-LOG-NOME                PIC X(255).
       77  WRK-FS-ARQ-LOG                  PIC X(2).
       77  WRK-LINHA-MAIUSC                PIC X(1024).
       77  WRK-QTD-MARCAS                  PIC 9(4).
       77  WRK-QTD-CAUDA                   PIC 9(2)    VALUE ZERO.
       77  WRK-IDX                         PIC 9(2)    VALUE ZERO.
       77  WRK-PONTEIRO                    PIC 9(4)    VALUE 1.
       77  WRK-RC-ARQUIVO                  PIC S9(9)   COMP-5.

       77  WRK-FLAG-FIM-ARQUIVO            PIC X(1)    VALUE 'N'.
           88  FIM-ARQUIVO                             VALUE 'S'.
           88  NAO-FIM-ARQUIVO                         VALUE 'N'.

       01  WRK-DETALHE-ARQUIVO.
           05  WRK-DET-TAMANHO             PIC X(8)    COMP-X.
           05  WRK-DET-DATA                PIC X(4).
           05  WRK-DET-HORA                PIC X(4).

       01  WRK-CAUDA.
           05  WRK-CAUDA-LINHA OCCURS 5 TIMES PIC X(190).

       LINKAGE SECTION.

       77  LS-ARQUIVO          PIC X(255).
       77  LS-TAMANHO-BYTES    PIC 9(12).
       77  LS-QTD-LINHAS       PIC 9(10).
       77  LS-QTD-LINHAS-ERRO  PIC 9(10).
       77  LS-CAUDA            PIC X(1000).
       77  LS-ENCONTRADO       PIC X(1).
           88  LS-LOG-ENCONTRADO              VALUE 'S'.
           88  LS-LOG-AUSENTE                 VALUE 'N'.


       PROCEDURE DIVISION USING LS-ARQUIVO, LS-TAMANHO-BYTES,
               LS-QTD-LINHAS, LS-QTD-LINHAS-ERRO, LS-CAUDA,
               LS-ENCONTRADO.

       MAIN-PROCEDURE.

           MOVE ZERO TO LS-TAMANHO-BYTES LS-QTD-LINHAS
               LS-QTD-LINHAS-ERRO.
           MOVE SPACES TO LS-CAUDA.
           SET LS-LOG-AUSENTE TO TRUE.

           IF  FUNCTION TRIM(LS-ARQUIVO) = SPACES
               EXIT PROGRAM
           END-IF.

           PERFORM PROC-OBTER-TAMANHO.
           PERFORM PROC-LER-ARQUIVO.
           EXIT PROGRAM.

       PROC-OBTER-TAMANHO.

           MOVE LS-ARQUIVO TO WRK-ARQ-LOG-NOME.
           CALL "CBL_CHECK_FILE_EXIST"
               USING WRK-ARQ-LOG-NOME, WRK-DETALHE-ARQUIVO
               RETURNING WRK-RC-ARQUIVO
           END-CALL.

           IF  WRK-RC-ARQUIVO = ZERO
               MOVE WRK-DET-TAMANHO TO LS-TAMANHO-BYTES
           END-IF.

       PROC-LER-ARQUIVO.

           OPEN INPUT ARQ-LOG.

           IF  WRK-FS-ARQ-LOG NOT = "00"
               EXIT PARAGRAPH
           END-IF.

           SET LS-LOG-ENCONTRADO TO TRUE.
           MOVE ZERO TO WRK-QTD-CAUDA.
           MOVE SPACES TO WRK-CAUDA.
           SET NAO-FIM-ARQUIVO TO TRUE.

           PERFORM PROC-LER-PROXIMA-LINHA.
           PERFORM PROC-APURAR-LINHA UNTIL FIM-ARQUIVO.

           CLOSE ARQ-LOG.

           PERFORM PROC-MONTAR-CAUDA.

       PROC-LER-PROXIMA-LINHA.

           READ ARQ-LOG
               AT END SET FIM-ARQUIVO TO TRUE
           END-READ.

       PROC-APURAR-LINHA.

           ADD 1 TO LS-QTD-LINHAS.

           COPY CLASSIFICA-LINHA-LOG
               REPLACING ==TAG-LINHA==      BY ==REG-LOG==
                         ==TAG-CAIXA-ALTA== BY ==WRK-LINHA-MAIUSC==
                         ==TAG-CONTADOR==   BY ==WRK-QTD-MARCAS==.

           IF  WRK-QTD-MARCAS > ZERO
               ADD 1 TO LS-QTD-LINHAS-ERRO
           END-IF.

      * A CAUDA GUARDA AS CINCO ULTIMAS LINHAS NAO BRANCAS; QUANDO
      * CHEIA, DESLOCA UMA POSICAO E A NOVA ENTRA NO FIM.
           IF  REG-LOG NOT = SPACES
               IF  WRK-QTD-CAUDA < 5
                   ADD 1 TO WRK-QTD-CAUDA
               ELSE
                   PERFORM PROC-DESLOCAR-CAUDA
                       VARYING WRK-IDX FROM 1 BY 1 UNTIL WRK-IDX > 4
               END-IF
               MOVE FUNCTION TRIM(REG-LOG)
                   TO WRK-CAUDA-LINHA(WRK-QTD-CAUDA)
           END-IF.

           PERFORM PROC-LER-PROXIMA-LINHA.

       PROC-DESLOCAR-CAUDA.

           MOVE WRK-CAUDA-LINHA(WRK-IDX + 1)
               TO WRK-CAUDA-LINHA(WRK-IDX).

       PROC-MONTAR-CAUDA.

           MOVE 1 TO WRK-PONTEIRO.
           PERFORM PROC-ACRESCENTAR-LINHA-CAUDA
               VARYING WRK-IDX FROM 1 BY 1
               UNTIL WRK-IDX > WRK-QTD-CAUDA.

       PROC-ACRESCENTAR-LINHA-CAUDA.

           IF  WRK-IDX > 1
               STRING " | " DELIMITED BY SIZE
                   INTO LS-CAUDA WITH POINTER WRK-PONTEIRO
               END-STRING
           END-IF.

           STRING FUNCTION TRIM(WRK-CAUDA-LINHA(WRK-IDX))
                   DELIMITED BY SIZE
               INTO LS-CAUDA WITH POINTER WRK-PONTEIRO
           END-STRING.

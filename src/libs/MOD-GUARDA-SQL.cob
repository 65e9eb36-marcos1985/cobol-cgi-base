       IDENTIFICATION DIVISION.
       PROGRAM-ID. MOD-GUARDA-SQL.
      *******************************************
      * AUTOR:
      * DATA:
      * ALTERACOES:
      *   - MODULO QUE GUARDA OS COMANDOS SQL DINAMICOS EXECUTADOS
      *     NA REQUISICAO, PARA QUE MOD-MEDE-TEMPO, NO CAMINHO LENTO,
      *     REGISTRE O COMANDO (COM OS PARAMETROS MASCARADOS) E O
      *     PLANO DE EXECUCAO DELE. LS-ACAO=GUARDAR, CHAMADO PELA
      *     ACAO OU PELO MODULO LOGO APOS MONTAR O SQL-BUFFER,
      *     ACRESCENTA O COMANDO E A ORIGEM (PROGRAMA OU MODULO QUE
      *     O EXECUTOU) NA LISTA; LS-ACAO=OBTER DEVOLVE O COMANDO DE
      *     NUMERO LS-SEQUENCIA E LS-ENCONTRADO='S', OU 'N' QUANDO
      *     NAO HA COMANDO NESSA POSICAO. A LISTA FICA NO
      *     WORKING-STORAGE, QUE PERSISTE NA MESMA UNIDADE DE
      *     EXECUCAO (UMA REQUISICAO CGI), E GUARDA ATE CINCO
      *     COMANDOS; DO SEXTO EM DIANTE O ULTIMO E SUBSTITUIDO, JA
      *     QUE O MAIS RECENTE E O MAIS PROVAVEL CULPADO. NADA VAI AO
      *     BANCO AQUI: GUARDAR NAO PODE PESAR NO CAMINHO RAPIDO.
      *******************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       DATA DIVISION.
       FILE SECTION.

       WORKING-STORAGE SECTION.

       77  WRK-QTD-COMANDOS                PIC 9(2)    VALUE ZERO.
       77  WRK-IDX                         PIC 9(2)    VALUE ZERO.

       01  WRK-COMANDOS.
           05  WRK-COMANDO OCCURS 5 TIMES.
               10  WRK-CMD-ORIGEM          PIC X(60).
               10  WRK-CMD-SQL             PIC X(2048).

       LINKAGE SECTION.

       77  LS-ACAO             PIC X(10).
           88  LS-ACAO-GUARDAR                VALUE 'GUARDAR'.
           88  LS-ACAO-OBTER                  VALUE 'OBTER'.
       77  LS-SEQUENCIA        PIC 9(2).
       77  LS-ORIGEM           PIC X(60).
       77  LS-SQL              PIC X(2048).
       77  LS-ENCONTRADO       PIC X(1).
           88  LS-COMANDO-ENCONTRADO          VALUE 'S'.
           88  LS-COMANDO-AUSENTE             VALUE 'N'.


       PROCEDURE DIVISION USING LS-ACAO, LS-SEQUENCIA, LS-ORIGEM,
               LS-SQL, LS-ENCONTRADO.

       MAIN-PROCEDURE.

           IF  LS-ACAO-GUARDAR
               PERFORM PROC-GUARDAR-COMANDO
               EXIT PROGRAM
           END-IF.

           PERFORM PROC-OBTER-COMANDO.
           EXIT PROGRAM.

       PROC-GUARDAR-COMANDO.

           IF  FUNCTION TRIM(LS-SQL) = SPACES
               EXIT PARAGRAPH
           END-IF.

           IF  WRK-QTD-COMANDOS < 5
               ADD 1 TO WRK-QTD-COMANDOS
           END-IF.

           MOVE WRK-QTD-COMANDOS TO WRK-IDX.
           MOVE LS-ORIGEM TO WRK-CMD-ORIGEM(WRK-IDX).
           MOVE LS-SQL TO WRK-CMD-SQL(WRK-IDX).
           SET LS-COMANDO-ENCONTRADO TO TRUE.

       PROC-OBTER-COMANDO.

           IF  LS-SEQUENCIA < 1
           OR  LS-SEQUENCIA > WRK-QTD-COMANDOS
               MOVE SPACES TO LS-ORIGEM LS-SQL
               SET LS-COMANDO-AUSENTE TO TRUE
               EXIT PARAGRAPH
           END-IF.

           MOVE LS-SEQUENCIA TO WRK-IDX.
           MOVE WRK-CMD-ORIGEM(WRK-IDX) TO LS-ORIGEM.
           MOVE WRK-CMD-SQL(WRK-IDX) TO LS-SQL.
           SET LS-COMANDO-ENCONTRADO TO TRUE.

      *     MODULO ABRIR E FECHAR A SUA PROPRIA CONEXAO NO CAMINHO
      *     QUENTE; USADO SOZINHO, O MODULO CONTINUA FUNCIONANDO
      *     PORQUE A PRIMEIRA CHAMADA ABRE A SESSAO.
      *   - NO CAMINHO LENTO, ALEM DE QUE A REQUISICAO DEMOROU, FICA
      *     REGISTRADO POR QUE: OS COMANDOS SQL DINAMICOS QUE A ACAO
      *     EXECUTOU (GUARDADOS DURANTE A REQUISICAO EM
      *     MOD-GUARDA-SQL, HOJE POR PROG-CONSULTA-SQL E MOD-DYN-SQL)
      *     VAO PARA REQUISICOES_LENTAS_PLANOS, UM POR LINHA, COM OS
      *     PARAMETROS MASCARADOS (LITERAIS DE TEXTO E NUMEROS VIRAM
      *     ?, LISTAS DE IN VIRAM UM SO ?), O HASH DA FORMA DO
      *     COMANDO PARA AGRUPAMENTO E O PLANO DO EXPLAIN TIRADO NA
      *     HORA, ANTES QUE OS DADOS MUDEM (UMA LINHA POR TABELA DO
      *     PLANO: TIPO DE ACESSO, CHAVE USADA, CHAVES POSSIVEIS,
      *     LINHAS ESTIMADAS E EXTRA), MAIS AS MARCAS DE VARREDURA
      *     TOTAL E DE ACESSO SEM INDICE. PARA O EXPLAIN OS
      *     MARCADORES ? DO COMANDO PREPARADO SAO TROCADOS PELA
      *     CONSTANTE 1; O COMANDO ORIGINAL, COM OS VALORES, NUNCA E
      *     GRAVADO. PLANO QUE NAO PODE SER TIRADO FICA COMO
      *     INDISPONIVEL, SEM DERRUBAR A ACAO.
      *******************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       77  WRK-CFG-NUM-CHECK               PIC X(10).
       77  WRK-CFG-NUM                     PIC 9(10).

       77  WRK-GSQL-ACAO                   PIC X(10).
       77  WRK-GSQL-SEQUENCIA              PIC 9(2).
       77  WRK-GSQL-ORIGEM                 PIC X(60).
       77  WRK-GSQL-SQL                    PIC X(2048).
       77  WRK-GSQL-ENCONTRADO             PIC X(1).
           88  GSQL-ENCONTRADO                         VALUE 'S'.
           88  GSQL-AUSENTE                            VALUE 'N'.

       77  WRK-PRIMEIRA-PALAVRA            PIC X(10).
       77  WRK-PTR-PLANO                   PIC 9(4).
       77  WRK-LINHAS-PLANO                PIC 9(3).

       77  WRK-FLAG-FIM-PLANO              PIC X(1)    VALUE 'N'.
           88  FIM-PLANO                               VALUE 'S'.
           88  NAO-FIM-PLANO                           VALUE 'N'.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.

       01  HOSTVARS.
           05 BUFFER          PIC X(1024).
           05 SQL-BUFFER      PIC X(2100).

       01  WRK-TEMPO-VARS.
           05 TMP-PROGRAMA    PIC X(60).
           05 TMP-PARAMETROS  PIC X(255).
           05 TMP-CORRELACAO  PIC X(40).
           05 TMP-DURACAO-MS  PIC 9(8).
           05 TMP-LENTA-ID    PIC 9(10).

       01  WRK-PLANO-VARS.
           05 PLN-SEQUENCIA       PIC 9(2).
           05 PLN-ORIGEM          PIC X(60).
           05 PLN-SQL             PIC X(2048).
           05 PLN-SQL-MASCARADO   PIC X(2048).
           05 PLN-FORMA-HASH      PIC X(64).
           05 PLN-PLANO           PIC X(2000).
           05 PLN-VARREDURA-TOTAL PIC X(1).
           05 PLN-SEM-INDICE      PIC X(1).

       01  WRK-EXPLAIN-VARS.
           05 EXP-ID              PIC X(10).
           05 EXP-SELECT-TYPE     PIC X(30).
           05 EXP-TABELA          PIC X(64).
           05 EXP-PARTICOES       PIC X(255).
           05 EXP-TIPO            PIC X(20).
           05 EXP-CHAVES-POSS     PIC X(255).
           05 EXP-CHAVE           PIC X(64).
           05 EXP-TAM-CHAVE       PIC X(30).
           05 EXP-REFERENCIA      PIC X(255).
           05 EXP-LINHAS          PIC X(20).
           05 EXP-FILTRADO        PIC X(20).
           05 EXP-EXTRA           PIC X(255).

       EXEC SQL END DECLARE SECTION END-EXEC.

               EXIT PROGRAM
           END-IF.

           EXEC SQL
               CREATE TABLE IF NOT EXISTS requisicoes_lentas_planos (
                   id              INT NOT NULL PRIMARY KEY
                                       AUTO_INCREMENT,
                   lenta_id        INT NOT NULL,
                   sequencia       INT NOT NULL,
                   origem          VARCHAR(60) NOT NULL,
                   forma_hash      CHAR(64) NOT NULL,
                   sql_mascarado   VARCHAR(2048) NOT NULL,
                   plano           VARCHAR(2000) NULL,
                   varredura_total CHAR(1) NOT NULL DEFAULT 'N',
                   sem_indice      CHAR(1) NOT NULL DEFAULT 'N',
                   criado_em       DATETIME NOT NULL
                       DEFAULT CURRENT_TIMESTAMP,
                   KEY ix_lentas_planos_lenta (lenta_id),
                   KEY ix_lentas_planos_forma (forma_hash, criado_em)
               )
           END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO
               PERFORM PROC-LIBERAR-RECURSOS
               EXIT PROGRAM
           END-IF.

       PROC-GRAVAR-AMOSTRAS.

           MOVE LS-PROGRAMA TO TMP-PROGRAMA.
                        NULLIF(TRIM(:TMP-CORRELACAO), ''),
                        :TMP-DURACAO-MS)
               END-EXEC

               IF  SQLCODE EQUAL ZERO
                   EXEC SQL
                       SELECT LAST_INSERT_ID() INTO :TMP-LENTA-ID
                   END-EXEC
                   PERFORM PROC-REGISTRAR-PLANOS
               END-IF
           END-IF.

           EXEC SQL COMMIT END-EXEC.

       PROC-REGISTRAR-PLANOS.

           SET GSQL-ENCONTRADO TO TRUE.
           PERFORM PROC-REGISTRAR-PLANO
               VARYING WRK-GSQL-SEQUENCIA FROM 1 BY 1
               UNTIL WRK-GSQL-SEQUENCIA > 5
                  OR GSQL-AUSENTE.

       PROC-REGISTRAR-PLANO.

           MOVE "OBTER" TO WRK-GSQL-ACAO.
           CALL 'MOD-GUARDA-SQL'
               USING WRK-GSQL-ACAO, WRK-GSQL-SEQUENCIA,
                   WRK-GSQL-ORIGEM, WRK-GSQL-SQL,
                   WRK-GSQL-ENCONTRADO
               END-CALL.

           IF  GSQL-AUSENTE
               EXIT PARAGRAPH
           END-IF.

           MOVE WRK-GSQL-SEQUENCIA TO PLN-SEQUENCIA.
           MOVE WRK-GSQL-ORIGEM TO PLN-ORIGEM.
           MOVE WRK-GSQL-SQL TO PLN-SQL.

           PERFORM PROC-MASCARAR-COMANDO.
           IF  PLN-SQL-MASCARADO = SPACES
               EXIT PARAGRAPH
           END-IF.

           PERFORM PROC-EXPLICAR-COMANDO.

           EXEC SQL
               INSERT INTO requisicoes_lentas_planos
                   (lenta_id, sequencia, origem, forma_hash,
                    sql_mascarado, plano, varredura_total, sem_indice)
               VALUES
                   (:TMP-LENTA-ID, :PLN-SEQUENCIA, TRIM(:PLN-ORIGEM),
                    :PLN-FORMA-HASH, TRIM(:PLN-SQL-MASCARADO),
                    NULLIF(TRIM(:PLN-PLANO), ''),
                    :PLN-VARREDURA-TOTAL, :PLN-SEM-INDICE)
           END-EXEC.

       PROC-MASCARAR-COMANDO.

      * LITERAIS DE TEXTO E NUMEROS SOLTOS VIRAM ?, LISTAS (?, ?, ..)
      * VIRAM UM SO (?) E OS BRANCOS REPETIDOS SE REDUZEM: COMANDOS
      * QUE SO DIFEREM NOS VALORES FICAM COM A MESMA FORMA E O MESMO
      * HASH. SEM MASCARA NAO HA REGISTRO, PARA O VALOR NAO VAZAR.
           MOVE SPACES TO PLN-SQL-MASCARADO PLN-FORMA-HASH.

           EXEC SQL
               SELECT m, SHA2(m, 256)
                 INTO :PLN-SQL-MASCARADO, :PLN-FORMA-HASH
                 FROM (SELECT
                   REGEXP_REPLACE(
                     REGEXP_REPLACE(
                       REGEXP_REPLACE(
                         REGEXP_REPLACE(TRIM(:PLN-SQL),
                           CONCAT(CHAR(39), '[^', CHAR(39), ']*',
                                  CHAR(39)), '?'),
                         '([^A-Za-z0-9_.])[0-9]+([.][0-9]+)?',
                         '$1?'),
                       '[(][?]( *, *[?])+[)]', '(?)'),
                     '[ ]+', ' ') AS m) forma
           END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO
               MOVE SPACES TO PLN-SQL-MASCARADO
           END-IF.

       PROC-EXPLICAR-COMANDO.

           MOVE SPACES TO PLN-PLANO.
           MOVE 'N' TO PLN-VARREDURA-TOTAL.
           MOVE 'N' TO PLN-SEM-INDICE.
           MOVE 1 TO WRK-PTR-PLANO.
           MOVE ZERO TO WRK-LINHAS-PLANO.

           MOVE SPACES TO WRK-PRIMEIRA-PALAVRA.
           UNSTRING FUNCTION UPPER-CASE(FUNCTION TRIM(PLN-SQL))
               DELIMITED BY SPACE
               INTO WRK-PRIMEIRA-PALAVRA
           END-UNSTRING.

           IF  WRK-PRIMEIRA-PALAVRA NOT = "SELECT"
           AND WRK-PRIMEIRA-PALAVRA NOT = "UPDATE"
           AND WRK-PRIMEIRA-PALAVRA NOT = "DELETE"
           AND WRK-PRIMEIRA-PALAVRA NOT = "INSERT"
           AND WRK-PRIMEIRA-PALAVRA NOT = "REPLACE"
               MOVE "PLANO NAO APLICAVEL AO COMANDO." TO PLN-PLANO
               EXIT PARAGRAPH
           END-IF.

      * O EXPLAIN RODA SOBRE O COMANDO REAL; OS MARCADORES ? DO
      * COMANDO PREPARADO RECEBEM A CONSTANTE 1, QUE SERVE EM
      * COMPARACAO, LIKE, LIMIT E OFFSET SEM MUDAR A FORMA DO PLANO.
           INSPECT PLN-SQL REPLACING ALL '?' BY '1'.
           MOVE SPACES TO SQL-BUFFER.
           STRING
               "EXPLAIN " FUNCTION TRIM(PLN-SQL)
               DELIMITED BY SIZE
               INTO SQL-BUFFER
           END-STRING.

           EXEC SQL
               PREPARE STMT-PLANO FROM :SQL-BUFFER
           END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO
               PERFORM PROC-PLANO-INDISPONIVEL
               EXIT PARAGRAPH
           END-IF.

           EXEC SQL
               DECLARE CUR-PLANO CURSOR FOR STMT-PLANO
           END-EXEC.

           EXEC SQL
               OPEN CUR-PLANO
           END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO
               PERFORM PROC-PLANO-INDISPONIVEL
               EXIT PARAGRAPH
           END-IF.

           SET NAO-FIM-PLANO TO TRUE.
           PERFORM PROC-BUSCAR-LINHA-PLANO.
           PERFORM PROC-ACUMULAR-LINHA-PLANO UNTIL FIM-PLANO.

           EXEC SQL CLOSE CUR-PLANO END-EXEC.

       PROC-PLANO-INDISPONIVEL.

           MOVE SPACES TO PLN-PLANO.
           STRING
               "PLANO INDISPONIVEL: " SQLERRM
               DELIMITED BY SIZE
               INTO PLN-PLANO
           END-STRING.

       PROC-BUSCAR-LINHA-PLANO.

           MOVE SPACES TO WRK-EXPLAIN-VARS.

           EXEC SQL
               FETCH CUR-PLANO
                   INTO :EXP-ID, :EXP-SELECT-TYPE, :EXP-TABELA,
                        :EXP-PARTICOES, :EXP-TIPO, :EXP-CHAVES-POSS,
                        :EXP-CHAVE, :EXP-TAM-CHAVE, :EXP-REFERENCIA,
                        :EXP-LINHAS, :EXP-FILTRADO, :EXP-EXTRA
           END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO
               SET FIM-PLANO TO TRUE
           END-IF.

       PROC-ACUMULAR-LINHA-PLANO.

      * UMA ENTRADA POR TABELA DO PLANO, SEPARADAS POR " | ". TIPO
      * ALL E VARREDURA TOTAL; ALL OU INDEX SEM NENHUMA CHAVE
      * POSSIVEL E ACESSO SEM INDICE QUE SIRVA AO FILTRO.
           IF  EXP-TABELA = SPACES
               PERFORM PROC-BUSCAR-LINHA-PLANO
               EXIT PARAGRAPH
           END-IF.

           IF  EXP-TIPO = "ALL"
               MOVE 'S' TO PLN-VARREDURA-TOTAL
           END-IF.

           IF  (EXP-TIPO = "ALL" OR EXP-TIPO = "index")
           AND EXP-CHAVES-POSS = SPACES
               MOVE 'S' TO PLN-SEM-INDICE
           END-IF.

           IF  EXP-CHAVE = SPACES
               MOVE "-" TO EXP-CHAVE
           END-IF.
           IF  EXP-CHAVES-POSS = SPACES
               MOVE "-" TO EXP-CHAVES-POSS
           END-IF.

           ADD 1 TO WRK-LINHAS-PLANO.
           IF  WRK-LINHAS-PLANO > 1
               STRING
                   " | " DELIMITED BY SIZE
                   INTO PLN-PLANO
                   WITH POINTER WRK-PTR-PLANO
                   ON OVERFLOW CONTINUE
               END-STRING
           END-IF.

           STRING
               FUNCTION TRIM(EXP-TABELA)
               " TIPO=" FUNCTION TRIM(EXP-TIPO)
               " CHAVE=" FUNCTION TRIM(EXP-CHAVE)
               " POSSIVEIS=" FUNCTION TRIM(EXP-CHAVES-POSS)
               " LINHAS=" FUNCTION TRIM(EXP-LINHAS)
               " EXTRA=" FUNCTION TRIM(EXP-EXTRA)
               DELIMITED BY SIZE
               INTO PLN-PLANO
               WITH POINTER WRK-PTR-PLANO
               ON OVERFLOW CONTINUE
           END-STRING.

           PERFORM PROC-BUSCAR-LINHA-PLANO.

       PROC-LIBERAR-RECURSOS.
      * A SESSAO E COMPARTILHADA DA REQUISICAO (MOD-CONEXAO-BD) E
      * NAO E FECHADA AQUI; QUEM A ABRIU E ENCERRA NO FIM.

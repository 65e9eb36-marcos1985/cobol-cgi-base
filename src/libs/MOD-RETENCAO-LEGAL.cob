       IDENTIFICATION DIVISION.
       PROGRAM-ID. MOD-RETENCAO-LEGAL.
      *******************************************
      * AUTOR:
      * DATA:
      * ALTERACOES:
      *   - MODULO DA RETENCAO LEGAL (TABELA RETENCAO_LEGAL, MANTIDA
      *     POR PROG-RETENCAO-LEGAL): TODO PROGRAMA QUE EXCLUI, MOVE
      *     OU ANONIMIZA LINHAS (RETENCAO, EXPURGO, ARQUIVO FRIO,
      *     APAGAMENTO DE TITULAR E MESCLA) CHAMA AQUI ANTES DE
      *     AGIR, INFORMANDO A TABELA, O RECORTE QUE PRETENDE TOCAR
      *     (LS-CONDICAO, SQL SOBRE AS COLUNAS DA TABELA; VAZIO E A
      *     TABELA TODA) E, SE FOR O CASO, A PARTICAO. A RETENCAO
      *     ALCANCA A LINHA PELO REGISTRO DE DADOS PESSOAIS: A
      *     COLUNA-CHAVE DO TITULAR TESTE CASA COM AS RETENCOES POR
      *     REGISTRO (LISTA DE IDS), A DO TITULAR CLIENTE COM AS
      *     RETENCOES POR CLIENTE, E AS COLUNAS CLASSIFICADAS COMO
      *     NOME COM AS RETENCOES POR PADRAO DE NOME (LIKE).
      *     DEVOLVE EM LS-FILTRO A CONDICAO SQL "LINHA SOB RETENCAO"
      *     (VAZIA QUANDO NENHUMA RETENCAO ATIVA ALCANCA A TABELA),
      *     QUE QUEM CHAMA NEGA NO PROPRIO WHERE, E EM LS-QTD AS
      *     LINHAS DO RECORTE QUE ESTAO SOB RETENCAO.
      *     LS-ACAO=VERIFICAR GRAVA CADA LINHA RETIDA, POR RETENCAO,
      *     EM RETENCAO_LEGAL_TENTATIVAS (PROGRAMA, TABELA, CHAVE E
      *     HORARIO) PARA O RELATORIO DA RETENCAO; LS-ACAO=CONTAR SO
      *     CONTA (LS-RETENCAO-ID DIFERENTE DE ZERO RESTRINGE A UMA
      *     RETENCAO). HAVENDO RETENCAO ATIVA E SEM COMO APLICA-LA
      *     (REGISTRO AUSENTE OU ERRO DE SQL) O RESULTADO E ER: QUEM
      *     CHAMA NAO DEVE SEGUIR COM A EXCLUSAO.
      *******************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       DATA DIVISION.
       FILE SECTION.

       WORKING-STORAGE SECTION.

       77  WRK-CONEXAO-ACAO                PIC X(10).
       77  WRK-CONEXAO-OK                  PIC X(1).
           88  CONEXAO-DISPONIVEL                      VALUE 'S'.
       77  WRK-CONEXAO-MSG                 PIC X(255).

       77  WRK-COL-CHECK                   PIC X(60).
       77  WRK-ID-MASK                     PIC Z(9)9.
       77  WRK-TIPO-CHAVE                  PIC X(10).
       77  WRK-PTR-PARTES                  PIC 9(4)    VALUE 1.
       77  WRK-QTD-PARTES                  PIC 9(3)    VALUE ZERO.
       77  WRK-PARTES-SQL                  PIC X(800).
       77  WRK-CHAVE-SQL                   PIC X(100).
       77  WRK-ORIGEM-SQL                  PIC X(200).
       77  WRK-CONDICAO-SQL                PIC X(1000).

       77  WRK-FLAG-FIM-CURSOR             PIC X(1)    VALUE 'N'.
           88  FIM-CURSOR                              VALUE 'S'.
           88  NAO-FIM-CURSOR                          VALUE 'N'.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.

       01  HOSTVARS.
           05 BUFFER          PIC X(1024).
           05 SQL-BUFFER      PIC X(3000).

       01  WRK-RETENCAO-VARS.
           05 RTL-TABELA      PIC X(60).
           05 RTL-COLUNA      PIC X(60).
           05 RTL-TITULAR     PIC X(10).
           05 RTL-CHAVE       PIC X(60).
           05 RTL-RETENCAO-ID PIC 9(10).
           05 RTL-QTD         PIC 9(10).

       EXEC SQL END DECLARE SECTION END-EXEC.


       LINKAGE SECTION.

       77  LS-ACAO             PIC X(10).
           88  LS-ACAO-VERIFICAR              VALUE 'VERIFICAR'.
           88  LS-ACAO-CONTAR                 VALUE 'CONTAR'.
       77  LS-PROGRAMA         PIC X(60).
       77  LS-TABELA           PIC X(60).
       77  LS-PARTICAO         PIC X(64).
       77  LS-CONDICAO         PIC X(1000).
       77  LS-RETENCAO-ID      PIC 9(10).
       77  LS-FILTRO           PIC X(1000).
       77  LS-QTD              PIC 9(10).
       77  LS-RESULTADO        PIC X(2).
           88  LS-RETENCAO-OK                 VALUE 'OK'.
           88  LS-RETENCAO-ERRO               VALUE 'ER'.
       77  LS-MSG              PIC X(255).


       PROCEDURE DIVISION USING LS-ACAO, LS-PROGRAMA, LS-TABELA,
               LS-PARTICAO, LS-CONDICAO, LS-RETENCAO-ID, LS-FILTRO,
               LS-QTD, LS-RESULTADO, LS-MSG.

       MAIN-PROCEDURE.

           SET LS-RETENCAO-OK TO TRUE.
           MOVE SPACES TO LS-FILTRO LS-MSG.
           MOVE ZERO TO LS-QTD.

           PERFORM PROC-CONECTAR-BANCO-COB-DEV.
           PERFORM PROC-GARANTIR-TABELAS.
           PERFORM PROC-CONTAR-RETENCOES-ATIVAS.

      * SEM RETENCAO ATIVA NAO HA O QUE FILTRAR NEM REGISTRAR.
           IF  LS-RETENCAO-ERRO OR RTL-QTD = ZERO
               EXIT PROGRAM
           END-IF.

           PERFORM PROC-MONTAR-FILTRO.

           IF  LS-RETENCAO-ERRO OR WRK-QTD-PARTES = ZERO
               EXIT PROGRAM
           END-IF.

           PERFORM PROC-CONTAR-LINHAS-RETIDAS.

           IF  LS-RETENCAO-OK
           AND LS-ACAO-VERIFICAR
           AND LS-QTD > ZERO
               PERFORM PROC-REGISTRAR-TENTATIVAS
           END-IF.

           EXIT PROGRAM.

       PROC-CONECTAR-BANCO-COB-DEV.

           MOVE "OBTER" TO WRK-CONEXAO-ACAO.
           CALL 'MOD-CONEXAO-BD'
               USING WRK-CONEXAO-ACAO, WRK-CONEXAO-OK,
                   WRK-CONEXAO-MSG
               END-CALL.

           IF  NOT CONEXAO-DISPONIVEL
               SET LS-RETENCAO-ERRO TO TRUE
               MOVE
                 "BANCO INDISPONIVEL PARA VERIFICAR A RETENCAO LEGAL."
                   TO LS-MSG
               EXIT PROGRAM
           END-IF.

       PROC-GARANTIR-TABELAS.

           EXEC SQL
               CREATE TABLE IF NOT EXISTS retencao_legal (
                   id               INT NOT NULL PRIMARY KEY
                                        AUTO_INCREMENT,
                   tipo             VARCHAR(10)  NOT NULL,
                   alvo             VARCHAR(255) NOT NULL,
                   motivo           VARCHAR(255) NOT NULL,
                   processo_ref     VARCHAR(60)  NOT NULL,
                   status           VARCHAR(10)  NOT NULL
                       DEFAULT 'ATIVA',
                   criado_por       VARCHAR(60)  NULL,
                   criado_em        DATETIME NOT NULL
                       DEFAULT CURRENT_TIMESTAMP,
                   liberado_por     VARCHAR(60)  NULL,
                   liberado_em      DATETIME NULL,
                   motivo_liberacao VARCHAR(255) NULL,
                   KEY idx_retencao_legal_status (status, tipo)
               )
           END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO
               SET LS-RETENCAO-ERRO TO TRUE
               MOVE SQLERRM TO LS-MSG
               EXIT PROGRAM
           END-IF.

           EXEC SQL
               CREATE TABLE IF NOT EXISTS retencao_legal_tentativas (
                   id           INT NOT NULL PRIMARY KEY
                                    AUTO_INCREMENT,
                   retencao_id  INT NOT NULL,
                   programa     VARCHAR(60) NOT NULL,
                   tabela       VARCHAR(60) NOT NULL,
                   chave        VARCHAR(60) NULL,
                   tentado_em   DATETIME NOT NULL
                       DEFAULT CURRENT_TIMESTAMP,
                   KEY idx_retencao_tentativas (retencao_id,
                       tentado_em)
               )
           END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO
               SET LS-RETENCAO-ERRO TO TRUE
               MOVE SQLERRM TO LS-MSG
               EXIT PROGRAM
           END-IF.

       PROC-CONTAR-RETENCOES-ATIVAS.

           MOVE LS-RETENCAO-ID TO RTL-RETENCAO-ID.

           EXEC SQL
               SELECT COUNT(*)
                 INTO :RTL-QTD
                 FROM retencao_legal
                WHERE status = 'ATIVA'
                  AND (:RTL-RETENCAO-ID = 0
                       OR id = :RTL-RETENCAO-ID)
           END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO
               SET LS-RETENCAO-ERRO TO TRUE
               MOVE SQLERRM TO LS-MSG
           END-IF.

       PROC-MONTAR-FILTRO.

      * O NOME DA TABELA ENTRA NO SQL DINAMICO; SO LETRAS E
      * SUBLINHADO, COMO NA CONFIGURACAO DE RETENCAO.
           MOVE LS-TABELA TO WRK-COL-CHECK.
           INSPECT WRK-COL-CHECK REPLACING ALL '_' BY SPACE.
           IF  WRK-COL-CHECK IS NOT ALPHABETIC
           OR  LS-TABELA = SPACES
               SET LS-RETENCAO-ERRO TO TRUE
               MOVE "TABELA INVALIDA PARA A RETENCAO LEGAL."
                   TO LS-MSG
               EXIT PARAGRAPH
           END-IF.

           MOVE LS-TABELA TO RTL-TABELA.
           MOVE ZERO TO WRK-QTD-PARTES.
           MOVE SPACES TO WRK-PARTES-SQL WRK-CHAVE-SQL.
           MOVE 1 TO WRK-PTR-PARTES.

      * HAVENDO RETENCAO ATIVA, O REGISTRO DE DADOS PESSOAIS E QUEM
      * DIZ COMO A LINHA E ALCANCADA; SEM ELE A EXCLUSAO NAO SEGUE.
           EXEC SQL
               SELECT COUNT(*)
                 INTO :RTL-QTD
                 FROM information_schema.tables
                WHERE table_schema = DATABASE()
                  AND table_name = 'dados_pessoais'
           END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO OR RTL-QTD = ZERO
               SET LS-RETENCAO-ERRO TO TRUE
               STRING
                   "REGISTRO DE DADOS PESSOAIS AUSENTE; A RETENCAO "
                   "LEGAL NAO PODE SER APLICADA."
                   DELIMITED BY SIZE
                   INTO LS-MSG
               END-STRING
               EXIT PARAGRAPH
           END-IF.

           PERFORM PROC-INCLUIR-CHAVE-TITULAR.

           IF  LS-RETENCAO-ERRO
               EXIT PARAGRAPH
           END-IF.

           PERFORM PROC-INCLUIR-COLUNAS-NOME.

           IF  LS-RETENCAO-ERRO OR WRK-QTD-PARTES = ZERO
               EXIT PARAGRAPH
           END-IF.

           MOVE SPACES TO LS-FILTRO.
           IF  LS-RETENCAO-ID = ZERO
               STRING
                   "EXISTS (SELECT 1 FROM retencao_legal rl"
                   " WHERE rl.status = 'ATIVA' AND ("
                   FUNCTION TRIM(WRK-PARTES-SQL)
                   "))"
                   DELIMITED BY SIZE
                   INTO LS-FILTRO
               END-STRING
           ELSE
               MOVE LS-RETENCAO-ID TO WRK-ID-MASK
               STRING
                   "EXISTS (SELECT 1 FROM retencao_legal rl"
                   " WHERE rl.status = 'ATIVA' AND rl.id = "
                   FUNCTION TRIM(WRK-ID-MASK)
                   " AND ("
                   FUNCTION TRIM(WRK-PARTES-SQL)
                   "))"
                   DELIMITED BY SIZE
                   INTO LS-FILTRO
               END-STRING
           END-IF.

       PROC-INCLUIR-CHAVE-TITULAR.

      * A COLUNA-CHAVE DO TITULAR DA TABELA: TESTE CASA COM AS
      * RETENCOES POR REGISTRO, CLIENTE COM AS RETENCOES POR
      * CLIENTE. OS DEMAIS DOMINIOS NAO TEM RETENCAO POR ID.
           EXEC SQL
               SELECT titular, chave_titular
                 INTO :RTL-TITULAR, :RTL-CHAVE
                 FROM dados_pessoais
                WHERE tabela = TRIM(:RTL-TABELA)
                  AND ativo = 'S'
                  AND titular IS NOT NULL
                  AND chave_titular IS NOT NULL
                ORDER BY id
                LIMIT 1
           END-EXEC.

           IF  SQLCODE EQUAL 100
               EXIT PARAGRAPH
           END-IF.

           IF  SQLCODE NOT EQUAL ZERO
               SET LS-RETENCAO-ERRO TO TRUE
               MOVE SQLERRM TO LS-MSG
               EXIT PARAGRAPH
           END-IF.

           EVALUATE FUNCTION UPPER-CASE(FUNCTION TRIM(RTL-TITULAR))
               WHEN "TESTE"
                   MOVE "REGISTRO" TO WRK-TIPO-CHAVE
               WHEN "CLIENTE"
                   MOVE "CLIENTE" TO WRK-TIPO-CHAVE
               WHEN OTHER
                   EXIT PARAGRAPH
           END-EVALUATE.

           MOVE RTL-CHAVE TO WRK-COL-CHECK.
           INSPECT WRK-COL-CHECK REPLACING ALL '_' BY SPACE.
           IF  WRK-COL-CHECK IS NOT ALPHABETIC
               EXIT PARAGRAPH
           END-IF.

           STRING
               "CAST(" FUNCTION TRIM(RTL-TABELA) "."
               FUNCTION TRIM(RTL-CHAVE) " AS CHAR)"
               DELIMITED BY SIZE
               INTO WRK-CHAVE-SQL
           END-STRING.

           STRING
               "(rl.tipo = '" FUNCTION TRIM(WRK-TIPO-CHAVE)
               "' AND FIND_IN_SET("
               FUNCTION TRIM(WRK-CHAVE-SQL)
               ", rl.alvo) > 0)"
               DELIMITED BY SIZE
               INTO WRK-PARTES-SQL WITH POINTER WRK-PTR-PARTES
           END-STRING.
           ADD 1 TO WRK-QTD-PARTES.

       PROC-INCLUIR-COLUNAS-NOME.

           EXEC SQL
               DECLARE CUR-RETENCAO-NOMES CURSOR FOR
                   SELECT coluna
                     FROM dados_pessoais
                    WHERE tabela = TRIM(:RTL-TABELA)
                      AND ativo = 'S'
                      AND classificacao = 'NOME'
                    ORDER BY coluna
           END-EXEC.

           EXEC SQL OPEN CUR-RETENCAO-NOMES END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO
               SET LS-RETENCAO-ERRO TO TRUE
               MOVE SQLERRM TO LS-MSG
               EXIT PARAGRAPH
           END-IF.

           SET NAO-FIM-CURSOR TO TRUE.
           PERFORM PROC-BUSCAR-COLUNA-NOME.
           PERFORM PROC-INCLUIR-COLUNA-NOME UNTIL FIM-CURSOR.

           EXEC SQL CLOSE CUR-RETENCAO-NOMES END-EXEC.

       PROC-BUSCAR-COLUNA-NOME.

           EXEC SQL
               FETCH CUR-RETENCAO-NOMES INTO :RTL-COLUNA
           END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO
               SET FIM-CURSOR TO TRUE
           END-IF.

       PROC-INCLUIR-COLUNA-NOME.

           MOVE RTL-COLUNA TO WRK-COL-CHECK.
           INSPECT WRK-COL-CHECK REPLACING ALL '_' BY SPACE.

           IF  WRK-COL-CHECK IS ALPHABETIC
               IF  WRK-QTD-PARTES > ZERO
                   STRING
                       " OR "
                       DELIMITED BY SIZE
                       INTO WRK-PARTES-SQL WITH POINTER WRK-PTR-PARTES
                   END-STRING
               END-IF
               STRING
                   "(rl.tipo = 'NOME' AND "
                   FUNCTION TRIM(RTL-TABELA) "."
                   FUNCTION TRIM(RTL-COLUNA)
                   " LIKE rl.alvo)"
                   DELIMITED BY SIZE
                   INTO WRK-PARTES-SQL WITH POINTER WRK-PTR-PARTES
               END-STRING
               ADD 1 TO WRK-QTD-PARTES
           END-IF.

           PERFORM PROC-BUSCAR-COLUNA-NOME.

       PROC-MONTAR-ORIGEM.

           MOVE SPACES TO WRK-ORIGEM-SQL.
           IF  LS-PARTICAO = SPACES
               STRING
                   "FROM " FUNCTION TRIM(RTL-TABELA)
                   DELIMITED BY SIZE
                   INTO WRK-ORIGEM-SQL
               END-STRING
           ELSE
               STRING
                   "FROM " FUNCTION TRIM(RTL-TABELA)
                   " PARTITION (" FUNCTION TRIM(LS-PARTICAO) ")"
                   DELIMITED BY SIZE
                   INTO WRK-ORIGEM-SQL
               END-STRING
           END-IF.

           IF  LS-CONDICAO = SPACES
               MOVE "1 = 1" TO WRK-CONDICAO-SQL
           ELSE
               MOVE LS-CONDICAO TO WRK-CONDICAO-SQL
           END-IF.

       PROC-CONTAR-LINHAS-RETIDAS.

           PERFORM PROC-MONTAR-ORIGEM.

           MOVE SPACES TO SQL-BUFFER.
           STRING
               "SELECT COUNT(*) "
               FUNCTION TRIM(WRK-ORIGEM-SQL)
               " WHERE (" FUNCTION TRIM(WRK-CONDICAO-SQL) ") AND "
               FUNCTION TRIM(LS-FILTRO)
               DELIMITED BY SIZE
               INTO SQL-BUFFER
           END-STRING.

           EXEC SQL
               PREPARE STMT-RETIDAS FROM :SQL-BUFFER
           END-EXEC.

           IF  SQLCODE EQUAL ZERO
               EXEC SQL
                   EXECUTE STMT-RETIDAS INTO :RTL-QTD
               END-EXEC
           END-IF.

           IF  SQLCODE NOT EQUAL ZERO
               SET LS-RETENCAO-ERRO TO TRUE
               MOVE SQLERRM TO LS-MSG
               EXIT PARAGRAPH
           END-IF.

           MOVE RTL-QTD TO LS-QTD.

       PROC-REGISTRAR-TENTATIVAS.

      * UMA LINHA POR RETENCAO E LINHA RETIDA: A MESMA LINHA PODE
      * ESTAR SOB MAIS DE UMA RETENCAO (PROCESSOS DIFERENTES).
           MOVE SPACES TO SQL-BUFFER.
           IF  WRK-CHAVE-SQL = SPACES
               MOVE "NULL" TO WRK-CHAVE-SQL
           END-IF.
           MOVE LS-RETENCAO-ID TO WRK-ID-MASK.
           STRING
               "INSERT INTO retencao_legal_tentativas"
               " (retencao_id, programa, tabela, chave)"
               " SELECT rl.id, '" FUNCTION TRIM(LS-PROGRAMA)
               "', '" FUNCTION TRIM(RTL-TABELA) "', "
               FUNCTION TRIM(WRK-CHAVE-SQL) " "
               FUNCTION TRIM(WRK-ORIGEM-SQL)
               " JOIN retencao_legal rl ON rl.status = 'ATIVA'"
               " AND (" FUNCTION TRIM(WRK-ID-MASK) " = 0"
               " OR rl.id = " FUNCTION TRIM(WRK-ID-MASK) ")"
               " AND (" FUNCTION TRIM(WRK-PARTES-SQL) ")"
               " WHERE (" FUNCTION TRIM(WRK-CONDICAO-SQL) ")"
               DELIMITED BY SIZE
               INTO SQL-BUFFER
           END-STRING.

           EXEC SQL
               EXECUTE IMMEDIATE :SQL-BUFFER
           END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO
               SET LS-RETENCAO-ERRO TO TRUE
               MOVE SQLERRM TO LS-MSG
               EXEC SQL ROLLBACK END-EXEC
               EXIT PARAGRAPH
           END-IF.

           EXEC SQL COMMIT END-EXEC.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. MOD-MOVIMENTA-ESTOQUE.
      *******************************************
      * AUTOR:
      * DATA:
      * ALTERACOES:
      *   - MODULO DO RAZAO DE ESTOQUE POR PRODUTO: O SALDO FICA EM
      *     ESTOQUE_SALDO (UMA LINHA POR PRODUTO) E CADA MUDANCA DE
      *     SALDO DEIXA UMA LINHA EM ESTOQUE_MOVIMENTOS (TIPO,
      *     QUANTIDADE COM SINAL, SALDO APOS, DOCUMENTO DE ORIGEM,
      *     MOTIVO E OPERADOR), ENTAO O SALDO SEMPRE SE EXPLICA
      *     MOVIMENTO A MOVIMENTO. LS-ACAO=GARANTIR CRIA AS TABELAS E
      *     DEVE SER CHAMADO ANTES DE ABRIR A TRANSACAO (DDL FAZ
      *     COMMIT IMPLICITO NO MYSQL). LS-ACAO=MOVIMENTAR APLICA
      *     LS-QUANTIDADE (POSITIVA ENTRA, NEGATIVA SAI) DENTRO DA
      *     TRANSACAO JA ABERTA PELO CHAMADOR, COM A LINHA DE SALDO
      *     TRAVADA POR SELECT ... FOR UPDATE; NAO FAZ COMMIT NEM
      *     ROLLBACK; QUEM CHAMA DECIDE. PRODUTO SEM LINHA DE SALDO
      *     COMECA EM ZERO. SAIDA QUE DEIXARIA O SALDO NEGATIVO E
      *     RECUSADA SEM GRAVAR NADA. DEVOLVE EM LS-RESULTADO: OK,
      *     SI (SALDO INSUFICIENTE, COM O SALDO ATUAL EM LS-SALDO) OU
      *     ER (ERRO DE SQL, COM A MENSAGEM EM LS-MSG-ERRO).
      *   - ESTOQUE_SALDO GANHA O PONTO DE REPOSICAO DO PRODUTO
      *     (MINIMO) E O LOTE DE COMPRA, USADOS PELO BATCH
      *     PROG-REPOSICAO-ESTOQUE; TABELAS JA CRIADAS SAO MIGRADAS
      *     NO GARANTIR. O RECEBIMENTO DE PEDIDO DE COMPRA
      *     (PROG-PEDIDOS-COMPRA) ENTRA PELO MESMO MOVIMENTAR, COM O
      *     TIPO RECEBIMENTO.
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

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.

       01  HOSTVARS.
           05 BUFFER          PIC X(1024).

       01  WRK-ESTOQUE-VARS.
           05 EST-PRODUTO-ID  PIC 9(10).
           05 EST-QUANTIDADE  PIC S9(9).
           05 EST-SALDO       PIC S9(9).
           05 EST-SALDO-NOVO  PIC S9(9).
           05 EST-TIPO        PIC X(12).
           05 EST-DOC-ID      PIC 9(10).
           05 EST-ITEM-ID     PIC 9(10).
           05 EST-MOTIVO      PIC X(255).
           05 EST-OPERADOR    PIC X(60).
           05 EST-QTD-COLUNA  PIC 9(5).

       EXEC SQL END DECLARE SECTION END-EXEC.


       LINKAGE SECTION.

       77  LS-ACAO             PIC X(10).
           88  LS-ACAO-GARANTIR               VALUE 'GARANTIR'.
           88  LS-ACAO-MOVIMENTAR             VALUE 'MOVIMENTAR'.
       77  LS-PRODUTO-ID       PIC 9(10).
       77  LS-QUANTIDADE       PIC S9(9).
       77  LS-TIPO             PIC X(12).
       77  LS-DOC-ID           PIC 9(10).
       77  LS-ITEM-ID          PIC 9(10).
       77  LS-MOTIVO           PIC X(255).
       77  LS-OPERADOR         PIC X(60).
       77  LS-SALDO            PIC S9(9).
       77  LS-RESULTADO        PIC X(2).
           88  LS-MOVIMENTO-OK                VALUE 'OK'.
           88  LS-SALDO-INSUFICIENTE          VALUE 'SI'.
           88  LS-MOVIMENTO-ERRO              VALUE 'ER'.
       77  LS-MSG-ERRO         PIC X(255).


       PROCEDURE DIVISION USING LS-ACAO, LS-PRODUTO-ID,
               LS-QUANTIDADE, LS-TIPO, LS-DOC-ID, LS-ITEM-ID,
               LS-MOTIVO, LS-OPERADOR, LS-SALDO, LS-RESULTADO,
               LS-MSG-ERRO.

       MAIN-PROCEDURE.

           SET LS-MOVIMENTO-OK TO TRUE.
           MOVE SPACES TO LS-MSG-ERRO.
           MOVE ZERO TO LS-SALDO.

           PERFORM PROC-CONECTAR-BANCO-COB-DEV.

           IF  LS-ACAO-GARANTIR
               PERFORM PROC-GARANTIR-TABELAS-ESTOQUE
           ELSE
               PERFORM PROC-APLICAR-MOVIMENTO
           END-IF.

           PERFORM PROC-LIBERAR-RECURSOS.
           EXIT PROGRAM.

       PROC-CONECTAR-BANCO-COB-DEV.

           MOVE "OBTER" TO WRK-CONEXAO-ACAO.
           CALL 'MOD-CONEXAO-BD'
               USING WRK-CONEXAO-ACAO, WRK-CONEXAO-OK,
                   WRK-CONEXAO-MSG
               END-CALL.

           IF  NOT CONEXAO-DISPONIVEL
               SET LS-MOVIMENTO-ERRO TO TRUE
               MOVE WRK-CONEXAO-MSG TO LS-MSG-ERRO
               EXIT PROGRAM
           END-IF.

       PROC-GARANTIR-TABELAS-ESTOQUE.

           EXEC SQL
               CREATE TABLE IF NOT EXISTS estoque_saldo (
                   produto_id    INT NOT NULL PRIMARY KEY,
                   saldo         INT NOT NULL DEFAULT 0,
                   minimo        INT NOT NULL DEFAULT 0,
                   lote_compra   INT NOT NULL DEFAULT 1,
                   atualizado_em DATETIME NOT NULL
                       DEFAULT CURRENT_TIMESTAMP
               )
           END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO
               SET LS-MOVIMENTO-ERRO TO TRUE
               MOVE SQLERRM TO LS-MSG-ERRO
               EXIT PARAGRAPH
           END-IF.

      * SALDOS CRIADOS ANTES DO PONTO DE REPOSICAO NAO TEM AS COLUNAS
      * MINIMO E LOTE_COMPRA; ACRESCENTA-AS QUANDO AUSENTES.
           EXEC SQL
               SELECT COUNT(*)
                 INTO :EST-QTD-COLUNA
                 FROM information_schema.columns
                WHERE table_schema = DATABASE()
                  AND table_name = 'estoque_saldo'
                  AND column_name = 'minimo'
           END-EXEC.

           IF  SQLCODE EQUAL ZERO AND EST-QTD-COLUNA = ZERO
               EXEC SQL
                   ALTER TABLE estoque_saldo
                       ADD COLUMN minimo INT NOT NULL DEFAULT 0,
                       ADD COLUMN lote_compra INT NOT NULL DEFAULT 1
               END-EXEC

               IF  SQLCODE NOT EQUAL ZERO
                   SET LS-MOVIMENTO-ERRO TO TRUE
                   MOVE SQLERRM TO LS-MSG-ERRO
                   EXIT PARAGRAPH
               END-IF
           END-IF.

           EXEC SQL
               CREATE TABLE IF NOT EXISTS estoque_movimentos (
                   id           INT NOT NULL PRIMARY KEY
                                    AUTO_INCREMENT,
                   produto_id   INT NOT NULL,
                   tipo         VARCHAR(12) NOT NULL,
                   quantidade   INT NOT NULL,
                   saldo_apos   INT NOT NULL,
                   documento_id INT NULL,
                   item_id      INT NULL,
                   motivo       VARCHAR(255) NULL,
                   operador     VARCHAR(60) NULL,
                   criado_em    DATETIME NOT NULL
                       DEFAULT CURRENT_TIMESTAMP,
                   KEY idx_estoque_mov_produto (produto_id, id)
               )
           END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO
               SET LS-MOVIMENTO-ERRO TO TRUE
               MOVE SQLERRM TO LS-MSG-ERRO
           END-IF.

       PROC-APLICAR-MOVIMENTO.

           MOVE LS-PRODUTO-ID  TO EST-PRODUTO-ID.
           MOVE LS-QUANTIDADE  TO EST-QUANTIDADE.
           MOVE LS-TIPO        TO EST-TIPO.
           MOVE LS-DOC-ID      TO EST-DOC-ID.
           MOVE LS-ITEM-ID     TO EST-ITEM-ID.
           MOVE LS-MOTIVO      TO EST-MOTIVO.
           MOVE LS-OPERADOR    TO EST-OPERADOR.

      * PRODUTO AINDA SEM LINHA DE SALDO NASCE COM ZERO; A LINHA E
      * TRAVADA EM SEGUIDA ATE O FIM DA TRANSACAO DO CHAMADOR.
           EXEC SQL
               INSERT IGNORE INTO estoque_saldo (produto_id, saldo)
               VALUES (:EST-PRODUTO-ID, 0)
           END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO
               SET LS-MOVIMENTO-ERRO TO TRUE
               MOVE SQLERRM TO LS-MSG-ERRO
               EXIT PARAGRAPH
           END-IF.

           EXEC SQL
               SELECT saldo
                 INTO :EST-SALDO
                 FROM estoque_saldo
                WHERE produto_id = :EST-PRODUTO-ID
               FOR UPDATE
           END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO
               SET LS-MOVIMENTO-ERRO TO TRUE
               MOVE SQLERRM TO LS-MSG-ERRO
               EXIT PARAGRAPH
           END-IF.

           COMPUTE EST-SALDO-NOVO = EST-SALDO + EST-QUANTIDADE.

           IF  EST-SALDO-NOVO < ZERO
               SET LS-SALDO-INSUFICIENTE TO TRUE
               MOVE EST-SALDO TO LS-SALDO
               EXIT PARAGRAPH
           END-IF.

           EXEC SQL
               UPDATE estoque_saldo
                  SET saldo = :EST-SALDO-NOVO,
                      atualizado_em = CURRENT_TIMESTAMP
                WHERE produto_id = :EST-PRODUTO-ID
           END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO
               SET LS-MOVIMENTO-ERRO TO TRUE
               MOVE SQLERRM TO LS-MSG-ERRO
               EXIT PARAGRAPH
           END-IF.

           EXEC SQL
               INSERT INTO estoque_movimentos
                   (produto_id, tipo, quantidade, saldo_apos,
                    documento_id, item_id, motivo, operador)
               VALUES
                   (:EST-PRODUTO-ID, :EST-TIPO, :EST-QUANTIDADE,
                    :EST-SALDO-NOVO,
                    NULLIF(:EST-DOC-ID, 0),
                    NULLIF(:EST-ITEM-ID, 0),
                    NULLIF(TRIM(:EST-MOTIVO), ''),
                    NULLIF(TRIM(:EST-OPERADOR), ''))
           END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO
               SET LS-MOVIMENTO-ERRO TO TRUE
               MOVE SQLERRM TO LS-MSG-ERRO
               EXIT PARAGRAPH
           END-IF.

           MOVE EST-SALDO-NOVO TO LS-SALDO.

       PROC-LIBERAR-RECURSOS.
      * A SESSAO E COMPARTILHADA DA REQUISICAO (MOD-CONEXAO-BD) E
      * NAO E FECHADA AQUI; QUEM A ABRIU E ENCERRA NO FIM.
           CONTINUE.

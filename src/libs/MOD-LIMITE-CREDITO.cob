       IDENTIFICATION DIVISION.
       PROGRAM-ID. MOD-LIMITE-CREDITO.
      *******************************************
      * AUTOR:
      * DATA:
      * ALTERACOES:
      *   - MODULO DO LIMITE DE CREDITO DO CLIENTE (COLUNA
      *     CLIENTE.LIMITE_CREDITO, MANTIDA POR PROG-CLIENTES-ADMIN;
      *     NULO E CLIENTE SEM LIMITE). LS-ACAO=VERIFICAR E CHAMADO
      *     COM A TRANSACAO DA VENDA ABERTA E AS PARCELAS DA VENDA JA
      *     GERADAS: TRAVA A LINHA DO CLIENTE, SOMA O SALDO EM ABERTO
      *     DAS PARCELAS DAS DEMAIS VENDAS NAO CANCELADAS DO CLIENTE
      *     (LS-EM-ABERTO) E O SALDO DA PROPRIA VENDA (LS-SALDO-VENDA)
      *     E COMPARA COM O LIMITE (LS-LIMITE). QUANDO PASSA DO
      *     LIMITE, CONSOME A LIBERACAO AVULSA MAIS ANTIGA AINDA VALIDA
      *     DO CLIENTE (TABELA CLIENTE_CREDITO_LIBERACAO, CONCEDIDA
      *     POR ADMIN EM PROG-CLIENTES-ADMIN), QUE FICA LIGADA A
      *     VENDA E A COBRE DALI EM DIANTE. NAO FAZ COMMIT NEM
      *     ROLLBACK. LS-ACAO=GARANTIR CRIA A TABELA E A COLUNA E
      *     DEVE SER CHAMADO ANTES DE ABRIR A TRANSACAO. DEVOLVE EM
      *     LS-RESULTADO: OK (DENTRO DO LIMITE OU SEM LIMITE), LB
      *     (ACIMA DO LIMITE, COBERTO POR LIBERACAO), EX (ACIMA DO
      *     LIMITE, SEM LIBERACAO) OU ER (ERRO DE SQL, COM A MENSAGEM
      *     EM LS-MSG-ERRO).
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

       01  WRK-CREDITO-VARS.
           05 CRD-CLIENTE-ID  PIC 9(10).
           05 CRD-VENDA-ID    PIC 9(10).
           05 CRD-TEM-LIMITE  PIC X(1).
           05 CRD-LIMITE      PIC 9(10)V99.
           05 CRD-EM-ABERTO   PIC 9(10)V99.
           05 CRD-SALDO-VENDA PIC 9(10)V99.
           05 CRD-LIBERACAO-ID PIC 9(10).
           05 CRD-QTD         PIC 9(10).
           05 CRD-QTD-TABELA  PIC 9(5).
           05 CRD-QTD-COLUNA  PIC 9(5).

       EXEC SQL END DECLARE SECTION END-EXEC.


       LINKAGE SECTION.

       77  LS-ACAO             PIC X(10).
           88  LS-ACAO-GARANTIR               VALUE 'GARANTIR'.
           88  LS-ACAO-VERIFICAR              VALUE 'VERIFICAR'.
       77  LS-CLIENTE-ID       PIC 9(10).
       77  LS-VENDA-ID         PIC 9(10).
       77  LS-LIMITE           PIC 9(10)V99.
       77  LS-EM-ABERTO        PIC 9(10)V99.
       77  LS-SALDO-VENDA      PIC 9(10)V99.
       77  LS-RESULTADO        PIC X(2).
           88  LS-CREDITO-OK                  VALUE 'OK'.
           88  LS-CREDITO-LIBERADO            VALUE 'LB'.
           88  LS-CREDITO-EXCEDIDO            VALUE 'EX'.
           88  LS-CREDITO-ERRO                VALUE 'ER'.
       77  LS-MSG-ERRO         PIC X(255).


       PROCEDURE DIVISION USING LS-ACAO, LS-CLIENTE-ID, LS-VENDA-ID,
               LS-LIMITE, LS-EM-ABERTO, LS-SALDO-VENDA, LS-RESULTADO,
               LS-MSG-ERRO.

       MAIN-PROCEDURE.

           SET LS-CREDITO-OK TO TRUE.
           MOVE SPACES TO LS-MSG-ERRO.
           MOVE ZERO TO LS-LIMITE.
           MOVE ZERO TO LS-EM-ABERTO.
           MOVE ZERO TO LS-SALDO-VENDA.

           PERFORM PROC-CONECTAR-BANCO-COB-DEV.

           IF  LS-ACAO-GARANTIR
               PERFORM PROC-GARANTIR-ESTRUTURA
           ELSE
               PERFORM PROC-VERIFICAR-LIMITE
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
               SET LS-CREDITO-ERRO TO TRUE
               MOVE WRK-CONEXAO-MSG TO LS-MSG-ERRO
               EXIT PROGRAM
           END-IF.

       PROC-GARANTIR-ESTRUTURA.

      * A LIBERACAO E DE USO UNICO: USADA_EM E VENDA_ID SAO GRAVADOS
      * QUANDO UMA VENDA ACIMA DO LIMITE A CONSOME.
           EXEC SQL
               CREATE TABLE IF NOT EXISTS cliente_credito_liberacao (
                   id             INT NOT NULL PRIMARY KEY
                                      AUTO_INCREMENT,
                   cliente_id     INT NOT NULL,
                   motivo         VARCHAR(255) NOT NULL,
                   valida_ate     DATE NOT NULL,
                   operador       VARCHAR(60) NULL,
                   origem         VARCHAR(45) NULL,
                   criado_em      DATETIME NOT NULL
                       DEFAULT CURRENT_TIMESTAMP,
                   usada_em       DATETIME NULL,
                   venda_id       INT NULL,
                   KEY idx_credito_liberacao_cliente
                       (cliente_id, usada_em)
               )
           END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO
               SET LS-CREDITO-ERRO TO TRUE
               MOVE SQLERRM TO LS-MSG-ERRO
               EXIT PARAGRAPH
           END-IF.

      * O LIMITE E MANTIDO POR PROG-CLIENTES-ADMIN; A COLUNA E
      * GARANTIDA AQUI PARA A VERIFICACAO NA VENDA. CLIENTES
      * EXISTENTES FICAM SEM LIMITE.
           EXEC SQL
               SELECT (SELECT COUNT(*)
                         FROM information_schema.tables
                        WHERE table_schema = DATABASE()
                          AND table_name = 'cliente'),
                      (SELECT COUNT(*)
                         FROM information_schema.columns
                        WHERE table_schema = DATABASE()
                          AND table_name = 'cliente'
                          AND column_name = 'limite_credito')
                 INTO :CRD-QTD-TABELA, :CRD-QTD-COLUNA
           END-EXEC.

           IF  SQLCODE EQUAL ZERO
           AND CRD-QTD-TABELA > ZERO
           AND CRD-QTD-COLUNA = ZERO
               EXEC SQL
                   ALTER TABLE cliente
                       ADD COLUMN limite_credito DECIMAL(12,2) NULL
               END-EXEC
               IF  SQLCODE NOT EQUAL ZERO
                   SET LS-CREDITO-ERRO TO TRUE
                   MOVE SQLERRM TO LS-MSG-ERRO
               END-IF
           END-IF.

       PROC-VERIFICAR-LIMITE.

           MOVE LS-CLIENTE-ID TO CRD-CLIENTE-ID.
           MOVE LS-VENDA-ID TO CRD-VENDA-ID.

      * A LINHA DO CLIENTE FICA TRAVADA ATE O FIM DA TRANSACAO, PARA
      * DUAS VENDAS SIMULTANEAS NAO PASSAREM JUNTAS PELO MESMO SALDO.
           EXEC SQL
               SELECT CASE WHEN limite_credito IS NULL
                          THEN 'N' ELSE 'S' END,
                      COALESCE(limite_credito, 0)
                 INTO :CRD-TEM-LIMITE, :CRD-LIMITE
                 FROM cliente
                WHERE id = :CRD-CLIENTE-ID
               FOR UPDATE
           END-EXEC.

           IF  SQLCODE EQUAL 100
               EXIT PARAGRAPH
           END-IF.

           IF  SQLCODE NOT EQUAL ZERO
               SET LS-CREDITO-ERRO TO TRUE
               MOVE SQLERRM TO LS-MSG-ERRO
               EXIT PARAGRAPH
           END-IF.

           IF  CRD-TEM-LIMITE = 'N'
               EXIT PARAGRAPH
           END-IF.

           MOVE CRD-LIMITE TO LS-LIMITE.

           EXEC SQL
               SELECT COALESCE(SUM(CASE WHEN p.venda_id <> :CRD-VENDA-ID
                                       THEN p.valor - p.valor_pago
                                       ELSE 0 END), 0),
                      COALESCE(SUM(CASE WHEN p.venda_id = :CRD-VENDA-ID
                                       THEN p.valor - p.valor_pago
                                       ELSE 0 END), 0)
                 INTO :CRD-EM-ABERTO, :CRD-SALDO-VENDA
                 FROM venda_parcela p
                 JOIN venda v
                   ON v.id = p.venda_id
                WHERE v.cliente_id = :CRD-CLIENTE-ID
                  AND v.cancelada_em IS NULL
                  AND p.situacao IN ('ABERTA', 'PARCIAL')
           END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO
               SET LS-CREDITO-ERRO TO TRUE
               MOVE SQLERRM TO LS-MSG-ERRO
               EXIT PARAGRAPH
           END-IF.

           MOVE CRD-EM-ABERTO TO LS-EM-ABERTO.
           MOVE CRD-SALDO-VENDA TO LS-SALDO-VENDA.

           IF  CRD-EM-ABERTO + CRD-SALDO-VENDA NOT > CRD-LIMITE
               EXIT PARAGRAPH
           END-IF.

           PERFORM PROC-CONSUMIR-LIBERACAO.

       PROC-CONSUMIR-LIBERACAO.

      * VENDA QUE JA CONSUMIU UMA LIBERACAO SEGUE COBERTA POR ELA NAS
      * ALTERACOES SEGUINTES DOS ITENS.
           EXEC SQL
               SELECT COUNT(*)
                 INTO :CRD-QTD
                 FROM cliente_credito_liberacao
                WHERE cliente_id = :CRD-CLIENTE-ID
                  AND venda_id = :CRD-VENDA-ID
           END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO
               SET LS-CREDITO-ERRO TO TRUE
               MOVE SQLERRM TO LS-MSG-ERRO
               EXIT PARAGRAPH
           END-IF.

           IF  CRD-QTD > ZERO
               SET LS-CREDITO-LIBERADO TO TRUE
               EXIT PARAGRAPH
           END-IF.

           EXEC SQL
               SELECT id
                 INTO :CRD-LIBERACAO-ID
                 FROM cliente_credito_liberacao
                WHERE cliente_id = :CRD-CLIENTE-ID
                  AND usada_em IS NULL
                  AND valida_ate >= CURRENT_DATE
                ORDER BY id
                LIMIT 1
               FOR UPDATE
           END-EXEC.

           IF  SQLCODE EQUAL 100
               SET LS-CREDITO-EXCEDIDO TO TRUE
               EXIT PARAGRAPH
           END-IF.

           IF  SQLCODE NOT EQUAL ZERO
               SET LS-CREDITO-ERRO TO TRUE
               MOVE SQLERRM TO LS-MSG-ERRO
               EXIT PARAGRAPH
           END-IF.

           EXEC SQL
               UPDATE cliente_credito_liberacao
                  SET usada_em = CURRENT_TIMESTAMP,
                      venda_id = :CRD-VENDA-ID
                WHERE id = :CRD-LIBERACAO-ID
           END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO
               SET LS-CREDITO-ERRO TO TRUE
               MOVE SQLERRM TO LS-MSG-ERRO
               EXIT PARAGRAPH
           END-IF.

           SET LS-CREDITO-LIBERADO TO TRUE.

       PROC-LIBERAR-RECURSOS.
      * A SESSAO E COMPARTILHADA DA REQUISICAO (MOD-CONEXAO-BD) E
      * NAO E FECHADA AQUI; QUEM A ABRIU E ENCERRA NO FIM.
           CONTINUE.

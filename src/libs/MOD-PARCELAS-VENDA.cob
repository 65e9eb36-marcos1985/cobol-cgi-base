       IDENTIFICATION DIVISION.
       PROGRAM-ID. MOD-PARCELAS-VENDA.
      *******************************************
      * AUTOR:
      * DATA:
      * ALTERACOES:
      *   - MODULO DO CONTAS A RECEBER DA VENDA: CADA VENDA E DIVIDIDA
      *     EM VENDA.QTD_PARCELAS PARCELAS (TABELA VENDA_PARCELA), A
      *     N-ESIMA VENCENDO N MESES DEPOIS DE DATA_VENDA, EMPURRADA
      *     PARA O PROXIMO DIA UTIL PELO CALENDARIO DE MOD-DIA-UTIL. O
      *     CENTAVO QUE SOBRA DA DIVISAO VAI NA ULTIMA PARCELA. OS
      *     PAGAMENTOS E REEMBOLSOS FICAM EM VENDA_PAGAMENTO, GRAVADOS
      *     POR PROG-PARCELAS-VENDA. LS-ACAO=GARANTIR CRIA AS TABELAS
      *     (E A COLUNA QTD_PARCELAS EM VENDA) E DEVE SER CHAMADO
      *     ANTES DE ABRIR A TRANSACAO. LS-ACAO=GERAR REFAZ AS
      *     PARCELAS DA VENDA A PARTIR DO VALOR ATUAL: AS PARCELAS QUE
      *     JA RECEBERAM PAGAMENTO FICAM COMO ESTAO E O SALDO RESTANTE
      *     E REPARTIDO NAS DEMAIS. LS-ACAO=ESTORNAR MARCA COMO
      *     ESTORNADAS AS PARCELAS EM ABERTO DA VENDA CANCELADA. AMBOS
      *     RODAM NA TRANSACAO JA ABERTA PELO CHAMADOR, SEM COMMIT NEM
      *     ROLLBACK. DEVOLVE EM LS-RESULTADO: OK, PG (A VENDA TEM
      *     PAGAMENTO QUE IMPEDE A OPERACAO: NO GERAR, VALOR NOVO
      *     ABAIXO DO JA PAGO; NO ESTORNAR, QUALQUER PAGAMENTO, QUE
      *     PRECISA SER REEMBOLSADO ANTES) OU ER (ERRO DE SQL, COM A
      *     MENSAGEM EM LS-MSG-ERRO).
      *   - AS NOTAS DE CREDITO DAS DEVOLUCOES PARCIAIS (TABELA
      *     VENDA_DEVOLUCAO, GRAVADA POR PROG-DEVOLUCOES-VENDA) SAO
      *     GARANTIDAS AQUI, JUNTO COM AS PARCELAS, E O GERAR PASSA A
      *     REPARTIR O VALOR DA VENDA JA DESCONTADAS AS DEVOLUCOES,
      *     PARA QUE A REFACAO DAS PARCELAS NAO DESFACA O ABATIMENTO.
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

       77  WRK-QTD-NOVAS                   PIC 9(3).
       77  WRK-SEQ                         PIC 9(3).

       77  WRK-UTIL-DIA                    PIC X(10).
       77  WRK-UTIL-FLAG                   PIC X(1).
           88  UTIL-DIA-UTIL                           VALUE 'S'.
       77  WRK-UTIL-ANTERIOR               PIC X(10).

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.

       01  HOSTVARS.
           05 BUFFER          PIC X(1024).

       01  WRK-PARCELA-VARS.
           05 PAR-VENDA-ID    PIC 9(10).
           05 PAR-DIA-VENDA   PIC X(10).
           05 PAR-VALOR-VENDA PIC 9(8)V99.
           05 PAR-QTD-PARCELAS PIC 9(3).
           05 PAR-LIQUIDADO   PIC 9(8)V99.
           05 PAR-QTD-MANTIDAS PIC 9(3).
           05 PAR-ULTIMO-NUMERO PIC 9(3).
           05 PAR-SALDO       PIC S9(8)V99.
           05 PAR-VALOR       PIC 9(8)V99.
           05 PAR-VALOR-BASE  PIC 9(8)V99.
           05 PAR-NUMERO      PIC 9(3).
           05 PAR-VENCIMENTO  PIC X(10).
           05 PAR-AVANCO      PIC 9(3).
           05 PAR-PAGO        PIC 9(8)V99.
           05 PAR-QTD-TABELA  PIC 9(5).
           05 PAR-QTD-COLUNA  PIC 9(5).

       EXEC SQL END DECLARE SECTION END-EXEC.


       LINKAGE SECTION.

       77  LS-ACAO             PIC X(10).
           88  LS-ACAO-GARANTIR               VALUE 'GARANTIR'.
           88  LS-ACAO-GERAR                  VALUE 'GERAR'.
           88  LS-ACAO-ESTORNAR               VALUE 'ESTORNAR'.
       77  LS-VENDA-ID         PIC 9(10).
       77  LS-RESULTADO        PIC X(2).
           88  LS-PARCELAS-OK                 VALUE 'OK'.
           88  LS-VENDA-COM-PAGAMENTO         VALUE 'PG'.
           88  LS-PARCELAS-ERRO               VALUE 'ER'.
       77  LS-MSG-ERRO         PIC X(255).


       PROCEDURE DIVISION USING LS-ACAO, LS-VENDA-ID, LS-RESULTADO,
               LS-MSG-ERRO.

       MAIN-PROCEDURE.

           SET LS-PARCELAS-OK TO TRUE.
           MOVE SPACES TO LS-MSG-ERRO.

           PERFORM PROC-CONECTAR-BANCO-COB-DEV.

           EVALUATE TRUE
               WHEN LS-ACAO-GARANTIR
                   PERFORM PROC-GARANTIR-TABELAS
               WHEN LS-ACAO-ESTORNAR
                   PERFORM PROC-ESTORNAR-PARCELAS
               WHEN OTHER
                   PERFORM PROC-GERAR-PARCELAS
           END-EVALUATE.

           PERFORM PROC-LIBERAR-RECURSOS.
           EXIT PROGRAM.

       PROC-CONECTAR-BANCO-COB-DEV.

           MOVE "OBTER" TO WRK-CONEXAO-ACAO.
           CALL 'MOD-CONEXAO-BD'
               USING WRK-CONEXAO-ACAO, WRK-CONEXAO-OK,
                   WRK-CONEXAO-MSG
               END-CALL.

           IF  NOT CONEXAO-DISPONIVEL
               SET LS-PARCELAS-ERRO TO TRUE
               MOVE WRK-CONEXAO-MSG TO LS-MSG-ERRO
               EXIT PROGRAM
           END-IF.

       PROC-GARANTIR-TABELAS.

           EXEC SQL
               CREATE TABLE IF NOT EXISTS venda_parcela (
                   id             INT NOT NULL PRIMARY KEY
                                      AUTO_INCREMENT,
                   venda_id       INT NOT NULL,
                   numero         INT NOT NULL,
                   vencimento     DATE NOT NULL,
                   valor          DECIMAL(10,2) NOT NULL,
                   valor_pago     DECIMAL(10,2) NOT NULL DEFAULT 0,
                   situacao       VARCHAR(10) NOT NULL
                                      DEFAULT 'ABERTA',
                   criado_em      DATETIME NOT NULL
                       DEFAULT CURRENT_TIMESTAMP,
                   atualizado_em  DATETIME NULL,
                   UNIQUE KEY uq_venda_parcela (venda_id, numero),
                   KEY idx_venda_parcela_venc (situacao, vencimento)
               )
           END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO
               SET LS-PARCELAS-ERRO TO TRUE
               MOVE SQLERRM TO LS-MSG-ERRO
               EXIT PARAGRAPH
           END-IF.

      * PAGAMENTO ENTRA COM VALOR POSITIVO; REEMBOLSO TAMBEM, COM O
      * TIPO DIZENDO O SENTIDO.
           EXEC SQL
               CREATE TABLE IF NOT EXISTS venda_pagamento (
                   id             INT NOT NULL PRIMARY KEY
                                      AUTO_INCREMENT,
                   parcela_id     INT NOT NULL,
                   venda_id       INT NOT NULL,
                   tipo           VARCHAR(10) NOT NULL,
                   valor          DECIMAL(10,2) NOT NULL,
                   data_pagamento DATE NOT NULL,
                   forma          VARCHAR(20) NULL,
                   operador       VARCHAR(60) NULL,
                   criado_em      DATETIME NOT NULL
                       DEFAULT CURRENT_TIMESTAMP,
                   KEY idx_venda_pagamento_venda (venda_id),
                   KEY idx_venda_pagamento_parcela (parcela_id)
               )
           END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO
               SET LS-PARCELAS-ERRO TO TRUE
               MOVE SQLERRM TO LS-MSG-ERRO
               EXIT PARAGRAPH
           END-IF.

      * A NOTA DE CREDITO NAO REESCREVE A VENDA: FICA DATADA NO DIA
      * DA DEVOLUCAO E ABATE O CONTAS A RECEBER.
           EXEC SQL
               CREATE TABLE IF NOT EXISTS venda_devolucao (
                   id                INT NOT NULL PRIMARY KEY
                                         AUTO_INCREMENT,
                   venda_id          INT NOT NULL,
                   venda_item_id     INT NOT NULL,
                   produto_id        INT NOT NULL,
                   cliente_id        INT NOT NULL,
                   quantidade        INT NOT NULL,
                   preco_unitario    DECIMAL(10,2) NOT NULL,
                   valor             DECIMAL(10,2) NOT NULL,
                   valor_abatido     DECIMAL(10,2) NOT NULL DEFAULT 0,
                   valor_reembolsado DECIMAL(10,2) NOT NULL DEFAULT 0,
                   data_devolucao    DATE NOT NULL,
                   motivo            VARCHAR(255) NULL,
                   operador          VARCHAR(60) NULL,
                   criado_em         DATETIME NOT NULL
                       DEFAULT CURRENT_TIMESTAMP,
                   KEY idx_venda_devolucao_venda (venda_id),
                   KEY idx_venda_devolucao_item (venda_item_id),
                   KEY idx_venda_devolucao_dia (data_devolucao)
               )
           END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO
               SET LS-PARCELAS-ERRO TO TRUE
               MOVE SQLERRM TO LS-MSG-ERRO
               EXIT PARAGRAPH
           END-IF.

      * VENDAS CRIADAS ANTES DO PARCELAMENTO FICAM COM UMA PARCELA.
           EXEC SQL
               SELECT (SELECT COUNT(*)
                         FROM information_schema.tables
                        WHERE table_schema = DATABASE()
                          AND table_name = 'venda'),
                      (SELECT COUNT(*)
                         FROM information_schema.columns
                        WHERE table_schema = DATABASE()
                          AND table_name = 'venda'
                          AND column_name = 'qtd_parcelas')
                 INTO :PAR-QTD-TABELA, :PAR-QTD-COLUNA
           END-EXEC.

           IF  SQLCODE EQUAL ZERO
           AND PAR-QTD-TABELA > ZERO
           AND PAR-QTD-COLUNA = ZERO
               EXEC SQL
                   ALTER TABLE venda
                       ADD COLUMN qtd_parcelas INT NOT NULL DEFAULT 1
               END-EXEC
               IF  SQLCODE NOT EQUAL ZERO
                   SET LS-PARCELAS-ERRO TO TRUE
                   MOVE SQLERRM TO LS-MSG-ERRO
               END-IF
           END-IF.

       PROC-GERAR-PARCELAS.

           MOVE LS-VENDA-ID TO PAR-VENDA-ID.

      * O VALOR A RECEBER E O DA VENDA MENOS AS DEVOLUCOES JA FEITAS.
           EXEC SQL
               SELECT DATE_FORMAT(v.data_venda, '%Y-%m-%d'),
                      GREATEST(v.valor - COALESCE(
                          (SELECT SUM(d.valor)
                             FROM venda_devolucao d
                            WHERE d.venda_id = v.id), 0), 0),
                      v.qtd_parcelas
                 INTO :PAR-DIA-VENDA, :PAR-VALOR-VENDA,
                      :PAR-QTD-PARCELAS
                 FROM venda v
                WHERE v.id = :PAR-VENDA-ID
               FOR UPDATE
           END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO
               SET LS-PARCELAS-ERRO TO TRUE
               MOVE SQLERRM TO LS-MSG-ERRO
               EXIT PARAGRAPH
           END-IF.

      * PARCELA QUE JA RECEBEU QUALQUER PAGAMENTO NAO E REFEITA.
           EXEC SQL
               SELECT COALESCE(SUM(valor), 0), COUNT(*),
                      COALESCE(MAX(numero), 0)
                 INTO :PAR-LIQUIDADO, :PAR-QTD-MANTIDAS,
                      :PAR-ULTIMO-NUMERO
                 FROM venda_parcela
                WHERE venda_id = :PAR-VENDA-ID
                  AND valor_pago > 0
           END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO
               SET LS-PARCELAS-ERRO TO TRUE
               MOVE SQLERRM TO LS-MSG-ERRO
               EXIT PARAGRAPH
           END-IF.

           COMPUTE PAR-SALDO = PAR-VALOR-VENDA - PAR-LIQUIDADO.

           IF  PAR-SALDO < ZERO
               SET LS-VENDA-COM-PAGAMENTO TO TRUE
               EXIT PARAGRAPH
           END-IF.

           EXEC SQL
               DELETE FROM venda_parcela
                WHERE venda_id = :PAR-VENDA-ID
                  AND valor_pago = 0
           END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO AND SQLCODE NOT EQUAL 100
               SET LS-PARCELAS-ERRO TO TRUE
               MOVE SQLERRM TO LS-MSG-ERRO
               EXIT PARAGRAPH
           END-IF.

           IF  PAR-SALDO = ZERO
               EXIT PARAGRAPH
           END-IF.

           IF  PAR-QTD-PARCELAS > PAR-QTD-MANTIDAS
               COMPUTE WRK-QTD-NOVAS =
                   PAR-QTD-PARCELAS - PAR-QTD-MANTIDAS
           ELSE
               MOVE 1 TO WRK-QTD-NOVAS
           END-IF.

      * A DIVISAO TRUNCA NO CENTAVO; A DIFERENCA VAI NA ULTIMA.
           COMPUTE PAR-VALOR-BASE = PAR-SALDO / WRK-QTD-NOVAS.
           IF  PAR-VALOR-BASE = ZERO
               MOVE 1 TO WRK-QTD-NOVAS
               MOVE PAR-SALDO TO PAR-VALOR-BASE
           END-IF.

           MOVE 1 TO WRK-SEQ.
           PERFORM PROC-INCLUIR-PARCELA
               UNTIL WRK-SEQ > WRK-QTD-NOVAS
                  OR LS-PARCELAS-ERRO.

       PROC-INCLUIR-PARCELA.

           COMPUTE PAR-NUMERO = PAR-ULTIMO-NUMERO + WRK-SEQ.

           IF  WRK-SEQ = WRK-QTD-NOVAS
               COMPUTE PAR-VALOR = PAR-SALDO
                   - (PAR-VALOR-BASE * (WRK-QTD-NOVAS - 1))
           ELSE
               MOVE PAR-VALOR-BASE TO PAR-VALOR
           END-IF.

           PERFORM PROC-CALCULAR-VENCIMENTO.

           IF  LS-PARCELAS-ERRO
               EXIT PARAGRAPH
           END-IF.

           EXEC SQL
               INSERT INTO venda_parcela
                   (venda_id, numero, vencimento, valor)
               VALUES
                   (:PAR-VENDA-ID, :PAR-NUMERO, :PAR-VENCIMENTO,
                    :PAR-VALOR)
           END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO
               SET LS-PARCELAS-ERRO TO TRUE
               MOVE SQLERRM TO LS-MSG-ERRO
               EXIT PARAGRAPH
           END-IF.

           ADD 1 TO WRK-SEQ.

       PROC-CALCULAR-VENCIMENTO.

      * A PARCELA N VENCE N MESES DEPOIS DA VENDA (O MYSQL AJUSTA O
      * DIA 31 PARA O FIM DO MES); CAINDO EM DIA NAO UTIL, AVANCA
      * DIA A DIA ATE O PROXIMO UTIL. O LIMITE DE 15 DIAS E SO UMA
      * PROTECAO CONTRA UM CALENDARIO CADASTRADO ERRADO.
           MOVE ZERO TO PAR-AVANCO.
           MOVE 'N' TO WRK-UTIL-FLAG.

           PERFORM PROC-TESTAR-VENCIMENTO
               UNTIL UTIL-DIA-UTIL
                  OR PAR-AVANCO > 15
                  OR LS-PARCELAS-ERRO.

       PROC-TESTAR-VENCIMENTO.

           EXEC SQL
               SELECT DATE_FORMAT(:PAR-DIA-VENDA
                          + INTERVAL :PAR-NUMERO MONTH
                          + INTERVAL :PAR-AVANCO DAY, '%Y-%m-%d')
                 INTO :PAR-VENCIMENTO
           END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO
               SET LS-PARCELAS-ERRO TO TRUE
               MOVE SQLERRM TO LS-MSG-ERRO
               EXIT PARAGRAPH
           END-IF.

           MOVE PAR-VENCIMENTO TO WRK-UTIL-DIA.
           CALL 'MOD-DIA-UTIL'
               USING WRK-UTIL-DIA, WRK-UTIL-FLAG, WRK-UTIL-ANTERIOR
               END-CALL.

           IF  NOT UTIL-DIA-UTIL
               ADD 1 TO PAR-AVANCO
           END-IF.

       PROC-ESTORNAR-PARCELAS.

           MOVE LS-VENDA-ID TO PAR-VENDA-ID.

           EXEC SQL
               SELECT COALESCE(SUM(valor_pago), 0)
                 INTO :PAR-PAGO
                 FROM venda_parcela
                WHERE venda_id = :PAR-VENDA-ID
           END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO
               SET LS-PARCELAS-ERRO TO TRUE
               MOVE SQLERRM TO LS-MSG-ERRO
               EXIT PARAGRAPH
           END-IF.

           IF  PAR-PAGO > ZERO
               SET LS-VENDA-COM-PAGAMENTO TO TRUE
               EXIT PARAGRAPH
           END-IF.

           EXEC SQL
               UPDATE venda_parcela
                  SET situacao = 'ESTORNADA',
                      atualizado_em = CURRENT_TIMESTAMP
                WHERE venda_id = :PAR-VENDA-ID
                  AND situacao = 'ABERTA'
           END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO AND SQLCODE NOT EQUAL 100
               SET LS-PARCELAS-ERRO TO TRUE
               MOVE SQLERRM TO LS-MSG-ERRO
           END-IF.

       PROC-LIBERAR-RECURSOS.
      * A SESSAO E COMPARTILHADA DA REQUISICAO (MOD-CONEXAO-BD) E
      * NAO E FECHADA AQUI; QUEM A ABRIU E ENCERRA NO FIM.
           CONTINUE.

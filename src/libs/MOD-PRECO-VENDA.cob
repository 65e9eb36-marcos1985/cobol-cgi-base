       IDENTIFICATION DIVISION.
       PROGRAM-ID. MOD-PRECO-VENDA.
      *******************************************
      * AUTOR:
      * DATA:
      * ALTERACOES:
      *   - MODULO DE PRECIFICACAO DO ITEM DE VENDA: LS-ACAO=CALCULAR
      *     DEVOLVE O PRECO DE LISTA DO PRODUTO NO DIA INFORMADO (A
      *     VIGENCIA DE PRODUTO_PRECO_HIST, OU O PRECO DE CATALOGO
      *     NA FALTA DE HISTORICO) E A MELHOR PROMOCAO APLICAVEL
      *     (TABELA PROMOCAO, MANTIDA POR PROG-PROMOCOES-ADMIN) PARA
      *     O PRODUTO, O CLIENTE E A QUANTIDADE: A QUE DA O MAIOR
      *     DESCONTO POR UNIDADE, E NO EMPATE A MAIS ANTIGA.
      *     DESCONTO PERCENTUAL E CALCULADO SOBRE O PRECO DE LISTA;
      *     DESCONTO EM VALOR E POR UNIDADE; NENHUM DESCONTO PASSA DO
      *     PRECO DE LISTA. DEVOLVE LS-PROMOCAO-ID ZERO QUANDO NAO HA
      *     PROMOCAO. LS-ACAO=GARANTIR CRIA AS TABELAS E DEVE SER
      *     CHAMADO ANTES DE ABRIR A TRANSACAO. DEVOLVE EM
      *     LS-RESULTADO: OK, NE (PRODUTO NAO ENCONTRADO OU INATIVO)
      *     OU ER (ERRO DE SQL, COM A MENSAGEM EM LS-MSG-ERRO).
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

       01  WRK-PRECO-VARS.
           05 PRC-PRODUTO-ID  PIC 9(10).
           05 PRC-CLIENTE-ID  PIC 9(10).
           05 PRC-QUANTIDADE  PIC 9(9).
           05 PRC-DIA         PIC X(10).
           05 PRC-LISTA       PIC 9(8)V99.
           05 PRC-DESCONTO    PIC 9(8)V99.
           05 PRC-PROMOCAO-ID PIC 9(10).

       EXEC SQL END DECLARE SECTION END-EXEC.


       LINKAGE SECTION.

       77  LS-ACAO             PIC X(10).
           88  LS-ACAO-GARANTIR               VALUE 'GARANTIR'.
           88  LS-ACAO-CALCULAR               VALUE 'CALCULAR'.
       77  LS-PRODUTO-ID       PIC 9(10).
       77  LS-CLIENTE-ID       PIC 9(10).
       77  LS-QUANTIDADE       PIC 9(9).
       77  LS-DIA              PIC X(10).
       77  LS-PRECO-LISTA      PIC 9(8)V99.
       77  LS-DESCONTO         PIC 9(8)V99.
       77  LS-PROMOCAO-ID      PIC 9(10).
       77  LS-RESULTADO        PIC X(2).
           88  LS-PRECO-OK                    VALUE 'OK'.
           88  LS-PRODUTO-INEXISTENTE         VALUE 'NE'.
           88  LS-PRECO-ERRO                  VALUE 'ER'.
       77  LS-MSG-ERRO         PIC X(255).


       PROCEDURE DIVISION USING LS-ACAO, LS-PRODUTO-ID,
               LS-CLIENTE-ID, LS-QUANTIDADE, LS-DIA, LS-PRECO-LISTA,
               LS-DESCONTO, LS-PROMOCAO-ID, LS-RESULTADO,
               LS-MSG-ERRO.

       MAIN-PROCEDURE.

           SET LS-PRECO-OK TO TRUE.
           MOVE SPACES TO LS-MSG-ERRO.
           MOVE ZERO TO LS-PRECO-LISTA.
           MOVE ZERO TO LS-DESCONTO.
           MOVE ZERO TO LS-PROMOCAO-ID.

           PERFORM PROC-CONECTAR-BANCO-COB-DEV.

           IF  LS-ACAO-GARANTIR
               PERFORM PROC-GARANTIR-TABELAS-PRECO
           ELSE
               PERFORM PROC-CALCULAR-PRECO
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
               SET LS-PRECO-ERRO TO TRUE
               MOVE WRK-CONEXAO-MSG TO LS-MSG-ERRO
               EXIT PROGRAM
           END-IF.

       PROC-GARANTIR-TABELAS-PRECO.

      * O HISTORICO DE PRECOS E MANTIDO POR PROG-PRODUTOS-ADMIN; A
      * TABELA E GARANTIDA AQUI PARA A CONSULTA DO PRECO VIGENTE.
           EXEC SQL
               CREATE TABLE IF NOT EXISTS produto_preco_hist (
                   id           INT NOT NULL PRIMARY KEY
                                    AUTO_INCREMENT,
                   produto_id   INT NOT NULL,
                   preco        DECIMAL(10,2) NOT NULL,
                   vigencia_ini DATE NOT NULL,
                   vigencia_fim DATE NULL,
                   operador     VARCHAR(60) NULL,
                   criado_em    DATETIME NOT NULL
                       DEFAULT CURRENT_TIMESTAMP,
                   UNIQUE KEY uq_produto_preco_hist
                       (produto_id, vigencia_ini)
               )
           END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO
               SET LS-PRECO-ERRO TO TRUE
               MOVE SQLERRM TO LS-MSG-ERRO
               EXIT PARAGRAPH
           END-IF.

      * CRITERIO NULO NA PROMOCAO VALE PARA QUALQUER PRODUTO, CLIENTE
      * OU QUANTIDADE MAXIMA.
           EXEC SQL
               CREATE TABLE IF NOT EXISTS promocao (
                   id            INT NOT NULL PRIMARY KEY
                                     AUTO_INCREMENT,
                   descricao     VARCHAR(255) NOT NULL,
                   tipo          VARCHAR(10) NOT NULL,
                   valor         DECIMAL(10,2) NOT NULL,
                   produto_id    INT NULL,
                   cliente_id    INT NULL,
                   qtd_min       INT NOT NULL DEFAULT 1,
                   qtd_max       INT NULL,
                   vigencia_ini  DATE NOT NULL,
                   vigencia_fim  DATE NULL,
                   ativo         CHAR(1) NOT NULL DEFAULT 'S',
                   operador      VARCHAR(60) NULL,
                   criado_em     DATETIME NOT NULL
                       DEFAULT CURRENT_TIMESTAMP,
                   atualizado_em DATETIME NULL,
                   KEY idx_promocao_vigencia (ativo, vigencia_ini)
               )
           END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO
               SET LS-PRECO-ERRO TO TRUE
               MOVE SQLERRM TO LS-MSG-ERRO
           END-IF.

       PROC-CALCULAR-PRECO.

           MOVE LS-PRODUTO-ID  TO PRC-PRODUTO-ID.
           MOVE LS-CLIENTE-ID  TO PRC-CLIENTE-ID.
           MOVE LS-QUANTIDADE  TO PRC-QUANTIDADE.
           MOVE LS-DIA         TO PRC-DIA.

           EXEC SQL
               SELECT COALESCE(
                          (SELECT h.preco
                             FROM produto_preco_hist h
                            WHERE h.produto_id = p.id
                              AND h.vigencia_ini <= :PRC-DIA
                              AND (h.vigencia_fim IS NULL
                                   OR h.vigencia_fim >= :PRC-DIA)
                            ORDER BY h.vigencia_ini DESC
                            LIMIT 1),
                          p.preco)
                 INTO :PRC-LISTA
                 FROM produto p
                WHERE p.id = :PRC-PRODUTO-ID
                  AND p.ativo = 'S'
           END-EXEC.

           IF  SQLCODE EQUAL 100
               SET LS-PRODUTO-INEXISTENTE TO TRUE
               EXIT PARAGRAPH
           END-IF.

           IF  SQLCODE NOT EQUAL ZERO
               SET LS-PRECO-ERRO TO TRUE
               MOVE SQLERRM TO LS-MSG-ERRO
               EXIT PARAGRAPH
           END-IF.

           MOVE PRC-LISTA TO LS-PRECO-LISTA.

           EXEC SQL
               SELECT x.id, x.desconto
                 INTO :PRC-PROMOCAO-ID, :PRC-DESCONTO
                 FROM (SELECT pr.id,
                              LEAST(:PRC-LISTA,
                                  CASE pr.tipo
                                      WHEN 'PERCENTUAL'
                                          THEN ROUND(:PRC-LISTA
                                              * pr.valor / 100, 2)
                                      ELSE pr.valor
                                  END) AS desconto
                         FROM promocao pr
                        WHERE pr.ativo = 'S'
                          AND pr.vigencia_ini <= :PRC-DIA
                          AND (pr.vigencia_fim IS NULL
                               OR pr.vigencia_fim >= :PRC-DIA)
                          AND (pr.produto_id IS NULL
                               OR pr.produto_id = :PRC-PRODUTO-ID)
                          AND (pr.cliente_id IS NULL
                               OR pr.cliente_id = :PRC-CLIENTE-ID)
                          AND pr.qtd_min <= :PRC-QUANTIDADE
                          AND (pr.qtd_max IS NULL
                               OR pr.qtd_max >= :PRC-QUANTIDADE)) x
                WHERE x.desconto > 0
                ORDER BY x.desconto DESC, x.id
                LIMIT 1
           END-EXEC.

           IF  SQLCODE EQUAL 100
               EXIT PARAGRAPH
           END-IF.

           IF  SQLCODE NOT EQUAL ZERO
               SET LS-PRECO-ERRO TO TRUE
               MOVE SQLERRM TO LS-MSG-ERRO
               EXIT PARAGRAPH
           END-IF.

           MOVE PRC-PROMOCAO-ID TO LS-PROMOCAO-ID.
           MOVE PRC-DESCONTO TO LS-DESCONTO.

       PROC-LIBERAR-RECURSOS.
      * A SESSAO E COMPARTILHADA DA REQUISICAO (MOD-CONEXAO-BD) E
      * NAO E FECHADA AQUI; QUEM A ABRIU E ENCERRA NO FIM.
           CONTINUE.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. MOD-IMPOSTO-VENDA.
      *******************************************
      * AUTOR:
      * DATA:
      * ALTERACOES:
      *   - MODULO DE TRIBUTACAO DO ITEM DE VENDA: LS-ACAO=CALCULAR
      *     DEVOLVE A CLASSE FISCAL DO PRODUTO (PRODUTO.CLASSE_FISCAL,
      *     MANTIDA POR PROG-CLASSES-FISCAIS-ADMIN) E A ALIQUOTA
      *     VIGENTE DA CLASSE NO DIA INFORMADO (CLASSE_FISCAL_ALIQUOTA,
      *     COM VIGENCIAS COMO AS DE PRODUTO_PRECO_HIST). PRODUTO SEM
      *     CLASSE, OU CLASSE SEM ALIQUOTA NO DIA, VOLTA COM
      *     LS-CLASSE EM BRANCO E/OU LS-ALIQUOTA ZERO: O ITEM E
      *     VENDIDO SEM IMPOSTO DESTACADO. LS-ACAO=GARANTIR CRIA AS
      *     TABELAS, ACRESCENTA A COLUNA CLASSE_FISCAL EM PRODUTO E
      *     DEVE SER CHAMADO ANTES DE ABRIR A TRANSACAO. DEVOLVE EM
      *     LS-RESULTADO: OK OU ER (ERRO DE SQL, COM A MENSAGEM EM
      *     LS-MSG-ERRO).
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

       01  WRK-IMPOSTO-VARS.
           05 IMP-PRODUTO-ID  PIC 9(10).
           05 IMP-DIA         PIC X(10).
           05 IMP-CLASSE      PIC X(10).
           05 IMP-ALIQUOTA    PIC 9(3)V99.
           05 IMP-QTD-COLUNA  PIC 9(5).

       EXEC SQL END DECLARE SECTION END-EXEC.


       LINKAGE SECTION.

       77  LS-ACAO             PIC X(10).
           88  LS-ACAO-GARANTIR               VALUE 'GARANTIR'.
           88  LS-ACAO-CALCULAR               VALUE 'CALCULAR'.
       77  LS-PRODUTO-ID       PIC 9(10).
       77  LS-DIA              PIC X(10).
       77  LS-CLASSE           PIC X(10).
       77  LS-ALIQUOTA         PIC 9(3)V99.
       77  LS-RESULTADO        PIC X(2).
           88  LS-IMPOSTO-OK                  VALUE 'OK'.
           88  LS-IMPOSTO-ERRO                VALUE 'ER'.
       77  LS-MSG-ERRO         PIC X(255).


       PROCEDURE DIVISION USING LS-ACAO, LS-PRODUTO-ID, LS-DIA,
               LS-CLASSE, LS-ALIQUOTA, LS-RESULTADO, LS-MSG-ERRO.

       MAIN-PROCEDURE.

           SET LS-IMPOSTO-OK TO TRUE.
           MOVE SPACES TO LS-MSG-ERRO.
           MOVE SPACES TO LS-CLASSE.
           MOVE ZERO TO LS-ALIQUOTA.

           PERFORM PROC-CONECTAR-BANCO-COB-DEV.

           IF  LS-ACAO-GARANTIR
               PERFORM PROC-GARANTIR-TABELAS-IMPOSTO
           ELSE
               PERFORM PROC-CALCULAR-IMPOSTO
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
               SET LS-IMPOSTO-ERRO TO TRUE
               MOVE WRK-CONEXAO-MSG TO LS-MSG-ERRO
               EXIT PROGRAM
           END-IF.

       PROC-GARANTIR-TABELAS-IMPOSTO.

           EXEC SQL
               CREATE TABLE IF NOT EXISTS classe_fiscal (
                   codigo        VARCHAR(10) NOT NULL PRIMARY KEY,
                   descricao     VARCHAR(255) NOT NULL,
                   ativo         CHAR(1) NOT NULL DEFAULT 'S',
                   criado_em     DATETIME NOT NULL
                       DEFAULT CURRENT_TIMESTAMP,
                   atualizado_em DATETIME NULL
               )
           END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO
               SET LS-IMPOSTO-ERRO TO TRUE
               MOVE SQLERRM TO LS-MSG-ERRO
               EXIT PARAGRAPH
           END-IF.

      * ALIQUOTA EM PERCENTUAL, COM VIGENCIAS QUE NAO SE SOBREPOEM
      * DENTRO DA MESMA CLASSE.
           EXEC SQL
               CREATE TABLE IF NOT EXISTS classe_fiscal_aliquota (
                   id            INT NOT NULL PRIMARY KEY
                                     AUTO_INCREMENT,
                   classe_codigo VARCHAR(10) NOT NULL,
                   aliquota      DECIMAL(5,2) NOT NULL,
                   vigencia_ini  DATE NOT NULL,
                   vigencia_fim  DATE NULL,
                   operador      VARCHAR(60) NULL,
                   criado_em     DATETIME NOT NULL
                       DEFAULT CURRENT_TIMESTAMP,
                   UNIQUE KEY uq_classe_fiscal_aliquota
                       (classe_codigo, vigencia_ini)
               )
           END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO
               SET LS-IMPOSTO-ERRO TO TRUE
               MOVE SQLERRM TO LS-MSG-ERRO
               EXIT PARAGRAPH
           END-IF.

      * PRODUTOS CADASTRADOS ANTES DA TRIBUTACAO FICAM SEM CLASSE.
           EXEC SQL
               SELECT COUNT(*)
                 INTO :IMP-QTD-COLUNA
                 FROM information_schema.columns
                WHERE table_schema = DATABASE()
                  AND table_name = 'produto'
                  AND column_name = 'classe_fiscal'
           END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO
               SET LS-IMPOSTO-ERRO TO TRUE
               MOVE SQLERRM TO LS-MSG-ERRO
               EXIT PARAGRAPH
           END-IF.

           IF  IMP-QTD-COLUNA = ZERO
               EXEC SQL
                   ALTER TABLE produto
                       ADD COLUMN classe_fiscal VARCHAR(10) NULL
               END-EXEC
               IF  SQLCODE NOT EQUAL ZERO
                   SET LS-IMPOSTO-ERRO TO TRUE
                   MOVE SQLERRM TO LS-MSG-ERRO
               END-IF
           END-IF.

       PROC-CALCULAR-IMPOSTO.

           MOVE LS-PRODUTO-ID  TO IMP-PRODUTO-ID.
           MOVE LS-DIA         TO IMP-DIA.

           EXEC SQL
               SELECT COALESCE(p.classe_fiscal, ' '),
                      COALESCE(
                          (SELECT a.aliquota
                             FROM classe_fiscal_aliquota a
                            WHERE a.classe_codigo = p.classe_fiscal
                              AND a.vigencia_ini <= :IMP-DIA
                              AND (a.vigencia_fim IS NULL
                                   OR a.vigencia_fim >= :IMP-DIA)
                            ORDER BY a.vigencia_ini DESC
                            LIMIT 1),
                          0)
                 INTO :IMP-CLASSE, :IMP-ALIQUOTA
                 FROM produto p
                WHERE p.id = :IMP-PRODUTO-ID
           END-EXEC.

      * PRODUTO INEXISTENTE JA E RECUSADO NA PRECIFICACAO; AQUI SO
      * SIGNIFICA ITEM SEM IMPOSTO.
           IF  SQLCODE EQUAL 100
               EXIT PARAGRAPH
           END-IF.

           IF  SQLCODE NOT EQUAL ZERO
               SET LS-IMPOSTO-ERRO TO TRUE
               MOVE SQLERRM TO LS-MSG-ERRO
               EXIT PARAGRAPH
           END-IF.

           MOVE IMP-CLASSE TO LS-CLASSE.
           MOVE IMP-ALIQUOTA TO LS-ALIQUOTA.

       PROC-LIBERAR-RECURSOS.
      * A SESSAO E COMPARTILHADA DA REQUISICAO (MOD-CONEXAO-BD) E
      * NAO E FECHADA AQUI; QUEM A ABRIU E ENCERRA NO FIM.
           CONTINUE.

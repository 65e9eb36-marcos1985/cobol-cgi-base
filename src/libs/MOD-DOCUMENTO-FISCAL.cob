       IDENTIFICATION DIVISION.
       PROGRAM-ID. MOD-DOCUMENTO-FISCAL.
      *******************************************
      * AUTOR:
      * DATA:
      * ALTERACOES:
      *   - MODULO DOS DOCUMENTOS FISCAIS DE VENDA (TABELA
      *     DOCUMENTO_FISCAL), NUMERADOS SEM LACUNA POR SERIE: O
      *     ULTIMO NUMERO DE CADA SERIE FICA EM
      *     DOCUMENTO_FISCAL_SERIE E E LIDO COM A LINHA TRAVADA
      *     (SELECT ... FOR UPDATE), INCREMENTADO E GRAVADO NA MESMA
      *     TRANSACAO DO DOCUMENTO; UM ROLLBACK DESFAZ OS DOIS, ENTAO
      *     NENHUM NUMERO SE PERDE NEM SE REPETE. O AUTO_INCREMENT DA
      *     VENDA NAO SERVE DE NUMERO FISCAL. TIPOS: NOTA (A VENDA),
      *     CANCELAMENTO (VENDA CANCELADA DEPOIS DA NOTA) E CREDITO
      *     (DEVOLUCAO PARCIAL DEPOIS DA NOTA); CANCELAMENTO E CREDITO
      *     TOMAM O PROXIMO NUMERO DA SERIE DA NOTA E APONTAM PARA
      *     ELA, QUE NUNCA E APAGADA NEM RENUMERADA (A NOTA CANCELADA
      *     SO MUDA DE SITUACAO).
      *     LS-ACAO=GARANTIR CRIA AS TABELAS E A SERIE PADRAO '1' E
      *     DEVE SER CHAMADO ANTES DE ABRIR A TRANSACAO. EMITIR
      *     (LS-VENDA-ID, LS-SERIE OPCIONAL) NUMERA A NOTA DA VENDA E
      *     OS CREDITOS DAS DEVOLUCOES JA FEITAS; CANCELAR
      *     (LS-VENDA-ID) E CREDITAR (LS-REFERENCIA-ID = ID DA
      *     DEVOLUCAO) EMITEM O DOCUMENTO CORRESPONDENTE QUANDO A
      *     VENDA JA TEM NOTA. OS TRES RODAM NA TRANSACAO DO CHAMADOR,
      *     SEM COMMIT NEM ROLLBACK. IMPRIMIR, CHAMADO SO DEPOIS DO
      *     COMMIT, GRAVA O DOCUMENTO IMPRIMIVEL DE 132 COLUNAS
      *     (DOC_FISCAL_<SERIE>_<NUMERO>.TXT NO DIRETORIO
      *     ARQ_DOCUMENTOS_DIR, PADRAO O CORRENTE) DE LS-DOCUMENTO-ID
      *     OU, COM ELE ZERADO, DE TODOS OS DOCUMENTOS AINDA NAO
      *     IMPRESSOS DA VENDA, E REGISTRA CADA ARQUIVO NO CATALOGO
      *     CENTRAL DE RELATORIOS. EMITIR-DIA (LS-DATA, LS-SERIE),
      *     USADO PELO FECHAMENTO DO DIA, EMITE E IMPRIME A NOTA DE
      *     CADA VENDA NAO CANCELADA DO DIA AINDA SEM NOTA, UMA
      *     TRANSACAO POR VENDA. DEVOLVE EM LS-RESULTADO: OK, NE (NAO
      *     HA DOCUMENTO A EMITIR OU IMPRIMIR), JA (A VENDA JA TEM
      *     NOTA, DEVOLVIDA EM LS-DOCUMENTO-ID/LS-NUMERO), NV (VENDA
      *     NAO ENCONTRADA), SI (VENDA CANCELADA OU SERIE NAO
      *     CADASTRADA) OU ER (ERRO, COM A MENSAGEM EM LS-MSG-ERRO).
      *     LS-QTD DEVOLVE QUANTOS DOCUMENTOS FORAM EMITIDOS.
      *******************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT ARQ-DOCUMENTO ASSIGN TO WRK-ARQ-DOC-NOME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-ARQ-DOC.

       DATA DIVISION.
       FILE SECTION.

       FD  ARQ-DOCUMENTO.
       01  REG-DOCUMENTO                   PIC X(132).

       WORKING-STORAGE SECTION.

       77  WRK-CONEXAO-ACAO                PIC X(10).
       77  WRK-CONEXAO-OK                  PIC X(1).
           88  CONEXAO-DISPONIVEL                      VALUE 'S'.
       77  WRK-CONEXAO-MSG                 PIC X(255).

       77  WRK-PAR-ACAO                    PIC X(10).
       77  WRK-PAR-VENDA-ID                PIC 9(10)   VALUE ZERO.
       77  WRK-PAR-RESULTADO               PIC X(2).
           88  PAR-PARCELAS-OK                         VALUE 'OK'.
       77  WRK-PAR-MSG                     PIC X(255).

       77  WRK-ARQ-DOC-NOME                PIC X(255).
       77  WRK-DOCUMENTOS-DIR              PIC X(255).
       77  WRK-FS-ARQ-DOC                  PIC X(2).
       77  WRK-REL-PROGRAMA                PIC X(60)
               VALUE "MOD-DOCUMENTO-FISCAL".
       77  WRK-REL-PERIODO                 PIC X(30).
       77  WRK-REL-QTD                     PIC 9(10).

       77  WRK-NUMERO-ED                   PIC 9(9).
       77  WRK-ID-MASK                     PIC Z(9)9.
       77  WRK-PRODUTO-MASK                PIC Z(9)9.
       77  WRK-QTD-MASK                    PIC Z(4)9.
       77  WRK-PRECO-MASK                  PIC Z(7)9.99.
       77  WRK-DESCONTO-MASK               PIC Z(7)9.99.
       77  WRK-VALOR-MASK                  PIC Z(8)9.99.
       77  WRK-TOTAL-MASK                  PIC Z(9)9.99.
       77  WRK-NOME-CURTO                  PIC X(30).
       77  WRK-TITULO                      PIC X(40).
       77  WRK-SOMA-ITENS                  PIC 9(10)V99.
       77  WRK-SOMA-DESCONTOS              PIC 9(10)V99.

       77  WRK-FLAG-FIM-LACO               PIC X(1)    VALUE 'N'.
           88  FIM-LACO                                VALUE 'S'.
           88  NAO-FIM-LACO                            VALUE 'N'.

       77  WRK-FLAG-FIM-ITENS              PIC X(1)    VALUE 'N'.
           88  FIM-ITENS                               VALUE 'S'.
           88  NAO-FIM-ITENS                           VALUE 'N'.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.

       01  HOSTVARS.
           05 BUFFER          PIC X(1024).

       01  WRK-DOCUMENTO-VARS.
           05 DOC-ID             PIC 9(10).
           05 DOC-SERIE          PIC X(5).
           05 DOC-NUMERO         PIC 9(10).
           05 DOC-TIPO           PIC X(12).
           05 DOC-VENDA-ID       PIC 9(10).
           05 DOC-CLIENTE-ID     PIC 9(10).
           05 DOC-NOTA-ID        PIC 9(10).
           05 DOC-NOTA-NUMERO    PIC 9(10).
           05 DOC-DEVOLUCAO-ID   PIC 9(10).
           05 DOC-VALOR          PIC 9(8)V99.
           05 DOC-CANCELADA      PIC X(1).
           05 DOC-DATA           PIC X(10).
           05 DOC-EMISSAO        PIC X(10).
           05 DOC-DATA-VENDA     PIC X(10).
           05 DOC-CLIENTE-NOME   PIC X(255).
           05 DOC-QTD-PARCELAS   PIC 9(3).
           05 DOC-ULTIMA-VENDA   PIC 9(10).
           05 DOC-ULTIMO-ID      PIC 9(10).
           05 DOC-ARQUIVO        PIC X(255).
           05 ITD-ID             PIC 9(10).
           05 ITD-PRODUTO-ID     PIC 9(10).
           05 ITD-PRODUTO-NOME   PIC X(255).
           05 ITD-QUANTIDADE     PIC 9(5).
           05 ITD-PRECO          PIC 9(8)V99.
           05 ITD-DESCONTO       PIC 9(8)V99.
           05 ITD-VALOR          PIC 9(8)V99.
           05 ITD-MOTIVO         PIC X(255).

       EXEC SQL END DECLARE SECTION END-EXEC.


       LINKAGE SECTION.

       77  LS-ACAO             PIC X(10).
           88  LS-ACAO-GARANTIR               VALUE 'GARANTIR'.
           88  LS-ACAO-EMITIR                 VALUE 'EMITIR'.
           88  LS-ACAO-CANCELAR               VALUE 'CANCELAR'.
           88  LS-ACAO-CREDITAR               VALUE 'CREDITAR'.
           88  LS-ACAO-IMPRIMIR               VALUE 'IMPRIMIR'.
           88  LS-ACAO-EMITIR-DIA             VALUE 'EMITIR-DIA'.
       77  LS-VENDA-ID         PIC 9(10).
       77  LS-SERIE            PIC X(5).
       77  LS-DATA             PIC X(10).
       77  LS-REFERENCIA-ID    PIC 9(10).
       77  LS-DOCUMENTO-ID     PIC 9(10).
       77  LS-NUMERO           PIC 9(10).
       77  LS-QTD              PIC 9(10).
       77  LS-RESULTADO        PIC X(2).
           88  LS-DOCUMENTO-OK                VALUE 'OK'.
           88  LS-NADA-A-EMITIR               VALUE 'NE'.
           88  LS-NOTA-JA-EMITIDA             VALUE 'JA'.
           88  LS-VENDA-INEXISTENTE           VALUE 'NV'.
           88  LS-SITUACAO-INVALIDA           VALUE 'SI'.
           88  LS-DOCUMENTO-ERRO              VALUE 'ER'.
       77  LS-MSG-ERRO         PIC X(255).


       PROCEDURE DIVISION USING LS-ACAO, LS-VENDA-ID, LS-SERIE,
               LS-DATA, LS-REFERENCIA-ID, LS-DOCUMENTO-ID, LS-NUMERO,
               LS-QTD, LS-RESULTADO, LS-MSG-ERRO.

       MAIN-PROCEDURE.

           SET LS-DOCUMENTO-OK TO TRUE.
           MOVE SPACES TO LS-MSG-ERRO.
           MOVE ZERO TO LS-QTD.

           PERFORM PROC-CONECTAR-BANCO-COB-DEV.

           EVALUATE TRUE
               WHEN LS-ACAO-GARANTIR
                   PERFORM PROC-GARANTIR-TABELAS
               WHEN LS-ACAO-EMITIR
                   PERFORM PROC-EMITIR-NOTA
               WHEN LS-ACAO-CANCELAR
                   PERFORM PROC-EMITIR-CANCELAMENTO
               WHEN LS-ACAO-CREDITAR
                   PERFORM PROC-EMITIR-CREDITO
               WHEN LS-ACAO-IMPRIMIR
                   PERFORM PROC-IMPRIMIR
               WHEN LS-ACAO-EMITIR-DIA
                   PERFORM PROC-EMITIR-DIA
               WHEN OTHER
                   SET LS-DOCUMENTO-ERRO TO TRUE
                   MOVE "ACAO DE DOCUMENTO FISCAL DESCONHECIDA."
                       TO LS-MSG-ERRO
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
               SET LS-DOCUMENTO-ERRO TO TRUE
               MOVE WRK-CONEXAO-MSG TO LS-MSG-ERRO
               EXIT PROGRAM
           END-IF.

       PROC-GARANTIR-TABELAS.

      * AS DEVOLUCOES E AS PARCELAS LIDAS AQUI SAO GARANTIDAS PELO
      * MODULO DO CONTAS A RECEBER.
           MOVE "GARANTIR" TO WRK-PAR-ACAO.
           CALL 'MOD-PARCELAS-VENDA'
               USING WRK-PAR-ACAO, WRK-PAR-VENDA-ID,
                   WRK-PAR-RESULTADO, WRK-PAR-MSG
               END-CALL.

           IF  NOT PAR-PARCELAS-OK
               SET LS-DOCUMENTO-ERRO TO TRUE
               MOVE WRK-PAR-MSG TO LS-MSG-ERRO
               EXIT PARAGRAPH
           END-IF.

           EXEC SQL
               CREATE TABLE IF NOT EXISTS documento_fiscal_serie (
                   serie          VARCHAR(5) NOT NULL PRIMARY KEY,
                   descricao      VARCHAR(60) NULL,
                   ultimo_numero  INT NOT NULL DEFAULT 0,
                   criado_em      DATETIME NOT NULL
                       DEFAULT CURRENT_TIMESTAMP,
                   atualizado_em  DATETIME NULL
               )
           END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO
               SET LS-DOCUMENTO-ERRO TO TRUE
               MOVE SQLERRM TO LS-MSG-ERRO
               EXIT PARAGRAPH
           END-IF.

           EXEC SQL
               CREATE TABLE IF NOT EXISTS documento_fiscal (
                   id               INT NOT NULL PRIMARY KEY
                                        AUTO_INCREMENT,
                   serie            VARCHAR(5) NOT NULL,
                   numero           INT NOT NULL,
                   tipo             VARCHAR(12) NOT NULL,
                   situacao         VARCHAR(10) NOT NULL
                                        DEFAULT 'EMITIDA',
                   venda_id         INT NOT NULL,
                   cliente_id       INT NOT NULL,
                   documento_ref_id INT NULL,
                   devolucao_id     INT NULL,
                   valor            DECIMAL(10,2) NOT NULL,
                   data_emissao     DATE NOT NULL,
                   emitido_em       DATETIME NOT NULL
                       DEFAULT CURRENT_TIMESTAMP,
                   arquivo          VARCHAR(255) NULL,
                   impresso_em      DATETIME NULL,
                   UNIQUE KEY uq_documento_fiscal_numero
                       (serie, numero),
                   KEY idx_documento_fiscal_venda (venda_id, tipo),
                   KEY idx_documento_fiscal_devolucao (devolucao_id)
               )
           END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO
               SET LS-DOCUMENTO-ERRO TO TRUE
               MOVE SQLERRM TO LS-MSG-ERRO
               EXIT PARAGRAPH
           END-IF.

           EXEC SQL
               INSERT IGNORE INTO documento_fiscal_serie
                   (serie, descricao)
               VALUES
                   ('1', 'SERIE PADRAO')
           END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO
               SET LS-DOCUMENTO-ERRO TO TRUE
               MOVE SQLERRM TO LS-MSG-ERRO
               EXIT PARAGRAPH
           END-IF.

           EXEC SQL COMMIT END-EXEC.

       PROC-EMITIR-NOTA.

           MOVE LS-VENDA-ID TO DOC-VENDA-ID.
           MOVE LS-SERIE TO DOC-SERIE.
           IF  DOC-SERIE = SPACES
               MOVE "1" TO DOC-SERIE
           END-IF.

           EXEC SQL
               SELECT cliente_id, valor,
                      CASE WHEN cancelada_em IS NULL THEN 'N'
                           ELSE 'S' END
                 INTO :DOC-CLIENTE-ID, :DOC-VALOR, :DOC-CANCELADA
                 FROM venda
                WHERE id = :DOC-VENDA-ID
                  FOR UPDATE
           END-EXEC.

           IF  SQLCODE EQUAL 100
               SET LS-VENDA-INEXISTENTE TO TRUE
               MOVE "VENDA NAO ENCONTRADA." TO LS-MSG-ERRO
               EXIT PARAGRAPH
           END-IF.

           IF  SQLCODE NOT EQUAL ZERO
               SET LS-DOCUMENTO-ERRO TO TRUE
               MOVE SQLERRM TO LS-MSG-ERRO
               EXIT PARAGRAPH
           END-IF.

           IF  DOC-CANCELADA = 'S'
               SET LS-SITUACAO-INVALIDA TO TRUE
               MOVE "VENDA CANCELADA NAO RECEBE NOTA FISCAL."
                   TO LS-MSG-ERRO
               EXIT PARAGRAPH
           END-IF.

      * A VENDA TEM UMA UNICA NOTA; PEDIDO REPETIDO DEVOLVE A JA
      * EMITIDA.
           EXEC SQL
               SELECT id, numero
                 INTO :DOC-ID, :DOC-NUMERO
                 FROM documento_fiscal
                WHERE venda_id = :DOC-VENDA-ID
                  AND tipo = 'NOTA'
           END-EXEC.

           IF  SQLCODE EQUAL ZERO
               SET LS-NOTA-JA-EMITIDA TO TRUE
               MOVE DOC-ID TO LS-DOCUMENTO-ID
               MOVE DOC-NUMERO TO LS-NUMERO
               EXIT PARAGRAPH
           END-IF.

           IF  SQLCODE NOT EQUAL 100
               SET LS-DOCUMENTO-ERRO TO TRUE
               MOVE SQLERRM TO LS-MSG-ERRO
               EXIT PARAGRAPH
           END-IF.

           MOVE "NOTA" TO DOC-TIPO.
           MOVE ZERO TO DOC-NOTA-ID.
           MOVE ZERO TO DOC-DEVOLUCAO-ID.
           PERFORM PROC-NUMERAR-DOCUMENTO.
           IF  NOT LS-DOCUMENTO-OK
               EXIT PARAGRAPH
           END-IF.

           MOVE DOC-ID TO LS-DOCUMENTO-ID.
           MOVE DOC-NUMERO TO LS-NUMERO.
           MOVE DOC-ID TO DOC-NOTA-ID.

      * DEVOLUCOES FEITAS ANTES DA NOTA GANHAM O CREDITO AGORA, PARA
      * A NOTA E OS CREDITOS FECHAREM COM O VALOR LIQUIDO DA VENDA.
           MOVE ZERO TO DOC-ULTIMO-ID.
           SET NAO-FIM-LACO TO TRUE.
           PERFORM PROC-CREDITAR-DEVOLUCAO-ANTERIOR UNTIL FIM-LACO.

       PROC-CREDITAR-DEVOLUCAO-ANTERIOR.

           EXEC SQL
               SELECT COALESCE(MIN(d.id), 0)
                 INTO :DOC-DEVOLUCAO-ID
                 FROM venda_devolucao d
                WHERE d.venda_id = :DOC-VENDA-ID
                  AND d.id > :DOC-ULTIMO-ID
                  AND NOT EXISTS
                      (SELECT 1
                         FROM documento_fiscal f
                        WHERE f.devolucao_id = d.id)
           END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO
               SET LS-DOCUMENTO-ERRO TO TRUE
               MOVE SQLERRM TO LS-MSG-ERRO
               SET FIM-LACO TO TRUE
               EXIT PARAGRAPH
           END-IF.

           IF  DOC-DEVOLUCAO-ID = ZERO
               SET FIM-LACO TO TRUE
               EXIT PARAGRAPH
           END-IF.

           MOVE DOC-DEVOLUCAO-ID TO DOC-ULTIMO-ID.

           EXEC SQL
               SELECT valor
                 INTO :DOC-VALOR
                 FROM venda_devolucao
                WHERE id = :DOC-DEVOLUCAO-ID
           END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO
               SET LS-DOCUMENTO-ERRO TO TRUE
               MOVE SQLERRM TO LS-MSG-ERRO
               SET FIM-LACO TO TRUE
               EXIT PARAGRAPH
           END-IF.

           MOVE "CREDITO" TO DOC-TIPO.
           PERFORM PROC-NUMERAR-DOCUMENTO.
           IF  NOT LS-DOCUMENTO-OK
               SET FIM-LACO TO TRUE
           END-IF.

       PROC-EMITIR-CANCELAMENTO.

           MOVE LS-VENDA-ID TO DOC-VENDA-ID.

           EXEC SQL
               SELECT id, serie, cliente_id, valor
                 INTO :DOC-NOTA-ID, :DOC-SERIE, :DOC-CLIENTE-ID,
                      :DOC-VALOR
                 FROM documento_fiscal
                WHERE venda_id = :DOC-VENDA-ID
                  AND tipo = 'NOTA'
                  AND situacao = 'EMITIDA'
                  FOR UPDATE
           END-EXEC.

      * VENDA AINDA SEM NOTA E CANCELADA SEM DOCUMENTO FISCAL.
           IF  SQLCODE EQUAL 100
               SET LS-NADA-A-EMITIR TO TRUE
               EXIT PARAGRAPH
           END-IF.

           IF  SQLCODE NOT EQUAL ZERO
               SET LS-DOCUMENTO-ERRO TO TRUE
               MOVE SQLERRM TO LS-MSG-ERRO
               EXIT PARAGRAPH
           END-IF.

           MOVE "CANCELAMENTO" TO DOC-TIPO.
           MOVE ZERO TO DOC-DEVOLUCAO-ID.
           PERFORM PROC-NUMERAR-DOCUMENTO.
           IF  NOT LS-DOCUMENTO-OK
               EXIT PARAGRAPH
           END-IF.

           EXEC SQL
               UPDATE documento_fiscal
                  SET situacao = 'CANCELADA'
                WHERE id = :DOC-NOTA-ID
           END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO
               SET LS-DOCUMENTO-ERRO TO TRUE
               MOVE SQLERRM TO LS-MSG-ERRO
               EXIT PARAGRAPH
           END-IF.

           MOVE DOC-ID TO LS-DOCUMENTO-ID.
           MOVE DOC-NUMERO TO LS-NUMERO.

       PROC-EMITIR-CREDITO.

           MOVE LS-REFERENCIA-ID TO DOC-DEVOLUCAO-ID.

           EXEC SQL
               SELECT d.venda_id, d.valor, f.id, f.serie,
                      f.cliente_id
                 INTO :DOC-VENDA-ID, :DOC-VALOR, :DOC-NOTA-ID,
                      :DOC-SERIE, :DOC-CLIENTE-ID
                 FROM venda_devolucao d
                 JOIN documento_fiscal f
                   ON f.venda_id = d.venda_id
                  AND f.tipo = 'NOTA'
                  AND f.situacao = 'EMITIDA'
                WHERE d.id = :DOC-DEVOLUCAO-ID
                  AND NOT EXISTS
                      (SELECT 1
                         FROM documento_fiscal c
                        WHERE c.devolucao_id = d.id)
           END-EXEC.

      * DEVOLUCAO DE VENDA AINDA SEM NOTA RECEBE O CREDITO QUANDO A
      * NOTA FOR EMITIDA.
           IF  SQLCODE EQUAL 100
               SET LS-NADA-A-EMITIR TO TRUE
               EXIT PARAGRAPH
           END-IF.

           IF  SQLCODE NOT EQUAL ZERO
               SET LS-DOCUMENTO-ERRO TO TRUE
               MOVE SQLERRM TO LS-MSG-ERRO
               EXIT PARAGRAPH
           END-IF.

           MOVE "CREDITO" TO DOC-TIPO.
           PERFORM PROC-NUMERAR-DOCUMENTO.
           IF  NOT LS-DOCUMENTO-OK
               EXIT PARAGRAPH
           END-IF.

           MOVE DOC-ID TO LS-DOCUMENTO-ID.
           MOVE DOC-NUMERO TO LS-NUMERO.

       PROC-NUMERAR-DOCUMENTO.

      * O ULTIMO NUMERO DA SERIE E LIDO COM A LINHA TRAVADA ATE O
      * FIM DA TRANSACAO DO CHAMADOR: EMISSOES CONCORRENTES NA MESMA
      * SERIE ESPERAM A VEZ, E O ROLLBACK DEVOLVE O NUMERO JUNTO COM
      * O DOCUMENTO.
           EXEC SQL
               SELECT ultimo_numero
                 INTO :DOC-NUMERO
                 FROM documento_fiscal_serie
                WHERE serie = :DOC-SERIE
                  FOR UPDATE
           END-EXEC.

           IF  SQLCODE EQUAL 100
               SET LS-SITUACAO-INVALIDA TO TRUE
               STRING
                   "SERIE FISCAL NAO CADASTRADA: "
                   FUNCTION TRIM(DOC-SERIE) "."
                   DELIMITED BY SIZE
                   INTO LS-MSG-ERRO
               END-STRING
               EXIT PARAGRAPH
           END-IF.

           IF  SQLCODE NOT EQUAL ZERO
               SET LS-DOCUMENTO-ERRO TO TRUE
               MOVE SQLERRM TO LS-MSG-ERRO
               EXIT PARAGRAPH
           END-IF.

           ADD 1 TO DOC-NUMERO.

           EXEC SQL
               UPDATE documento_fiscal_serie
                  SET ultimo_numero = :DOC-NUMERO,
                      atualizado_em = CURRENT_TIMESTAMP
                WHERE serie = :DOC-SERIE
           END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO
               SET LS-DOCUMENTO-ERRO TO TRUE
               MOVE SQLERRM TO LS-MSG-ERRO
               EXIT PARAGRAPH
           END-IF.

           EXEC SQL
               INSERT INTO documento_fiscal
                   (serie, numero, tipo, venda_id, cliente_id,
                    documento_ref_id, devolucao_id, valor,
                    data_emissao)
               VALUES
                   (:DOC-SERIE, :DOC-NUMERO, :DOC-TIPO,
                    :DOC-VENDA-ID, :DOC-CLIENTE-ID,
                    NULLIF(:DOC-NOTA-ID, 0),
                    NULLIF(:DOC-DEVOLUCAO-ID, 0), :DOC-VALOR,
                    CURRENT_DATE)
           END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO
               SET LS-DOCUMENTO-ERRO TO TRUE
               MOVE SQLERRM TO LS-MSG-ERRO
               EXIT PARAGRAPH
           END-IF.

           EXEC SQL
               SELECT LAST_INSERT_ID() INTO :DOC-ID
           END-EXEC.

           ADD 1 TO LS-QTD.

       PROC-EMITIR-DIA.

           PERFORM PROC-GARANTIR-TABELAS.
           IF  NOT LS-DOCUMENTO-OK
               EXIT PARAGRAPH
           END-IF.

           PERFORM PROC-RESOLVER-DIRETORIO.
           MOVE LS-DATA TO DOC-DATA.
           MOVE ZERO TO DOC-ULTIMA-VENDA.
           SET NAO-FIM-LACO TO TRUE.
           PERFORM PROC-EMITIR-PROXIMA-DO-DIA UNTIL FIM-LACO.

       PROC-EMITIR-PROXIMA-DO-DIA.

           EXEC SQL
               SELECT COALESCE(MIN(v.id), 0)
                 INTO :DOC-VENDA-ID
                 FROM venda v
                WHERE v.data_venda = :DOC-DATA
                  AND v.cancelada_em IS NULL
                  AND v.id > :DOC-ULTIMA-VENDA
                  AND NOT EXISTS
                      (SELECT 1
                         FROM documento_fiscal f
                        WHERE f.venda_id = v.id
                          AND f.tipo = 'NOTA')
           END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO
               SET LS-DOCUMENTO-ERRO TO TRUE
               MOVE SQLERRM TO LS-MSG-ERRO
               SET FIM-LACO TO TRUE
               EXIT PARAGRAPH
           END-IF.

           IF  DOC-VENDA-ID = ZERO
               SET FIM-LACO TO TRUE
               EXIT PARAGRAPH
           END-IF.

           MOVE DOC-VENDA-ID TO DOC-ULTIMA-VENDA.
           MOVE DOC-VENDA-ID TO LS-VENDA-ID.

      * UMA TRANSACAO POR VENDA: A FALHA DE UMA NAO DESFAZ AS NOTAS
      * JA EMITIDAS, E A SEQUENCIA CONTINUA SEM LACUNA.
           EXEC SQL START TRANSACTION END-EXEC.

           PERFORM PROC-EMITIR-NOTA.

           IF  NOT LS-DOCUMENTO-OK
               EXEC SQL ROLLBACK END-EXEC
               SET FIM-LACO TO TRUE
               EXIT PARAGRAPH
           END-IF.

           EXEC SQL COMMIT END-EXEC.

           MOVE ZERO TO LS-DOCUMENTO-ID.
           PERFORM PROC-IMPRIMIR-PENDENTES.
           IF  NOT LS-DOCUMENTO-OK
               SET FIM-LACO TO TRUE
               EXIT PARAGRAPH
           END-IF.

      * O LACO DA IMPRESSAO USA O MESMO FLAG; A VARREDURA DO DIA
      * CONTINUA.
           SET NAO-FIM-LACO TO TRUE.

       PROC-IMPRIMIR.

           PERFORM PROC-RESOLVER-DIRETORIO.

           IF  LS-DOCUMENTO-ID NOT = ZERO
               MOVE LS-DOCUMENTO-ID TO DOC-ID
               PERFORM PROC-IMPRIMIR-DOCUMENTO
           ELSE
               MOVE LS-VENDA-ID TO DOC-VENDA-ID
               PERFORM PROC-IMPRIMIR-PENDENTES
           END-IF.

       PROC-RESOLVER-DIRETORIO.

           ACCEPT WRK-DOCUMENTOS-DIR FROM ENVIRONMENT
               "ARQ_DOCUMENTOS_DIR".
           IF  FUNCTION TRIM(WRK-DOCUMENTOS-DIR) = SPACES
               MOVE "." TO WRK-DOCUMENTOS-DIR
           END-IF.

       PROC-IMPRIMIR-PENDENTES.

           MOVE ZERO TO DOC-ULTIMO-ID.
           SET NAO-FIM-LACO TO TRUE.
           PERFORM PROC-IMPRIMIR-PROXIMO-PENDENTE UNTIL FIM-LACO.

       PROC-IMPRIMIR-PROXIMO-PENDENTE.

           EXEC SQL
               SELECT COALESCE(MIN(id), 0)
                 INTO :DOC-ID
                 FROM documento_fiscal
                WHERE venda_id = :DOC-VENDA-ID
                  AND id > :DOC-ULTIMO-ID
                  AND arquivo IS NULL
           END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO
               SET LS-DOCUMENTO-ERRO TO TRUE
               MOVE SQLERRM TO LS-MSG-ERRO
               SET FIM-LACO TO TRUE
               EXIT PARAGRAPH
           END-IF.

           IF  DOC-ID = ZERO
               SET FIM-LACO TO TRUE
               EXIT PARAGRAPH
           END-IF.

           MOVE DOC-ID TO DOC-ULTIMO-ID.

           PERFORM PROC-IMPRIMIR-DOCUMENTO.
           IF  NOT LS-DOCUMENTO-OK
               SET FIM-LACO TO TRUE
           END-IF.

       PROC-IMPRIMIR-DOCUMENTO.

           EXEC SQL
               SELECT d.serie, d.numero, d.tipo, d.venda_id,
                      d.cliente_id, COALESCE(d.devolucao_id, 0),
                      d.valor,
                      DATE_FORMAT(d.data_emissao, '%Y-%m-%d'),
                      COALESCE(c.nome, ''),
                      DATE_FORMAT(v.data_venda, '%Y-%m-%d'),
                      v.qtd_parcelas,
                      COALESCE(r.numero, 0)
                 INTO :DOC-SERIE, :DOC-NUMERO, :DOC-TIPO,
                      :DOC-VENDA-ID, :DOC-CLIENTE-ID,
                      :DOC-DEVOLUCAO-ID, :DOC-VALOR, :DOC-EMISSAO,
                      :DOC-CLIENTE-NOME, :DOC-DATA-VENDA,
                      :DOC-QTD-PARCELAS, :DOC-NOTA-NUMERO
                 FROM documento_fiscal d
                 JOIN venda v
                   ON v.id = d.venda_id
                 LEFT JOIN cliente c
                   ON c.id = d.cliente_id
                 LEFT JOIN documento_fiscal r
                   ON r.id = d.documento_ref_id
                WHERE d.id = :DOC-ID
           END-EXEC.

           IF  SQLCODE EQUAL 100
               SET LS-NADA-A-EMITIR TO TRUE
               MOVE "DOCUMENTO FISCAL NAO ENCONTRADO." TO LS-MSG-ERRO
               EXIT PARAGRAPH
           END-IF.

           IF  SQLCODE NOT EQUAL ZERO
               SET LS-DOCUMENTO-ERRO TO TRUE
               MOVE SQLERRM TO LS-MSG-ERRO
               EXIT PARAGRAPH
           END-IF.

           MOVE DOC-NUMERO TO WRK-NUMERO-ED.
           MOVE SPACES TO WRK-ARQ-DOC-NOME.
           STRING
               FUNCTION TRIM(WRK-DOCUMENTOS-DIR) "/DOC_FISCAL_"
               FUNCTION TRIM(DOC-SERIE) "_" WRK-NUMERO-ED ".TXT"
               DELIMITED BY SIZE
               INTO WRK-ARQ-DOC-NOME
           END-STRING.

           OPEN OUTPUT ARQ-DOCUMENTO.

           IF  WRK-FS-ARQ-DOC NOT = "00"
               SET LS-DOCUMENTO-ERRO TO TRUE
               STRING
                   "ERRO AO TENTAR ABRIR O ARQUIVO DO DOCUMENTO: "
                   FUNCTION TRIM(WRK-ARQ-DOC-NOME)
                   DELIMITED BY SIZE
                   INTO LS-MSG-ERRO
               END-STRING
               EXIT PARAGRAPH
           END-IF.

           MOVE ZERO TO WRK-REL-QTD.
           PERFORM PROC-GRAVAR-CABECALHO-DOC.

           EVALUATE FUNCTION TRIM(DOC-TIPO)
               WHEN "NOTA"
                   PERFORM PROC-GRAVAR-ITENS-NOTA
               WHEN "CREDITO"
                   PERFORM PROC-GRAVAR-ITEM-CREDITO
               WHEN OTHER
                   PERFORM PROC-GRAVAR-TEXTO-CANCELAMENTO
           END-EVALUATE.

           PERFORM PROC-GRAVAR-TOTAIS-DOC.

           CLOSE ARQ-DOCUMENTO.

           IF  NOT LS-DOCUMENTO-OK
               EXIT PARAGRAPH
           END-IF.

           MOVE WRK-ARQ-DOC-NOME TO DOC-ARQUIVO.

           EXEC SQL
               UPDATE documento_fiscal
                  SET arquivo = :DOC-ARQUIVO,
                      impresso_em = CURRENT_TIMESTAMP
                WHERE id = :DOC-ID
           END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO
               SET LS-DOCUMENTO-ERRO TO TRUE
               MOVE SQLERRM TO LS-MSG-ERRO
               EXEC SQL ROLLBACK END-EXEC
               EXIT PARAGRAPH
           END-IF.

           EXEC SQL COMMIT END-EXEC.

      * CADA DOCUMENTO IMPRESSO ENTRA NO CATALOGO CENTRAL DE
      * RELATORIOS, DE ONDE E BAIXADO PARA IMPRESSAO.
           MOVE SPACES TO WRK-REL-PERIODO.
           MOVE DOC-EMISSAO TO WRK-REL-PERIODO.
           CALL 'MOD-REGISTRA-RELATORIO'
               USING WRK-REL-PROGRAMA, WRK-ARQ-DOC-NOME,
                   WRK-REL-PERIODO, WRK-REL-QTD
               END-CALL.

           MOVE DOC-ID TO LS-DOCUMENTO-ID.
           MOVE DOC-NUMERO TO LS-NUMERO.

       PROC-GRAVAR-CABECALHO-DOC.

           EVALUATE FUNCTION TRIM(DOC-TIPO)
               WHEN "NOTA"
                   MOVE "NOTA FISCAL DE VENDA" TO WRK-TITULO
               WHEN "CREDITO"
                   MOVE "NOTA DE CREDITO - DEVOLUCAO" TO WRK-TITULO
               WHEN OTHER
                   MOVE "CANCELAMENTO DE NOTA FISCAL" TO WRK-TITULO
           END-EVALUATE.

           MOVE SPACES TO REG-DOCUMENTO.
           STRING
               "DOCUMENTO FISCAL - " WRK-TITULO
               "  SERIE " FUNCTION TRIM(DOC-SERIE)
               "  NUMERO " WRK-NUMERO-ED
               DELIMITED BY SIZE
               INTO REG-DOCUMENTO
           END-STRING.
           PERFORM PROC-GRAVAR-LINHA-DOC.

           MOVE SPACES TO REG-DOCUMENTO.
           MOVE ALL "=" TO REG-DOCUMENTO(1:132).
           PERFORM PROC-GRAVAR-LINHA-DOC.

           MOVE DOC-VENDA-ID TO WRK-ID-MASK.
           MOVE SPACES TO REG-DOCUMENTO.
           STRING
               "EMISSAO: " DOC-EMISSAO
               "    VENDA: " FUNCTION TRIM(WRK-ID-MASK)
               "    DATA DA VENDA: " DOC-DATA-VENDA
               DELIMITED BY SIZE
               INTO REG-DOCUMENTO
           END-STRING.
           PERFORM PROC-GRAVAR-LINHA-DOC.

           MOVE DOC-CLIENTE-ID TO WRK-ID-MASK.
           MOVE SPACES TO REG-DOCUMENTO.
           STRING
               "CLIENTE: " FUNCTION TRIM(WRK-ID-MASK) " - "
               FUNCTION TRIM(DOC-CLIENTE-NOME)
               DELIMITED BY SIZE
               INTO REG-DOCUMENTO
           END-STRING.
           PERFORM PROC-GRAVAR-LINHA-DOC.

           IF  FUNCTION TRIM(DOC-TIPO) NOT = "NOTA"
               MOVE DOC-NOTA-NUMERO TO WRK-NUMERO-ED
               MOVE SPACES TO REG-DOCUMENTO
               STRING
                   "REFERENTE A NOTA FISCAL SERIE "
                   FUNCTION TRIM(DOC-SERIE)
                   " NUMERO " WRK-NUMERO-ED
                   DELIMITED BY SIZE
                   INTO REG-DOCUMENTO
               END-STRING
               PERFORM PROC-GRAVAR-LINHA-DOC
               MOVE DOC-NUMERO TO WRK-NUMERO-ED
           END-IF.

           MOVE SPACES TO REG-DOCUMENTO.
           PERFORM PROC-GRAVAR-LINHA-DOC.

       PROC-GRAVAR-ITENS-NOTA.

           MOVE ZERO TO WRK-SOMA-ITENS.
           MOVE ZERO TO WRK-SOMA-DESCONTOS.

           MOVE SPACES TO REG-DOCUMENTO.
           STRING
               "         ITEM     PRODUTO  DESCRICAO               "
               "          QTD  PRECO UNIT.  DESC. UNIT.         VALOR"
               DELIMITED BY SIZE
               INTO REG-DOCUMENTO
           END-STRING.
           PERFORM PROC-GRAVAR-LINHA-DOC.

           EXEC SQL
               DECLARE CUR-DOC-ITENS CURSOR FOR
                   SELECT i.id, i.produto_id, COALESCE(p.nome, ''),
                          i.quantidade, i.preco_unitario, i.desconto,
                          i.quantidade * i.preco_unitario
                     FROM venda_itens i
                     LEFT JOIN produto p
                       ON p.id = i.produto_id
                    WHERE i.venda_id = :DOC-VENDA-ID
                    ORDER BY i.id
           END-EXEC.

           EXEC SQL
               OPEN CUR-DOC-ITENS
           END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO
               SET LS-DOCUMENTO-ERRO TO TRUE
               MOVE SQLERRM TO LS-MSG-ERRO
               EXIT PARAGRAPH
           END-IF.

           SET NAO-FIM-ITENS TO TRUE.
           PERFORM PROC-BUSCAR-PROXIMO-ITEM.
           PERFORM PROC-GRAVAR-LINHA-ITEM UNTIL FIM-ITENS.

           EXEC SQL CLOSE CUR-DOC-ITENS END-EXEC.

      * VENDA LANCADA SO PELO VALOR, SEM ITENS, SAI COM O TOTAL.
           IF  WRK-REL-QTD = ZERO
               MOVE SPACES TO REG-DOCUMENTO
               MOVE "   VENDA SEM ITENS DISCRIMINADOS." TO REG-DOCUMENTO
               PERFORM PROC-GRAVAR-LINHA-DOC
           END-IF.

       PROC-BUSCAR-PROXIMO-ITEM.

           EXEC SQL
               FETCH CUR-DOC-ITENS
                   INTO :ITD-ID, :ITD-PRODUTO-ID, :ITD-PRODUTO-NOME,
                        :ITD-QUANTIDADE, :ITD-PRECO, :ITD-DESCONTO,
                        :ITD-VALOR
           END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO
               SET FIM-ITENS TO TRUE
           END-IF.

       PROC-GRAVAR-LINHA-ITEM.

           PERFORM PROC-FORMATAR-LINHA-ITEM.

           ADD 1 TO WRK-REL-QTD.
           ADD ITD-VALOR TO WRK-SOMA-ITENS.
           COMPUTE WRK-SOMA-DESCONTOS =
               WRK-SOMA-DESCONTOS + ITD-QUANTIDADE * ITD-DESCONTO.

           PERFORM PROC-BUSCAR-PROXIMO-ITEM.

       PROC-FORMATAR-LINHA-ITEM.

           MOVE ITD-ID TO WRK-ID-MASK.
           MOVE ITD-PRODUTO-ID TO WRK-PRODUTO-MASK.
           MOVE ITD-PRODUTO-NOME TO WRK-NOME-CURTO.
           MOVE ITD-QUANTIDADE TO WRK-QTD-MASK.
           MOVE ITD-PRECO TO WRK-PRECO-MASK.
           MOVE ITD-DESCONTO TO WRK-DESCONTO-MASK.
           MOVE ITD-VALOR TO WRK-VALOR-MASK.

           MOVE SPACES TO REG-DOCUMENTO.
           STRING
               "   " WRK-ID-MASK
               "  " WRK-PRODUTO-MASK
               "  " WRK-NOME-CURTO
               "  " WRK-QTD-MASK
               "  " WRK-PRECO-MASK
               "  " WRK-DESCONTO-MASK
               "  " WRK-VALOR-MASK
               DELIMITED BY SIZE
               INTO REG-DOCUMENTO
           END-STRING.
           PERFORM PROC-GRAVAR-LINHA-DOC.

       PROC-GRAVAR-ITEM-CREDITO.

           MOVE SPACES TO REG-DOCUMENTO.
           STRING
               "         ITEM     PRODUTO  DESCRICAO               "
               "          QTD  PRECO UNIT.  DESC. UNIT.         VALOR"
               DELIMITED BY SIZE
               INTO REG-DOCUMENTO
           END-STRING.
           PERFORM PROC-GRAVAR-LINHA-DOC.

           EXEC SQL
               SELECT d.venda_item_id, d.produto_id,
                      COALESCE(p.nome, ''), d.quantidade,
                      d.preco_unitario, d.valor,
                      COALESCE(d.motivo, '')
                 INTO :ITD-ID, :ITD-PRODUTO-ID, :ITD-PRODUTO-NOME,
                      :ITD-QUANTIDADE, :ITD-PRECO, :ITD-VALOR,
                      :ITD-MOTIVO
                 FROM venda_devolucao d
                 LEFT JOIN produto p
                   ON p.id = d.produto_id
                WHERE d.id = :DOC-DEVOLUCAO-ID
           END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO
               SET LS-DOCUMENTO-ERRO TO TRUE
               MOVE SQLERRM TO LS-MSG-ERRO
               EXIT PARAGRAPH
           END-IF.

           MOVE ZERO TO ITD-DESCONTO.
           PERFORM PROC-FORMATAR-LINHA-ITEM.
           ADD 1 TO WRK-REL-QTD.

           IF  FUNCTION TRIM(ITD-MOTIVO) NOT = SPACES
               MOVE SPACES TO REG-DOCUMENTO
               STRING
                   "   MOTIVO DA DEVOLUCAO: "
                   FUNCTION TRIM(ITD-MOTIVO)
                   DELIMITED BY SIZE
                   INTO REG-DOCUMENTO
               END-STRING
               PERFORM PROC-GRAVAR-LINHA-DOC
           END-IF.

       PROC-GRAVAR-TEXTO-CANCELAMENTO.

           MOVE DOC-NOTA-NUMERO TO WRK-NUMERO-ED.
           MOVE SPACES TO REG-DOCUMENTO.
           STRING
               "   A VENDA FOI CANCELADA E A NOTA FISCAL SERIE "
               FUNCTION TRIM(DOC-SERIE) " NUMERO " WRK-NUMERO-ED
               " FICA SEM EFEITO PELO VALOR TOTAL ABAIXO."
               DELIMITED BY SIZE
               INTO REG-DOCUMENTO
           END-STRING.
           PERFORM PROC-GRAVAR-LINHA-DOC.
           MOVE DOC-NUMERO TO WRK-NUMERO-ED.
           ADD 1 TO WRK-REL-QTD.

       PROC-GRAVAR-TOTAIS-DOC.

           MOVE SPACES TO REG-DOCUMENTO.
           MOVE ALL "-" TO REG-DOCUMENTO(1:132).
           PERFORM PROC-GRAVAR-LINHA-DOC.

           IF  FUNCTION TRIM(DOC-TIPO) = "NOTA"
           AND WRK-REL-QTD > ZERO
               MOVE WRK-SOMA-ITENS TO WRK-TOTAL-MASK
               MOVE SPACES TO REG-DOCUMENTO
               STRING
                   "   TOTAL DOS ITENS........: "
                   FUNCTION TRIM(WRK-TOTAL-MASK)
                   DELIMITED BY SIZE
                   INTO REG-DOCUMENTO
               END-STRING
               PERFORM PROC-GRAVAR-LINHA-DOC

               MOVE WRK-SOMA-DESCONTOS TO WRK-TOTAL-MASK
               MOVE SPACES TO REG-DOCUMENTO
               STRING
                   "   DESCONTOS CONCEDIDOS...: "
                   FUNCTION TRIM(WRK-TOTAL-MASK)
                   DELIMITED BY SIZE
                   INTO REG-DOCUMENTO
               END-STRING
               PERFORM PROC-GRAVAR-LINHA-DOC
           END-IF.

           MOVE DOC-VALOR TO WRK-TOTAL-MASK.
           MOVE SPACES TO REG-DOCUMENTO.
           STRING
               "   VALOR DO DOCUMENTO.....: "
               FUNCTION TRIM(WRK-TOTAL-MASK)
               DELIMITED BY SIZE
               INTO REG-DOCUMENTO
           END-STRING.
           PERFORM PROC-GRAVAR-LINHA-DOC.

           IF  FUNCTION TRIM(DOC-TIPO) = "NOTA"
               MOVE DOC-QTD-PARCELAS TO WRK-QTD-MASK
               MOVE SPACES TO REG-DOCUMENTO
               STRING
                   "   PARCELAS...............: "
                   FUNCTION TRIM(WRK-QTD-MASK)
                   DELIMITED BY SIZE
                   INTO REG-DOCUMENTO
               END-STRING
               PERFORM PROC-GRAVAR-LINHA-DOC
           END-IF.

       PROC-GRAVAR-LINHA-DOC.

           IF  NOT LS-DOCUMENTO-OK
               EXIT PARAGRAPH
           END-IF.

           WRITE REG-DOCUMENTO.

           IF  WRK-FS-ARQ-DOC NOT = "00"
               SET LS-DOCUMENTO-ERRO TO TRUE
               STRING
                   "ERRO AO TENTAR GRAVAR NO ARQUIVO DO DOCUMENTO: "
                   FUNCTION TRIM(WRK-ARQ-DOC-NOME)
                   DELIMITED BY SIZE
                   INTO LS-MSG-ERRO
               END-STRING
           END-IF.

       PROC-LIBERAR-RECURSOS.
      * A SESSAO E COMPARTILHADA DA REQUISICAO (MOD-CONEXAO-BD) E
      * NAO E FECHADA AQUI; QUEM A ABRIU E ENCERRA NO FIM.
           CONTINUE.

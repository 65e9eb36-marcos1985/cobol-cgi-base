       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG-LANCAMENTOS-CONTABEIS.
      *******************************************
      * AUTOR:
      * DATA:
      * ALTERACOES:
      *   - BATCH DE EXPORTACAO CONTABIL DO DIA DE VENDAS FECHADO POR
      *     PROG-FECHA-VENDAS. O DIA VEM DE LANCAMENTOS_DATA
      *     (AAAA-MM-DD), PADRAO ONTEM, E PRECISA ESTAR COM STATUS
      *     FECHADO EM VENDA_FECHAMENTO. OS TOTAIS DO FECHAMENTO VIRAM
      *     LANCAMENTOS DE PARTIDA DOBRADA NAS CONTAS DO MAPA
      *     CONTA_CONTABIL_MAPA (PAPEIS RECEITA, IMPOSTO, RECEBIVEIS,
      *     DEVOLUCOES E DESCONTOS, SEMEADOS COM CONTAS PADRAO E
      *     AJUSTADOS PELA CONTABILIDADE):
      *       D RECEBIVEIS  VALOR DAS VENDAS
      *       D DESCONTOS   DESCONTOS CONCEDIDOS NOS ITENS
      *       C RECEITA     VENDAS + DESCONTOS - IMPOSTO
      *       C IMPOSTO     IMPOSTO DAS VENDAS
      *       D DEVOLUCOES  DEVOLUCOES - IMPOSTO DEVOLVIDO
      *       D IMPOSTO     IMPOSTO DEVOLVIDO
      *       C RECEBIVEIS  NOTAS DE CREDITO DAS DEVOLUCOES
      *     CADA EXECUCAO GRAVA UM LOTE (LANCAMENTO_CONTABIL_LOTE) COM
      *     OS LANCAMENTOS (LANCAMENTO_CONTABIL) E O ARQUIVO DE LAYOUT
      *     FIXO (ARQ_LANCAMENTOS_CONTABEIS, PADRAO
      *     LANCAMENTOS_CONTABEIS_<AAAA-MM-DD>.DAT) COM CABECALHO, UM
      *     DETALHE POR LANCAMENTO E TRAILER COM QUANTIDADE, TOTAL A
      *     DEBITO E TOTAL A CREDITO. O LOTE GUARDA O FECHADO_EM DO
      *     FECHAMENTO QUE CONTABILIZOU: REEXECUTAR O MESMO FECHAMENTO
      *     NAO GERA NADA; SE O DIA FOI REABERTO EM
      *     PROG-FECHAMENTO-VENDAS E FECHADO DE NOVO, O LOTE ANTERIOR
      *     E ESTORNADO (LOTE DE ESTORNO COM DEBITO E CREDITO
      *     INVERTIDOS) E O NOVO FECHAMENTO E CONTABILIZADO, OS DOIS
      *     NO MESMO ARQUIVO. TUDO NUMA TRANSACAO SO, COM A LINHA DO
      *     FECHAMENTO BLOQUEADA; O ARQUIVO COMPLETO ENTRA NO
      *     LIVRO-RAZAO DE INTERFACES (MOD-REGISTRA-INTERFACE, TOTAL
      *     DE CONTROLE = DEBITOS EM CENTAVOS).
      *   - EXIBE NO INICIO DO LOG DA EXECUCAO O CARIMBO DE VERSAO
      *     (BUILD) COM QUE O PROGRAMA FOI IMPLANTADO.
      *******************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT ARQ-LANCAMENTOS ASSIGN TO WRK-ARQ-LANC-NOME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-FS-ARQ-LANC.

       DATA DIVISION.
       FILE SECTION.

       FD  ARQ-LANCAMENTOS
           RECORDING MODE IS F.
       01  REG-LANCAMENTO                  PIC X(120).
       01  REG-CABECALHO-LANC.
           05 CAB-TIPO                     PIC X(3).
           05 CAB-DATA-HORA                PIC X(19).
           05 CAB-AMBIENTE                 PIC X(10).
           05 CAB-DIA                      PIC X(10).
           05 CAB-FECHADO-EM               PIC X(19).
           05 FILLER                       PIC X(59).
       01  REG-DETALHE-LANC.
           05 DET-TIPO                     PIC X(3).
           05 DET-LOTE-ID                  PIC 9(10).
           05 DET-LOTE-TIPO                PIC X(1).
           05 DET-SEQUENCIA                PIC 9(5).
           05 DET-DIA                      PIC X(10).
           05 DET-CONTA                    PIC X(20).
           05 DET-DEBITO-CREDITO           PIC X(1).
           05 DET-VALOR                    PIC 9(10)V99.
           05 DET-HISTORICO                PIC X(50).
           05 FILLER                       PIC X(8).
       01  REG-TRAILER-LANC.
           05 TRL-TIPO                     PIC X(3).
           05 TRL-QTD                      PIC 9(10).
           05 TRL-TOTAL-DEBITO             PIC 9(13)V99.
           05 TRL-TOTAL-CREDITO            PIC 9(13)V99.
           05 FILLER                       PIC X(77).

       WORKING-STORAGE SECTION.

       COPY VERSAO-BUILD.

       77  WRK-ARQ-LANC-NOME               PIC X(255).
       77  WRK-FS-ARQ-LANC                 PIC X(2).

       77  WRK-DB-STRING                   PIC X(255).
       77  WRK-APP-ENV                     PIC X(10).
       77  WRK-DATA-HORA-CORRENTE          PIC X(21).
       77  WRK-LED-PROGRAMA                PIC X(60)
               VALUE "PROG-LANCAMENTOS-CONTABEIS".
       77  WRK-LED-CHECKSUM                PIC 9(15).

       77  WRK-QTD-MASK                    PIC Z(9)9.
       77  WRK-TOTAL-MASK                  PIC Z(12)9.99.

       77  WRK-QTD-LANCAMENTOS             PIC 9(10)   VALUE ZERO.
       77  WRK-TOT-DEBITO                  PIC 9(13)V99 VALUE ZERO.
       77  WRK-TOT-CREDITO                 PIC 9(13)V99 VALUE ZERO.

       77  WRK-FLAG-ARQUIVO                PIC X(1)    VALUE 'N'.
           88  ARQUIVO-ABERTO                          VALUE 'S'.

       77  WRK-FLAG-LEDGER                 PIC X(1)    VALUE 'N'.
           88  REGISTRAR-LEDGER                        VALUE 'S'.

       77  WRK-FLAG-FIM-CURSOR             PIC X(1)    VALUE 'N'.
           88  FIM-CURSOR                              VALUE 'S'.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.

       01  HOSTVARS.
           05 BUFFER     PIC X(1024).

       01  SQL-01-VARS.
           05 LCT-DATA-PARAM    PIC X(10).
           05 LCT-DIA           PIC X(10).
           05 LCT-STATUS        PIC X(10).
           05 LCT-FECHADO-EM    PIC X(19).
           05 LCT-QTD-CONTAS    PIC 9(5).
           05 LCT-VALOR-VENDAS  PIC 9(10)V99.
           05 LCT-IMPOSTO       PIC 9(10)V99.
           05 LCT-VALOR-DEV     PIC 9(10)V99.
           05 LCT-IMPOSTO-DEV   PIC 9(10)V99.
           05 LCT-DESCONTOS     PIC 9(10)V99.
           05 LCT-LOTE-ANTERIOR PIC 9(10).
           05 LCT-FECHADO-ANT   PIC X(19).
           05 LCT-LOTE-ESTORNO  PIC 9(10).
           05 LCT-LOTE-NOVO     PIC 9(10).
           05 LCT-SEQUENCIA     PIC 9(5).
           05 LCT-PAPEL         PIC X(20).
           05 LCT-DEBITO-CREDITO PIC X(1).
           05 LCT-VALOR         PIC 9(10)V99.
           05 LCT-HISTORICO     PIC X(50).
           05 LCT-ARQUIVO       PIC X(255).
           05 ITM-LOTE-ID       PIC 9(10).
           05 ITM-LOTE-TIPO     PIC X(1).
           05 ITM-SEQUENCIA     PIC 9(5).
           05 ITM-DIA           PIC X(10).
           05 ITM-CONTA         PIC X(20).
           05 ITM-DEBITO-CREDITO PIC X(1).
           05 ITM-VALOR         PIC 9(10)V99.
           05 ITM-HISTORICO     PIC X(50).

       EXEC SQL END DECLARE SECTION END-EXEC.


       PROCEDURE DIVISION.

       MAIN-PROCEDURE.

           DISPLAY "BUILD EM EXECUCAO: " FUNCTION TRIM(VERSAO-BUILD).

           PERFORM 1000-INICIALIZAR.
           PERFORM 1100-CONECTAR-BANCO-DE-DADOS.
           PERFORM 1200-RESOLVER-DATA.
           PERFORM 1300-GARANTIR-TABELAS.
           PERFORM 1400-VERIFICAR-CONTAS.

           EXEC SQL START TRANSACTION END-EXEC.

           PERFORM 1500-LER-FECHAMENTO.
           PERFORM 1600-VERIFICAR-LOTE-ANTERIOR.
           PERFORM 1700-ABRIR-ARQUIVO.

           IF  LCT-LOTE-ANTERIOR NOT = ZERO
               PERFORM 2000-ESTORNAR-LOTE-ANTERIOR
           END-IF.

           PERFORM 2100-CONTABILIZAR-FECHAMENTO.
           PERFORM 2500-GRAVAR-LANCAMENTOS.
           PERFORM 2800-GRAVAR-TRAILER.

           EXEC SQL COMMIT END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO
               DISPLAY
                   "ERRO AO TENTAR CONFIRMAR OS LANCAMENTOS: "
                   SQLERRM
               PERFORM 2990-ABORTAR
           END-IF.

           SET REGISTRAR-LEDGER TO TRUE.
           PERFORM 3000-FINALIZAR.
           STOP RUN.

       1000-INICIALIZAR.

           ACCEPT WRK-ARQ-LANC-NOME FROM ENVIRONMENT
               "ARQ_LANCAMENTOS_CONTABEIS".

           ACCEPT LCT-DATA-PARAM FROM ENVIRONMENT "LANCAMENTOS_DATA".
           IF  FUNCTION TRIM(LCT-DATA-PARAM) NOT = SPACES
               IF  LCT-DATA-PARAM(5:1) NOT = '-'
               OR  LCT-DATA-PARAM(8:1) NOT = '-'
               OR  LCT-DATA-PARAM(1:4) IS NOT NUMERIC
               OR  LCT-DATA-PARAM(6:2) IS NOT NUMERIC
               OR  LCT-DATA-PARAM(9:2) IS NOT NUMERIC
                   DISPLAY
                       "ERRO: LANCAMENTOS_DATA DEVE ESTAR NO FORMATO "
                       "AAAA-MM-DD."
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

       1100-CONECTAR-BANCO-DE-DADOS.

           ACCEPT WRK-APP-ENV FROM ENVIRONMENT "APP_ENV".

           EVALUATE FUNCTION UPPER-CASE(FUNCTION TRIM(WRK-APP-ENV))
               WHEN "QA"
                   ACCEPT WRK-DB-STRING FROM ENVIRONMENT
                       "DB_CONNECTION_STRING_QA"
               WHEN "PROD"
                   ACCEPT WRK-DB-STRING FROM ENVIRONMENT
                       "DB_CONNECTION_STRING_PROD"
               WHEN OTHER
                   ACCEPT WRK-DB-STRING FROM ENVIRONMENT
                       "DB_CONNECTION_STRING_DEV"
           END-EVALUATE.

           IF  FUNCTION TRIM(WRK-DB-STRING) = SPACES
               DISPLAY
                   "ERRO: VARIAVEL DE AMBIENTE DA STRING DE CONEXAO "
                   "COM O BANCO DE DADOS NAO ESTA CONFIGURADA."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE WRK-DB-STRING TO BUFFER.
           EXEC SQL CONNECT TO :BUFFER END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO
               DISPLAY
                   "ERRO AO TENTAR ABRIR CONEXAO COM O BANCO DE "
                   "DADOS: " SQLERRM
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       1200-RESOLVER-DATA.

      * O DIA E RESOLVIDO NO BANCO: LANCAMENTOS_DATA QUANDO
      * INFORMADO, SENAO ONTEM, COMO NO PROPRIO FECHAMENTO.
           EXEC SQL
               SELECT DATE_FORMAT(COALESCE(
                          NULLIF(TRIM(:LCT-DATA-PARAM), ''),
                          CURRENT_DATE - INTERVAL 1 DAY),
                          '%Y-%m-%d')
                 INTO :LCT-DIA
           END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO
               DISPLAY
                   "ERRO AO TENTAR RESOLVER A DATA DOS LANCAMENTOS: "
                   SQLERRM
               EXEC SQL CONNECT RESET END-EXEC
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           IF  FUNCTION TRIM(WRK-ARQ-LANC-NOME) = SPACES
               STRING
                   "LANCAMENTOS_CONTABEIS_" LCT-DIA ".DAT"
                   DELIMITED BY SIZE
                   INTO WRK-ARQ-LANC-NOME
               END-STRING
           END-IF.
           MOVE WRK-ARQ-LANC-NOME TO LCT-ARQUIVO.

       1300-GARANTIR-TABELAS.

      * O DDL FAZ COMMIT IMPLICITO E POR ISSO RODA ANTES DA
      * TRANSACAO DOS LANCAMENTOS.
           EXEC SQL
               CREATE TABLE IF NOT EXISTS conta_contabil_mapa (
                   papel         VARCHAR(20) NOT NULL PRIMARY KEY,
                   conta         VARCHAR(20) NOT NULL,
                   descricao     VARCHAR(255) NOT NULL,
                   atualizado_em DATETIME NOT NULL
                       DEFAULT CURRENT_TIMESTAMP
                       ON UPDATE CURRENT_TIMESTAMP
               )
           END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO
               DISPLAY
                   "ERRO AO TENTAR GARANTIR A TABELA "
                   "CONTA_CONTABIL_MAPA: " SQLERRM
               EXEC SQL CONNECT RESET END-EXEC
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           EXEC SQL
               CREATE TABLE IF NOT EXISTS lancamento_contabil_lote (
                   id              INT NOT NULL PRIMARY KEY
                                       AUTO_INCREMENT,
                   dia             DATE NOT NULL,
                   tipo            VARCHAR(10) NOT NULL,
                   fechado_ref     DATETIME NULL,
                   lote_origem_id  INT NULL,
                   qtd_lancamentos INT NOT NULL DEFAULT 0,
                   total_debito    DECIMAL(14,2) NOT NULL DEFAULT 0,
                   total_credito   DECIMAL(14,2) NOT NULL DEFAULT 0,
                   arquivo         VARCHAR(255) NULL,
                   estornado_em    DATETIME NULL,
                   criado_em       DATETIME NOT NULL
                       DEFAULT CURRENT_TIMESTAMP,
                   KEY ix_lancamento_lote_dia (dia, tipo)
               )
           END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO
               DISPLAY
                   "ERRO AO TENTAR GARANTIR A TABELA "
                   "LANCAMENTO_CONTABIL_LOTE: " SQLERRM
               EXEC SQL CONNECT RESET END-EXEC
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           EXEC SQL
               CREATE TABLE IF NOT EXISTS lancamento_contabil (
                   id             INT NOT NULL PRIMARY KEY
                                      AUTO_INCREMENT,
                   lote_id        INT NOT NULL,
                   dia            DATE NOT NULL,
                   sequencia      INT NOT NULL,
                   conta          VARCHAR(20) NOT NULL,
                   papel          VARCHAR(20) NOT NULL,
                   debito_credito CHAR(1) NOT NULL,
                   valor          DECIMAL(12,2) NOT NULL,
                   historico      VARCHAR(50) NOT NULL,
                   UNIQUE KEY uq_lancamento_contabil
                       (lote_id, sequencia)
               )
           END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO
               DISPLAY
                   "ERRO AO TENTAR GARANTIR A TABELA "
                   "LANCAMENTO_CONTABIL: " SQLERRM
               EXEC SQL CONNECT RESET END-EXEC
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      * CONTAS PADRAO DO PLANO; A CONTABILIDADE TROCA A CONTA DE
      * CADA PAPEL DIRETO NA TABELA E A SEMEADURA NAO SOBRESCREVE.
           EXEC SQL
               INSERT IGNORE INTO conta_contabil_mapa
                   (papel, conta, descricao)
               VALUES
                   ('RECEITA', '3.1.01', 'RECEITA BRUTA DE VENDAS'),
                   ('IMPOSTO', '2.1.05', 'IMPOSTOS SOBRE VENDAS'),
                   ('RECEBIVEIS', '1.1.03', 'CLIENTES A RECEBER'),
                   ('DEVOLUCOES', '3.1.09', 'DEVOLUCOES DE VENDAS'),
                   ('DESCONTOS', '3.1.08', 'DESCONTOS CONCEDIDOS')
           END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO AND SQLCODE NOT EQUAL 100
               DISPLAY
                   "ERRO AO TENTAR SEMEAR O MAPA DE CONTAS: " SQLERRM
               EXEC SQL CONNECT RESET END-EXEC
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       1400-VERIFICAR-CONTAS.

      * OS CINCO PAPEIS PRECISAM DE CONTA; SEM UM DELES A PARTIDA
      * NAO FECHA E NADA E EXPORTADO.
           EXEC SQL
               SELECT COUNT(*)
                 INTO :LCT-QTD-CONTAS
                 FROM conta_contabil_mapa
                WHERE papel IN ('RECEITA', 'IMPOSTO', 'RECEBIVEIS',
                                'DEVOLUCOES', 'DESCONTOS')
                  AND TRIM(conta) <> ''
           END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO
               DISPLAY
                   "ERRO AO TENTAR LER O MAPA DE CONTAS: " SQLERRM
               EXEC SQL CONNECT RESET END-EXEC
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           IF  LCT-QTD-CONTAS NOT = 5
               DISPLAY
                   "ERRO: CONTA_CONTABIL_MAPA DEVE TER CONTA PARA OS "
                   "PAPEIS RECEITA, IMPOSTO, RECEBIVEIS, DEVOLUCOES "
                   "E DESCONTOS."
               EXEC SQL CONNECT RESET END-EXEC
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       1500-LER-FECHAMENTO.

      * A LINHA DO FECHAMENTO FICA BLOQUEADA ATE O COMMIT: O DIA NAO
      * E REABERTO NEM CONTABILIZADO DUAS VEZES EM PARALELO.
           EXEC SQL
               SELECT status,
                      COALESCE(DATE_FORMAT(fechado_em,
                          '%Y-%m-%d %H:%i:%s'), ' '),
                      valor_total, valor_imposto,
                      valor_devolucoes, valor_imposto_devolvido
                 INTO :LCT-STATUS, :LCT-FECHADO-EM,
                      :LCT-VALOR-VENDAS, :LCT-IMPOSTO,
                      :LCT-VALOR-DEV, :LCT-IMPOSTO-DEV
                 FROM venda_fechamento
                WHERE dia = :LCT-DIA
                  FOR UPDATE
           END-EXEC.

           IF  SQLCODE EQUAL 100
               DISPLAY
                   "ERRO: O DIA " LCT-DIA " NAO FOI FECHADO "
                   "(PROG-FECHA-VENDAS)."
               PERFORM 2990-ABORTAR
           END-IF.

           IF  SQLCODE NOT EQUAL ZERO
               DISPLAY
                   "ERRO AO TENTAR LER O FECHAMENTO DO DIA: " SQLERRM
               PERFORM 2990-ABORTAR
           END-IF.

           IF  FUNCTION TRIM(LCT-STATUS) NOT = "FECHADO"
               DISPLAY
                   "ERRO: O DIA " LCT-DIA " ESTA "
                   FUNCTION TRIM(LCT-STATUS)
                   "; CONTABILIZE DEPOIS DE FECHA-LO DE NOVO."
               PERFORM 2990-ABORTAR
           END-IF.

      * O DESCONTO DO ITEM E POR UNIDADE; O FECHAMENTO JA CONGELOU
      * AS VENDAS DO DIA, ENTAO A SOMA E ESTAVEL.
           EXEC SQL
               SELECT COALESCE(SUM(i.quantidade * i.desconto), 0)
                 INTO :LCT-DESCONTOS
                 FROM venda_itens i
                 JOIN venda v
                   ON v.id = i.venda_id
                WHERE v.data_venda = :LCT-DIA
                  AND v.cancelada_em IS NULL
           END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO
               DISPLAY
                   "ERRO AO TENTAR SOMAR OS DESCONTOS DO DIA: "
                   SQLERRM
               PERFORM 2990-ABORTAR
           END-IF.

       1600-VERIFICAR-LOTE-ANTERIOR.

           MOVE ZERO TO LCT-LOTE-ANTERIOR.
           MOVE ZERO TO LCT-LOTE-ESTORNO.
           MOVE SPACES TO LCT-FECHADO-ANT.

           EXEC SQL
               SELECT id,
                      COALESCE(DATE_FORMAT(fechado_ref,
                          '%Y-%m-%d %H:%i:%s'), ' ')
                 INTO :LCT-LOTE-ANTERIOR, :LCT-FECHADO-ANT
                 FROM lancamento_contabil_lote
                WHERE dia = :LCT-DIA
                  AND tipo = 'POSTAGEM'
                  AND estornado_em IS NULL
                ORDER BY id DESC
                LIMIT 1
           END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO AND SQLCODE NOT EQUAL 100
               DISPLAY
                   "ERRO AO TENTAR LER OS LOTES DO DIA: " SQLERRM
               PERFORM 2990-ABORTAR
           END-IF.

           IF  SQLCODE EQUAL 100
               MOVE ZERO TO LCT-LOTE-ANTERIOR
           END-IF.

      * O MESMO FECHAMENTO JA CONTABILIZADO NAO E EXPORTADO DE NOVO.
           IF  LCT-LOTE-ANTERIOR NOT = ZERO
           AND LCT-FECHADO-ANT = LCT-FECHADO-EM
               MOVE LCT-LOTE-ANTERIOR TO WRK-QTD-MASK
               DISPLAY
                   "DIA " LCT-DIA " JA CONTABILIZADO NO LOTE "
                   FUNCTION TRIM(WRK-QTD-MASK)
                   " (FECHAMENTO DE " LCT-FECHADO-EM
                   "); NADA A EXPORTAR."
               EXEC SQL ROLLBACK END-EXEC
               EXEC SQL CONNECT RESET END-EXEC
               STOP RUN
           END-IF.

       1700-ABRIR-ARQUIVO.

           OPEN OUTPUT ARQ-LANCAMENTOS.

           IF  WRK-FS-ARQ-LANC NOT = "00"
               DISPLAY
                   "ERRO AO TENTAR ABRIR O ARQUIVO DE LANCAMENTOS: "
                   FUNCTION TRIM(WRK-ARQ-LANC-NOME)
               PERFORM 2990-ABORTAR
           END-IF.

           SET ARQUIVO-ABERTO TO TRUE.

           MOVE FUNCTION CURRENT-DATE TO WRK-DATA-HORA-CORRENTE.

           MOVE SPACES TO REG-CABECALHO-LANC.
           MOVE "HDR" TO CAB-TIPO.
           STRING
               WRK-DATA-HORA-CORRENTE(1:4) "-"
               WRK-DATA-HORA-CORRENTE(5:2) "-"
               WRK-DATA-HORA-CORRENTE(7:2) " "
               WRK-DATA-HORA-CORRENTE(9:2) ":"
               WRK-DATA-HORA-CORRENTE(11:2) ":"
               WRK-DATA-HORA-CORRENTE(13:2)
               DELIMITED BY SIZE
               INTO CAB-DATA-HORA
           END-STRING.
           MOVE WRK-APP-ENV    TO CAB-AMBIENTE.
           MOVE LCT-DIA        TO CAB-DIA.
           MOVE LCT-FECHADO-EM TO CAB-FECHADO-EM.

           WRITE REG-CABECALHO-LANC.

           IF  WRK-FS-ARQ-LANC NOT = "00"
               DISPLAY
                   "ERRO AO TENTAR GRAVAR CABECALHO NO ARQUIVO DE "
                   "LANCAMENTOS."
               PERFORM 2990-ABORTAR
           END-IF.

       2000-ESTORNAR-LOTE-ANTERIOR.

      * O DIA FOI REABERTO E FECHADO DE NOVO: O LOTE ANTERIOR VOLTA
      * COM DEBITO E CREDITO INVERTIDOS, NAS CONTAS EM QUE FOI
      * LANCADO, ANTES DO LOTE DO FECHAMENTO NOVO.
           EXEC SQL
               INSERT INTO lancamento_contabil_lote
                   (dia, tipo, fechado_ref, lote_origem_id)
               SELECT dia, 'ESTORNO', fechado_ref, id
                 FROM lancamento_contabil_lote
                WHERE id = :LCT-LOTE-ANTERIOR
           END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO
               DISPLAY
                   "ERRO AO TENTAR ABRIR O LOTE DE ESTORNO: " SQLERRM
               PERFORM 2990-ABORTAR
           END-IF.

           EXEC SQL
               SELECT LAST_INSERT_ID() INTO :LCT-LOTE-ESTORNO
           END-EXEC.

           EXEC SQL
               INSERT INTO lancamento_contabil
                   (lote_id, dia, sequencia, conta, papel,
                    debito_credito, valor, historico)
               SELECT :LCT-LOTE-ESTORNO, dia, sequencia, conta, papel,
                      CASE debito_credito WHEN 'D' THEN 'C'
                           ELSE 'D' END,
                      valor,
                      LEFT(CONCAT('ESTORNO ', historico), 50)
                 FROM lancamento_contabil
                WHERE lote_id = :LCT-LOTE-ANTERIOR
           END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO AND SQLCODE NOT EQUAL 100
               DISPLAY
                   "ERRO AO TENTAR GRAVAR OS LANCAMENTOS DE "
                   "ESTORNO: " SQLERRM
               PERFORM 2990-ABORTAR
           END-IF.

           EXEC SQL
               UPDATE lancamento_contabil_lote
                  SET estornado_em = CURRENT_TIMESTAMP
                WHERE id = :LCT-LOTE-ANTERIOR
           END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO
               DISPLAY
                   "ERRO AO TENTAR MARCAR O LOTE ESTORNADO: " SQLERRM
               PERFORM 2990-ABORTAR
           END-IF.

           MOVE LCT-LOTE-ESTORNO TO LCT-LOTE-NOVO.
           PERFORM 2400-TOTALIZAR-LOTE.

       2100-CONTABILIZAR-FECHAMENTO.

           EXEC SQL
               INSERT INTO lancamento_contabil_lote
                   (dia, tipo, fechado_ref)
               VALUES
                   (:LCT-DIA, 'POSTAGEM',
                    STR_TO_DATE(:LCT-FECHADO-EM, '%Y-%m-%d %H:%i:%s'))
           END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO
               DISPLAY
                   "ERRO AO TENTAR ABRIR O LOTE DO FECHAMENTO: "
                   SQLERRM
               PERFORM 2990-ABORTAR
           END-IF.

           EXEC SQL
               SELECT LAST_INSERT_ID() INTO :LCT-LOTE-NOVO
           END-EXEC.

           MOVE ZERO TO LCT-SEQUENCIA.

      * VENDAS: O CLIENTE DEVE O VALOR DA VENDA; A RECEITA E O PRECO
      * DE LISTA (VENDA + DESCONTO) SEM O IMPOSTO, QUE ESTA DENTRO
      * DO PRECO E VAI PARA A CONTA DE IMPOSTOS.
           MOVE "RECEBIVEIS" TO LCT-PAPEL.
           MOVE "D" TO LCT-DEBITO-CREDITO.
           MOVE LCT-VALOR-VENDAS TO LCT-VALOR.
           MOVE "VENDAS DO DIA" TO LCT-HISTORICO.
           PERFORM 2200-GRAVAR-LANCAMENTO.

           MOVE "DESCONTOS" TO LCT-PAPEL.
           MOVE "D" TO LCT-DEBITO-CREDITO.
           MOVE LCT-DESCONTOS TO LCT-VALOR.
           MOVE "DESCONTOS CONCEDIDOS NAS VENDAS" TO LCT-HISTORICO.
           PERFORM 2200-GRAVAR-LANCAMENTO.

           MOVE "RECEITA" TO LCT-PAPEL.
           MOVE "C" TO LCT-DEBITO-CREDITO.
           COMPUTE LCT-VALOR = LCT-VALOR-VENDAS + LCT-DESCONTOS
               - LCT-IMPOSTO.
           MOVE "RECEITA BRUTA DE VENDAS" TO LCT-HISTORICO.
           PERFORM 2200-GRAVAR-LANCAMENTO.

           MOVE "IMPOSTO" TO LCT-PAPEL.
           MOVE "C" TO LCT-DEBITO-CREDITO.
           MOVE LCT-IMPOSTO TO LCT-VALOR.
           MOVE "IMPOSTO SOBRE VENDAS" TO LCT-HISTORICO.
           PERFORM 2200-GRAVAR-LANCAMENTO.

      * DEVOLUCOES: A NOTA DE CREDITO ABATE O RECEBIVEL E O IMPOSTO
      * DEVOLVIDO SAI DA CONTA DE IMPOSTOS.
           MOVE "DEVOLUCOES" TO LCT-PAPEL.
           MOVE "D" TO LCT-DEBITO-CREDITO.
           COMPUTE LCT-VALOR = LCT-VALOR-DEV - LCT-IMPOSTO-DEV.
           MOVE "DEVOLUCOES DE VENDAS" TO LCT-HISTORICO.
           PERFORM 2200-GRAVAR-LANCAMENTO.

           MOVE "IMPOSTO" TO LCT-PAPEL.
           MOVE "D" TO LCT-DEBITO-CREDITO.
           MOVE LCT-IMPOSTO-DEV TO LCT-VALOR.
           MOVE "IMPOSTO SOBRE DEVOLUCOES" TO LCT-HISTORICO.
           PERFORM 2200-GRAVAR-LANCAMENTO.

           MOVE "RECEBIVEIS" TO LCT-PAPEL.
           MOVE "C" TO LCT-DEBITO-CREDITO.
           MOVE LCT-VALOR-DEV TO LCT-VALOR.
           MOVE "NOTAS DE CREDITO DE DEVOLUCAO" TO LCT-HISTORICO.
           PERFORM 2200-GRAVAR-LANCAMENTO.

           PERFORM 2400-TOTALIZAR-LOTE.

       2200-GRAVAR-LANCAMENTO.

      * LANCAMENTO DE VALOR ZERO NAO VAI PARA O RAZAO.
           IF  LCT-VALOR = ZERO
               EXIT PARAGRAPH
           END-IF.

           ADD 1 TO LCT-SEQUENCIA.

           EXEC SQL
               INSERT INTO lancamento_contabil
                   (lote_id, dia, sequencia, conta, papel,
                    debito_credito, valor, historico)
               SELECT :LCT-LOTE-NOVO, :LCT-DIA, :LCT-SEQUENCIA,
                      m.conta, m.papel, :LCT-DEBITO-CREDITO,
                      :LCT-VALOR, TRIM(:LCT-HISTORICO)
                 FROM conta_contabil_mapa m
                WHERE m.papel = :LCT-PAPEL
           END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO
               DISPLAY
                   "ERRO AO TENTAR GRAVAR O LANCAMENTO "
                   FUNCTION TRIM(LCT-PAPEL) ": " SQLERRM
               PERFORM 2990-ABORTAR
           END-IF.

       2400-TOTALIZAR-LOTE.

           EXEC SQL
               UPDATE lancamento_contabil_lote b
                  SET b.qtd_lancamentos =
                          (SELECT COUNT(*)
                             FROM lancamento_contabil l
                            WHERE l.lote_id = b.id),
                      b.total_debito =
                          (SELECT COALESCE(SUM(l.valor), 0)
                             FROM lancamento_contabil l
                            WHERE l.lote_id = b.id
                              AND l.debito_credito = 'D'),
                      b.total_credito =
                          (SELECT COALESCE(SUM(l.valor), 0)
                             FROM lancamento_contabil l
                            WHERE l.lote_id = b.id
                              AND l.debito_credito = 'C'),
                      b.arquivo = TRIM(:LCT-ARQUIVO)
                WHERE b.id = :LCT-LOTE-NOVO
           END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO
               DISPLAY
                   "ERRO AO TENTAR TOTALIZAR O LOTE: " SQLERRM
               PERFORM 2990-ABORTAR
           END-IF.

       2500-GRAVAR-LANCAMENTOS.

      * O ARQUIVO LEVA O ESTORNO (QUANDO HOUVER) E DEPOIS O LOTE NOVO,
      * NA ORDEM EM QUE FORAM GRAVADOS.
           EXEC SQL
               DECLARE CUR-LANCAMENTOS CURSOR FOR
                   SELECT l.lote_id,
                          CASE b.tipo WHEN 'ESTORNO' THEN 'E'
                               ELSE 'P' END,
                          l.sequencia,
                          DATE_FORMAT(l.dia, '%Y-%m-%d'),
                          l.conta, l.debito_credito, l.valor,
                          l.historico
                     FROM lancamento_contabil l
                     JOIN lancamento_contabil_lote b
                       ON b.id = l.lote_id
                    WHERE l.lote_id IN (:LCT-LOTE-ESTORNO,
                                        :LCT-LOTE-NOVO)
                    ORDER BY l.lote_id, l.sequencia
           END-EXEC.

           EXEC SQL
               OPEN CUR-LANCAMENTOS
           END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO
               DISPLAY
                   "ERRO AO TENTAR ABRIR CURSOR DE LANCAMENTOS: "
                   SQLERRM
               PERFORM 2990-ABORTAR
           END-IF.

           PERFORM 2510-BUSCAR-PROXIMO-LANCAMENTO.
           PERFORM 2520-GRAVAR-DETALHE UNTIL FIM-CURSOR.

           EXEC SQL CLOSE CUR-LANCAMENTOS END-EXEC.

       2510-BUSCAR-PROXIMO-LANCAMENTO.

           EXEC SQL
               FETCH CUR-LANCAMENTOS
                   INTO :ITM-LOTE-ID, :ITM-LOTE-TIPO, :ITM-SEQUENCIA,
                        :ITM-DIA, :ITM-CONTA, :ITM-DEBITO-CREDITO,
                        :ITM-VALOR, :ITM-HISTORICO
           END-EXEC.

           IF  SQLCODE EQUAL 100
               SET FIM-CURSOR TO TRUE
           END-IF.

       2520-GRAVAR-DETALHE.

           MOVE SPACES TO REG-DETALHE-LANC.
           MOVE "DET"              TO DET-TIPO.
           MOVE ITM-LOTE-ID        TO DET-LOTE-ID.
           MOVE ITM-LOTE-TIPO      TO DET-LOTE-TIPO.
           MOVE ITM-SEQUENCIA      TO DET-SEQUENCIA.
           MOVE ITM-DIA            TO DET-DIA.
           MOVE ITM-CONTA          TO DET-CONTA.
           MOVE ITM-DEBITO-CREDITO TO DET-DEBITO-CREDITO.
           MOVE ITM-VALOR          TO DET-VALOR.
           MOVE ITM-HISTORICO      TO DET-HISTORICO.

           WRITE REG-DETALHE-LANC.

           IF  WRK-FS-ARQ-LANC NOT = "00"
               DISPLAY
                   "ERRO AO TENTAR GRAVAR DETALHE NO ARQUIVO DE "
                   "LANCAMENTOS."
               PERFORM 2990-ABORTAR
           END-IF.

           ADD 1 TO WRK-QTD-LANCAMENTOS.
           IF  ITM-DEBITO-CREDITO = "D"
               ADD ITM-VALOR TO WRK-TOT-DEBITO
           ELSE
               ADD ITM-VALOR TO WRK-TOT-CREDITO
           END-IF.

           PERFORM 2510-BUSCAR-PROXIMO-LANCAMENTO.

       2800-GRAVAR-TRAILER.

      * PARTIDA QUE NAO FECHA NAO SAI: A TRANSACAO E DESFEITA E O
      * ARQUIVO FICA SEM TRAILER.
           IF  WRK-TOT-DEBITO NOT = WRK-TOT-CREDITO
               MOVE WRK-TOT-DEBITO TO WRK-TOTAL-MASK
               DISPLAY
                   "ERRO: LANCAMENTOS DO DIA " LCT-DIA
                   " NAO FECHAM. DEBITO "
                   FUNCTION TRIM(WRK-TOTAL-MASK)
               MOVE WRK-TOT-CREDITO TO WRK-TOTAL-MASK
               DISPLAY
                   "       CREDITO " FUNCTION TRIM(WRK-TOTAL-MASK)
               PERFORM 2990-ABORTAR
           END-IF.

           MOVE SPACES TO REG-TRAILER-LANC.
           MOVE "TRL"               TO TRL-TIPO.
           MOVE WRK-QTD-LANCAMENTOS TO TRL-QTD.
           MOVE WRK-TOT-DEBITO      TO TRL-TOTAL-DEBITO.
           MOVE WRK-TOT-CREDITO     TO TRL-TOTAL-CREDITO.

           WRITE REG-TRAILER-LANC.

           IF  WRK-FS-ARQ-LANC NOT = "00"
               DISPLAY
                   "ERRO AO TENTAR GRAVAR TRAILER NO ARQUIVO DE "
                   "LANCAMENTOS."
               PERFORM 2990-ABORTAR
           END-IF.

       2990-ABORTAR.

      * NENHUM LOTE FICA GRAVADO SEM O ARQUIVO COMPLETO.
           EXEC SQL ROLLBACK END-EXEC.
           PERFORM 3000-FINALIZAR.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.

       3000-FINALIZAR.

           EXEC SQL CONNECT RESET END-EXEC.

           IF  ARQUIVO-ABERTO
               CLOSE ARQ-LANCAMENTOS
           END-IF.

      * SO O ARQUIVO CONFIRMADO ENTRA NO LIVRO-RAZAO; O TOTAL DE
      * CONTROLE E O TOTAL A DEBITO EM CENTAVOS.
           IF  REGISTRAR-LEDGER
               COMPUTE WRK-LED-CHECKSUM = WRK-TOT-DEBITO * 100
               CALL 'MOD-REGISTRA-INTERFACE'
                   USING WRK-LED-PROGRAMA, WRK-ARQ-LANC-NOME,
                       WRK-QTD-LANCAMENTOS, WRK-LED-CHECKSUM
                   END-CALL

               MOVE WRK-TOT-DEBITO TO WRK-TOTAL-MASK
               DISPLAY
                   "LANCAMENTOS DE " LCT-DIA " GRAVADOS EM: "
                   FUNCTION TRIM(WRK-ARQ-LANC-NOME)
                   " (LANCAMENTOS " WRK-QTD-LANCAMENTOS
                   ", DEBITO = CREDITO = "
                   FUNCTION TRIM(WRK-TOTAL-MASK) ")"
           END-IF.

      *     MOD-REGISTRA-RELATORIO), DE ONDE E LISTADO E BAIXADO POR
      *     PROG-RELATORIOS-CATALOGO E EXPURGADO NO PRAZO POR
      *     PROG-EXPURGA-RELATORIOS.
      *   - AS DEVOLUCOES PARCIAIS DO DIA (NOTAS DE CREDITO DE
      *     VENDA_DEVOLUCAO, DATADAS NO DIA DA DEVOLUCAO E NAO NO DA
      *     VENDA) ENTRAM NO FECHAMENTO COMO LINHAS PROPRIAS: TOTAIS DE
      *     QUANTIDADE E VALOR DEVOLVIDO, VALOR LIQUIDO DO DIA E UMA
      *     LINHA POR NOTA NO RELATORIO. VENDA_FECHAMENTO GANHA
      *     QTD_DEVOLUCOES E VALOR_DEVOLUCOES (TABELA JA CRIADA E
      *     MIGRADA AQUI). SEM A TABELA DE DEVOLUCOES, O DIA FECHA COM
      *     DEVOLUCOES ZERADAS.
      *   - APOS O FECHAMENTO, EMITE E IMPRIME A NOTA FISCAL DE CADA
      *     VENDA NAO CANCELADA DO DIA AINDA SEM NOTA
      *     (MOD-DOCUMENTO-FISCAL, ACAO EMITIR-DIA), NA SERIE DE
      *     FECHA_SERIE_FISCAL (PADRAO '1'); FECHA_EMITE_NOTAS=N
      *     DESLIGA A EMISSAO. A QUANTIDADE DE DOCUMENTOS EMITIDOS E
      *     EXIBIDA NO LOG; ERRO NA EMISSAO TERMINA COM RETURN-CODE
      *     16, MANTENDO AS NOTAS JA EMITIDAS.
      *   - O FECHAMENTO GANHA O RESUMO DE IMPOSTOS POR CLASSE FISCAL
      *     E ALIQUOTA (VENDA_FECHAMENTO_IMPOSTO, REFEITO A CADA
      *     EXECUCAO DO DIA): BASE E IMPOSTO DOS ITENS DAS VENDAS NAO
      *     CANCELADAS DO DIA, PELO IMPOSTO GRAVADO NA LINHA POR
      *     PROG-ITENS-VENDA, E BASE E IMPOSTO DAS DEVOLUCOES DO DIA,
      *     PELA ALIQUOTA DO ITEM DEVOLVIDO. VENDA_FECHAMENTO GANHA
      *     VALOR_IMPOSTO E VALOR_IMPOSTO_DEVOLVIDO E O RELATORIO
      *     GANHA OS TOTAIS DE IMPOSTO E UMA LINHA POR CLASSE. ITEM
      *     SEM CLASSE ENTRA COMO "SEM CLASSE".
      *   - AVISA DAS VENDAS SINALIZADAS AINDA NAO LIBERADAS PELO
      *     FINANCEIRO (VENDA_REVISAO, FILA DE PROG-PONTUA-VENDAS E
      *     PROG-REVISAO-VENDAS): REVISOES PENDENTES DE VENDAS DO DIA
      *     E REVISOES REJEITADAS CUJA VENDA DO DIA NAO FOI CANCELADA.
      *     O DIA FECHA DO MESMO JEITO; O AVISO SAI NO LOG E EM LINHAS
      *     PROPRIAS DO RELATORIO. SEM A FILA NO AMBIENTE, NADA MUDA.
      *   - DIA DE MES JA TRAVADO PELO FECHAMENTO MENSAL
      *     (VENDA_FECHAMENTO_MES, PROG-FECHA-MES-VENDAS) NAO E
      *     REFEITO: O JOB ENCERRA COM RETURN-CODE 8 SEM TOCAR NOS
      *     TOTAIS JA REPORTADOS, ATE O MES SER REABERTO EM
      *     PROG-FECHAMENTO-VENDAS.
      *   - EXIBE NO INICIO DO LOG DA EXECUCAO O CARIMBO DE VERSAO
      *     (BUILD) COM QUE O PROGRAMA FOI IMPLANTADO.
      *******************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       WORKING-STORAGE SECTION.

       COPY VERSAO-BUILD.

       77  WRK-ARQ-FECHA-NOME              PIC X(255).
       77  WRK-FS-ARQ-FECHA                PIC X(2).


       77  WRK-QTD-MASK                    PIC Z(9)9.
       77  WRK-VALOR-MASK                  PIC Z(9)9.99.
       77  WRK-LIQUIDO-MASK                PIC -(9)9.99.
       77  WRK-ID-MASK                     PIC Z(9)9.
       77  WRK-ITEM-QTD-MASK               PIC Z(4)9.
       77  WRK-ITEM-VALOR-MASK             PIC Z(7)9.99.
       77  WRK-VALOR-LIQUIDO               PIC S9(10)V99.
       77  WRK-IMPOSTO-LIQUIDO             PIC S9(10)V99.
       77  WRK-ALIQUOTA-MASK               PIC ZZ9.99.

       77  WRK-FLAG-FIM-CURSOR             PIC X(1)    VALUE 'N'.
           88  FIM-CURSOR                              VALUE 'S'.

       77  WRK-EMITE-NOTAS                 PIC X(1).
           88  NAO-EMITE-NOTAS                         VALUE 'N' 'n'.
       77  WRK-DOC-ACAO                    PIC X(10).
       77  WRK-DOC-VENDA-ID                PIC 9(10)   VALUE ZERO.
       77  WRK-DOC-SERIE                   PIC X(5)    VALUE SPACES.
       77  WRK-DOC-DATA                    PIC X(10)   VALUE SPACES.
       77  WRK-DOC-REFERENCIA-ID           PIC 9(10)   VALUE ZERO.
       77  WRK-DOC-ID                      PIC 9(10)   VALUE ZERO.
       77  WRK-DOC-NUMERO                  PIC 9(10)   VALUE ZERO.
       77  WRK-DOC-QTD                     PIC 9(10)   VALUE ZERO.
       77  WRK-DOC-RESULTADO               PIC X(2).
           88  DOC-FISCAL-OK                           VALUE 'OK'.
       77  WRK-DOC-MSG                     PIC X(255).
       77  WRK-CONEXAO-ACAO                PIC X(10).
       77  WRK-CONEXAO-OK                  PIC X(1).
       77  WRK-CONEXAO-MSG                 PIC X(255).

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.

           05 FCH-QTD           PIC 9(10).
           05 FCH-VALOR         PIC 9(10)V99.
           05 FCH-QTD-CANCEL    PIC 9(10).
           05 FCH-QTD-DEV       PIC 9(10).
           05 FCH-VALOR-DEV     PIC 9(10)V99.
           05 FCH-QTD-TABELA    PIC 9(5).
           05 FCH-QTD-TABELA-MES PIC 9(5).
           05 FCH-QTD-COLUNA    PIC 9(5).
           05 DEV-ID            PIC 9(10).
           05 DEV-VENDA-ID      PIC 9(10).
           05 DEV-PRODUTO-ID    PIC 9(10).
           05 DEV-QUANTIDADE    PIC 9(5).
           05 DEV-VALOR         PIC 9(8)V99.
           05 FCH-IMPOSTO       PIC 9(10)V99.
           05 FCH-IMPOSTO-DEV   PIC 9(10)V99.
           05 FCH-QTD-CLASSES   PIC 9(5).
           05 FCH-QTD-TRIBUTO   PIC 9(5).
           05 FCH-QTD-FILA      PIC 9(5).
           05 FCH-QTD-MES       PIC 9(10).
           05 FCH-REV-PENDENTE  PIC 9(10).
           05 FCH-REV-REJEITADA PIC 9(10).
           05 TRB-CLASSE        PIC X(10).
           05 TRB-ALIQUOTA      PIC 9(3)V99.
           05 TRB-QTD-ITENS     PIC 9(10).
           05 TRB-BASE          PIC 9(10)V99.
           05 TRB-IMPOSTO       PIC 9(10)V99.
           05 TRB-BASE-DEV      PIC 9(10)V99.
           05 TRB-IMPOSTO-DEV   PIC 9(10)V99.

       EXEC SQL END DECLARE SECTION END-EXEC.


       MAIN-PROCEDURE.

           DISPLAY "BUILD EM EXECUCAO: " FUNCTION TRIM(VERSAO-BUILD).

           PERFORM 1000-INICIALIZAR.
           PERFORM 1100-CONECTAR-BANCO-DE-DADOS.
           PERFORM 1200-RESOLVER-DATA.
           PERFORM 1300-GARANTIR-TABELA-FECHAMENTO.
           PERFORM 1400-VERIFICAR-MES-FECHADO.
           PERFORM 2000-APURAR-TOTAIS-DO-DIA.
           PERFORM 2090-VERIFICAR-REVISOES.
           PERFORM 2100-GRAVAR-FECHAMENTO.
           PERFORM 2200-GRAVAR-RELATORIO.
           PERFORM 3000-FINALIZAR.
           PERFORM 3100-EMITIR-DOCUMENTOS-FISCAIS.
           STOP RUN.

       1000-INICIALIZAR.
           ACCEPT WRK-FECHA-DATA FROM ENVIRONMENT "FECHAMENTO_DATA".
           MOVE WRK-FECHA-DATA TO FCH-DATA-PARAM.

           ACCEPT WRK-EMITE-NOTAS FROM ENVIRONMENT "FECHA_EMITE_NOTAS".
           ACCEPT WRK-DOC-SERIE FROM ENVIRONMENT "FECHA_SERIE_FISCAL".

       1100-CONECTAR-BANCO-DE-DADOS.

           ACCEPT WRK-APP-ENV FROM ENVIRONMENT "APP_ENV".
                   dia         DATE NOT NULL PRIMARY KEY,
                   qtd_vendas  INT NOT NULL DEFAULT 0,
                   valor_total DECIMAL(12,2) NOT NULL DEFAULT 0,
                   qtd_devolucoes   INT NOT NULL DEFAULT 0,
                   valor_devolucoes DECIMAL(12,2) NOT NULL DEFAULT 0,
                   valor_imposto    DECIMAL(12,2) NOT NULL DEFAULT 0,
                   valor_imposto_devolvido DECIMAL(12,2) NOT NULL
                       DEFAULT 0,
                   status      VARCHAR(10) NOT NULL
                       DEFAULT 'FECHADO',
                   fechado_em  DATETIME NULL,
               STOP RUN
           END-IF.

      * FECHAMENTOS GRAVADOS ANTES DAS DEVOLUCOES FICAM COM ZERO.
           EXEC SQL
               SELECT COUNT(*)
                 INTO :FCH-QTD-COLUNA
                 FROM information_schema.columns
                WHERE table_schema = DATABASE()
                  AND table_name = 'venda_fechamento'
                  AND column_name = 'qtd_devolucoes'
           END-EXEC.

           IF  SQLCODE EQUAL ZERO AND FCH-QTD-COLUNA = ZERO
               EXEC SQL
                   ALTER TABLE venda_fechamento
                       ADD COLUMN qtd_devolucoes INT NOT NULL
                           DEFAULT 0,
                       ADD COLUMN valor_devolucoes DECIMAL(12,2)
                           NOT NULL DEFAULT 0
               END-EXEC
               IF  SQLCODE NOT EQUAL ZERO
                   DISPLAY
                       "ERRO AO TENTAR MIGRAR VENDA_FECHAMENTO: "
                       SQLERRM
                   EXEC SQL CONNECT RESET END-EXEC
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

      * FECHAMENTOS GRAVADOS ANTES DA TRIBUTACAO FICAM COM IMPOSTO
      * ZERO.
           EXEC SQL
               SELECT COUNT(*)
                 INTO :FCH-QTD-COLUNA
                 FROM information_schema.columns
                WHERE table_schema = DATABASE()
                  AND table_name = 'venda_fechamento'
                  AND column_name = 'valor_imposto'
           END-EXEC.

           IF  SQLCODE EQUAL ZERO AND FCH-QTD-COLUNA = ZERO
               EXEC SQL
                   ALTER TABLE venda_fechamento
                       ADD COLUMN valor_imposto DECIMAL(12,2)
                           NOT NULL DEFAULT 0,
                       ADD COLUMN valor_imposto_devolvido
                           DECIMAL(12,2) NOT NULL DEFAULT 0
               END-EXEC
               IF  SQLCODE NOT EQUAL ZERO
                   DISPLAY
                       "ERRO AO TENTAR MIGRAR VENDA_FECHAMENTO: "
                       SQLERRM
                   EXEC SQL CONNECT RESET END-EXEC
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

      * UMA LINHA POR CLASSE FISCAL E ALIQUOTA; ITEM SEM CLASSE FICA
      * COM A CLASSE EM BRANCO.
           EXEC SQL
               CREATE TABLE IF NOT EXISTS venda_fechamento_imposto (
                   dia            DATE NOT NULL,
                   classe_fiscal  VARCHAR(10) NOT NULL DEFAULT '',
                   aliquota       DECIMAL(5,2) NOT NULL DEFAULT 0,
                   qtd_itens      INT NOT NULL DEFAULT 0,
                   valor_base     DECIMAL(12,2) NOT NULL DEFAULT 0,
                   valor_imposto  DECIMAL(12,2) NOT NULL DEFAULT 0,
                   valor_base_devolvido DECIMAL(12,2) NOT NULL
                       DEFAULT 0,
                   valor_imposto_devolvido DECIMAL(12,2) NOT NULL
                       DEFAULT 0,
                   PRIMARY KEY (dia, classe_fiscal, aliquota)
               )
           END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO
               DISPLAY
                   "ERRO AO TENTAR GARANTIR VENDA_FECHAMENTO_IMPOSTO: "
                   SQLERRM
               EXEC SQL CONNECT RESET END-EXEC
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      * OS ITENS SO TEM IMPOSTO DEPOIS QUE PROG-ITENS-VENDA MIGRA
      * VENDA_ITENS; ANTES DISSO O RESUMO SAI VAZIO.
           EXEC SQL
               SELECT COUNT(*)
                 INTO :FCH-QTD-TRIBUTO
                 FROM information_schema.columns
                WHERE table_schema = DATABASE()
                  AND table_name = 'venda_itens'
                  AND column_name = 'valor_imposto'
           END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO
               MOVE ZERO TO FCH-QTD-TRIBUTO
           END-IF.

      * A TABELA DAS NOTAS DE CREDITO E CRIADA NA PRIMEIRA DEVOLUCAO
      * (MOD-PARCELAS-VENDA); ANTES DISSO NAO HA O QUE APURAR.
           EXEC SQL
               SELECT COUNT(*)
                 INTO :FCH-QTD-TABELA
                 FROM information_schema.tables
                WHERE table_schema = DATABASE()
                  AND table_name = 'venda_devolucao'
           END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO
               MOVE ZERO TO FCH-QTD-TABELA
           END-IF.

       1400-VERIFICAR-MES-FECHADO.

      * SEM A TABELA DO FECHAMENTO MENSAL NENHUM MES FOI TRAVADO.
           EXEC SQL
               SELECT COUNT(*)
                 INTO :FCH-QTD-TABELA-MES
                 FROM information_schema.tables
                WHERE table_schema = DATABASE()
                  AND table_name = 'venda_fechamento_mes'
           END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO
           OR  FCH-QTD-TABELA-MES = ZERO
               EXIT PARAGRAPH
           END-IF.

           EXEC SQL
               SELECT COUNT(*)
                 INTO :FCH-QTD-MES
                 FROM venda_fechamento_mes
                WHERE mes = DATE_FORMAT(:FCH-DIA, '%Y-%m')
                  AND status = 'FECHADO'
           END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO
               DISPLAY
                   "ERRO AO TENTAR VERIFICAR O FECHAMENTO DO MES: "
                   SQLERRM
               EXEC SQL CONNECT RESET END-EXEC
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           IF  FCH-QTD-MES > ZERO
               DISPLAY
                   "FECHAMENTO DO DIA " FCH-DIA " RECUSADO: O MES "
                   "ESTA FECHADO (REABERTURA EM "
                   "PROG-FECHAMENTO-VENDAS)."
               EXEC SQL CONNECT RESET END-EXEC
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       2000-APURAR-TOTAIS-DO-DIA.

           EXEC SQL
               STOP RUN
           END-IF.

           PERFORM 2050-APURAR-DEVOLUCOES.

       2050-APURAR-DEVOLUCOES.

      * A DEVOLUCAO CONTA NO DIA EM QUE FOI FEITA, MESMO QUE A VENDA
      * SEJA DE UM DIA JA FECHADO; O TOTAL DA VENDA ORIGINAL NAO MUDA.
           MOVE ZERO TO FCH-QTD-DEV.
           MOVE ZERO TO FCH-VALOR-DEV.

           IF  FCH-QTD-TABELA > ZERO
               EXEC SQL
                   SELECT COUNT(*), COALESCE(SUM(valor), 0)
                     INTO :FCH-QTD-DEV, :FCH-VALOR-DEV
                     FROM venda_devolucao
                    WHERE data_devolucao = :FCH-DIA
               END-EXEC
               IF  SQLCODE NOT EQUAL ZERO
                   DISPLAY
                       "ERRO AO TENTAR TOTALIZAR AS DEVOLUCOES DO "
                       "DIA: " SQLERRM
                   EXEC SQL CONNECT RESET END-EXEC
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

           COMPUTE WRK-VALOR-LIQUIDO = FCH-VALOR - FCH-VALOR-DEV.

           PERFORM 2060-APURAR-IMPOSTOS.

       2060-APURAR-IMPOSTOS.

      * O RESUMO DO DIA E REFEITO POR INTEIRO, NA MESMA UNIDADE DE
      * TRABALHO DA GRAVACAO DO FECHAMENTO.
           EXEC SQL
               DELETE FROM venda_fechamento_imposto
                WHERE dia = :FCH-DIA
           END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO AND SQLCODE NOT EQUAL 100
               DISPLAY
                   "ERRO AO TENTAR LIMPAR O RESUMO DE IMPOSTOS: "
                   SQLERRM
               EXEC SQL CONNECT RESET END-EXEC
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           IF  FCH-QTD-TRIBUTO > ZERO
               PERFORM 2070-APURAR-IMPOSTO-VENDAS
           END-IF.

           IF  FCH-QTD-TRIBUTO > ZERO AND FCH-QTD-TABELA > ZERO
               PERFORM 2080-APURAR-IMPOSTO-DEVOLUCOES
           END-IF.

           EXEC SQL
               SELECT COUNT(*), COALESCE(SUM(valor_imposto), 0),
                      COALESCE(SUM(valor_imposto_devolvido), 0)
                 INTO :FCH-QTD-CLASSES, :FCH-IMPOSTO,
                      :FCH-IMPOSTO-DEV
                 FROM venda_fechamento_imposto
                WHERE dia = :FCH-DIA
           END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO
               DISPLAY
                   "ERRO AO TENTAR TOTALIZAR OS IMPOSTOS DO DIA: "
                   SQLERRM
               EXEC SQL CONNECT RESET END-EXEC
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           COMPUTE WRK-IMPOSTO-LIQUIDO = FCH-IMPOSTO - FCH-IMPOSTO-DEV.

       2070-APURAR-IMPOSTO-VENDAS.

      * O PRECO DO ITEM JA CONTEM O IMPOSTO: A BASE E O VALOR DA
      * LINHA E O IMPOSTO E O GRAVADO NELA NA INCLUSAO.
           EXEC SQL
               INSERT INTO venda_fechamento_imposto
                   (dia, classe_fiscal, aliquota, qtd_itens,
                    valor_base, valor_imposto)
               SELECT :FCH-DIA, COALESCE(i.classe_fiscal, ''),
                      i.aliquota, COUNT(*),
                      SUM(i.quantidade * i.preco_unitario),
                      SUM(i.valor_imposto)
                 FROM venda_itens i
                 JOIN venda v
                   ON v.id = i.venda_id
                WHERE v.data_venda = :FCH-DIA
                  AND v.cancelada_em IS NULL
                GROUP BY COALESCE(i.classe_fiscal, ''), i.aliquota
           END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO AND SQLCODE NOT EQUAL 100
               DISPLAY
                   "ERRO AO TENTAR APURAR O IMPOSTO DAS VENDAS: "
                   SQLERRM
               EXEC SQL CONNECT RESET END-EXEC
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       2080-APURAR-IMPOSTO-DEVOLUCOES.

      * A DEVOLUCAO ESTORNA O IMPOSTO PELA ALIQUOTA GRAVADA NO ITEM
      * DEVOLVIDO, QUE PODE SER DE UMA VENDA DE OUTRO DIA.
           EXEC SQL
               INSERT INTO venda_fechamento_imposto
                   (dia, classe_fiscal, aliquota,
                    valor_base_devolvido, valor_imposto_devolvido)
               SELECT x.dia, x.classe, x.aliquota, x.base, x.imposto
                 FROM (SELECT :FCH-DIA AS dia,
                              COALESCE(i.classe_fiscal, '') AS classe,
                              i.aliquota AS aliquota,
                              SUM(d.valor) AS base,
                              SUM(ROUND(d.valor * i.aliquota / 100, 2))
                                  AS imposto
                         FROM venda_devolucao d
                         JOIN venda_itens i
                           ON i.id = d.venda_item_id
                        WHERE d.data_devolucao = :FCH-DIA
                        GROUP BY COALESCE(i.classe_fiscal, ''),
                                 i.aliquota) x
               ON DUPLICATE KEY UPDATE
                   valor_base_devolvido = x.base,
                   valor_imposto_devolvido = x.imposto
           END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO AND SQLCODE NOT EQUAL 100
               DISPLAY
                   "ERRO AO TENTAR APURAR O IMPOSTO DAS DEVOLUCOES: "
                   SQLERRM
               EXEC SQL CONNECT RESET END-EXEC
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       2090-VERIFICAR-REVISOES.

      * A FILA DE REVISAO NAO IMPEDE O FECHAMENTO: O FINANCEIRO
      * DECIDE SE REABRE O DIA DEPOIS DE TRATAR AS VENDAS AVISADAS.
           MOVE ZERO TO FCH-REV-PENDENTE.
           MOVE ZERO TO FCH-REV-REJEITADA.

           EXEC SQL
               SELECT COUNT(*)
                 INTO :FCH-QTD-FILA
                 FROM information_schema.tables
                WHERE table_schema = DATABASE()
                  AND table_name = 'venda_revisao'
           END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO
               MOVE ZERO TO FCH-QTD-FILA
           END-IF.

           IF  FCH-QTD-FILA > ZERO
               PERFORM 2095-CONTAR-REVISOES
           END-IF.

       2095-CONTAR-REVISOES.

      * REJEITADA SO PESA ENQUANTO A VENDA NAO FOR CANCELADA; A
      * PENDENTE PESA MESMO COM A VENDA JA CANCELADA, POIS NINGUEM A
      * OLHOU AINDA.
           EXEC SQL
               SELECT COALESCE(SUM(CASE WHEN r.status = 'PENDENTE'
                                        THEN 1 ELSE 0 END), 0),
                      COALESCE(SUM(CASE WHEN r.status = 'REJEITADA'
                                         AND v.cancelada_em IS NULL
                                        THEN 1 ELSE 0 END), 0)
                 INTO :FCH-REV-PENDENTE, :FCH-REV-REJEITADA
                 FROM venda_revisao r
                 JOIN venda v ON v.id = r.venda_id
                WHERE v.data_venda = :FCH-DIA
           END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO
               DISPLAY
                   "ERRO AO TENTAR CONTAR AS REVISOES DO DIA: "
                   SQLERRM
               EXEC SQL CONNECT RESET END-EXEC
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           IF  FCH-REV-PENDENTE > ZERO
               MOVE FCH-REV-PENDENTE TO WRK-QTD-MASK
               DISPLAY
                   "AVISO: " FUNCTION TRIM(WRK-QTD-MASK)
                   " VENDA(S) DO DIA " FCH-DIA
                   " SINALIZADA(S) AINDA SEM REVISAO DO FINANCEIRO."
           END-IF.

           IF  FCH-REV-REJEITADA > ZERO
               MOVE FCH-REV-REJEITADA TO WRK-QTD-MASK
               DISPLAY
                   "AVISO: " FUNCTION TRIM(WRK-QTD-MASK)
                   " VENDA(S) DO DIA " FCH-DIA
                   " REJEITADA(S) NA REVISAO E NAO CANCELADA(S)."
           END-IF.

       2100-GRAVAR-FECHAMENTO.

           EXEC SQL
               INSERT INTO venda_fechamento
                   (dia, qtd_vendas, valor_total, qtd_devolucoes,
                    valor_devolucoes, valor_imposto,
                    valor_imposto_devolvido, status, fechado_em)
               VALUES
                   (:FCH-DIA, :FCH-QTD, :FCH-VALOR, :FCH-QTD-DEV,
                    :FCH-VALOR-DEV, :FCH-IMPOSTO, :FCH-IMPOSTO-DEV,
                    'FECHADO', CURRENT_TIMESTAMP)
               ON DUPLICATE KEY UPDATE
                   qtd_vendas = :FCH-QTD,
                   valor_total = :FCH-VALOR,
                   qtd_devolucoes = :FCH-QTD-DEV,
                   valor_devolucoes = :FCH-VALOR-DEV,
                   valor_imposto = :FCH-IMPOSTO,
                   valor_imposto_devolvido = :FCH-IMPOSTO-DEV,
                   status = 'FECHADO',
                   fechado_em = CURRENT_TIMESTAMP
           END-EXEC.
           END-STRING.
           PERFORM 2900-GRAVAR-LINHA.

           MOVE FCH-QTD-DEV TO WRK-QTD-MASK.
           MOVE SPACES TO REG-FECHAMENTO.
           STRING
               "   DEVOLUCOES DO DIA......: "
               FUNCTION TRIM(WRK-QTD-MASK)
               DELIMITED BY SIZE
               INTO REG-FECHAMENTO
           END-STRING.
           PERFORM 2900-GRAVAR-LINHA.

           MOVE FCH-VALOR-DEV TO WRK-VALOR-MASK.
           MOVE SPACES TO REG-FECHAMENTO.
           STRING
               "   VALOR DEVOLVIDO........: "
               FUNCTION TRIM(WRK-VALOR-MASK)
               DELIMITED BY SIZE
               INTO REG-FECHAMENTO
           END-STRING.
           PERFORM 2900-GRAVAR-LINHA.

           MOVE WRK-VALOR-LIQUIDO TO WRK-LIQUIDO-MASK.
           MOVE SPACES TO REG-FECHAMENTO.
           STRING
               "   VALOR LIQUIDO..........: "
               FUNCTION TRIM(WRK-LIQUIDO-MASK)
               DELIMITED BY SIZE
               INTO REG-FECHAMENTO
           END-STRING.
           PERFORM 2900-GRAVAR-LINHA.

           MOVE FCH-IMPOSTO TO WRK-VALOR-MASK.
           MOVE SPACES TO REG-FECHAMENTO.
           STRING
               "   IMPOSTO DAS VENDAS.....: "
               FUNCTION TRIM(WRK-VALOR-MASK)
               DELIMITED BY SIZE
               INTO REG-FECHAMENTO
           END-STRING.
           PERFORM 2900-GRAVAR-LINHA.

           MOVE FCH-IMPOSTO-DEV TO WRK-VALOR-MASK.
           MOVE SPACES TO REG-FECHAMENTO.
           STRING
               "   IMPOSTO DEVOLVIDO......: "
               FUNCTION TRIM(WRK-VALOR-MASK)
               DELIMITED BY SIZE
               INTO REG-FECHAMENTO
           END-STRING.
           PERFORM 2900-GRAVAR-LINHA.

           MOVE WRK-IMPOSTO-LIQUIDO TO WRK-LIQUIDO-MASK.
           MOVE SPACES TO REG-FECHAMENTO.
           STRING
               "   IMPOSTO LIQUIDO........: "
               FUNCTION TRIM(WRK-LIQUIDO-MASK)
               DELIMITED BY SIZE
               INTO REG-FECHAMENTO
           END-STRING.
           PERFORM 2900-GRAVAR-LINHA.

           MOVE SPACES TO REG-FECHAMENTO.
           MOVE "   SITUACAO...............: FECHADO"
               TO REG-FECHAMENTO.
           PERFORM 2900-GRAVAR-LINHA.

           IF  FCH-QTD-FILA > ZERO
               PERFORM 2250-IMPRIMIR-REVISOES
           END-IF.

           IF  FCH-QTD-DEV > ZERO
               PERFORM 2300-LISTAR-DEVOLUCOES
           END-IF.

           IF  FCH-QTD-CLASSES > ZERO
               PERFORM 2400-LISTAR-IMPOSTOS
           END-IF.

       2250-IMPRIMIR-REVISOES.

           MOVE FCH-REV-PENDENTE TO WRK-QTD-MASK.
           MOVE SPACES TO REG-FECHAMENTO.
           STRING
               "   REVISOES PENDENTES.....: "
               FUNCTION TRIM(WRK-QTD-MASK)
               DELIMITED BY SIZE
               INTO REG-FECHAMENTO
           END-STRING.
           PERFORM 2900-GRAVAR-LINHA.

           MOVE FCH-REV-REJEITADA TO WRK-QTD-MASK.
           MOVE SPACES TO REG-FECHAMENTO.
           STRING
               "   REJEITADAS ATIVAS......: "
               FUNCTION TRIM(WRK-QTD-MASK)
               DELIMITED BY SIZE
               INTO REG-FECHAMENTO
           END-STRING.
           PERFORM 2900-GRAVAR-LINHA.

           IF  FCH-REV-PENDENTE > ZERO OR FCH-REV-REJEITADA > ZERO
               MOVE SPACES TO REG-FECHAMENTO
               STRING
                   "   *** AVISO: DIA FECHADO COM VENDAS SINALIZADAS "
                   "NAO LIBERADAS PELA REVISAO ***"
                   DELIMITED BY SIZE
                   INTO REG-FECHAMENTO
               END-STRING
               PERFORM 2900-GRAVAR-LINHA
           END-IF.

       2300-LISTAR-DEVOLUCOES.

      * CADA NOTA DE CREDITO DO DIA SAI EM LINHA PROPRIA, COM A VENDA
      * DE ORIGEM, PARA A CONCILIACAO DO FINANCEIRO.
           MOVE SPACES TO REG-FECHAMENTO.
           PERFORM 2900-GRAVAR-LINHA.

           MOVE SPACES TO REG-FECHAMENTO.
           STRING
               "   DEVOLUCOES (NOTAS DE CREDITO)"
               DELIMITED BY SIZE
               INTO REG-FECHAMENTO
           END-STRING.
           PERFORM 2900-GRAVAR-LINHA.

           MOVE SPACES TO REG-FECHAMENTO.
           STRING
               "         NOTA       VENDA     PRODUTO    QTD"
               "         VALOR"
               DELIMITED BY SIZE
               INTO REG-FECHAMENTO
           END-STRING.
           PERFORM 2900-GRAVAR-LINHA.

           EXEC SQL
               DECLARE CUR-DEVOLUCOES-DIA CURSOR FOR
                   SELECT id, venda_id, produto_id, quantidade, valor
                     FROM venda_devolucao
                    WHERE data_devolucao = :FCH-DIA
                    ORDER BY id
           END-EXEC.

           EXEC SQL OPEN CUR-DEVOLUCOES-DIA END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO
               DISPLAY
                   "ERRO AO TENTAR LISTAR AS DEVOLUCOES DO DIA: "
                   SQLERRM
               PERFORM 3000-FINALIZAR
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM 2310-BUSCAR-PROXIMA-DEVOLUCAO.
           PERFORM 2320-IMPRIMIR-DEVOLUCAO UNTIL FIM-CURSOR.

           EXEC SQL CLOSE CUR-DEVOLUCOES-DIA END-EXEC.

       2310-BUSCAR-PROXIMA-DEVOLUCAO.

           EXEC SQL
               FETCH CUR-DEVOLUCOES-DIA
                   INTO :DEV-ID, :DEV-VENDA-ID, :DEV-PRODUTO-ID,
                        :DEV-QUANTIDADE, :DEV-VALOR
           END-EXEC.

           IF  SQLCODE EQUAL 100
               SET FIM-CURSOR TO TRUE
           END-IF.

       2320-IMPRIMIR-DEVOLUCAO.

           MOVE SPACES TO REG-FECHAMENTO.
           MOVE DEV-ID TO WRK-ID-MASK.
           MOVE WRK-ID-MASK TO REG-FECHAMENTO(4:10).
           MOVE DEV-VENDA-ID TO WRK-ID-MASK.
           MOVE WRK-ID-MASK TO REG-FECHAMENTO(16:10).
           MOVE DEV-PRODUTO-ID TO WRK-ID-MASK.
           MOVE WRK-ID-MASK TO REG-FECHAMENTO(28:10).
           MOVE DEV-QUANTIDADE TO WRK-ITEM-QTD-MASK.
           MOVE WRK-ITEM-QTD-MASK TO REG-FECHAMENTO(40:5).
           MOVE DEV-VALOR TO WRK-ITEM-VALOR-MASK.
           MOVE WRK-ITEM-VALOR-MASK TO REG-FECHAMENTO(48:11).
           PERFORM 2900-GRAVAR-LINHA.

           PERFORM 2310-BUSCAR-PROXIMA-DEVOLUCAO.

       2400-LISTAR-IMPOSTOS.

      * RESUMO PARA A APURACAO FISCAL: UMA LINHA POR CLASSE E
      * ALIQUOTA, COM O IMPOSTO DAS VENDAS, O DAS DEVOLUCOES E O
      * LIQUIDO A RECOLHER.
           MOVE SPACES TO REG-FECHAMENTO.
           PERFORM 2900-GRAVAR-LINHA.

           MOVE SPACES TO REG-FECHAMENTO.
           STRING
               "   IMPOSTOS POR CLASSE FISCAL"
               DELIMITED BY SIZE
               INTO REG-FECHAMENTO
           END-STRING.
           PERFORM 2900-GRAVAR-LINHA.

           MOVE SPACES TO REG-FECHAMENTO.
           STRING
               "   CLASSE       ALIQ      ITENS  VALOR VENDIDO"
               "        IMPOSTO  VALOR DEVOLVIDO  IMP. DEVOLVIDO"
               "  IMPOSTO LIQUIDO"
               DELIMITED BY SIZE
               INTO REG-FECHAMENTO
           END-STRING.
           PERFORM 2900-GRAVAR-LINHA.

           EXEC SQL
               DECLARE CUR-IMPOSTOS-DIA CURSOR FOR
                   SELECT classe_fiscal, aliquota, qtd_itens,
                          valor_base, valor_imposto,
                          valor_base_devolvido,
                          valor_imposto_devolvido
                     FROM venda_fechamento_imposto
                    WHERE dia = :FCH-DIA
                    ORDER BY classe_fiscal, aliquota
           END-EXEC.

           EXEC SQL OPEN CUR-IMPOSTOS-DIA END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO
               DISPLAY
                   "ERRO AO TENTAR LISTAR OS IMPOSTOS DO DIA: "
                   SQLERRM
               PERFORM 3000-FINALIZAR
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE 'N' TO WRK-FLAG-FIM-CURSOR.
           PERFORM 2410-BUSCAR-PROXIMO-IMPOSTO.
           PERFORM 2420-IMPRIMIR-IMPOSTO UNTIL FIM-CURSOR.

           EXEC SQL CLOSE CUR-IMPOSTOS-DIA END-EXEC.

       2410-BUSCAR-PROXIMO-IMPOSTO.

           EXEC SQL
               FETCH CUR-IMPOSTOS-DIA
                   INTO :TRB-CLASSE, :TRB-ALIQUOTA, :TRB-QTD-ITENS,
                        :TRB-BASE, :TRB-IMPOSTO, :TRB-BASE-DEV,
                        :TRB-IMPOSTO-DEV
           END-EXEC.

           IF  SQLCODE EQUAL 100
               SET FIM-CURSOR TO TRUE
           END-IF.

       2420-IMPRIMIR-IMPOSTO.

           MOVE SPACES TO REG-FECHAMENTO.
           IF  TRB-CLASSE = SPACES
               MOVE "SEM CLASSE" TO REG-FECHAMENTO(4:10)
           ELSE
               MOVE TRB-CLASSE TO REG-FECHAMENTO(4:10)
           END-IF.
           MOVE TRB-ALIQUOTA TO WRK-ALIQUOTA-MASK.
           MOVE WRK-ALIQUOTA-MASK TO REG-FECHAMENTO(15:6).
           MOVE TRB-QTD-ITENS TO WRK-QTD-MASK.
           MOVE WRK-QTD-MASK TO REG-FECHAMENTO(22:10).
           MOVE TRB-BASE TO WRK-VALOR-MASK.
           MOVE WRK-VALOR-MASK TO REG-FECHAMENTO(34:13).
           MOVE TRB-IMPOSTO TO WRK-VALOR-MASK.
           MOVE WRK-VALOR-MASK TO REG-FECHAMENTO(49:13).
           MOVE TRB-BASE-DEV TO WRK-VALOR-MASK.
           MOVE WRK-VALOR-MASK TO REG-FECHAMENTO(66:13).
           MOVE TRB-IMPOSTO-DEV TO WRK-VALOR-MASK.
           MOVE WRK-VALOR-MASK TO REG-FECHAMENTO(82:13).
           COMPUTE WRK-IMPOSTO-LIQUIDO = TRB-IMPOSTO - TRB-IMPOSTO-DEV.
           MOVE WRK-IMPOSTO-LIQUIDO TO WRK-LIQUIDO-MASK.
           MOVE WRK-LIQUIDO-MASK TO REG-FECHAMENTO(99:13).
           PERFORM 2900-GRAVAR-LINHA.

           PERFORM 2410-BUSCAR-PROXIMO-IMPOSTO.

       2900-GRAVAR-LINHA.

           WRITE REG-FECHAMENTO.
                   WRK-REL-PERIODO, WRK-REL-QTD
               END-CALL.

       3100-EMITIR-DOCUMENTOS-FISCAIS.

      * RODA DEPOIS DO CONNECT RESET DESTE PROGRAMA: O MODULO USA A
      * SESSAO COMPARTILHADA (MOD-CONEXAO-BD) E FAZ UM COMMIT POR
      * VENDA, ENTAO UMA FALHA NO MEIO NAO DESFAZ AS NOTAS JA
      * NUMERADAS E A REEXECUCAO CONTINUA DE ONDE PAROU.
           IF  NAO-EMITE-NOTAS
               EXIT PARAGRAPH
           END-IF.

           MOVE "EMITIR-DIA" TO WRK-DOC-ACAO.
           MOVE FCH-DIA TO WRK-DOC-DATA.
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WRK-DOC-SERIE))
               TO WRK-DOC-SERIE.
           CALL 'MOD-DOCUMENTO-FISCAL'
               USING WRK-DOC-ACAO, WRK-DOC-VENDA-ID, WRK-DOC-SERIE,
                   WRK-DOC-DATA, WRK-DOC-REFERENCIA-ID, WRK-DOC-ID,
                   WRK-DOC-NUMERO, WRK-DOC-QTD, WRK-DOC-RESULTADO,
                   WRK-DOC-MSG
               END-CALL.

           MOVE WRK-DOC-QTD TO WRK-QTD-MASK.
           DISPLAY
               "DOCUMENTOS FISCAIS EMITIDOS PARA O DIA " FCH-DIA ": "
               FUNCTION TRIM(WRK-QTD-MASK).

           MOVE "ENCERRAR" TO WRK-CONEXAO-ACAO.
           CALL 'MOD-CONEXAO-BD'
               USING WRK-CONEXAO-ACAO, WRK-CONEXAO-OK,
                   WRK-CONEXAO-MSG
               END-CALL.

           IF  NOT DOC-FISCAL-OK
               DISPLAY
                   "ERRO AO TENTAR EMITIR OS DOCUMENTOS FISCAIS DO "
                   "DIA: " FUNCTION TRIM(WRK-DOC-MSG)
               MOVE 16 TO RETURN-CODE
           END-IF.

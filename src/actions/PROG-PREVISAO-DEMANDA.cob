       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG-PREVISAO-DEMANDA.
      *******************************************
      * AUTOR:
      * DATA:
      * ALTERACOES:
      *   - BATCH SEMANAL DE PREVISAO DE DEMANDA POR PRODUTO, PELO
      *     HISTORICO DE VENDA_ITENS (VENDAS NAO CANCELADAS, PELA
      *     DATA DA VENDA). A SEMANA BASE E A SEGUNDA-FEIRA DA
      *     SEMANA DE REFERENCIA (PREVISAO_DATA AAAA-MM-DD, PADRAO
      *     HOJE). A PREVISAO DE CADA UMA DAS PROXIMAS SEMANAS E A
      *     MEDIA MOVEL DAS ULTIMAS SEMANAS FECHADAS VEZES O FATOR
      *     SAZONAL DA MESMA SEMANA DO ANO ANTERIOR (VENDA DAQUELA
      *     SEMANA SOBRE A MEDIA DA MESMA JANELA UM ANO ANTES, ENTRE
      *     0,50 E 2,00; SEM HISTORICO NO ANO ANTERIOR O FATOR E 1).
      *     JANELA, HORIZONTE E COBERTURA VEM DA CONFIGURACAO CENTRAL
      *     (MOD-LE-CONFIG): previsao.semanas.media (PADRAO 8),
      *     previsao.semanas.horizonte (PADRAO 4) E
      *     previsao.semanas.cobertura (PADRAO 2). ANTES DE PREVER, O
      *     REALIZADO DAS SEMANAS JA FECHADAS E APURADO NAS PREVISOES
      *     ANTERIORES, COM A ACURACIA DE CADA UMA; A NOVA PREVISAO
      *     GUARDA EM PREVISAO_DEMANDA A ACURACIA DA PREVISAO
      *     ANTERIOR DA ULTIMA SEMANA FECHADA. O MINIMO SUGERIDO E A
      *     DEMANDA PREVISTA NAS SEMANAS DE COBERTURA, ARREDONDADA
      *     PARA CIMA; QUANDO DIFERE DO MINIMO ATUAL VIRA SUGESTAO
      *     PENDENTE EM SUGESTAO_MINIMO (A PENDENTE ANTERIOR DO
      *     PRODUTO FICA SUBSTITUIDA). NADA E APLICADO AQUI: O MINIMO
      *     SO MUDA QUANDO A SUGESTAO E APROVADA EM
      *     PROG-ESTOQUE-ADMIN, E DAI PASSA A VALER PARA
      *     PROG-REPOSICAO-ESTOQUE. O RELATORIO DE 132 COLUNAS
      *     (ARQ_PREVISAO_DEMANDA, PADRAO
      *     PREVISAO_DEMANDA_<AAAA-MM-DD>.TXT) E REGISTRADO NO
      *     CATALOGO CENTRAL DE RELATORIOS E O RESUMO VAI PARA A
      *     LISTA DE DISTRIBUICAO "previsao-demanda" POR
      *     MOD-ENVIA-EMAIL (LISTA VAZIA E NAO-ENVIO SILENCIOSO).
      *   - EXIBE NO INICIO DO LOG DA EXECUCAO O CARIMBO DE VERSAO
      *     (BUILD) COM QUE O PROGRAMA FOI IMPLANTADO.
      *******************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT ARQ-RELATORIO ASSIGN TO WRK-ARQ-RELATORIO-NOME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-ARQ-RELATORIO.

       DATA DIVISION.
       FILE SECTION.

       FD  ARQ-RELATORIO.
       01  REG-RELATORIO                   PIC X(132).

       WORKING-STORAGE SECTION.

       COPY VERSAO-BUILD.

       77  WRK-ARQ-RELATORIO-NOME          PIC X(255).
       77  WRK-FS-ARQ-RELATORIO            PIC X(2).

       77  WRK-CONEXAO-ACAO                PIC X(10).
       77  WRK-CONEXAO-OK                  PIC X(1).
           88  CONEXAO-DISPONIVEL                      VALUE 'S'.
       77  WRK-CONEXAO-MSG                 PIC X(255).

       77  WRK-APP-ENV                     PIC X(10).
       77  WRK-DATA-PARAM                  PIC X(10).
       77  WRK-REL-PROGRAMA                PIC X(60)
               VALUE "PROG-PREVISAO-DEMANDA".
       77  WRK-REL-PERIODO                 PIC X(30).
       77  WRK-REL-QTD                     PIC 9(10)   VALUE ZERO.

       77  WRK-MAIL-LISTA                  PIC X(60)
               VALUE "previsao-demanda".
       77  WRK-MAIL-ASSUNTO                PIC X(120).
       77  WRK-MAIL-CORPO                  PIC X(1000).

       77  WRK-CFG-CHAVE                   PIC X(60).
       77  WRK-CFG-VALOR                   PIC X(255).
       77  WRK-CFG-ENCONTRADA              PIC X(1).
           88  CONFIG-ENCONTRADA                       VALUE 'S'.
       77  WRK-CFG-NUM-STG                 PIC X(12).
       77  WRK-CFG-NUM-CHECK               PIC X(12).
       77  WRK-CFG-NUMERO                  PIC 9(5).
       77  WRK-CFG-MAXIMO                  PIC 9(5).

      * O FATOR SAZONAL FICA ENTRE OS LIMITES ABAIXO, PARA UMA
      * SEMANA ATIPICA DO ANO ANTERIOR NAO ZERAR NEM MULTIPLICAR A
      * PREVISAO.
       77  WRK-FATOR-MINIMO                PIC 9(2)V9999 VALUE 0.5.
       77  WRK-FATOR-MAXIMO                PIC 9(2)V9999 VALUE 2.

       77  WRK-IDX-SEMANA                  PIC 9(5).
       77  WRK-MEDIA-ANTERIOR              PIC 9(10)V99.
       77  WRK-FATOR-CALC                  PIC 9(6)V9999.
       77  WRK-FATOR-PRIMEIRA              PIC 9(2)V9999.
       77  WRK-TOT-HORIZONTE               PIC 9(12)V99.
       77  WRK-TOT-COBERTURA               PIC 9(12)V99.
       77  WRK-MINIMO-CALC                 PIC 9(12).

       77  WRK-FLAG-ANTERIOR               PIC X(1).
           88  TEM-PREVISAO-ANTERIOR                   VALUE 'S'.
           88  SEM-PREVISAO-ANTERIOR                   VALUE 'N'.

       77  WRK-PTR                         PIC 9(4)    COMP.

       77  WRK-ID-MASK                     PIC Z(9)9.
       77  WRK-QTD-MASK                    PIC Z(9)9.
       77  WRK-SEMANAS-MASK                PIC Z9.
       77  WRK-MEDIA-MASK                  PIC Z(8)9.99.
       77  WRK-FATOR-MASK                  PIC Z9.9999.
       77  WRK-ACURACIA-MASK               PIC ZZ9.99.
       77  WRK-MINIMO-MASK                 PIC Z(8)9.

       77  WRK-QTD-PRODUTOS                PIC 9(10)   VALUE ZERO.
       77  WRK-QTD-SUGESTOES               PIC 9(10)   VALUE ZERO.
       77  WRK-QTD-COM-ACURACIA            PIC 9(10)   VALUE ZERO.
       77  WRK-QTD-APURADAS                PIC 9(10)   VALUE ZERO.
       77  WRK-SOMA-ACURACIA               PIC 9(12)V99 VALUE ZERO.
       77  WRK-ACURACIA-MEDIA              PIC 9(3)V99 VALUE ZERO.

       77  WRK-FLAG-FIM-CURSOR             PIC X(1)    VALUE 'N'.
           88  FIM-CURSOR                              VALUE 'S'.
           88  NAO-FIM-CURSOR                          VALUE 'N'.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.

       01  HOSTVARS.
           05 BUFFER     PIC X(1024).

       01  SQL-01-VARS.
           05 PRV-DATA-PARAM        PIC X(10).
           05 PRV-SEMANAS-MEDIA     PIC 9(5).
           05 PRV-HORIZONTE         PIC 9(5).
           05 PRV-COBERTURA         PIC 9(5).
           05 PRV-SEMANA-BASE       PIC X(10).
           05 PRV-INICIO-MEDIA      PIC X(10).
           05 PRV-BASE-ANTERIOR     PIC X(10).
           05 PRV-INICIO-ANTERIOR   PIC X(10).
           05 PRV-SEMANA-FECHADA    PIC X(10).
           05 PRV-DESLOCAMENTO      PIC 9(5).
           05 PRV-SEMANA-INICIO     PIC X(10).
           05 PRV-SEMANA-NUM        PIC 9(5).
           05 PRV-PRODUTO-ID        PIC 9(10).
           05 PRV-PRODUTO-NOME      PIC X(255).
           05 PRV-MINIMO-ATUAL      PIC 9(9).
           05 PRV-QTD-MEDIA         PIC 9(10).
           05 PRV-QTD-MEDIA-ANT     PIC 9(10).
           05 PRV-QTD-SEMANA-ANT    PIC 9(10).
           05 PRV-MEDIA-MOVEL       PIC 9(10)V99.
           05 PRV-FATOR             PIC 9(2)V9999.
           05 PRV-QTD-PREVISTA      PIC 9(10)V99.
           05 PRV-PREVISTA-ANT      PIC 9(10)V99.
           05 PRV-REAL-ANT          PIC 9(10)V99.
           05 PRV-ACURACIA-ANT      PIC 9(3)V99.
           05 PRV-TEM-ANTERIOR      PIC X(1).
           05 PRV-MINIMO-SUGERIDO   PIC 9(9).
           05 PRV-DEMANDA-COBERTURA PIC 9(10)V99.
           05 PRV-QTD               PIC 9(10).

       EXEC SQL END DECLARE SECTION END-EXEC.


       PROCEDURE DIVISION.

       MAIN-PROCEDURE.

           DISPLAY "BUILD EM EXECUCAO: " FUNCTION TRIM(VERSAO-BUILD).

           PERFORM 1000-INICIALIZAR.
           PERFORM 1100-CONECTAR-BANCO-DE-DADOS.
           PERFORM 1150-LER-CONFIGURACAO.
           PERFORM 1200-RESOLVER-CALENDARIO.
           PERFORM 1250-GARANTIR-ESTRUTURA.
           PERFORM 1300-ABRIR-RELATORIO.

           PERFORM 2000-APURAR-REALIZADO.
           PERFORM 2100-PREVER-PRODUTOS.

           PERFORM 2800-GRAVAR-TOTAIS.
           PERFORM 3000-FINALIZAR.
           PERFORM 3100-ENVIAR-RESUMO.
           PERFORM 8900-ENCERRAR-CONEXAO.
           STOP RUN.

       1000-INICIALIZAR.

           ACCEPT WRK-ARQ-RELATORIO-NOME FROM ENVIRONMENT
               "ARQ_PREVISAO_DEMANDA".
           ACCEPT WRK-APP-ENV FROM ENVIRONMENT "APP_ENV".
           ACCEPT WRK-DATA-PARAM FROM ENVIRONMENT "PREVISAO_DATA".

           IF  FUNCTION TRIM(WRK-DATA-PARAM) NOT = SPACES
               IF  WRK-DATA-PARAM(5:1) NOT = '-'
               OR  WRK-DATA-PARAM(8:1) NOT = '-'
               OR  WRK-DATA-PARAM(1:4) IS NOT NUMERIC
               OR  WRK-DATA-PARAM(6:2) IS NOT NUMERIC
               OR  WRK-DATA-PARAM(9:2) IS NOT NUMERIC
                   DISPLAY
                       "ERRO: PREVISAO_DATA DEVE ESTAR NO FORMATO "
                       "AAAA-MM-DD: " WRK-DATA-PARAM
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

       1100-CONECTAR-BANCO-DE-DADOS.

      * A SESSAO VEM DE MOD-CONEXAO-BD: A CONFIGURACAO, O REGISTRO DO
      * RELATORIO E O ENVIO DO RESUMO USAM A MESMA CONEXAO DO JOB.
           MOVE "OBTER" TO WRK-CONEXAO-ACAO.
           CALL 'MOD-CONEXAO-BD'
               USING WRK-CONEXAO-ACAO, WRK-CONEXAO-OK,
                   WRK-CONEXAO-MSG
               END-CALL.

           IF  NOT CONEXAO-DISPONIVEL
               DISPLAY
                   "ERRO AO TENTAR ABRIR CONEXAO COM O BANCO DE "
                   "DADOS: " FUNCTION TRIM(WRK-CONEXAO-MSG)
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       1150-LER-CONFIGURACAO.

      * VALOR NAO NUMERICO, ZERO OU ACIMA DO LIMITE NA CONFIGURACAO
      * MANTEM O PADRAO. A COBERTURA NAO PASSA DO HORIZONTE.
           MOVE "previsao.semanas.media" TO WRK-CFG-CHAVE.
           MOVE 8 TO WRK-CFG-NUMERO.
           MOVE 52 TO WRK-CFG-MAXIMO.
           PERFORM 1160-LER-NUMERO.
           MOVE WRK-CFG-NUMERO TO PRV-SEMANAS-MEDIA.

           MOVE "previsao.semanas.horizonte" TO WRK-CFG-CHAVE.
           MOVE 4 TO WRK-CFG-NUMERO.
           MOVE 26 TO WRK-CFG-MAXIMO.
           PERFORM 1160-LER-NUMERO.
           MOVE WRK-CFG-NUMERO TO PRV-HORIZONTE.

           MOVE "previsao.semanas.cobertura" TO WRK-CFG-CHAVE.
           MOVE 2 TO WRK-CFG-NUMERO.
           MOVE 26 TO WRK-CFG-MAXIMO.
           PERFORM 1160-LER-NUMERO.
           MOVE WRK-CFG-NUMERO TO PRV-COBERTURA.

           IF  PRV-COBERTURA > PRV-HORIZONTE
               MOVE PRV-HORIZONTE TO PRV-COBERTURA
           END-IF.

       1160-LER-NUMERO.

           MOVE SPACES TO WRK-CFG-VALOR.
           CALL 'MOD-LE-CONFIG'
               USING WRK-CFG-CHAVE, WRK-CFG-VALOR,
                   WRK-CFG-ENCONTRADA
               END-CALL.

           IF  CONFIG-ENCONTRADA
               MOVE FUNCTION TRIM(WRK-CFG-VALOR)
                   TO WRK-CFG-NUM-STG
               MOVE WRK-CFG-NUM-STG TO WRK-CFG-NUM-CHECK
               INSPECT WRK-CFG-NUM-CHECK REPLACING ALL SPACE BY '0'
               IF  WRK-CFG-NUM-CHECK IS NUMERIC
               AND FUNCTION TRIM(WRK-CFG-NUM-STG) NOT = SPACES
               AND FUNCTION NUMVAL(WRK-CFG-NUM-STG) > ZERO
               AND FUNCTION NUMVAL(WRK-CFG-NUM-STG)
                       NOT > WRK-CFG-MAXIMO
                   COMPUTE WRK-CFG-NUMERO =
                       FUNCTION NUMVAL(WRK-CFG-NUM-STG)
               END-IF
           END-IF.

       1200-RESOLVER-CALENDARIO.

      * A SEMANA VAI DE SEGUNDA A DOMINGO. A MEDIA MOVEL USA AS N
      * SEMANAS FECHADAS ANTES DA BASE; O FATOR SAZONAL COMPARA CADA
      * SEMANA PREVISTA, 52 SEMANAS ANTES, COM A MESMA JANELA DA
      * MEDIA NO ANO ANTERIOR.
           MOVE WRK-DATA-PARAM TO PRV-DATA-PARAM.

           EXEC SQL
               SELECT DATE_FORMAT(x.base, '%Y-%m-%d'),
                      DATE_FORMAT(x.base - INTERVAL
                          :PRV-SEMANAS-MEDIA WEEK, '%Y-%m-%d'),
                      DATE_FORMAT(x.base - INTERVAL 52 WEEK,
                          '%Y-%m-%d'),
                      DATE_FORMAT(x.base - INTERVAL 52 WEEK
                          - INTERVAL :PRV-SEMANAS-MEDIA WEEK,
                          '%Y-%m-%d'),
                      DATE_FORMAT(x.base - INTERVAL 1 WEEK,
                          '%Y-%m-%d')
                 INTO :PRV-SEMANA-BASE, :PRV-INICIO-MEDIA,
                      :PRV-BASE-ANTERIOR, :PRV-INICIO-ANTERIOR,
                      :PRV-SEMANA-FECHADA
                 FROM (SELECT r.ref - INTERVAL WEEKDAY(r.ref) DAY
                              AS base
                         FROM (SELECT COALESCE(
                                          STR_TO_DATE(
                                              NULLIF(TRIM(
                                                  :PRV-DATA-PARAM),
                                                  ''), '%Y-%m-%d'),
                                          CURRENT_DATE) AS ref) r) x
           END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO
               DISPLAY
                   "ERRO AO TENTAR RESOLVER AS SEMANAS DA PREVISAO: "
                   SQLERRM
               PERFORM 8900-ENCERRAR-CONEXAO
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           IF  FUNCTION TRIM(WRK-ARQ-RELATORIO-NOME) = SPACES
               STRING
                   "PREVISAO_DEMANDA_" PRV-SEMANA-BASE ".TXT"
                   DELIMITED BY SIZE
                   INTO WRK-ARQ-RELATORIO-NOME
               END-STRING
           END-IF.

       1250-GARANTIR-ESTRUTURA.

      * FORA DE QUALQUER TRANSACAO: DDL FAZ COMMIT IMPLICITO.
           EXEC SQL
               CREATE TABLE IF NOT EXISTS previsao_demanda (
                   id                INT NOT NULL PRIMARY KEY
                                         AUTO_INCREMENT,
                   produto_id        INT NOT NULL,
                   semana_base       DATE NOT NULL,
                   semana_inicio     DATE NOT NULL,
                   horizonte         INT NOT NULL,
                   media_movel       DECIMAL(12,2) NOT NULL,
                   fator_sazonal     DECIMAL(6,4) NOT NULL,
                   qtd_prevista      DECIMAL(12,2) NOT NULL,
                   qtd_real          DECIMAL(12,2) NULL,
                   acuracia          DECIMAL(5,2) NULL,
                   prevista_anterior DECIMAL(12,2) NULL,
                   real_anterior     DECIMAL(12,2) NULL,
                   acuracia_anterior DECIMAL(5,2) NULL,
                   gerada_em         DATETIME NOT NULL
                       DEFAULT CURRENT_TIMESTAMP,
                   UNIQUE KEY uk_previsao_demanda
                       (produto_id, semana_base, semana_inicio),
                   KEY ix_previsao_demanda_semana (semana_inicio)
               )
           END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO
               DISPLAY
                   "ERRO AO TENTAR CRIAR A TABELA PREVISAO_DEMANDA: "
                   SQLERRM
               PERFORM 8900-ENCERRAR-CONEXAO
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           EXEC SQL
               CREATE TABLE IF NOT EXISTS sugestao_minimo (
                   id                INT NOT NULL PRIMARY KEY
                                         AUTO_INCREMENT,
                   produto_id        INT NOT NULL,
                   semana_base       DATE NOT NULL,
                   minimo_atual      INT NOT NULL,
                   minimo_sugerido   INT NOT NULL,
                   demanda_cobertura DECIMAL(12,2) NOT NULL,
                   semanas_cobertura INT NOT NULL,
                   acuracia_anterior DECIMAL(5,2) NULL,
                   situacao          VARCHAR(12) NOT NULL
                                         DEFAULT 'PENDENTE',
                   criada_em         DATETIME NOT NULL
                       DEFAULT CURRENT_TIMESTAMP,
                   decidida_em       DATETIME NULL,
                   operador          VARCHAR(60) NULL,
                   KEY ix_sugestao_minimo_produto
                       (produto_id, situacao),
                   KEY ix_sugestao_minimo_situacao (situacao)
               )
           END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO
               DISPLAY
                   "ERRO AO TENTAR CRIAR A TABELA SUGESTAO_MINIMO: "
                   SQLERRM
               PERFORM 8900-ENCERRAR-CONEXAO
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       1300-ABRIR-RELATORIO.

           OPEN OUTPUT ARQ-RELATORIO.

           IF  WRK-FS-ARQ-RELATORIO NOT = "00"
               DISPLAY
                   "ERRO AO TENTAR ABRIR O RELATORIO DE PREVISAO: "
                   FUNCTION TRIM(WRK-ARQ-RELATORIO-NOME)
               PERFORM 8900-ENCERRAR-CONEXAO
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE SPACES TO REG-RELATORIO.
           STRING
               "PREVISAO DE DEMANDA POR PRODUTO - SEMANA BASE "
               PRV-SEMANA-BASE " - AMBIENTE "
               FUNCTION UPPER-CASE(FUNCTION TRIM(WRK-APP-ENV))
               DELIMITED BY SIZE
               INTO REG-RELATORIO
           END-STRING.
           PERFORM 2900-GRAVAR-LINHA.

           MOVE SPACES TO REG-RELATORIO.
           MOVE 1 TO WRK-PTR.
           MOVE PRV-SEMANAS-MEDIA TO WRK-SEMANAS-MASK.
           STRING
               "MEDIA MOVEL DE " FUNCTION TRIM(WRK-SEMANAS-MASK)
               " SEMANAS (DESDE " PRV-INICIO-MEDIA ")"
               DELIMITED BY SIZE
               INTO REG-RELATORIO
               WITH POINTER WRK-PTR
           END-STRING.
           MOVE PRV-HORIZONTE TO WRK-SEMANAS-MASK.
           STRING
               " - HORIZONTE DE " FUNCTION TRIM(WRK-SEMANAS-MASK)
               " SEMANAS"
               DELIMITED BY SIZE
               INTO REG-RELATORIO
               WITH POINTER WRK-PTR
           END-STRING.
           MOVE PRV-COBERTURA TO WRK-SEMANAS-MASK.
           STRING
               " - MINIMO SUGERIDO COBRE " FUNCTION TRIM(
               WRK-SEMANAS-MASK) " SEMANAS"
               DELIMITED BY SIZE
               INTO REG-RELATORIO
               WITH POINTER WRK-PTR
           END-STRING.
           PERFORM 2900-GRAVAR-LINHA.

           MOVE SPACES TO REG-RELATORIO.
           MOVE ALL "=" TO REG-RELATORIO(1:132).
           PERFORM 2900-GRAVAR-LINHA.

           MOVE SPACES TO REG-RELATORIO.
           MOVE "   PRODUTO"       TO REG-RELATORIO(1:10).
           MOVE "NOME"             TO REG-RELATORIO(13:4).
           MOVE "  MEDIA SEM."     TO REG-RELATORIO(45:12).
           MOVE " FATOR 1"         TO REG-RELATORIO(58:8).
           MOVE "PREV.HORIZONTE"   TO REG-RELATORIO(67:14).
           MOVE "ACUR.ANT%"        TO REG-RELATORIO(83:9).
           MOVE "MIN.ATUAL"        TO REG-RELATORIO(94:9).
           MOVE "MIN.SUGERIDO"     TO REG-RELATORIO(105:12).
           MOVE "SUGESTAO"         TO REG-RELATORIO(119:8).
           PERFORM 2900-GRAVAR-LINHA.

           MOVE SPACES TO REG-RELATORIO.
           MOVE ALL "-" TO REG-RELATORIO(1:132).
           PERFORM 2900-GRAVAR-LINHA.

       2000-APURAR-REALIZADO.

      * A SEMANA FECHADA (ANTERIOR A BASE) GANHA O QUE DE FATO FOI
      * VENDIDO NELA E A ACURACIA DA PREVISAO: 100 MENOS O ERRO
      * PERCENTUAL SOBRE O REALIZADO, SEM FICAR NEGATIVA. SEM VENDA
      * NA SEMANA, ACERTOU SO QUEM PREVIU ZERO. O REALIZADO E
      * APURADO UMA VEZ, NO PRIMEIRO PROCESSAMENTO APOS O FECHAMENTO.
           EXEC SQL START TRANSACTION END-EXEC.

           EXEC SQL
               SELECT COUNT(*)
                 INTO :PRV-QTD
                 FROM previsao_demanda
                WHERE qtd_real IS NULL
                  AND semana_inicio < :PRV-SEMANA-BASE
           END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO
               MOVE ZERO TO PRV-QTD
           END-IF.

           MOVE PRV-QTD TO WRK-QTD-APURADAS.

           EXEC SQL
               UPDATE previsao_demanda p
                  SET p.qtd_real =
                      (SELECT COALESCE(SUM(i.quantidade), 0)
                         FROM venda_itens i
                         JOIN venda v
                           ON v.id = i.venda_id
                        WHERE v.cancelada_em IS NULL
                          AND i.produto_id = p.produto_id
                          AND v.data_venda >= p.semana_inicio
                          AND v.data_venda <
                              p.semana_inicio + INTERVAL 7 DAY)
                WHERE p.qtd_real IS NULL
                  AND p.semana_inicio < :PRV-SEMANA-BASE
           END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO
           AND SQLCODE NOT EQUAL 100
               DISPLAY
                   "ERRO AO TENTAR APURAR O REALIZADO DAS PREVISOES: "
                   SQLERRM
               EXEC SQL ROLLBACK END-EXEC
               PERFORM 3000-FINALIZAR
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           EXEC SQL
               UPDATE previsao_demanda
                  SET acuracia =
                      CASE WHEN qtd_real = 0 AND qtd_prevista = 0
                               THEN 100
                           WHEN qtd_real = 0
                               THEN 0
                           ELSE GREATEST(0, 100
                               - ABS(qtd_prevista - qtd_real) * 100
                                 / qtd_real)
                      END
                WHERE acuracia IS NULL
                  AND qtd_real IS NOT NULL
           END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO
           AND SQLCODE NOT EQUAL 100
               DISPLAY
                   "ERRO AO TENTAR CALCULAR A ACURACIA DAS "
                   "PREVISOES: " SQLERRM
               EXEC SQL ROLLBACK END-EXEC
               PERFORM 3000-FINALIZAR
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           EXEC SQL COMMIT END-EXEC.

       2100-PREVER-PRODUTOS.

      * ENTRA O PRODUTO COM VENDA NA JANELA DA MEDIA OU NO ANO
      * ANTERIOR A ELA, OU QUE JA TEM PONTO DE REPOSICAO (SEM VENDA
      * NENHUMA, A SUGESTAO E BAIXAR O MINIMO).
           EXEC SQL
               DECLARE CUR-PRODUTOS CURSOR FOR
                   SELECT p.id, p.nome, COALESCE(s.minimo, 0),
                          (SELECT COALESCE(SUM(i.quantidade), 0)
                             FROM venda_itens i
                             JOIN venda v
                               ON v.id = i.venda_id
                            WHERE v.cancelada_em IS NULL
                              AND i.produto_id = p.id
                              AND v.data_venda >= :PRV-INICIO-MEDIA
                              AND v.data_venda < :PRV-SEMANA-BASE),
                          (SELECT COALESCE(SUM(i.quantidade), 0)
                             FROM venda_itens i
                             JOIN venda v
                               ON v.id = i.venda_id
                            WHERE v.cancelada_em IS NULL
                              AND i.produto_id = p.id
                              AND v.data_venda >=
                                  :PRV-INICIO-ANTERIOR
                              AND v.data_venda <
                                  :PRV-BASE-ANTERIOR)
                     FROM produto p
                     LEFT JOIN estoque_saldo s
                       ON s.produto_id = p.id
                    WHERE COALESCE(s.minimo, 0) > 0
                       OR EXISTS
                          (SELECT 1
                             FROM venda_itens i
                             JOIN venda v
                               ON v.id = i.venda_id
                            WHERE v.cancelada_em IS NULL
                              AND i.produto_id = p.id
                              AND v.data_venda >=
                                  :PRV-INICIO-ANTERIOR
                              AND v.data_venda < :PRV-SEMANA-BASE)
                    ORDER BY p.id
           END-EXEC.

           EXEC SQL
               OPEN CUR-PRODUTOS
           END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO
               DISPLAY
                   "ERRO AO TENTAR ABRIR CURSOR DE PRODUTOS: " SQLERRM
               PERFORM 3000-FINALIZAR
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           SET NAO-FIM-CURSOR TO TRUE.
           PERFORM 2110-BUSCAR-PROXIMO-PRODUTO.
           PERFORM 2120-PREVER-PRODUTO UNTIL FIM-CURSOR.

           EXEC SQL CLOSE CUR-PRODUTOS END-EXEC.

       2110-BUSCAR-PROXIMO-PRODUTO.

           EXEC SQL
               FETCH CUR-PRODUTOS
                   INTO :PRV-PRODUTO-ID, :PRV-PRODUTO-NOME,
                        :PRV-MINIMO-ATUAL, :PRV-QTD-MEDIA,
                        :PRV-QTD-MEDIA-ANT
           END-EXEC.

           IF  SQLCODE EQUAL 100
               SET FIM-CURSOR TO TRUE
           END-IF.

       2120-PREVER-PRODUTO.

           COMPUTE PRV-MEDIA-MOVEL ROUNDED =
               PRV-QTD-MEDIA / PRV-SEMANAS-MEDIA.
           COMPUTE WRK-MEDIA-ANTERIOR ROUNDED =
               PRV-QTD-MEDIA-ANT / PRV-SEMANAS-MEDIA.

           MOVE ZERO TO WRK-TOT-HORIZONTE.
           MOVE ZERO TO WRK-TOT-COBERTURA.
           MOVE 1 TO WRK-FATOR-PRIMEIRA.

           EXEC SQL START TRANSACTION END-EXEC.

           PERFORM 2130-BUSCAR-ACURACIA-ANTERIOR.

           PERFORM 2140-PREVER-SEMANA
               VARYING WRK-IDX-SEMANA FROM 1 BY 1
               UNTIL WRK-IDX-SEMANA > PRV-HORIZONTE.

           PERFORM 2160-SUGERIR-MINIMO.

           EXEC SQL COMMIT END-EXEC.

           PERFORM 2200-GRAVAR-DETALHE.

           ADD 1 TO WRK-QTD-PRODUTOS.
           ADD 1 TO WRK-REL-QTD.

           PERFORM 2110-BUSCAR-PROXIMO-PRODUTO.

       2130-BUSCAR-ACURACIA-ANTERIOR.

      * A PREVISAO ANTERIOR E A DA EXECUCAO MAIS RECENTE QUE PREVIU A
      * SEMANA QUE ACABOU DE FECHAR, JA APURADA EM 2000.
           SET SEM-PREVISAO-ANTERIOR TO TRUE.
           MOVE 'N' TO PRV-TEM-ANTERIOR.
           MOVE ZERO TO PRV-PREVISTA-ANT.
           MOVE ZERO TO PRV-REAL-ANT.
           MOVE ZERO TO PRV-ACURACIA-ANT.

           EXEC SQL
               SELECT qtd_prevista, qtd_real, acuracia
                 INTO :PRV-PREVISTA-ANT, :PRV-REAL-ANT,
                      :PRV-ACURACIA-ANT
                 FROM previsao_demanda
                WHERE produto_id = :PRV-PRODUTO-ID
                  AND semana_inicio = :PRV-SEMANA-FECHADA
                  AND semana_base < :PRV-SEMANA-BASE
                  AND acuracia IS NOT NULL
                ORDER BY semana_base DESC
                LIMIT 1
           END-EXEC.

           IF  SQLCODE EQUAL ZERO
               SET TEM-PREVISAO-ANTERIOR TO TRUE
               MOVE 'S' TO PRV-TEM-ANTERIOR
               ADD 1 TO WRK-QTD-COM-ACURACIA
               ADD PRV-ACURACIA-ANT TO WRK-SOMA-ACURACIA
           END-IF.

       2140-PREVER-SEMANA.

           MOVE WRK-IDX-SEMANA TO PRV-SEMANA-NUM.
           COMPUTE PRV-DESLOCAMENTO = WRK-IDX-SEMANA - 1.

           EXEC SQL
               SELECT DATE_FORMAT(x.semana, '%Y-%m-%d'),
                      (SELECT COALESCE(SUM(i.quantidade), 0)
                         FROM venda_itens i
                         JOIN venda v
                           ON v.id = i.venda_id
                        WHERE v.cancelada_em IS NULL
                          AND i.produto_id = :PRV-PRODUTO-ID
                          AND v.data_venda >=
                              x.semana - INTERVAL 52 WEEK
                          AND v.data_venda <
                              x.semana - INTERVAL 51 WEEK)
                 INTO :PRV-SEMANA-INICIO, :PRV-QTD-SEMANA-ANT
                 FROM (SELECT DATE(:PRV-SEMANA-BASE)
                              + INTERVAL :PRV-DESLOCAMENTO WEEK
                              AS semana) x
           END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO
               DISPLAY
                   "ERRO AO TENTAR LER O ANO ANTERIOR DO PRODUTO "
                   PRV-PRODUTO-ID ": " SQLERRM
               EXEC SQL ROLLBACK END-EXEC
               EXEC SQL CLOSE CUR-PRODUTOS END-EXEC
               PERFORM 3000-FINALIZAR
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM 2145-CALCULAR-FATOR.

           COMPUTE PRV-QTD-PREVISTA ROUNDED =
               PRV-MEDIA-MOVEL * PRV-FATOR.

           ADD PRV-QTD-PREVISTA TO WRK-TOT-HORIZONTE.
           IF  WRK-IDX-SEMANA NOT > PRV-COBERTURA
               ADD PRV-QTD-PREVISTA TO WRK-TOT-COBERTURA
           END-IF.
           IF  WRK-IDX-SEMANA = 1
               MOVE PRV-FATOR TO WRK-FATOR-PRIMEIRA
           END-IF.

      * REPROCESSAR A MESMA SEMANA BASE REGRAVA A MESMA PREVISAO.
           EXEC SQL
               INSERT INTO previsao_demanda
                   (produto_id, semana_base, semana_inicio,
                    horizonte, media_movel, fator_sazonal,
                    qtd_prevista, prevista_anterior, real_anterior,
                    acuracia_anterior)
               VALUES
                   (:PRV-PRODUTO-ID, :PRV-SEMANA-BASE,
                    :PRV-SEMANA-INICIO, :PRV-SEMANA-NUM,
                    :PRV-MEDIA-MOVEL, :PRV-FATOR, :PRV-QTD-PREVISTA,
                    CASE WHEN :PRV-TEM-ANTERIOR = 'S'
                         THEN :PRV-PREVISTA-ANT END,
                    CASE WHEN :PRV-TEM-ANTERIOR = 'S'
                         THEN :PRV-REAL-ANT END,
                    CASE WHEN :PRV-TEM-ANTERIOR = 'S'
                         THEN :PRV-ACURACIA-ANT END)
               ON DUPLICATE KEY UPDATE
                   horizonte         = VALUES(horizonte),
                   media_movel       = VALUES(media_movel),
                   fator_sazonal     = VALUES(fator_sazonal),
                   qtd_prevista      = VALUES(qtd_prevista),
                   prevista_anterior = VALUES(prevista_anterior),
                   real_anterior     = VALUES(real_anterior),
                   acuracia_anterior = VALUES(acuracia_anterior),
                   gerada_em         = CURRENT_TIMESTAMP
           END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO
               DISPLAY
                   "ERRO AO TENTAR GRAVAR A PREVISAO DO PRODUTO "
                   PRV-PRODUTO-ID ": " SQLERRM
               EXEC SQL ROLLBACK END-EXEC
               EXEC SQL CLOSE CUR-PRODUTOS END-EXEC
               PERFORM 3000-FINALIZAR
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       2145-CALCULAR-FATOR.

      * SEM VENDA NA JANELA DO ANO ANTERIOR NAO HA SAZONALIDADE
      * CONHECIDA E O FATOR E NEUTRO.
           IF  WRK-MEDIA-ANTERIOR = ZERO
               MOVE 1 TO PRV-FATOR
               EXIT PARAGRAPH
           END-IF.

           COMPUTE WRK-FATOR-CALC ROUNDED =
               PRV-QTD-SEMANA-ANT / WRK-MEDIA-ANTERIOR
               ON SIZE ERROR
                   MOVE WRK-FATOR-MAXIMO TO WRK-FATOR-CALC
           END-COMPUTE.

           IF  WRK-FATOR-CALC < WRK-FATOR-MINIMO
               MOVE WRK-FATOR-MINIMO TO WRK-FATOR-CALC
           END-IF.
           IF  WRK-FATOR-CALC > WRK-FATOR-MAXIMO
               MOVE WRK-FATOR-MAXIMO TO WRK-FATOR-CALC
           END-IF.

           MOVE WRK-FATOR-CALC TO PRV-FATOR.

       2160-SUGERIR-MINIMO.

      * O MINIMO SUGERIDO COBRE A DEMANDA PREVISTA DAS PRIMEIRAS
      * SEMANAS DO HORIZONTE, ARREDONDADA PARA CIMA. A PENDENTE
      * ANTERIOR DO PRODUTO DEIXA DE VALER EM QUALQUER CASO; SO HA
      * SUGESTAO NOVA QUANDO ELA MUDA O MINIMO ATUAL.
           MOVE WRK-TOT-COBERTURA TO PRV-DEMANDA-COBERTURA.
           MOVE WRK-TOT-COBERTURA TO WRK-MINIMO-CALC.
           IF  WRK-MINIMO-CALC < WRK-TOT-COBERTURA
               ADD 1 TO WRK-MINIMO-CALC
           END-IF.
           IF  WRK-MINIMO-CALC > 999999999
               MOVE 999999999 TO WRK-MINIMO-CALC
           END-IF.
           MOVE WRK-MINIMO-CALC TO PRV-MINIMO-SUGERIDO.

           EXEC SQL
               UPDATE sugestao_minimo
                  SET situacao = 'SUBSTITUIDA',
                      decidida_em = CURRENT_TIMESTAMP
                WHERE produto_id = :PRV-PRODUTO-ID
                  AND situacao = 'PENDENTE'
           END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO
           AND SQLCODE NOT EQUAL 100
               DISPLAY
                   "ERRO AO TENTAR SUBSTITUIR A SUGESTAO PENDENTE DO "
                   "PRODUTO " PRV-PRODUTO-ID ": " SQLERRM
               EXEC SQL ROLLBACK END-EXEC
               EXEC SQL CLOSE CUR-PRODUTOS END-EXEC
               PERFORM 3000-FINALIZAR
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           IF  PRV-MINIMO-SUGERIDO = PRV-MINIMO-ATUAL
               EXIT PARAGRAPH
           END-IF.

           EXEC SQL
               INSERT INTO sugestao_minimo
                   (produto_id, semana_base, minimo_atual,
                    minimo_sugerido, demanda_cobertura,
                    semanas_cobertura, acuracia_anterior)
               VALUES
                   (:PRV-PRODUTO-ID, :PRV-SEMANA-BASE,
                    :PRV-MINIMO-ATUAL, :PRV-MINIMO-SUGERIDO,
                    :PRV-DEMANDA-COBERTURA, :PRV-COBERTURA,
                    CASE WHEN :PRV-TEM-ANTERIOR = 'S'
                         THEN :PRV-ACURACIA-ANT END)
           END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO
               DISPLAY
                   "ERRO AO TENTAR GRAVAR A SUGESTAO DE MINIMO DO "
                   "PRODUTO " PRV-PRODUTO-ID ": " SQLERRM
               EXEC SQL ROLLBACK END-EXEC
               EXEC SQL CLOSE CUR-PRODUTOS END-EXEC
               PERFORM 3000-FINALIZAR
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           ADD 1 TO WRK-QTD-SUGESTOES.

       2200-GRAVAR-DETALHE.

           MOVE SPACES TO REG-RELATORIO.
           MOVE PRV-PRODUTO-ID TO WRK-ID-MASK.
           MOVE WRK-ID-MASK          TO REG-RELATORIO(1:10).
           MOVE PRV-PRODUTO-NOME     TO REG-RELATORIO(13:30).
           MOVE PRV-MEDIA-MOVEL TO WRK-MEDIA-MASK.
           MOVE WRK-MEDIA-MASK       TO REG-RELATORIO(45:12).
           MOVE WRK-FATOR-PRIMEIRA TO WRK-FATOR-MASK.
           MOVE WRK-FATOR-MASK       TO REG-RELATORIO(59:7).
           MOVE WRK-TOT-HORIZONTE TO WRK-MEDIA-MASK.
           MOVE WRK-MEDIA-MASK       TO REG-RELATORIO(69:12).
           IF  TEM-PREVISAO-ANTERIOR
               MOVE PRV-ACURACIA-ANT TO WRK-ACURACIA-MASK
               MOVE WRK-ACURACIA-MASK TO REG-RELATORIO(86:6)
           ELSE
               MOVE "-"              TO REG-RELATORIO(91:1)
           END-IF.
           MOVE PRV-MINIMO-ATUAL TO WRK-MINIMO-MASK.
           MOVE WRK-MINIMO-MASK      TO REG-RELATORIO(94:9).
           MOVE PRV-MINIMO-SUGERIDO TO WRK-MINIMO-MASK.
           MOVE WRK-MINIMO-MASK      TO REG-RELATORIO(108:9).
           IF  PRV-MINIMO-SUGERIDO NOT = PRV-MINIMO-ATUAL
               MOVE "PENDENTE"       TO REG-RELATORIO(119:8)
           END-IF.
           PERFORM 2900-GRAVAR-LINHA.

       2800-GRAVAR-TOTAIS.

           MOVE SPACES TO REG-RELATORIO.
           MOVE ALL "-" TO REG-RELATORIO(1:132).
           PERFORM 2900-GRAVAR-LINHA.

           IF  WRK-QTD-PRODUTOS = ZERO
               MOVE SPACES TO REG-RELATORIO
               STRING
                   "   NENHUM PRODUTO COM HISTORICO DE VENDA OU "
                   "PONTO DE REPOSICAO."
                   DELIMITED BY SIZE
                   INTO REG-RELATORIO
               END-STRING
               PERFORM 2900-GRAVAR-LINHA
           END-IF.

           MOVE WRK-QTD-PRODUTOS TO WRK-QTD-MASK.
           MOVE SPACES TO REG-RELATORIO.
           STRING
               "   PRODUTOS PREVISTOS.............: "
               FUNCTION TRIM(WRK-QTD-MASK)
               DELIMITED BY SIZE
               INTO REG-RELATORIO
           END-STRING.
           PERFORM 2900-GRAVAR-LINHA.

           MOVE WRK-QTD-SUGESTOES TO WRK-QTD-MASK.
           MOVE SPACES TO REG-RELATORIO.
           STRING
               "   SUGESTOES DE MINIMO PENDENTES..: "
               FUNCTION TRIM(WRK-QTD-MASK)
               " (APROVACAO EM PROG-ESTOQUE-ADMIN)"
               DELIMITED BY SIZE
               INTO REG-RELATORIO
           END-STRING.
           PERFORM 2900-GRAVAR-LINHA.

           MOVE WRK-QTD-APURADAS TO WRK-QTD-MASK.
           MOVE SPACES TO REG-RELATORIO.
           STRING
               "   PREVISOES APURADAS NESTA RODADA: "
               FUNCTION TRIM(WRK-QTD-MASK)
               DELIMITED BY SIZE
               INTO REG-RELATORIO
           END-STRING.
           PERFORM 2900-GRAVAR-LINHA.

           MOVE SPACES TO REG-RELATORIO.
           IF  WRK-QTD-COM-ACURACIA = ZERO
               STRING
                   "   ACURACIA MEDIA DA SEMANA FECHADA: SEM "
                   "PREVISAO ANTERIOR"
                   DELIMITED BY SIZE
                   INTO REG-RELATORIO
               END-STRING
           ELSE
               COMPUTE WRK-ACURACIA-MEDIA ROUNDED =
                   WRK-SOMA-ACURACIA / WRK-QTD-COM-ACURACIA
               MOVE WRK-ACURACIA-MEDIA TO WRK-ACURACIA-MASK
               MOVE WRK-QTD-COM-ACURACIA TO WRK-QTD-MASK
               STRING
                   "   ACURACIA MEDIA DA SEMANA FECHADA: "
                   FUNCTION TRIM(WRK-ACURACIA-MASK) "% EM "
                   FUNCTION TRIM(WRK-QTD-MASK) " PRODUTOS"
                   DELIMITED BY SIZE
                   INTO REG-RELATORIO
               END-STRING
           END-IF.
           PERFORM 2900-GRAVAR-LINHA.

       2900-GRAVAR-LINHA.

           WRITE REG-RELATORIO.

           IF  WRK-FS-ARQ-RELATORIO NOT = "00"
               DISPLAY
                   "ERRO AO TENTAR GRAVAR NO RELATORIO DE PREVISAO: "
                   FUNCTION TRIM(WRK-ARQ-RELATORIO-NOME)
               CLOSE ARQ-RELATORIO
               PERFORM 8900-ENCERRAR-CONEXAO
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       3000-FINALIZAR.

           CLOSE ARQ-RELATORIO.

      * O RELATORIO ENTRA NO CATALOGO CENTRAL DE RELATORIOS.
           MOVE SPACES TO WRK-REL-PERIODO.
           MOVE PRV-SEMANA-BASE TO WRK-REL-PERIODO.
           CALL 'MOD-REGISTRA-RELATORIO'
               USING WRK-REL-PROGRAMA, WRK-ARQ-RELATORIO-NOME,
                   WRK-REL-PERIODO, WRK-REL-QTD
               END-CALL.

           DISPLAY
               "PREVISAO DA SEMANA " PRV-SEMANA-BASE
               " GRAVADA EM: " FUNCTION TRIM(WRK-ARQ-RELATORIO-NOME)
               " (PRODUTOS " WRK-QTD-PRODUTOS
               ", SUGESTOES PENDENTES " WRK-QTD-SUGESTOES
               ", PREVISOES APURADAS " WRK-QTD-APURADAS ")".

       3100-ENVIAR-RESUMO.

      * O RESUMO VAI PARA A LISTA previsao-demanda QUANDO ELA TEM
      * DESTINATARIOS; LISTA VAZIA E NAO-ENVIO SILENCIOSO. AS
      * SUGESTOES SO VALEM DEPOIS DE APROVADAS.
           MOVE SPACES TO WRK-MAIL-ASSUNTO.
           STRING
               "PREVISAO DE DEMANDA - SEMANA " PRV-SEMANA-BASE
               DELIMITED BY SIZE
               INTO WRK-MAIL-ASSUNTO
           END-STRING.

           MOVE WRK-QTD-PRODUTOS TO WRK-QTD-MASK.
           MOVE WRK-QTD-SUGESTOES TO WRK-ID-MASK.

           MOVE SPACES TO WRK-MAIL-CORPO.
           MOVE 1 TO WRK-PTR.
           STRING
               "PREVISAO DE DEMANDA DA SEMANA " PRV-SEMANA-BASE
               ". PRODUTOS PREVISTOS: " FUNCTION TRIM(WRK-QTD-MASK)
               ". SUGESTOES DE MINIMO AGUARDANDO APROVACAO: "
               FUNCTION TRIM(WRK-ID-MASK)
               " (PROG-ESTOQUE-ADMIN QS_ACAO=SUGESTOES)"
               DELIMITED BY SIZE
               INTO WRK-MAIL-CORPO
               WITH POINTER WRK-PTR
           END-STRING.

           IF  WRK-QTD-COM-ACURACIA > ZERO
               MOVE WRK-ACURACIA-MEDIA TO WRK-ACURACIA-MASK
               STRING
                   ". ACURACIA MEDIA DA SEMANA FECHADA: "
                   FUNCTION TRIM(WRK-ACURACIA-MASK) "%"
                   DELIMITED BY SIZE
                   INTO WRK-MAIL-CORPO
                   WITH POINTER WRK-PTR
               END-STRING
           END-IF.

           STRING
               ". DETALHE POR PRODUTO EM "
               FUNCTION TRIM(WRK-ARQ-RELATORIO-NOME) "."
               DELIMITED BY SIZE
               INTO WRK-MAIL-CORPO
               WITH POINTER WRK-PTR
           END-STRING.

           CALL 'MOD-ENVIA-EMAIL'
               USING WRK-MAIL-LISTA, WRK-MAIL-ASSUNTO, WRK-MAIL-CORPO
               END-CALL.

       8900-ENCERRAR-CONEXAO.

           MOVE "ENCERRAR" TO WRK-CONEXAO-ACAO.
           CALL 'MOD-CONEXAO-BD'
               USING WRK-CONEXAO-ACAO, WRK-CONEXAO-OK,
                   WRK-CONEXAO-MSG
               END-CALL.

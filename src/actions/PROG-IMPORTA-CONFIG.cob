       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG-IMPORTA-CONFIG.
      *******************************************
      * AUTOR:
      * DATA:
      * ALTERACOES:
      *   - BATCH DE IMPORTACAO DO PACOTE DE PROMOCAO DA
      *     CONFIGURACAO OPERACIONAL GERADO POR PROG-EXPORTA-CONFIG:
      *     CONECTA NO AMBIENTE DE DESTINO (PROMOCAO_DESTINO = DEV,
      *     QA OU PROD, PELO MESMO CONJUNTO DB_CONNECTION_STRING_*),
      *     CARREGA O PACOTE (PROMOCAO_ARQ) CONFERINDO HDR, VERSAO DO
      *     LAYOUT E QUANTIDADE DO TRL, LE O ESTADO ATUAL DAS MESMAS
      *     TABELAS NO DESTINO COM A MESMA SERIALIZACAO E LISTA AS
      *     DIFERENCAS: INCLUSOES (SO NO PACOTE), ALTERACOES (VALOR
      *     DIFERENTE) E REMOCOES (SO NO DESTINO). POR PADRAO E UMA
      *     SIMULACAO E NADA E GRAVADO; COM PROMOCAO_CONFIRMA=S AS
      *     DIFERENCAS SAO APLICADAS EM UMA UNICA TRANSACAO E CADA
      *     UMA E GRAVADA EM CONFIG_HISTORICO COMO PROMOCAO (CHAVE DE
      *     API "PROMOCAO <ORIGEM>", VALOR ANTERIOR E NOVO NO FORMATO
      *     DE SEMPRE, ENTAO PROG-CONFIG-HISTORICO LISTA A PROMOCAO E
      *     DESFAZ AS MUDANCAS DE CONFIGURACAO, THROTTLE_CONFIG E
      *     CONSULTA_CONFIG COMO QUALQUER OUTRA). QUALQUER ERRO
      *     DESFAZ A PROMOCAO INTEIRA. PACOTE DO PROPRIO AMBIENTE DE
      *     DESTINO E RECUSADO.
      *   - EXIBE NO INICIO DO LOG DA EXECUCAO O CARIMBO DE VERSAO
      *     (BUILD) COM QUE O PROGRAMA FOI IMPLANTADO.
      *******************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT ARQ-PACOTE-CFG ASSIGN TO WRK-ARQ-PACOTE-NOME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-FS-ARQ-PACOTE.

       DATA DIVISION.
       FILE SECTION.

       FD  ARQ-PACOTE-CFG
           RECORDING MODE IS F.
       01  REG-PACOTE-CFG.
           05 PCT-TIPO                     PIC X(3).
           05 PCT-TABELA                   PIC X(30).
           05 PCT-CHAVE                    PIC X(200).
           05 PCT-VALOR                    PIC X(1400).
           05 FILLER                       PIC X(67).
       01  REG-CABECALHO-CFG.
           05 CAB-TIPO                     PIC X(3).
           05 CAB-LAYOUT                   PIC 9(2).
           05 CAB-VERSAO                   PIC X(40).
           05 CAB-AMBIENTE                 PIC X(10).
           05 CAB-DATA-HORA                PIC X(19).
           05 FILLER                       PIC X(1626).
       01  REG-TRAILER-CFG.
           05 TRL-TIPO                     PIC X(3).
           05 TRL-QTD                      PIC 9(10).
           05 FILLER                       PIC X(1687).

       WORKING-STORAGE SECTION.

       COPY VERSAO-BUILD.

       77  WRK-ARQ-PACOTE-NOME             PIC X(255).
       77  WRK-FS-ARQ-PACOTE               PIC X(2).

       77  WRK-DB-STRING                   PIC X(255).
       77  WRK-AMBIENTE-CONEXAO            PIC X(10).
       77  WRK-PROMOCAO-DESTINO            PIC X(10).
       77  WRK-PROMOCAO-CONFIRMA           PIC X(1).
           88  PROMOCAO-CONFIRMADA                     VALUE 'S'.

       77  WRK-PACOTE-ORIGEM               PIC X(10).
       77  WRK-PACOTE-VERSAO               PIC X(40).
       77  WRK-PACOTE-DATA-HORA            PIC X(19).
       77  WRK-LAYOUT-PACOTE               PIC 9(2)    VALUE 1.
       77  WRK-QTD-TRAILER                 PIC 9(10)   VALUE ZERO.

       77  WRK-QTD-LIDAS                   PIC 9(10)   VALUE ZERO.
       77  WRK-QTD-INCLUI                  PIC 9(10)   VALUE ZERO.
       77  WRK-QTD-ALTERA                  PIC 9(10)   VALUE ZERO.
       77  WRK-QTD-REMOVE                  PIC 9(10)   VALUE ZERO.
       77  WRK-QTD-DIFERENCAS              PIC 9(10)   VALUE ZERO.
       77  WRK-QTD-MASK                    PIC Z(9)9.
       77  WRK-PASSO                       PIC X(60).

       77  WRK-FLAG-FIM-PACOTE             PIC X(1)    VALUE 'N'.
           88  FIM-PACOTE                              VALUE 'S'.
           88  NAO-FIM-PACOTE                          VALUE 'N'.

       77  WRK-FLAG-TRAILER                PIC X(1)    VALUE 'N'.
           88  TRAILER-LIDO                            VALUE 'S'.

       77  WRK-FLAG-FIM-CURSOR             PIC X(1)    VALUE 'N'.
           88  FIM-CURSOR                              VALUE 'S'.
           88  NAO-FIM-CURSOR                          VALUE 'N'.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.

       01  HOSTVARS.
           05 BUFFER     PIC X(1024).

       01  SQL-01-VARS.
           05 PRM-TIPO          PIC X(10).
           05 PRM-TABELA        PIC X(30).
           05 PRM-CHAVE         PIC X(200).
           05 PRM-VALOR         PIC X(1400).
           05 PRM-VALOR-ATUAL   PIC X(1400).
           05 PRM-CHAVE-API     PIC X(20).

       EXEC SQL END DECLARE SECTION END-EXEC.


       PROCEDURE DIVISION.

       MAIN-PROCEDURE.

           DISPLAY "BUILD EM EXECUCAO: " FUNCTION TRIM(VERSAO-BUILD).

           PERFORM 1000-VALIDAR-PARAMETROS.
           PERFORM 1100-ABRIR-PACOTE.
           PERFORM 1200-CONECTAR-DESTINO.
           PERFORM 1300-PREPARAR-DESTINO.
           PERFORM 1400-CARREGAR-PACOTE.
           PERFORM 1500-LER-DESTINO.
           PERFORM 1600-CALCULAR-DIFERENCAS.
           PERFORM 2000-EXIBIR-DIFERENCAS.

           IF  PROMOCAO-CONFIRMADA
           AND WRK-QTD-DIFERENCAS > ZERO
               PERFORM 3000-APLICAR-PROMOCAO
           ELSE
               EXEC SQL ROLLBACK END-EXEC
           END-IF.

           PERFORM 4000-FINALIZAR.
           STOP RUN.

       1000-VALIDAR-PARAMETROS.

           ACCEPT WRK-PROMOCAO-DESTINO FROM ENVIRONMENT
               "PROMOCAO_DESTINO".
           ACCEPT WRK-ARQ-PACOTE-NOME FROM ENVIRONMENT "PROMOCAO_ARQ".
           ACCEPT WRK-PROMOCAO-CONFIRMA FROM ENVIRONMENT
               "PROMOCAO_CONFIRMA".

           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WRK-PROMOCAO-DESTINO))
               TO WRK-PROMOCAO-DESTINO.
           MOVE FUNCTION UPPER-CASE(WRK-PROMOCAO-CONFIRMA)
               TO WRK-PROMOCAO-CONFIRMA.

           IF  WRK-PROMOCAO-DESTINO NOT = "DEV"
           AND WRK-PROMOCAO-DESTINO NOT = "QA"
           AND WRK-PROMOCAO-DESTINO NOT = "PROD"
               DISPLAY
                   "ERRO: PROMOCAO_DESTINO DEVE SER DEV, QA OU PROD."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           IF  FUNCTION TRIM(WRK-ARQ-PACOTE-NOME) = SPACES
               DISPLAY
                   "ERRO: PROMOCAO_ARQ DEVE INFORMAR O ARQUIVO DO "
                   "PACOTE."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       1100-ABRIR-PACOTE.

           OPEN INPUT ARQ-PACOTE-CFG.

           IF  WRK-FS-ARQ-PACOTE NOT = "00"
               DISPLAY
                   "ERRO AO TENTAR ABRIR O ARQUIVO DO PACOTE: "
                   FUNCTION TRIM(WRK-ARQ-PACOTE-NOME)
                   " (FILE STATUS " WRK-FS-ARQ-PACOTE ")."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           READ ARQ-PACOTE-CFG
               AT END
                   MOVE SPACES TO REG-CABECALHO-CFG
           END-READ.

           IF  CAB-TIPO NOT = "HDR"
               DISPLAY
                   "ERRO: ARQUIVO SEM O CABECALHO DE PACOTE DE "
                   "PROMOCAO."
               CLOSE ARQ-PACOTE-CFG
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           IF  CAB-LAYOUT NOT = WRK-LAYOUT-PACOTE
               DISPLAY
                   "ERRO: VERSAO DE LAYOUT DO PACOTE NAO SUPORTADA: "
                   CAB-LAYOUT "."
               CLOSE ARQ-PACOTE-CFG
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE CAB-AMBIENTE  TO WRK-PACOTE-ORIGEM.
           MOVE CAB-VERSAO    TO WRK-PACOTE-VERSAO.
           MOVE CAB-DATA-HORA TO WRK-PACOTE-DATA-HORA.

           IF  WRK-PACOTE-ORIGEM = WRK-PROMOCAO-DESTINO
               DISPLAY
                   "ERRO: O PACOTE " FUNCTION TRIM(WRK-PACOTE-VERSAO)
                   " SAIU DO PROPRIO AMBIENTE DE DESTINO."
               CLOSE ARQ-PACOTE-CFG
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE SPACES TO PRM-CHAVE-API.
           STRING
               "PROMOCAO " FUNCTION TRIM(WRK-PACOTE-ORIGEM)
               DELIMITED BY SIZE
               INTO PRM-CHAVE-API
           END-STRING.

           DISPLAY
               "PACOTE " FUNCTION TRIM(WRK-PACOTE-VERSAO)
               " (" FUNCTION TRIM(WRK-PACOTE-ORIGEM) ", "
               WRK-PACOTE-DATA-HORA ") PARA "
               FUNCTION TRIM(WRK-PROMOCAO-DESTINO) ".".

       1200-CONECTAR-DESTINO.

           MOVE WRK-PROMOCAO-DESTINO TO WRK-AMBIENTE-CONEXAO.

           EVALUATE WRK-AMBIENTE-CONEXAO
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
                   "ERRO: STRING DE CONEXAO NAO CONFIGURADA PARA O "
                   "AMBIENTE "
                   FUNCTION TRIM(WRK-AMBIENTE-CONEXAO) "."
               CLOSE ARQ-PACOTE-CFG
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE WRK-DB-STRING TO BUFFER.
           EXEC SQL CONNECT TO :BUFFER END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO
               DISPLAY
                   "ERRO AO TENTAR CONECTAR NO AMBIENTE "
                   FUNCTION TRIM(WRK-AMBIENTE-CONEXAO) ": " SQLERRM
               CLOSE ARQ-PACOTE-CFG
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       1300-PREPARAR-DESTINO.

      * O HISTORICO E GARANTIDO ANTES DE QUALQUER MUDANCA: DDL FAZ
      * COMMIT IMPLICITO E NAO PODE CAIR NO MEIO DA TRANSACAO DA
      * PROMOCAO. AS TABELAS DE TRABALHO SAO TEMPORARIAS DA SESSAO.
           EXEC SQL
               CREATE TABLE IF NOT EXISTS config_historico (
                   id             INT NOT NULL PRIMARY KEY
                                      AUTO_INCREMENT,
                   tabela         VARCHAR(30)  NOT NULL,
                   chave          VARCHAR(120) NOT NULL,
                   valor_anterior VARCHAR(600) NULL,
                   valor_novo     VARCHAR(600) NULL,
                   chave_api      VARCHAR(20)  NULL,
                   criado_em      DATETIME NOT NULL
                       DEFAULT CURRENT_TIMESTAMP
               )
           END-EXEC.

           MOVE "GARANTIR CONFIG_HISTORICO" TO WRK-PASSO.
           PERFORM 2990-VERIFICAR-ERRO.

           EXEC SQL
               CREATE TEMPORARY TABLE promocao_pacote (
                   tabela  VARCHAR(30)   NOT NULL,
                   chave   VARCHAR(200)  NOT NULL,
                   valor   VARCHAR(1400) NOT NULL,
                   PRIMARY KEY (tabela, chave)
               )
           END-EXEC.

           MOVE "CRIAR PROMOCAO_PACOTE" TO WRK-PASSO.
           PERFORM 2990-VERIFICAR-ERRO.

           EXEC SQL
               CREATE TEMPORARY TABLE promocao_atual (
                   tabela  VARCHAR(30)   NOT NULL,
                   chave   VARCHAR(200)  NOT NULL,
                   valor   VARCHAR(1400) NOT NULL,
                   PRIMARY KEY (tabela, chave)
               )
           END-EXEC.

           MOVE "CRIAR PROMOCAO_ATUAL" TO WRK-PASSO.
           PERFORM 2990-VERIFICAR-ERRO.

           EXEC SQL
               CREATE TEMPORARY TABLE promocao_diff (
                   tipo        VARCHAR(10)   NOT NULL,
                   tabela      VARCHAR(30)   NOT NULL,
                   chave       VARCHAR(200)  NOT NULL,
                   valor_atual VARCHAR(1400) NULL,
                   valor_novo  VARCHAR(1400) NULL,
                   PRIMARY KEY (tabela, chave)
               )
           END-EXEC.

           MOVE "CRIAR PROMOCAO_DIFF" TO WRK-PASSO.
           PERFORM 2990-VERIFICAR-ERRO.

       1400-CARREGAR-PACOTE.

           SET NAO-FIM-PACOTE TO TRUE.
           PERFORM 1410-LER-REGISTRO-PACOTE UNTIL FIM-PACOTE.

           CLOSE ARQ-PACOTE-CFG.

      * PACOTE TRUNCADO OU ADULTERADO NAO E PROMOVIDO.
           IF  NOT TRAILER-LIDO
           OR  WRK-QTD-TRAILER NOT = WRK-QTD-LIDAS
               DISPLAY
                   "ERRO: PACOTE INCOMPLETO, " WRK-QTD-LIDAS
                   " LINHAS LIDAS E " WRK-QTD-TRAILER
                   " NO TRAILER."
               PERFORM 2995-ABORTAR
           END-IF.

       1410-LER-REGISTRO-PACOTE.

           READ ARQ-PACOTE-CFG
               AT END
                   SET FIM-PACOTE TO TRUE
           END-READ.

           IF  FIM-PACOTE
               EXIT PARAGRAPH
           END-IF.

           EVALUATE PCT-TIPO
               WHEN "LIN"
                   PERFORM 1420-CARREGAR-LINHA
               WHEN "TRL"
                   SET TRAILER-LIDO TO TRUE
                   MOVE TRL-QTD TO WRK-QTD-TRAILER
               WHEN OTHER
                   DISPLAY
                       "ERRO: REGISTRO DESCONHECIDO NO PACOTE: "
                       PCT-TIPO
                   CLOSE ARQ-PACOTE-CFG
                   PERFORM 2995-ABORTAR
           END-EVALUATE.

       1420-CARREGAR-LINHA.

           MOVE PCT-TABELA TO PRM-TABELA.
           MOVE PCT-CHAVE  TO PRM-CHAVE.
           MOVE PCT-VALOR  TO PRM-VALOR.

           EXEC SQL
               INSERT INTO promocao_pacote (tabela, chave, valor)
               VALUES (TRIM(:PRM-TABELA), TRIM(:PRM-CHAVE),
                   TRIM(:PRM-VALOR))
           END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO
               DISPLAY
                   "ERRO AO TENTAR CARREGAR A LINHA "
                   FUNCTION TRIM(PRM-TABELA) " "
                   FUNCTION TRIM(PRM-CHAVE) " DO PACOTE: " SQLERRM
               CLOSE ARQ-PACOTE-CFG
               PERFORM 2995-ABORTAR
           END-IF.

           ADD 1 TO WRK-QTD-LIDAS.

       1500-LER-DESTINO.

      * MESMA SERIALIZACAO DE PROG-EXPORTA-CONFIG; AS DUAS PRECISAM
      * ANDAR JUNTAS. MAIL_DISTRIBUICAO NAO TEM CHAVE UNICA NA
      * TABELA, DAI O IGNORE PARA UMA LINHA REPETIDA NO DESTINO.
           EXEC SQL
               INSERT IGNORE INTO promocao_atual (tabela, chave, valor)
                   SELECT 'configuracao',
                          CONCAT(chave, '|', ambiente), valor
                     FROM configuracao
                   UNION ALL
                   SELECT 'throttle_config', programa,
                          CONCAT(limite, '|', janela_seg)
                     FROM throttle_config
                   UNION ALL
                   SELECT 'consulta_config', tabela,
                          CONCAT_WS('|', colunas, id_coluna,
                              COALESCE(tipos, ''),
                              COALESCE(filha_tabela, ''),
                              COALESCE(filha_fk_coluna, ''))
                     FROM consulta_config
                   UNION ALL
                   SELECT 'job_definicoes', CAST(sequencia AS CHAR),
                          CONCAT_WS('|', programa, habilitado,
                              politica_erro, somente_dia_util)
                     FROM job_definicoes
                   UNION ALL
                   SELECT 'job_agenda', programa,
                          CONCAT_WS('|', frequencia_min,
                              COALESCE(janela_ini, ''),
                              COALESCE(janela_fim, ''),
                              COALESCE(trava, ''), habilitado)
                     FROM job_agenda
                   UNION ALL
                   SELECT 'parceiro_layouts',
                          CONCAT(parceiro, '|', tabela),
                          CONCAT(hdr_tipo, '|', trl_tipo)
                     FROM parceiro_layouts
                   UNION ALL
                   SELECT 'parceiro_layout_campos',
                          CONCAT_WS('|', parceiro, tabela, sequencia),
                          CONCAT_WS('|', campo, largura,
                              COALESCE(formato_data, ''),
                              COALESCE(formato_num, ''),
                              preenchimento)
                     FROM parceiro_layout_campos
                   UNION ALL
                   SELECT 'mail_distribuicao',
                          CONCAT(lista, '|', destinatario), ativo
                     FROM mail_distribuicao
                   UNION ALL
                   SELECT 'retencao_config', tabela,
                          CONCAT_WS('|', coluna_data, dias_retencao,
                              modo, ativo)
                     FROM retencao_config
           END-EXEC.

           MOVE "LER A CONFIGURACAO DO DESTINO" TO WRK-PASSO.
           PERFORM 2990-VERIFICAR-ERRO.

       1600-CALCULAR-DIFERENCAS.

      * O VALOR E COMPARADO BYTE A BYTE: MUDAR SO A CAIXA DE UM
      * VALOR TAMBEM E UMA ALTERACAO A PROMOVER.
           EXEC SQL
               INSERT INTO promocao_diff
                   (tipo, tabela, chave, valor_atual, valor_novo)
                   SELECT 'INCLUI', p.tabela, p.chave, NULL, p.valor
                     FROM promocao_pacote p
                     LEFT JOIN promocao_atual a
                       ON a.tabela = p.tabela
                      AND a.chave = p.chave
                    WHERE a.chave IS NULL
           END-EXEC.

           MOVE "CALCULAR INCLUSOES" TO WRK-PASSO.
           PERFORM 2990-VERIFICAR-ERRO.

           EXEC SQL
               INSERT INTO promocao_diff
                   (tipo, tabela, chave, valor_atual, valor_novo)
                   SELECT 'ALTERA', p.tabela, p.chave, a.valor,
                          p.valor
                     FROM promocao_pacote p
                     JOIN promocao_atual a
                       ON a.tabela = p.tabela
                      AND a.chave = p.chave
                    WHERE BINARY a.valor <> BINARY p.valor
           END-EXEC.

           MOVE "CALCULAR ALTERACOES" TO WRK-PASSO.
           PERFORM 2990-VERIFICAR-ERRO.

           EXEC SQL
               INSERT INTO promocao_diff
                   (tipo, tabela, chave, valor_atual, valor_novo)
                   SELECT 'REMOVE', a.tabela, a.chave, a.valor, NULL
                     FROM promocao_atual a
                     LEFT JOIN promocao_pacote p
                       ON p.tabela = a.tabela
                      AND p.chave = a.chave
                    WHERE p.chave IS NULL
           END-EXEC.

           MOVE "CALCULAR REMOCOES" TO WRK-PASSO.
           PERFORM 2990-VERIFICAR-ERRO.

       2000-EXIBIR-DIFERENCAS.

           EXEC SQL
               DECLARE CUR-DIFERENCAS CURSOR FOR
                   SELECT tipo, tabela, chave,
                          COALESCE(valor_atual, ''),
                          COALESCE(valor_novo, '')
                     FROM promocao_diff
                    ORDER BY tabela, chave
           END-EXEC.

           EXEC SQL
               OPEN CUR-DIFERENCAS
           END-EXEC.

           MOVE "LER AS DIFERENCAS" TO WRK-PASSO.
           PERFORM 2990-VERIFICAR-ERRO.

           SET NAO-FIM-CURSOR TO TRUE.
           PERFORM 2010-BUSCAR-DIFERENCA.
           PERFORM 2020-EXIBIR-DIFERENCA UNTIL FIM-CURSOR.

           EXEC SQL CLOSE CUR-DIFERENCAS END-EXEC.

           COMPUTE WRK-QTD-DIFERENCAS =
               WRK-QTD-INCLUI + WRK-QTD-ALTERA + WRK-QTD-REMOVE.

       2010-BUSCAR-DIFERENCA.

           EXEC SQL
               FETCH CUR-DIFERENCAS
                   INTO :PRM-TIPO, :PRM-TABELA, :PRM-CHAVE,
                        :PRM-VALOR-ATUAL, :PRM-VALOR
           END-EXEC.

           IF  SQLCODE EQUAL 100
               SET FIM-CURSOR TO TRUE
           ELSE
               MOVE "LER AS DIFERENCAS" TO WRK-PASSO
               PERFORM 2990-VERIFICAR-ERRO
           END-IF.

       2020-EXIBIR-DIFERENCA.

           DISPLAY
               FUNCTION TRIM(PRM-TIPO) " "
               FUNCTION TRIM(PRM-TABELA) " "
               FUNCTION TRIM(PRM-CHAVE).

           EVALUATE PRM-TIPO
               WHEN "INCLUI"
                   ADD 1 TO WRK-QTD-INCLUI
                   DISPLAY "    NOVO....: " FUNCTION TRIM(PRM-VALOR)
               WHEN "ALTERA"
                   ADD 1 TO WRK-QTD-ALTERA
                   DISPLAY
                       "    ATUAL...: " FUNCTION TRIM(PRM-VALOR-ATUAL)
                   DISPLAY "    NOVO....: " FUNCTION TRIM(PRM-VALOR)
               WHEN OTHER
                   ADD 1 TO WRK-QTD-REMOVE
                   DISPLAY
                       "    ATUAL...: " FUNCTION TRIM(PRM-VALOR-ATUAL)
           END-EVALUATE.

           PERFORM 2010-BUSCAR-DIFERENCA.

       2990-VERIFICAR-ERRO.

           IF  SQLCODE NOT EQUAL ZERO
           AND SQLCODE NOT EQUAL 100
               DISPLAY
                   "ERRO AO TENTAR " FUNCTION TRIM(WRK-PASSO) ": "
                   SQLERRM
               PERFORM 2995-ABORTAR
           END-IF.

       2995-ABORTAR.

           EXEC SQL ROLLBACK END-EXEC.
           EXEC SQL CONNECT RESET END-EXEC.
           DISPLAY "PROMOCAO NAO APLICADA.".
           MOVE 16 TO RETURN-CODE.
           STOP RUN.

       3000-APLICAR-PROMOCAO.

      * TODAS AS MUDANCAS E O HISTORICO VAO NA MESMA TRANSACAO: OU A
      * PROMOCAO ENTRA INTEIRA, OU NADA MUDA NO DESTINO. O VALOR
      * SERIALIZADO E DESMONTADO PELO SEPARADOR PIPE NA ORDEM DAS
      * COLUNAS; CAMPO VAZIO VOLTA A SER NULO NAS COLUNAS OPCIONAIS.
           PERFORM 3100-APLICAR-CONFIGURACAO.
           PERFORM 3110-APLICAR-THROTTLE.
           PERFORM 3120-APLICAR-CONSULTA-CONFIG.
           PERFORM 3130-APLICAR-JOB-DEFINICOES.
           PERFORM 3140-APLICAR-JOB-AGENDA.
           PERFORM 3150-APLICAR-PARCEIRO-LAYOUTS.
           PERFORM 3160-APLICAR-PARCEIRO-CAMPOS.
           PERFORM 3170-APLICAR-MAIL-DISTRIBUICAO.
           PERFORM 3180-APLICAR-RETENCAO-CONFIG.
           PERFORM 3900-REGISTRAR-HISTORICO.

           EXEC SQL COMMIT END-EXEC.

           MOVE "CONFIRMAR A PROMOCAO" TO WRK-PASSO.
           PERFORM 2990-VERIFICAR-ERRO.

       3100-APLICAR-CONFIGURACAO.

           EXEC SQL
               INSERT INTO configuracao (chave, ambiente, valor)
                   SELECT SUBSTRING_INDEX(d.chave, '|', 1),
                          SUBSTRING_INDEX(d.chave, '|', -1),
                          d.valor_novo
                     FROM promocao_diff d
                    WHERE d.tabela = 'configuracao'
                      AND d.tipo <> 'REMOVE'
               ON DUPLICATE KEY UPDATE
                   valor = VALUES(valor)
           END-EXEC.

           MOVE "APLICAR CONFIGURACAO" TO WRK-PASSO.
           PERFORM 2990-VERIFICAR-ERRO.

           EXEC SQL
               DELETE c
                 FROM configuracao c
                 JOIN promocao_diff d
                   ON d.tabela = 'configuracao'
                  AND d.tipo = 'REMOVE'
                  AND d.chave = CONCAT(c.chave, '|', c.ambiente)
           END-EXEC.

           MOVE "REMOVER DE CONFIGURACAO" TO WRK-PASSO.
           PERFORM 2990-VERIFICAR-ERRO.

       3110-APLICAR-THROTTLE.

           EXEC SQL
               INSERT INTO throttle_config
                   (programa, limite, janela_seg)
                   SELECT d.chave,
                          SUBSTRING_INDEX(d.valor_novo, '|', 1),
                          SUBSTRING_INDEX(d.valor_novo, '|', -1)
                     FROM promocao_diff d
                    WHERE d.tabela = 'throttle_config'
                      AND d.tipo <> 'REMOVE'
               ON DUPLICATE KEY UPDATE
                   limite = VALUES(limite),
                   janela_seg = VALUES(janela_seg)
           END-EXEC.

           MOVE "APLICAR THROTTLE_CONFIG" TO WRK-PASSO.
           PERFORM 2990-VERIFICAR-ERRO.

           EXEC SQL
               DELETE t
                 FROM throttle_config t
                 JOIN promocao_diff d
                   ON d.tabela = 'throttle_config'
                  AND d.tipo = 'REMOVE'
                  AND d.chave = t.programa
           END-EXEC.

           MOVE "REMOVER DE THROTTLE_CONFIG" TO WRK-PASSO.
           PERFORM 2990-VERIFICAR-ERRO.

       3120-APLICAR-CONSULTA-CONFIG.

           EXEC SQL
               INSERT INTO consulta_config
                   (tabela, colunas, id_coluna, tipos,
                    filha_tabela, filha_fk_coluna)
                   SELECT d.chave,
                          SUBSTRING_INDEX(d.valor_novo, '|', 1),
                          SUBSTRING_INDEX(SUBSTRING_INDEX(
                              d.valor_novo, '|', 2), '|', -1),
                          NULLIF(SUBSTRING_INDEX(SUBSTRING_INDEX(
                              d.valor_novo, '|', 3), '|', -1), ''),
                          NULLIF(SUBSTRING_INDEX(SUBSTRING_INDEX(
                              d.valor_novo, '|', 4), '|', -1), ''),
                          NULLIF(SUBSTRING_INDEX(
                              d.valor_novo, '|', -1), '')
                     FROM promocao_diff d
                    WHERE d.tabela = 'consulta_config'
                      AND d.tipo <> 'REMOVE'
               ON DUPLICATE KEY UPDATE
                   colunas = VALUES(colunas),
                   id_coluna = VALUES(id_coluna),
                   tipos = VALUES(tipos),
                   filha_tabela = VALUES(filha_tabela),
                   filha_fk_coluna = VALUES(filha_fk_coluna)
           END-EXEC.

           MOVE "APLICAR CONSULTA_CONFIG" TO WRK-PASSO.
           PERFORM 2990-VERIFICAR-ERRO.

           EXEC SQL
               DELETE c
                 FROM consulta_config c
                 JOIN promocao_diff d
                   ON d.tabela = 'consulta_config'
                  AND d.tipo = 'REMOVE'
                  AND d.chave = c.tabela
           END-EXEC.

           MOVE "REMOVER DE CONSULTA_CONFIG" TO WRK-PASSO.
           PERFORM 2990-VERIFICAR-ERRO.

       3130-APLICAR-JOB-DEFINICOES.

           EXEC SQL
               INSERT INTO job_definicoes
                   (sequencia, programa, habilitado, politica_erro,
                    somente_dia_util)
                   SELECT CAST(d.chave AS UNSIGNED),
                          SUBSTRING_INDEX(d.valor_novo, '|', 1),
                          SUBSTRING_INDEX(SUBSTRING_INDEX(
                              d.valor_novo, '|', 2), '|', -1),
                          SUBSTRING_INDEX(SUBSTRING_INDEX(
                              d.valor_novo, '|', 3), '|', -1),
                          SUBSTRING_INDEX(d.valor_novo, '|', -1)
                     FROM promocao_diff d
                    WHERE d.tabela = 'job_definicoes'
                      AND d.tipo <> 'REMOVE'
               ON DUPLICATE KEY UPDATE
                   programa = VALUES(programa),
                   habilitado = VALUES(habilitado),
                   politica_erro = VALUES(politica_erro),
                   somente_dia_util = VALUES(somente_dia_util)
           END-EXEC.

           MOVE "APLICAR JOB_DEFINICOES" TO WRK-PASSO.
           PERFORM 2990-VERIFICAR-ERRO.

           EXEC SQL
               DELETE j
                 FROM job_definicoes j
                 JOIN promocao_diff d
                   ON d.tabela = 'job_definicoes'
                  AND d.tipo = 'REMOVE'
                  AND d.chave = CAST(j.sequencia AS CHAR)
           END-EXEC.

           MOVE "REMOVER DE JOB_DEFINICOES" TO WRK-PASSO.
           PERFORM 2990-VERIFICAR-ERRO.

       3140-APLICAR-JOB-AGENDA.

      * A ULTIMA EXECUCAO E O ULTIMO RC SAO DO AMBIENTE E NAO SAO
      * TOCADOS PELA PROMOCAO.
           EXEC SQL
               INSERT INTO job_agenda
                   (programa, frequencia_min, janela_ini, janela_fim,
                    trava, habilitado)
                   SELECT d.chave,
                          SUBSTRING_INDEX(d.valor_novo, '|', 1),
                          NULLIF(SUBSTRING_INDEX(SUBSTRING_INDEX(
                              d.valor_novo, '|', 2), '|', -1), ''),
                          NULLIF(SUBSTRING_INDEX(SUBSTRING_INDEX(
                              d.valor_novo, '|', 3), '|', -1), ''),
                          NULLIF(SUBSTRING_INDEX(SUBSTRING_INDEX(
                              d.valor_novo, '|', 4), '|', -1), ''),
                          SUBSTRING_INDEX(d.valor_novo, '|', -1)
                     FROM promocao_diff d
                    WHERE d.tabela = 'job_agenda'
                      AND d.tipo <> 'REMOVE'
               ON DUPLICATE KEY UPDATE
                   frequencia_min = VALUES(frequencia_min),
                   janela_ini = VALUES(janela_ini),
                   janela_fim = VALUES(janela_fim),
                   trava = VALUES(trava),
                   habilitado = VALUES(habilitado)
           END-EXEC.

           MOVE "APLICAR JOB_AGENDA" TO WRK-PASSO.
           PERFORM 2990-VERIFICAR-ERRO.

           EXEC SQL
               DELETE j
                 FROM job_agenda j
                 JOIN promocao_diff d
                   ON d.tabela = 'job_agenda'
                  AND d.tipo = 'REMOVE'
                  AND d.chave = j.programa
           END-EXEC.

           MOVE "REMOVER DE JOB_AGENDA" TO WRK-PASSO.
           PERFORM 2990-VERIFICAR-ERRO.

       3150-APLICAR-PARCEIRO-LAYOUTS.

           EXEC SQL
               INSERT INTO parceiro_layouts
                   (parceiro, tabela, hdr_tipo, trl_tipo)
                   SELECT SUBSTRING_INDEX(d.chave, '|', 1),
                          SUBSTRING_INDEX(d.chave, '|', -1),
                          SUBSTRING_INDEX(d.valor_novo, '|', 1),
                          SUBSTRING_INDEX(d.valor_novo, '|', -1)
                     FROM promocao_diff d
                    WHERE d.tabela = 'parceiro_layouts'
                      AND d.tipo <> 'REMOVE'
               ON DUPLICATE KEY UPDATE
                   hdr_tipo = VALUES(hdr_tipo),
                   trl_tipo = VALUES(trl_tipo)
           END-EXEC.

           MOVE "APLICAR PARCEIRO_LAYOUTS" TO WRK-PASSO.
           PERFORM 2990-VERIFICAR-ERRO.

           EXEC SQL
               DELETE l
                 FROM parceiro_layouts l
                 JOIN promocao_diff d
                   ON d.tabela = 'parceiro_layouts'
                  AND d.tipo = 'REMOVE'
                  AND d.chave = CONCAT(l.parceiro, '|', l.tabela)
           END-EXEC.

           MOVE "REMOVER DE PARCEIRO_LAYOUTS" TO WRK-PASSO.
           PERFORM 2990-VERIFICAR-ERRO.

       3160-APLICAR-PARCEIRO-CAMPOS.

      * PREENCHIMENTO EM BRANCO VEM VAZIO NA SERIALIZACAO.
           EXEC SQL
               INSERT INTO parceiro_layout_campos
                   (parceiro, tabela, sequencia, campo, largura,
                    formato_data, formato_num, preenchimento)
                   SELECT SUBSTRING_INDEX(d.chave, '|', 1),
                          SUBSTRING_INDEX(SUBSTRING_INDEX(
                              d.chave, '|', 2), '|', -1),
                          SUBSTRING_INDEX(d.chave, '|', -1),
                          SUBSTRING_INDEX(d.valor_novo, '|', 1),
                          SUBSTRING_INDEX(SUBSTRING_INDEX(
                              d.valor_novo, '|', 2), '|', -1),
                          NULLIF(SUBSTRING_INDEX(SUBSTRING_INDEX(
                              d.valor_novo, '|', 3), '|', -1), ''),
                          NULLIF(SUBSTRING_INDEX(SUBSTRING_INDEX(
                              d.valor_novo, '|', 4), '|', -1), ''),
                          IF(SUBSTRING_INDEX(d.valor_novo, '|', -1)
                                 = '', ' ',
                             SUBSTRING_INDEX(d.valor_novo, '|', -1))
                     FROM promocao_diff d
                    WHERE d.tabela = 'parceiro_layout_campos'
                      AND d.tipo <> 'REMOVE'
               ON DUPLICATE KEY UPDATE
                   campo = VALUES(campo),
                   largura = VALUES(largura),
                   formato_data = VALUES(formato_data),
                   formato_num = VALUES(formato_num),
                   preenchimento = VALUES(preenchimento)
           END-EXEC.

           MOVE "APLICAR PARCEIRO_LAYOUT_CAMPOS" TO WRK-PASSO.
           PERFORM 2990-VERIFICAR-ERRO.

           EXEC SQL
               DELETE c
                 FROM parceiro_layout_campos c
                 JOIN promocao_diff d
                   ON d.tabela = 'parceiro_layout_campos'
                  AND d.tipo = 'REMOVE'
                  AND d.chave = CONCAT_WS('|', c.parceiro, c.tabela,
                                    c.sequencia)
           END-EXEC.

           MOVE "REMOVER DE PARCEIRO_LAYOUT_CAMPOS" TO WRK-PASSO.
           PERFORM 2990-VERIFICAR-ERRO.

       3170-APLICAR-MAIL-DISTRIBUICAO.

      * A LISTA NAO TEM CHAVE UNICA POR LISTA E DESTINATARIO, ENTAO
      * INCLUSAO E ALTERACAO VAO EM COMANDOS SEPARADOS.
           EXEC SQL
               INSERT INTO mail_distribuicao
                   (lista, destinatario, ativo)
                   SELECT SUBSTRING_INDEX(d.chave, '|', 1),
                          SUBSTRING_INDEX(d.chave, '|', -1),
                          d.valor_novo
                     FROM promocao_diff d
                    WHERE d.tabela = 'mail_distribuicao'
                      AND d.tipo = 'INCLUI'
           END-EXEC.

           MOVE "INCLUIR EM MAIL_DISTRIBUICAO" TO WRK-PASSO.
           PERFORM 2990-VERIFICAR-ERRO.

           EXEC SQL
               UPDATE mail_distribuicao m
                 JOIN promocao_diff d
                   ON d.tabela = 'mail_distribuicao'
                  AND d.tipo = 'ALTERA'
                  AND d.chave = CONCAT(m.lista, '|', m.destinatario)
                  SET m.ativo = d.valor_novo
           END-EXEC.

           MOVE "ALTERAR MAIL_DISTRIBUICAO" TO WRK-PASSO.
           PERFORM 2990-VERIFICAR-ERRO.

           EXEC SQL
               DELETE m
                 FROM mail_distribuicao m
                 JOIN promocao_diff d
                   ON d.tabela = 'mail_distribuicao'
                  AND d.tipo = 'REMOVE'
                  AND d.chave = CONCAT(m.lista, '|', m.destinatario)
           END-EXEC.

           MOVE "REMOVER DE MAIL_DISTRIBUICAO" TO WRK-PASSO.
           PERFORM 2990-VERIFICAR-ERRO.

       3180-APLICAR-RETENCAO-CONFIG.

           EXEC SQL
               INSERT INTO retencao_config
                   (tabela, coluna_data, dias_retencao, modo, ativo)
                   SELECT d.chave,
                          SUBSTRING_INDEX(d.valor_novo, '|', 1),
                          SUBSTRING_INDEX(SUBSTRING_INDEX(
                              d.valor_novo, '|', 2), '|', -1),
                          SUBSTRING_INDEX(SUBSTRING_INDEX(
                              d.valor_novo, '|', 3), '|', -1),
                          SUBSTRING_INDEX(d.valor_novo, '|', -1)
                     FROM promocao_diff d
                    WHERE d.tabela = 'retencao_config'
                      AND d.tipo <> 'REMOVE'
               ON DUPLICATE KEY UPDATE
                   coluna_data = VALUES(coluna_data),
                   dias_retencao = VALUES(dias_retencao),
                   modo = VALUES(modo),
                   ativo = VALUES(ativo)
           END-EXEC.

           MOVE "APLICAR RETENCAO_CONFIG" TO WRK-PASSO.
           PERFORM 2990-VERIFICAR-ERRO.

           EXEC SQL
               DELETE r
                 FROM retencao_config r
                 JOIN promocao_diff d
                   ON d.tabela = 'retencao_config'
                  AND d.tipo = 'REMOVE'
                  AND d.chave = r.tabela
           END-EXEC.

           MOVE "REMOVER DE RETENCAO_CONFIG" TO WRK-PASSO.
           PERFORM 2990-VERIFICAR-ERRO.

       3900-REGISTRAR-HISTORICO.

      * UMA LINHA POR MUDANCA, COMO AS DAS ACOES DE ADMINISTRACAO:
      * VALOR ANTERIOR NULO E INCLUSAO, VALOR NOVO NULO E REMOCAO.
           EXEC SQL
               INSERT INTO config_historico
                   (tabela, chave, valor_anterior, valor_novo,
                    chave_api)
                   SELECT tabela, LEFT(chave, 120),
                          LEFT(valor_atual, 600),
                          LEFT(valor_novo, 600),
                          TRIM(:PRM-CHAVE-API)
                     FROM promocao_diff
                    ORDER BY tabela, chave
           END-EXEC.

           MOVE "REGISTRAR O HISTORICO DA PROMOCAO" TO WRK-PASSO.
           PERFORM 2990-VERIFICAR-ERRO.

       4000-FINALIZAR.

           EXEC SQL CONNECT RESET END-EXEC.

           MOVE WRK-QTD-LIDAS TO WRK-QTD-MASK.
           DISPLAY
               "LINHAS NO PACOTE................: "
               FUNCTION TRIM(WRK-QTD-MASK).

           MOVE WRK-QTD-INCLUI TO WRK-QTD-MASK.
           DISPLAY
               "INCLUSOES.......................: "
               FUNCTION TRIM(WRK-QTD-MASK).

           MOVE WRK-QTD-ALTERA TO WRK-QTD-MASK.
           DISPLAY
               "ALTERACOES......................: "
               FUNCTION TRIM(WRK-QTD-MASK).

           MOVE WRK-QTD-REMOVE TO WRK-QTD-MASK.
           DISPLAY
               "REMOCOES........................: "
               FUNCTION TRIM(WRK-QTD-MASK).

           EVALUATE TRUE
               WHEN WRK-QTD-DIFERENCAS = ZERO
                   DISPLAY
                       "RESULTADO: DESTINO JA ESTA IGUAL AO PACOTE."
               WHEN PROMOCAO-CONFIRMADA
                   DISPLAY
                       "RESULTADO: PROMOCAO APLICADA E REGISTRADA EM "
                       "CONFIG_HISTORICO."
               WHEN OTHER
                   DISPLAY
                       "RESULTADO: SIMULACAO, NADA FOI GRAVADO. "
                       "PROMOCAO_CONFIRMA=S APLICA AS DIFERENCAS."
           END-EVALUATE.

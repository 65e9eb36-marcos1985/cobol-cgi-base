       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG-EXPORTA-CONFIG.
      *******************************************
      * AUTOR:
      * DATA:
      * ALTERACOES:
      *   - BATCH DE EXPORTACAO DO PACOTE DE PROMOCAO DA
      *     CONFIGURACAO OPERACIONAL ENTRE AMBIENTES: CONECTA NO
      *     AMBIENTE DE ORIGEM (PROMOCAO_ORIGEM = DEV, QA OU PROD,
      *     PELO MESMO CONJUNTO DB_CONNECTION_STRING_* DE SEMPRE) E
      *     GRAVA EM UM ARQUIVO VERSIONADO (PROMOCAO_ARQ, PADRAO
      *     PROMOCAO_CONFIG_<ORIGEM>_<AAAAMMDDHHMMSS>.PKG) AS LINHAS
      *     DE CONFIGURACAO, THROTTLE_CONFIG, CONSULTA_CONFIG,
      *     JOB_DEFINICOES, JOB_AGENDA, PARCEIRO_LAYOUTS,
      *     PARCEIRO_LAYOUT_CAMPOS, MAIL_DISTRIBUICAO E
      *     RETENCAO_CONFIG. CADA LINHA VAI SERIALIZADA COMO TABELA,
      *     CHAVE E VALOR, NO MESMO FORMATO DE CONFIG_HISTORICO
      *     (CHAVE|AMBIENTE, LIMITE|JANELA_SEG, COLUNAS|ID_COLUNA|...
      *     E ANALOGOS NAS DEMAIS TABELAS); COLUNAS DE EXECUCAO
      *     (ULTIMA EXECUCAO DA AGENDA, IDS E DATAS DE CRIACAO) FICAM
      *     DE FORA. O ARQUIVO ABRE COM UM HDR (VERSAO DO LAYOUT,
      *     VERSAO DO PACOTE CFG-<ORIGEM>-<AAAAMMDDHHMMSS>, AMBIENTE
      *     E MOMENTO) E FECHA COM UM TRL COM A QUANTIDADE DE LINHAS.
      *     O PACOTE E APLICADO NO DESTINO POR PROG-IMPORTA-CONFIG.
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
       77  WRK-APP-ENV                     PIC X(10).
       77  WRK-AMBIENTE-CONEXAO            PIC X(10).
       77  WRK-PROMOCAO-ORIGEM             PIC X(10).

       77  WRK-DATA-HORA-CORRENTE          PIC X(21).
       77  WRK-DATA-HORA-FMT               PIC X(19).
       77  WRK-VERSAO-PACOTE               PIC X(40).
       77  WRK-LAYOUT-PACOTE               PIC 9(2)    VALUE 1.

       77  WRK-QTD-LINHAS                  PIC 9(10)   VALUE ZERO.
       77  WRK-QTD-MASK                    PIC Z(9)9.

       77  WRK-FLAG-FIM-CURSOR             PIC X(1)    VALUE 'N'.
           88  FIM-CURSOR                              VALUE 'S'.
           88  NAO-FIM-CURSOR                          VALUE 'N'.

       77  WRK-FLAG-ARQUIVO-ABERTO         PIC X(1)    VALUE 'N'.
           88  ARQUIVO-ABERTO                          VALUE 'S'.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.

       01  HOSTVARS.
           05 BUFFER     PIC X(1024).

       01  SQL-01-VARS.
           05 PRM-TABELA        PIC X(30).
           05 PRM-CHAVE         PIC X(200).
           05 PRM-VALOR         PIC X(1400).

       EXEC SQL END DECLARE SECTION END-EXEC.


       PROCEDURE DIVISION.

       MAIN-PROCEDURE.

           DISPLAY "BUILD EM EXECUCAO: " FUNCTION TRIM(VERSAO-BUILD).

           PERFORM 1000-VALIDAR-PARAMETROS.
           PERFORM 1100-CONECTAR-ORIGEM.
           PERFORM 1200-ABRIR-CURSOR-PACOTE.
           PERFORM 1300-ABRIR-ARQUIVO-PACOTE.

           PERFORM 2000-GRAVAR-LINHA UNTIL FIM-CURSOR.

           PERFORM 3000-FINALIZAR.
           STOP RUN.

       1000-VALIDAR-PARAMETROS.

           ACCEPT WRK-PROMOCAO-ORIGEM FROM ENVIRONMENT
               "PROMOCAO_ORIGEM".
           ACCEPT WRK-ARQ-PACOTE-NOME FROM ENVIRONMENT "PROMOCAO_ARQ".

      * SEM ORIGEM EXPLICITA, O PACOTE SAI DO PROPRIO AMBIENTE.
           IF  FUNCTION TRIM(WRK-PROMOCAO-ORIGEM) = SPACES
               ACCEPT WRK-APP-ENV FROM ENVIRONMENT "APP_ENV"
               MOVE WRK-APP-ENV TO WRK-PROMOCAO-ORIGEM
           END-IF.

           IF  FUNCTION TRIM(WRK-PROMOCAO-ORIGEM) = SPACES
               MOVE "DEV" TO WRK-PROMOCAO-ORIGEM
           END-IF.

           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WRK-PROMOCAO-ORIGEM))
               TO WRK-PROMOCAO-ORIGEM.

           IF  WRK-PROMOCAO-ORIGEM NOT = "DEV"
           AND WRK-PROMOCAO-ORIGEM NOT = "QA"
           AND WRK-PROMOCAO-ORIGEM NOT = "PROD"
               DISPLAY
                   "ERRO: PROMOCAO_ORIGEM DEVE SER DEV, QA OU PROD."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE FUNCTION CURRENT-DATE TO WRK-DATA-HORA-CORRENTE.
           MOVE SPACES TO WRK-DATA-HORA-FMT.
           STRING
               WRK-DATA-HORA-CORRENTE(1:4) '-'
               WRK-DATA-HORA-CORRENTE(5:2) '-'
               WRK-DATA-HORA-CORRENTE(7:2) ' '
               WRK-DATA-HORA-CORRENTE(9:2) ':'
               WRK-DATA-HORA-CORRENTE(11:2) ':'
               WRK-DATA-HORA-CORRENTE(13:2)
               DELIMITED BY SIZE
               INTO WRK-DATA-HORA-FMT
           END-STRING.

           MOVE SPACES TO WRK-VERSAO-PACOTE.
           STRING
               "CFG-" FUNCTION TRIM(WRK-PROMOCAO-ORIGEM) "-"
               WRK-DATA-HORA-CORRENTE(1:14)
               DELIMITED BY SIZE
               INTO WRK-VERSAO-PACOTE
           END-STRING.

           IF  FUNCTION TRIM(WRK-ARQ-PACOTE-NOME) = SPACES
               STRING
                   "PROMOCAO_CONFIG_"
                   FUNCTION TRIM(WRK-PROMOCAO-ORIGEM) "_"
                   WRK-DATA-HORA-CORRENTE(1:14) ".PKG"
                   DELIMITED BY SIZE
                   INTO WRK-ARQ-PACOTE-NOME
               END-STRING
           END-IF.

       1100-CONECTAR-ORIGEM.

           MOVE WRK-PROMOCAO-ORIGEM TO WRK-AMBIENTE-CONEXAO.

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
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE WRK-DB-STRING TO BUFFER.
           EXEC SQL CONNECT TO :BUFFER END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO
               DISPLAY
                   "ERRO AO TENTAR CONECTAR NO AMBIENTE "
                   FUNCTION TRIM(WRK-AMBIENTE-CONEXAO) ": " SQLERRM
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       1200-ABRIR-CURSOR-PACOTE.

      * A SERIALIZACAO DE CADA TABELA E A MESMA QUE
      * PROG-IMPORTA-CONFIG USA PARA LER O ESTADO DO DESTINO; AS
      * DUAS PRECISAM ANDAR JUNTAS.
           EXEC SQL
               DECLARE CUR-PACOTE-CFG CURSOR FOR
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
                    ORDER BY 1, 2
           END-EXEC.

           EXEC SQL
               OPEN CUR-PACOTE-CFG
           END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO
               DISPLAY
                   "ERRO AO TENTAR LER A CONFIGURACAO DA ORIGEM: "
                   SQLERRM
               EXEC SQL CONNECT RESET END-EXEC
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       1300-ABRIR-ARQUIVO-PACOTE.

           OPEN OUTPUT ARQ-PACOTE-CFG.

           IF  WRK-FS-ARQ-PACOTE NOT = "00"
               DISPLAY
                   "ERRO AO TENTAR CRIAR O ARQUIVO DO PACOTE: "
                   FUNCTION TRIM(WRK-ARQ-PACOTE-NOME)
                   " (FILE STATUS " WRK-FS-ARQ-PACOTE ")."
               PERFORM 2990-ABORTAR
           END-IF.

           SET ARQUIVO-ABERTO TO TRUE.

           MOVE SPACES TO REG-CABECALHO-CFG.
           MOVE "HDR"                TO CAB-TIPO.
           MOVE WRK-LAYOUT-PACOTE    TO CAB-LAYOUT.
           MOVE WRK-VERSAO-PACOTE    TO CAB-VERSAO.
           MOVE WRK-PROMOCAO-ORIGEM  TO CAB-AMBIENTE.
           MOVE WRK-DATA-HORA-FMT    TO CAB-DATA-HORA.
           WRITE REG-CABECALHO-CFG.
           PERFORM 2100-CONFERIR-GRAVACAO.

           SET NAO-FIM-CURSOR TO TRUE.
           PERFORM 1310-BUSCAR-PROXIMA-LINHA.

       1310-BUSCAR-PROXIMA-LINHA.

           EXEC SQL
               FETCH CUR-PACOTE-CFG
                   INTO :PRM-TABELA, :PRM-CHAVE, :PRM-VALOR
           END-EXEC.

           IF  SQLCODE EQUAL 100
               SET FIM-CURSOR TO TRUE
           ELSE
               IF  SQLCODE NOT EQUAL ZERO
                   DISPLAY
                       "ERRO AO TENTAR LER A CONFIGURACAO DA ORIGEM: "
                       SQLERRM
                   PERFORM 2990-ABORTAR
               END-IF
           END-IF.

       2000-GRAVAR-LINHA.

           MOVE SPACES TO REG-PACOTE-CFG.
           MOVE "LIN"      TO PCT-TIPO.
           MOVE PRM-TABELA TO PCT-TABELA.
           MOVE PRM-CHAVE  TO PCT-CHAVE.
           MOVE PRM-VALOR  TO PCT-VALOR.
           WRITE REG-PACOTE-CFG.
           PERFORM 2100-CONFERIR-GRAVACAO.

           ADD 1 TO WRK-QTD-LINHAS.

           PERFORM 1310-BUSCAR-PROXIMA-LINHA.

       2100-CONFERIR-GRAVACAO.

           IF  WRK-FS-ARQ-PACOTE NOT = "00"
               DISPLAY
                   "ERRO AO TENTAR GRAVAR NO ARQUIVO DO PACOTE "
                   "(FILE STATUS " WRK-FS-ARQ-PACOTE ")."
               PERFORM 2990-ABORTAR
           END-IF.

       2990-ABORTAR.

      * PACOTE INCOMPLETO NAO PODE SOBRAR PARA SER IMPORTADO.
           IF  ARQUIVO-ABERTO
               CLOSE ARQ-PACOTE-CFG
               CALL "CBL_DELETE_FILE" USING WRK-ARQ-PACOTE-NOME
               END-CALL
               MOVE ZERO TO RETURN-CODE
           END-IF.

           EXEC SQL CONNECT RESET END-EXEC.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.

       3000-FINALIZAR.

           EXEC SQL CLOSE CUR-PACOTE-CFG END-EXEC.

           MOVE SPACES TO REG-TRAILER-CFG.
           MOVE "TRL"          TO TRL-TIPO.
           MOVE WRK-QTD-LINHAS TO TRL-QTD.
           WRITE REG-TRAILER-CFG.
           PERFORM 2100-CONFERIR-GRAVACAO.

           CLOSE ARQ-PACOTE-CFG.
           EXEC SQL CONNECT RESET END-EXEC.

           MOVE WRK-QTD-LINHAS TO WRK-QTD-MASK.
           DISPLAY
               "PACOTE " FUNCTION TRIM(WRK-VERSAO-PACOTE)
               " GRAVADO EM " FUNCTION TRIM(WRK-ARQ-PACOTE-NOME) ": "
               FUNCTION TRIM(WRK-QTD-MASK) " LINHAS DE CONFIGURACAO.".

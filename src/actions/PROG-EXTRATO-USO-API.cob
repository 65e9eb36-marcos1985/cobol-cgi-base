       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG-EXTRATO-USO-API.
      *******************************************
      * AUTOR:
      * DATA:
      * ALTERACOES:
      *   - BATCH DE FIM DE MES DO EXTRATO DE USO E COBRANCA DOS
      *     CONSUMIDORES DA API. A COMPETENCIA VEM DE USO_MES
      *     (AAAA-MM), PADRAO O MES ANTERIOR. CADA CHAVE COM USO NA
      *     COMPETENCIA E UM CONSUMIDOR: AS CHAMADAS VEM DE
      *     CHAVES_USO_PROGRAMA (POR PROGRAMA E OPERACAO, CONTADAS
      *     NA CARGA DA AUDITORIA) E AS COM ERRO (4XX/5XX) NAO SAO
      *     COBRADAS. O PRECO VEM DA TARIFA (TARIFA_API: CLASSE,
      *     OPERACAO LEITURA/ESCRITA E FAIXA INICIAL DE CHAMADAS,
      *     PRECO PROGRESSIVO POR FAIXA DENTRO DO MES); A CLASSE DO
      *     PROGRAMA VEM DE TARIFA_API_PROGRAMAS E PROGRAMA SEM
      *     CLASSE, OU DE CLASSE SEM TARIFA PARA A OPERACAO, E
      *     COBRADO NA CLASSE PADRAO. AS CHAMADAS ALEM DA QUOTA
      *     MENSAL DA CHAVE (CHAVES_USO CONTRA QUOTA_MENSAL) SAO
      *     RELATADAS E COBRADAS NA TARIFA EXCEDENTE DA CLASSE
      *     PADRAO. GRAVA UM EXTRATO DE 132 COLUNAS POR CONSUMIDOR
      *     (EXTRATO_USO_API_<AAAA-MM>_<SEQ>_<PREFIXO DA CHAVE>.TXT
      *     NO DIRETORIO ARQ_EXTRATOS_USO_DIR, PADRAO O CORRENTE),
      *     REGISTRADO NO CATALOGO CENTRAL DE RELATORIOS VIA
      *     MOD-REGISTRA-RELATORIO, E O ARQUIVO DE INTERFACE DO
      *     FATURAMENTO (ARQ_COBRANCA_USO, PADRAO
      *     COBRANCA_USO_API_<AAAA-MM>.DAT) COM CABECALHO, UM
      *     DETALHE POR CONSUMIDOR E TRAILER COM QUANTIDADE E TOTAL.
      *     O ARQUIVO SO ENTRA NO LIVRO-RAZAO DE INTERFACES
      *     (MOD-REGISTRA-INTERFACE, TOTAL DE CONTROLE = VALOR
      *     DEVIDO EM CENTAVOS) QUANDO A EXECUCAO TERMINA BEM. A
      *     CHAVE NUNCA SAI INTEIRA: EXTRATO E INTERFACE LEVAM A
      *     CHAVE MASCARADA, O PARCEIRO E O CLIENTE.
      *   - EXIBE NO INICIO DO LOG DA EXECUCAO O CARIMBO DE VERSAO
      *     (BUILD) COM QUE O PROGRAMA FOI IMPLANTADO.
      *******************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT ARQ-EXTRATO ASSIGN TO WRK-ARQ-EXTRATO-NOME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-ARQ-EXTRATO.

           SELECT ARQ-COBRANCA ASSIGN TO WRK-ARQ-COBRANCA-NOME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-FS-ARQ-COBRANCA.

       DATA DIVISION.
       FILE SECTION.

       FD  ARQ-EXTRATO.
       01  REG-EXTRATO                     PIC X(132).

       FD  ARQ-COBRANCA
           RECORDING MODE IS F.
       01  REG-COBRANCA                    PIC X(150).
       01  REG-CABECALHO-COBRANCA.
           05 CAB-TIPO                     PIC X(3).
           05 CAB-DATA-HORA                PIC X(19).
           05 CAB-AMBIENTE                 PIC X(10).
           05 CAB-COMPETENCIA              PIC X(7).
           05 FILLER                       PIC X(111).
       01  REG-DETALHE-COBRANCA.
           05 DET-TIPO                     PIC X(3).
           05 DET-CHAVE                    PIC X(10).
           05 DET-PARCEIRO                 PIC X(30).
           05 DET-CLIENTE-ID               PIC 9(10).
           05 DET-QTD-CHAMADAS             PIC 9(10).
           05 DET-QTD-ERROS                PIC 9(10).
           05 DET-QTD-COBRADAS             PIC 9(10).
           05 DET-QTD-EXCEDENTE            PIC 9(10).
           05 DET-VALOR-USO                PIC 9(10)V99.
           05 DET-VALOR-EXCEDENTE          PIC 9(10)V99.
           05 DET-VALOR-TOTAL              PIC 9(10)V99.
           05 FILLER                       PIC X(21).
       01  REG-TRAILER-COBRANCA.
           05 TRL-TIPO                     PIC X(3).
           05 TRL-QTD                      PIC 9(10).
           05 TRL-TOTAL-DEVIDO             PIC 9(13)V99.
           05 FILLER                       PIC X(122).

       WORKING-STORAGE SECTION.

       COPY VERSAO-BUILD.

       77  WRK-ARQ-EXTRATO-NOME            PIC X(255).
       77  WRK-EXTRATOS-DIR                PIC X(255).
       77  WRK-FS-ARQ-EXTRATO              PIC X(2).
       77  WRK-ARQ-COBRANCA-NOME           PIC X(255).
       77  WRK-FS-ARQ-COBRANCA             PIC X(2).

       77  WRK-DB-STRING                   PIC X(255).
       77  WRK-APP-ENV                     PIC X(10).
       77  WRK-DATA-HORA-CORRENTE          PIC X(21).
       77  WRK-REL-PROGRAMA                PIC X(60)
               VALUE "PROG-EXTRATO-USO-API".
       77  WRK-REL-PERIODO                 PIC X(30).
       77  WRK-REL-QTD                     PIC 9(10)   VALUE ZERO.

       77  WRK-SEQ-MASK                    PIC Z(9)9.
       77  WRK-ID-MASK                     PIC Z(9)9.
       77  WRK-QTD-MASK                    PIC Z(9)9.
       77  WRK-ERRO-MASK                   PIC Z(9)9.
       77  WRK-COBRADA-MASK                PIC Z(9)9.
       77  WRK-FAIXA-DE-MASK               PIC Z(9)9.
       77  WRK-FAIXA-ATE-MASK              PIC Z(9)9.
       77  WRK-PRECO-MASK                  PIC Z(5)9.9999.
       77  WRK-VALOR-MASK                  PIC Z(8)9.99.
       77  WRK-TOTAL-MASK                  PIC Z(12)9.99.
       77  WRK-PROGRAMA-COL                PIC X(40).
       77  WRK-CLASSE-COL                  PIC X(20).
       77  WRK-OPERACAO-COL                PIC X(9).
       77  WRK-FAIXA-ATE-COL               PIC X(10).

       77  WRK-SEQ-CONSUMIDOR              PIC 9(10)   VALUE ZERO.
       77  WRK-QTD-CHAMADAS-CNS            PIC 9(10)   VALUE ZERO.
       77  WRK-QTD-ERROS-CNS               PIC 9(10)   VALUE ZERO.
       77  WRK-QTD-COBRADAS-CNS            PIC 9(10)   VALUE ZERO.
       77  WRK-QTD-LINHAS-CNS              PIC 9(10)   VALUE ZERO.
       77  WRK-VALOR-USO-CNS               PIC 9(10)V99 VALUE ZERO.
       77  WRK-VALOR-EXCEDENTE-CNS         PIC 9(10)V99 VALUE ZERO.
       77  WRK-VALOR-TOTAL-CNS             PIC 9(10)V99 VALUE ZERO.
       77  WRK-QTD-CONSUMIDORES            PIC 9(10)   VALUE ZERO.
       77  WRK-TOT-DEVIDO                  PIC 9(13)V99 VALUE ZERO.
       77  WRK-LED-CHECKSUM                PIC 9(15).

       77  WRK-FLAG-LEDGER                 PIC X(1)    VALUE 'N'.
           88  REGISTRAR-LEDGER                        VALUE 'S'.
           88  NAO-REGISTRAR-LEDGER                    VALUE 'N'.

       77  WRK-FLAG-CURSOR-CONSUMIDORES    PIC X(1)    VALUE 'N'.
           88  CURSOR-CONSUMIDORES-ABERTO              VALUE 'S'.

       77  WRK-FLAG-FIM-CONSUMIDORES       PIC X(1)    VALUE 'N'.
           88  FIM-CONSUMIDORES                        VALUE 'S'.
           88  NAO-FIM-CONSUMIDORES                    VALUE 'N'.

       77  WRK-FLAG-FIM-PROGRAMAS          PIC X(1)    VALUE 'N'.
           88  FIM-PROGRAMAS                           VALUE 'S'.
           88  NAO-FIM-PROGRAMAS                       VALUE 'N'.

       77  WRK-FLAG-FIM-FAIXAS             PIC X(1)    VALUE 'N'.
           88  FIM-FAIXAS                              VALUE 'S'.
           88  NAO-FIM-FAIXAS                          VALUE 'N'.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.

       01  HOSTVARS.
           05 BUFFER     PIC X(1024).

       01  SQL-01-VARS.
           05 USO-MES-PARAM     PIC X(7).
           05 USO-MES           PIC X(7).
           05 USO-INICIO        PIC X(10).
           05 USO-FIM           PIC X(10).
           05 CNS-CHAVE         PIC X(64).
           05 CNS-MASCARADA     PIC X(10).
           05 CNS-PREFIXO       PIC X(6).
           05 CNS-DESCRICAO     PIC X(255).
           05 CNS-PARCEIRO      PIC X(30).
           05 CNS-CLIENTE-ID    PIC 9(10).
           05 CNS-TEM-QUOTA     PIC X(1).
           05 CNS-QUOTA         PIC 9(10).
           05 CNS-USO-MES       PIC 9(10).
           05 CNS-EXCEDENTE     PIC 9(10).
           05 PRG-PROGRAMA      PIC X(60).
           05 PRG-OPERACAO      PIC X(9).
           05 PRG-CLASSE        PIC X(20).
           05 PRG-QTD           PIC 9(10).
           05 PRG-QTD-ERRO      PIC 9(10).
           05 PRG-QTD-COBRADA   PIC 9(10).
           05 FXA-CLASSE        PIC X(20).
           05 FXA-OPERACAO      PIC X(9).
           05 FXA-FAIXA-DE      PIC 9(10).
           05 FXA-FAIXA-ATE     PIC 9(10).
           05 FXA-PRECO         PIC 9(6)V9(4).
           05 FXA-QTD           PIC 9(10).
           05 FXA-VALOR         PIC 9(10)V99.

       EXEC SQL END DECLARE SECTION END-EXEC.


       PROCEDURE DIVISION.

       MAIN-PROCEDURE.

           DISPLAY "BUILD EM EXECUCAO: " FUNCTION TRIM(VERSAO-BUILD).

           PERFORM 1000-INICIALIZAR.
           PERFORM 1100-CONECTAR-BANCO-DE-DADOS.
           PERFORM 1200-RESOLVER-COMPETENCIA.
           PERFORM 1250-GARANTIR-TABELAS.
           PERFORM 1300-ABRIR-ARQUIVO-COBRANCA.
           PERFORM 1400-ABRIR-CURSOR-CONSUMIDORES.

           PERFORM 2000-PROCESSAR-CONSUMIDOR UNTIL FIM-CONSUMIDORES.

           PERFORM 2800-GRAVAR-TRAILER-COBRANCA.
           PERFORM 3000-FINALIZAR.
           STOP RUN.

       1000-INICIALIZAR.

           ACCEPT WRK-EXTRATOS-DIR FROM ENVIRONMENT
               "ARQ_EXTRATOS_USO_DIR".
           IF  FUNCTION TRIM(WRK-EXTRATOS-DIR) = SPACES
               MOVE "." TO WRK-EXTRATOS-DIR
           END-IF.

           ACCEPT WRK-ARQ-COBRANCA-NOME FROM ENVIRONMENT
               "ARQ_COBRANCA_USO".

           ACCEPT USO-MES-PARAM FROM ENVIRONMENT "USO_MES".
           IF  FUNCTION TRIM(USO-MES-PARAM) NOT = SPACES
               IF  USO-MES-PARAM(5:1) NOT = '-'
               OR  USO-MES-PARAM(1:4) IS NOT NUMERIC
               OR  USO-MES-PARAM(6:2) IS NOT NUMERIC
               OR  USO-MES-PARAM(6:2) < "01"
               OR  USO-MES-PARAM(6:2) > "12"
                   DISPLAY
                       "ERRO: USO_MES DEVE ESTAR NO FORMATO AAAA-MM."
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

       1200-RESOLVER-COMPETENCIA.

      * A COMPETENCIA E RESOLVIDA NO BANCO: USO_MES QUANDO
      * INFORMADA, SENAO O MES ANTERIOR, DO PRIMEIRO AO ULTIMO DIA.
           EXEC SQL
               SELECT DATE_FORMAT(COALESCE(
                          CONCAT(NULLIF(TRIM(:USO-MES-PARAM), ''),
                              '-01'),
                          DATE_FORMAT(CURRENT_DATE
                              - INTERVAL 1 MONTH, '%Y-%m-01')),
                          '%Y-%m-%d')
                 INTO :USO-INICIO
           END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO
               DISPLAY
                   "ERRO AO TENTAR RESOLVER A COMPETENCIA DO "
                   "EXTRATO: " SQLERRM
               EXEC SQL CONNECT RESET END-EXEC
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           EXEC SQL
               SELECT DATE_FORMAT(LAST_DAY(:USO-INICIO), '%Y-%m-%d'),
                      DATE_FORMAT(:USO-INICIO, '%Y-%m')
                 INTO :USO-FIM, :USO-MES
           END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO
               DISPLAY
                   "ERRO AO TENTAR RESOLVER A COMPETENCIA DO "
                   "EXTRATO: " SQLERRM
               EXEC SQL CONNECT RESET END-EXEC
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           IF  FUNCTION TRIM(WRK-ARQ-COBRANCA-NOME) = SPACES
               STRING
                   "COBRANCA_USO_API_" USO-MES ".DAT"
                   DELIMITED BY SIZE
                   INTO WRK-ARQ-COBRANCA-NOME
               END-STRING
           END-IF.

       1250-GARANTIR-TABELAS.

      * AMBIENTE SEM A TARIFA OU SEM O USO POR PROGRAMA GANHA AS
      * TABELAS VAZIAS: O FATURAMENTO RECEBE O ARQUIVO SO COM
      * CABECALHO E TRAILER EM VEZ DE O BATCH CAIR.
           EXEC SQL
               CREATE TABLE IF NOT EXISTS chaves_uso_programa (
                   chave     VARCHAR(64) NOT NULL,
                   mes       CHAR(7)     NOT NULL,
                   programa  VARCHAR(60) NOT NULL,
                   operacao  VARCHAR(7)  NOT NULL,
                   qtd       INT NOT NULL DEFAULT 0,
                   qtd_erro  INT NOT NULL DEFAULT 0,
                   PRIMARY KEY (chave, mes, programa, operacao)
               )
           END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO
               DISPLAY
                   "ERRO AO TENTAR GARANTIR A TABELA "
                   "CHAVES_USO_PROGRAMA: " SQLERRM
               EXEC SQL CONNECT RESET END-EXEC
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           EXEC SQL
               CREATE TABLE IF NOT EXISTS tarifa_api (
                   classe         VARCHAR(20)   NOT NULL,
                   operacao       VARCHAR(9)    NOT NULL,
                   faixa_de       INT           NOT NULL,
                   preco_unitario DECIMAL(10,4) NOT NULL,
                   PRIMARY KEY (classe, operacao, faixa_de)
               )
           END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO
               DISPLAY
                   "ERRO AO TENTAR GARANTIR A TABELA TARIFA_API: "
                   SQLERRM
               EXEC SQL CONNECT RESET END-EXEC
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           EXEC SQL
               CREATE TABLE IF NOT EXISTS tarifa_api_programas (
                   programa  VARCHAR(60) NOT NULL PRIMARY KEY,
                   classe    VARCHAR(20) NOT NULL
               )
           END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO
               DISPLAY
                   "ERRO AO TENTAR GARANTIR A TABELA "
                   "TARIFA_API_PROGRAMAS: " SQLERRM
               EXEC SQL CONNECT RESET END-EXEC
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       1300-ABRIR-ARQUIVO-COBRANCA.

           OPEN OUTPUT ARQ-COBRANCA.

           IF  WRK-FS-ARQ-COBRANCA NOT = "00"
               DISPLAY
                   "ERRO AO TENTAR ABRIR O ARQUIVO DE COBRANCA: "
                   FUNCTION TRIM(WRK-ARQ-COBRANCA-NOME)
               EXEC SQL CONNECT RESET END-EXEC
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE FUNCTION CURRENT-DATE TO WRK-DATA-HORA-CORRENTE.

           MOVE SPACES TO REG-CABECALHO-COBRANCA.
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
           MOVE WRK-APP-ENV TO CAB-AMBIENTE.
           MOVE USO-MES     TO CAB-COMPETENCIA.

           WRITE REG-CABECALHO-COBRANCA.

           IF  WRK-FS-ARQ-COBRANCA NOT = "00"
               DISPLAY
                   "ERRO AO TENTAR GRAVAR CABECALHO NO ARQUIVO DE "
                   "COBRANCA."
               PERFORM 3000-FINALIZAR
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       1400-ABRIR-CURSOR-CONSUMIDORES.

      * CONSUMIDOR E A CHAVE COM USO NA COMPETENCIA, CONTADO POR
      * PROGRAMA OU SO NO CONTADOR GERAL DE CHAVES_USO (CHAMADAS
      * ALEM DA QUOTA RECUSADAS ANTES DE QUALQUER ACAO). O
      * EXCEDENTE E O USO DO MES ALEM DA QUOTA, QUANDO HA QUOTA.
           EXEC SQL
               DECLARE CUR-USO-CONSUMIDORES CURSOR FOR
                   SELECT k.chave,
                          CONCAT(LEFT(k.chave, 6), '***'),
                          LEFT(k.chave, 6),
                          COALESCE(k.descricao, ''),
                          COALESCE(k.parceiro, ''),
                          COALESCE(k.cliente_id, 0),
                          IF(k.quota_mensal IS NULL, 'N', 'S'),
                          COALESCE(k.quota_mensal, 0),
                          COALESCE(u.qtd, 0),
                          IF(k.quota_mensal IS NULL, 0,
                             GREATEST(COALESCE(u.qtd, 0)
                                 - k.quota_mensal, 0))
                     FROM chaves_api k
                     LEFT JOIN chaves_uso u
                       ON u.chave = k.chave
                      AND u.mes = :USO-MES
                    WHERE COALESCE(u.qtd, 0) > 0
                       OR EXISTS
                          (SELECT 1
                             FROM chaves_uso_programa p
                            WHERE p.chave = k.chave
                              AND p.mes = :USO-MES)
                    ORDER BY COALESCE(k.parceiro, ''),
                             COALESCE(k.cliente_id, 0), k.chave
           END-EXEC.

           EXEC SQL
               OPEN CUR-USO-CONSUMIDORES
           END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO
               DISPLAY
                   "ERRO AO TENTAR ABRIR CURSOR DE CONSUMIDORES: "
                   SQLERRM
               PERFORM 3000-FINALIZAR
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           SET CURSOR-CONSUMIDORES-ABERTO TO TRUE.

           PERFORM 1410-BUSCAR-PROXIMO-CONSUMIDOR.

       1410-BUSCAR-PROXIMO-CONSUMIDOR.

           EXEC SQL
               FETCH CUR-USO-CONSUMIDORES
                   INTO :CNS-CHAVE, :CNS-MASCARADA, :CNS-PREFIXO,
                        :CNS-DESCRICAO, :CNS-PARCEIRO,
                        :CNS-CLIENTE-ID, :CNS-TEM-QUOTA, :CNS-QUOTA,
                        :CNS-USO-MES, :CNS-EXCEDENTE
           END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO
               SET FIM-CONSUMIDORES TO TRUE
           END-IF.

       2000-PROCESSAR-CONSUMIDOR.

           ADD 1 TO WRK-SEQ-CONSUMIDOR.
           MOVE WRK-SEQ-CONSUMIDOR TO WRK-SEQ-MASK.
           MOVE ZERO TO WRK-QTD-CHAMADAS-CNS.
           MOVE ZERO TO WRK-QTD-ERROS-CNS.
           MOVE ZERO TO WRK-QTD-COBRADAS-CNS.
           MOVE ZERO TO WRK-QTD-LINHAS-CNS.
           MOVE ZERO TO WRK-VALOR-USO-CNS.
           MOVE ZERO TO WRK-VALOR-EXCEDENTE-CNS.
           MOVE ZERO TO WRK-VALOR-TOTAL-CNS.

           MOVE SPACES TO WRK-ARQ-EXTRATO-NOME.
           STRING
               FUNCTION TRIM(WRK-EXTRATOS-DIR) "/EXTRATO_USO_API_"
               USO-MES "_" FUNCTION TRIM(WRK-SEQ-MASK) "_"
               FUNCTION TRIM(CNS-PREFIXO) ".TXT"
               DELIMITED BY SIZE
               INTO WRK-ARQ-EXTRATO-NOME
           END-STRING.

           OPEN OUTPUT ARQ-EXTRATO.

           IF  WRK-FS-ARQ-EXTRATO NOT = "00"
               DISPLAY
                   "ERRO AO TENTAR ABRIR O EXTRATO DE USO: "
                   FUNCTION TRIM(WRK-ARQ-EXTRATO-NOME)
               PERFORM 3000-FINALIZAR
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM 2100-GRAVAR-CABECALHO-EXTRATO.
           PERFORM 2200-GRAVAR-USO-PROGRAMAS.
           PERFORM 2300-GRAVAR-COBRANCA-FAIXAS.
           PERFORM 2400-GRAVAR-TRAILER-EXTRATO.

           CLOSE ARQ-EXTRATO.

      * CADA EXTRATO ENTRA NO CATALOGO CENTRAL DE RELATORIOS.
           MOVE SPACES TO WRK-REL-PERIODO.
           MOVE USO-MES TO WRK-REL-PERIODO.
           MOVE WRK-QTD-LINHAS-CNS TO WRK-REL-QTD.
           CALL 'MOD-REGISTRA-RELATORIO'
               USING WRK-REL-PROGRAMA, WRK-ARQ-EXTRATO-NOME,
                   WRK-REL-PERIODO, WRK-REL-QTD
               END-CALL.

           PERFORM 2500-GRAVAR-DETALHE-COBRANCA.

           PERFORM 1410-BUSCAR-PROXIMO-CONSUMIDOR.

       2100-GRAVAR-CABECALHO-EXTRATO.

           MOVE SPACES TO REG-EXTRATO.
           STRING
               "EXTRATO DE USO DA API - COMPETENCIA " USO-MES
               " (" USO-INICIO " A " USO-FIM ") - AMBIENTE "
               FUNCTION UPPER-CASE(FUNCTION TRIM(WRK-APP-ENV))
               DELIMITED BY SIZE
               INTO REG-EXTRATO
           END-STRING.
           PERFORM 2900-GRAVAR-LINHA.

           MOVE SPACES TO REG-EXTRATO.
           MOVE ALL "=" TO REG-EXTRATO(1:132).
           PERFORM 2900-GRAVAR-LINHA.

           MOVE SPACES TO REG-EXTRATO.
           STRING
               "CONSUMIDOR: CHAVE " FUNCTION TRIM(CNS-MASCARADA)
               " - " FUNCTION TRIM(CNS-DESCRICAO)
               DELIMITED BY SIZE
               INTO REG-EXTRATO
           END-STRING.
           PERFORM 2900-GRAVAR-LINHA.

           IF  CNS-PARCEIRO NOT = SPACES
               MOVE SPACES TO REG-EXTRATO
               STRING
                   "PARCEIRO..: " FUNCTION TRIM(CNS-PARCEIRO)
                   DELIMITED BY SIZE
                   INTO REG-EXTRATO
               END-STRING
               PERFORM 2900-GRAVAR-LINHA
           END-IF.

           IF  CNS-CLIENTE-ID > ZERO
               MOVE CNS-CLIENTE-ID TO WRK-ID-MASK
               MOVE SPACES TO REG-EXTRATO
               STRING
                   "CLIENTE...: " FUNCTION TRIM(WRK-ID-MASK)
                   DELIMITED BY SIZE
                   INTO REG-EXTRATO
               END-STRING
               PERFORM 2900-GRAVAR-LINHA
           END-IF.

           MOVE SPACES TO REG-EXTRATO.
           PERFORM 2900-GRAVAR-LINHA.

           MOVE SPACES TO REG-EXTRATO.
           MOVE "CHAMADAS POR PROGRAMA" TO REG-EXTRATO.
           PERFORM 2900-GRAVAR-LINHA.

           MOVE SPACES TO REG-EXTRATO.
           STRING
               "   PROGRAMA                                  "
               "OPERACAO   CLASSE                  CHAMADAS"
               "       ERROS   COBRADAS"
               DELIMITED BY SIZE
               INTO REG-EXTRATO
           END-STRING.
           PERFORM 2900-GRAVAR-LINHA.

       2200-GRAVAR-USO-PROGRAMAS.

      * A CLASSE MOSTRADA E A EFETIVAMENTE COBRADA: PROGRAMA SEM
      * CLASSE, OU CLASSE SEM TARIFA PARA A OPERACAO, CAI NA PADRAO.
           EXEC SQL
               DECLARE CUR-USO-PROGRAMAS CURSOR FOR
                   SELECT p.programa, p.operacao,
                          IF(EXISTS
                             (SELECT 1
                                FROM tarifa_api t
                               WHERE t.classe = c.classe
                                 AND t.operacao = p.operacao),
                             c.classe, 'PADRAO'),
                          p.qtd, p.qtd_erro,
                          GREATEST(p.qtd - p.qtd_erro, 0)
                     FROM chaves_uso_programa p
                     LEFT JOIN tarifa_api_programas c
                       ON c.programa = p.programa
                    WHERE p.chave = :CNS-CHAVE
                      AND p.mes = :USO-MES
                    ORDER BY p.programa, p.operacao
           END-EXEC.

           EXEC SQL
               OPEN CUR-USO-PROGRAMAS
           END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO
               DISPLAY
                   "ERRO AO TENTAR ABRIR CURSOR DE USO POR "
                   "PROGRAMA: " SQLERRM
               CLOSE ARQ-EXTRATO
               PERFORM 3000-FINALIZAR
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           SET NAO-FIM-PROGRAMAS TO TRUE.
           PERFORM 2210-BUSCAR-PROXIMO-PROGRAMA.
           PERFORM 2220-GRAVAR-LINHA-PROGRAMA UNTIL FIM-PROGRAMAS.

           EXEC SQL CLOSE CUR-USO-PROGRAMAS END-EXEC.

       2210-BUSCAR-PROXIMO-PROGRAMA.

           EXEC SQL
               FETCH CUR-USO-PROGRAMAS
                   INTO :PRG-PROGRAMA, :PRG-OPERACAO, :PRG-CLASSE,
                        :PRG-QTD, :PRG-QTD-ERRO, :PRG-QTD-COBRADA
           END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO
               SET FIM-PROGRAMAS TO TRUE
           END-IF.

       2220-GRAVAR-LINHA-PROGRAMA.

           MOVE PRG-PROGRAMA TO WRK-PROGRAMA-COL.
           MOVE PRG-OPERACAO TO WRK-OPERACAO-COL.
           MOVE PRG-CLASSE TO WRK-CLASSE-COL.
           MOVE PRG-QTD TO WRK-QTD-MASK.
           MOVE PRG-QTD-ERRO TO WRK-ERRO-MASK.
           MOVE PRG-QTD-COBRADA TO WRK-COBRADA-MASK.

           MOVE SPACES TO REG-EXTRATO.
           STRING
               "   " WRK-PROGRAMA-COL
               "  " WRK-OPERACAO-COL
               "  " WRK-CLASSE-COL
               "  " WRK-QTD-MASK
               "  " WRK-ERRO-MASK
               "  " WRK-COBRADA-MASK
               DELIMITED BY SIZE
               INTO REG-EXTRATO
           END-STRING.
           PERFORM 2900-GRAVAR-LINHA.

           ADD 1 TO WRK-QTD-LINHAS-CNS.
           ADD PRG-QTD TO WRK-QTD-CHAMADAS-CNS.
           ADD PRG-QTD-ERRO TO WRK-QTD-ERROS-CNS.
           ADD PRG-QTD-COBRADA TO WRK-QTD-COBRADAS-CNS.

           PERFORM 2210-BUSCAR-PROXIMO-PROGRAMA.

       2300-GRAVAR-COBRANCA-FAIXAS.

           MOVE SPACES TO REG-EXTRATO.
           PERFORM 2900-GRAVAR-LINHA.

           MOVE SPACES TO REG-EXTRATO.
           MOVE "COBRANCA POR FAIXA" TO REG-EXTRATO.
           PERFORM 2900-GRAVAR-LINHA.

           MOVE SPACES TO REG-EXTRATO.
           STRING
               "   CLASSE                OPERACAO      FAIXA DE"
               "   FAIXA ATE   PRECO UNIT.   CHAMADAS"
               "          VALOR"
               DELIMITED BY SIZE
               INTO REG-EXTRATO
           END-STRING.
           PERFORM 2900-GRAVAR-LINHA.

      * AS CHAMADAS COBRAVEIS SOMAM POR CLASSE E OPERACAO NO MES E
      * CADA FAIXA COBRA AS CHAMADAS QUE CAEM DENTRO DELA (PRECO
      * PROGRESSIVO); A FAIXA VAI ATE A VESPERA DA SEGUINTE E A
      * ULTIMA NAO TEM FIM. O EXCEDENTE DA QUOTA ENTRA COMO A
      * OPERACAO EXCEDENTE DA CLASSE PADRAO.
           EXEC SQL
               DECLARE CUR-USO-FAIXAS CURSOR FOR
                   SELECT u.classe, u.operacao, f.faixa_de,
                          COALESCE(f.faixa_ate, 0),
                          f.preco_unitario,
                          LEAST(u.qtd, COALESCE(f.faixa_ate, u.qtd))
                              - f.faixa_de + 1,
                          ROUND((LEAST(u.qtd,
                                    COALESCE(f.faixa_ate, u.qtd))
                                 - f.faixa_de + 1)
                                * f.preco_unitario, 2)
                     FROM (SELECT IF(EXISTS
                                     (SELECT 1
                                        FROM tarifa_api t
                                       WHERE t.classe = c.classe
                                         AND t.operacao = p.operacao),
                                     c.classe, 'PADRAO') AS classe,
                                  p.operacao AS operacao,
                                  SUM(GREATEST(p.qtd - p.qtd_erro, 0))
                                      AS qtd
                             FROM chaves_uso_programa p
                             LEFT JOIN tarifa_api_programas c
                               ON c.programa = p.programa
                            WHERE p.chave = :CNS-CHAVE
                              AND p.mes = :USO-MES
                            GROUP BY 1, 2
                           UNION ALL
                           SELECT 'PADRAO', 'EXCEDENTE',
                                  :CNS-EXCEDENTE
                             FROM DUAL
                            WHERE :CNS-EXCEDENTE > 0) u
                     JOIN (SELECT t.classe, t.operacao, t.faixa_de,
                                  t.preco_unitario,
                                  (SELECT MIN(t2.faixa_de) - 1
                                     FROM tarifa_api t2
                                    WHERE t2.classe = t.classe
                                      AND t2.operacao = t.operacao
                                      AND t2.faixa_de > t.faixa_de)
                                      AS faixa_ate
                             FROM tarifa_api t) f
                       ON f.classe = u.classe
                      AND f.operacao = u.operacao
                    WHERE u.qtd >= f.faixa_de
                    ORDER BY u.classe, u.operacao, f.faixa_de
           END-EXEC.

           EXEC SQL
               OPEN CUR-USO-FAIXAS
           END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO
               DISPLAY
                   "ERRO AO TENTAR ABRIR CURSOR DAS FAIXAS DE "
                   "TARIFA: " SQLERRM
               CLOSE ARQ-EXTRATO
               PERFORM 3000-FINALIZAR
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           SET NAO-FIM-FAIXAS TO TRUE.
           PERFORM 2310-BUSCAR-PROXIMA-FAIXA.
           PERFORM 2320-GRAVAR-LINHA-FAIXA UNTIL FIM-FAIXAS.

           EXEC SQL CLOSE CUR-USO-FAIXAS END-EXEC.

       2310-BUSCAR-PROXIMA-FAIXA.

           EXEC SQL
               FETCH CUR-USO-FAIXAS
                   INTO :FXA-CLASSE, :FXA-OPERACAO, :FXA-FAIXA-DE,
                        :FXA-FAIXA-ATE, :FXA-PRECO, :FXA-QTD,
                        :FXA-VALOR
           END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO
               SET FIM-FAIXAS TO TRUE
           END-IF.

       2320-GRAVAR-LINHA-FAIXA.

           MOVE FXA-CLASSE TO WRK-CLASSE-COL.
           MOVE FXA-OPERACAO TO WRK-OPERACAO-COL.
           MOVE FXA-FAIXA-DE TO WRK-FAIXA-DE-MASK.
           MOVE FXA-PRECO TO WRK-PRECO-MASK.
           MOVE FXA-QTD TO WRK-QTD-MASK.
           MOVE FXA-VALOR TO WRK-VALOR-MASK.

           IF  FXA-FAIXA-ATE = ZERO
               MOVE "  SEM FIM " TO WRK-FAIXA-ATE-COL
           ELSE
               MOVE FXA-FAIXA-ATE TO WRK-FAIXA-ATE-MASK
               MOVE WRK-FAIXA-ATE-MASK TO WRK-FAIXA-ATE-COL
           END-IF.

           MOVE SPACES TO REG-EXTRATO.
           STRING
               "   " WRK-CLASSE-COL
               "  " WRK-OPERACAO-COL
               "  " WRK-FAIXA-DE-MASK
               "  " WRK-FAIXA-ATE-COL
               "  " WRK-PRECO-MASK
               "  " WRK-QTD-MASK
               "  " WRK-VALOR-MASK
               DELIMITED BY SIZE
               INTO REG-EXTRATO
           END-STRING.
           PERFORM 2900-GRAVAR-LINHA.

           ADD 1 TO WRK-QTD-LINHAS-CNS.

           IF  FXA-OPERACAO = "EXCEDENTE"
               ADD FXA-VALOR TO WRK-VALOR-EXCEDENTE-CNS
           ELSE
               ADD FXA-VALOR TO WRK-VALOR-USO-CNS
           END-IF.

           PERFORM 2310-BUSCAR-PROXIMA-FAIXA.

       2400-GRAVAR-TRAILER-EXTRATO.

           COMPUTE WRK-VALOR-TOTAL-CNS =
               WRK-VALOR-USO-CNS + WRK-VALOR-EXCEDENTE-CNS.

           MOVE SPACES TO REG-EXTRATO.
           MOVE ALL "-" TO REG-EXTRATO(1:132).
           PERFORM 2900-GRAVAR-LINHA.

           MOVE WRK-QTD-CHAMADAS-CNS TO WRK-QTD-MASK.
           MOVE SPACES TO REG-EXTRATO.
           STRING
               "   CHAMADAS NO MES.............: "
               FUNCTION TRIM(WRK-QTD-MASK)
               DELIMITED BY SIZE
               INTO REG-EXTRATO
           END-STRING.
           PERFORM 2900-GRAVAR-LINHA.

           MOVE WRK-QTD-ERROS-CNS TO WRK-QTD-MASK.
           MOVE SPACES TO REG-EXTRATO.
           STRING
               "   CHAMADAS COM ERRO (NAO COBR): "
               FUNCTION TRIM(WRK-QTD-MASK)
               DELIMITED BY SIZE
               INTO REG-EXTRATO
           END-STRING.
           PERFORM 2900-GRAVAR-LINHA.

           MOVE WRK-QTD-COBRADAS-CNS TO WRK-QTD-MASK.
           MOVE SPACES TO REG-EXTRATO.
           STRING
               "   CHAMADAS COBRADAS...........: "
               FUNCTION TRIM(WRK-QTD-MASK)
               DELIMITED BY SIZE
               INTO REG-EXTRATO
           END-STRING.
           PERFORM 2900-GRAVAR-LINHA.

           MOVE SPACES TO REG-EXTRATO.
           IF  CNS-TEM-QUOTA = 'S'
               MOVE CNS-QUOTA TO WRK-QTD-MASK
               STRING
                   "   QUOTA MENSAL................: "
                   FUNCTION TRIM(WRK-QTD-MASK)
                   DELIMITED BY SIZE
                   INTO REG-EXTRATO
               END-STRING
           ELSE
               MOVE "   QUOTA MENSAL................: SEM LIMITE"
                   TO REG-EXTRATO
           END-IF.
           PERFORM 2900-GRAVAR-LINHA.

           MOVE CNS-EXCEDENTE TO WRK-QTD-MASK.
           MOVE SPACES TO REG-EXTRATO.
           STRING
               "   CHAMADAS ALEM DA QUOTA......: "
               FUNCTION TRIM(WRK-QTD-MASK)
               DELIMITED BY SIZE
               INTO REG-EXTRATO
           END-STRING.
           PERFORM 2900-GRAVAR-LINHA.

           MOVE WRK-VALOR-USO-CNS TO WRK-TOTAL-MASK.
           MOVE SPACES TO REG-EXTRATO.
           STRING
               "   VALOR DO USO................: "
               FUNCTION TRIM(WRK-TOTAL-MASK)
               DELIMITED BY SIZE
               INTO REG-EXTRATO
           END-STRING.
           PERFORM 2900-GRAVAR-LINHA.

           MOVE WRK-VALOR-EXCEDENTE-CNS TO WRK-TOTAL-MASK.
           MOVE SPACES TO REG-EXTRATO.
           STRING
               "   VALOR DO EXCEDENTE..........: "
               FUNCTION TRIM(WRK-TOTAL-MASK)
               DELIMITED BY SIZE
               INTO REG-EXTRATO
           END-STRING.
           PERFORM 2900-GRAVAR-LINHA.

           MOVE WRK-VALOR-TOTAL-CNS TO WRK-TOTAL-MASK.
           MOVE SPACES TO REG-EXTRATO.
           STRING
               "   VALOR DEVIDO................: "
               FUNCTION TRIM(WRK-TOTAL-MASK)
               DELIMITED BY SIZE
               INTO REG-EXTRATO
           END-STRING.
           PERFORM 2900-GRAVAR-LINHA.

       2500-GRAVAR-DETALHE-COBRANCA.

      * O DETALHE DA COBRANCA LEVA OS MESMOS TOTAIS DO EXTRATO DO
      * CONSUMIDOR.
           MOVE SPACES TO REG-DETALHE-COBRANCA.
           MOVE "DET"                   TO DET-TIPO.
           MOVE CNS-MASCARADA           TO DET-CHAVE.
           MOVE CNS-PARCEIRO            TO DET-PARCEIRO.
           MOVE CNS-CLIENTE-ID          TO DET-CLIENTE-ID.
           MOVE WRK-QTD-CHAMADAS-CNS    TO DET-QTD-CHAMADAS.
           MOVE WRK-QTD-ERROS-CNS       TO DET-QTD-ERROS.
           MOVE WRK-QTD-COBRADAS-CNS    TO DET-QTD-COBRADAS.
           MOVE CNS-EXCEDENTE           TO DET-QTD-EXCEDENTE.
           MOVE WRK-VALOR-USO-CNS       TO DET-VALOR-USO.
           MOVE WRK-VALOR-EXCEDENTE-CNS TO DET-VALOR-EXCEDENTE.
           MOVE WRK-VALOR-TOTAL-CNS     TO DET-VALOR-TOTAL.

           WRITE REG-DETALHE-COBRANCA.

           IF  WRK-FS-ARQ-COBRANCA NOT = "00"
               DISPLAY
                   "ERRO AO TENTAR GRAVAR DETALHE NO ARQUIVO DE "
                   "COBRANCA."
               PERFORM 3000-FINALIZAR
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           ADD 1 TO WRK-QTD-CONSUMIDORES.
           ADD WRK-VALOR-TOTAL-CNS TO WRK-TOT-DEVIDO.

       2800-GRAVAR-TRAILER-COBRANCA.

      * O TRAILER SO E GRAVADO NO TERMINO NORMAL; SEM ELE O
      * FATURAMENTO RECONHECE UM ARQUIVO CORTADO NO MEIO.
           MOVE SPACES TO REG-TRAILER-COBRANCA.
           MOVE "TRL"                TO TRL-TIPO.
           MOVE WRK-QTD-CONSUMIDORES TO TRL-QTD.
           MOVE WRK-TOT-DEVIDO       TO TRL-TOTAL-DEVIDO.

           WRITE REG-TRAILER-COBRANCA.

           IF  WRK-FS-ARQ-COBRANCA NOT = "00"
               DISPLAY
                   "ERRO AO TENTAR GRAVAR TRAILER NO ARQUIVO DE "
                   "COBRANCA."
               PERFORM 3000-FINALIZAR
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           SET REGISTRAR-LEDGER TO TRUE.

       2900-GRAVAR-LINHA.

           WRITE REG-EXTRATO.

           IF  WRK-FS-ARQ-EXTRATO NOT = "00"
               DISPLAY
                   "ERRO AO TENTAR GRAVAR NO EXTRATO DE USO: "
                   FUNCTION TRIM(WRK-ARQ-EXTRATO-NOME)
               CLOSE ARQ-EXTRATO
               PERFORM 3000-FINALIZAR
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       3000-FINALIZAR.

           IF  CURSOR-CONSUMIDORES-ABERTO
               EXEC SQL CLOSE CUR-USO-CONSUMIDORES END-EXEC
           END-IF.
           EXEC SQL CONNECT RESET END-EXEC.

           CLOSE ARQ-COBRANCA.

      * SO A EXECUCAO QUE FECHOU O TRAILER ENTRA NO LIVRO-RAZAO; O
      * TOTAL DE CONTROLE E O VALOR DEVIDO TOTAL EM CENTAVOS.
           IF  REGISTRAR-LEDGER
               COMPUTE WRK-LED-CHECKSUM = WRK-TOT-DEVIDO * 100
               CALL 'MOD-REGISTRA-INTERFACE'
                   USING WRK-REL-PROGRAMA, WRK-ARQ-COBRANCA-NOME,
                       WRK-QTD-CONSUMIDORES, WRK-LED-CHECKSUM
                   END-CALL
           END-IF.

           MOVE WRK-TOT-DEVIDO TO WRK-TOTAL-MASK.
           DISPLAY
               "COBRANCA DE USO DE " USO-MES " GRAVADA EM: "
               FUNCTION TRIM(WRK-ARQ-COBRANCA-NOME)
               " (CONSUMIDORES " WRK-QTD-CONSUMIDORES
               ", TOTAL " FUNCTION TRIM(WRK-TOTAL-MASK) ")".

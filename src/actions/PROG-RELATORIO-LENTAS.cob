       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG-RELATORIO-LENTAS.
      *******************************************
      * AUTOR:
      * DATA:
      * ALTERACOES:
      *   - BATCH SEMANAL DAS REQUISICOES LENTAS POR FORMA DE
      *     COMANDO: LE REQUISICOES_LENTAS E OS COMANDOS COM PLANO
      *     GRAVADOS POR MOD-MEDE-TEMPO EM REQUISICOES_LENTAS_PLANOS
      *     NA JANELA DE LENTAS_DIAS DIAS (PADRAO 7) E GRAVA UM
      *     RELATORIO DE 132 COLUNAS (ARQ_LENTAS, PADRAO
      *     RELATORIO_LENTAS.TXT) COM, POR FORMA DE COMANDO (HASH DO
      *     COMANDO MASCARADO), QUANTAS VEZES ELA ESTEVE NUMA
      *     REQUISICAO LENTA, DURACAO MEDIA E MAXIMA, AS ACOES DE
      *     ORIGEM, O COMANDO MASCARADO E O PLANO MAIS RECENTE, COM
      *     AS MARCAS VARREDURA TOTAL E SEM INDICE EM DESTAQUE. AS
      *     FORMAS SAEM DA MAIS FREQUENTE PARA A MENOS FREQUENTE (AS
      *     50 PRIMEIRAS), SEGUIDAS DO RESUMO DAS FORMAS COM
      *     VARREDURA TOTAL OU SEM INDICE E DAS ACOES LENTAS SEM
      *     COMANDO CAPTURADO (AINDA NAO ENTREGAM O SQL A
      *     MOD-GUARDA-SQL). O ARQUIVO ENTRA NO CATALOGO CENTRAL DE
      *     RELATORIOS VIA MOD-REGISTRA-RELATORIO.
      *   - EXIBE NO INICIO DO LOG DA EXECUCAO O CARIMBO DE VERSAO
      *     (BUILD) COM QUE O PROGRAMA FOI IMPLANTADO.
      *******************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT ARQ-LENTAS ASSIGN TO WRK-ARQ-LENTAS-NOME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-ARQ-LENTAS.

       DATA DIVISION.
       FILE SECTION.

       FD  ARQ-LENTAS.
       01  REG-LENTAS                      PIC X(132).

       WORKING-STORAGE SECTION.

       COPY VERSAO-BUILD.

       77  WRK-ARQ-LENTAS-NOME             PIC X(255).
       77  WRK-FS-ARQ-LENTAS               PIC X(2).

       77  WRK-DB-STRING                   PIC X(255).
       77  WRK-APP-ENV                     PIC X(10).
       77  WRK-REL-PROGRAMA                PIC X(60).
       77  WRK-REL-ARQUIVO                 PIC X(255).
       77  WRK-REL-PERIODO                 PIC X(30).
       77  WRK-REL-QTD                     PIC 9(10)   VALUE ZERO.

       77  WRK-DIAS-STG                    PIC X(5).
       77  WRK-QTD-MASK                    PIC Z(9)9.
       77  WRK-QTD-MASK-2                  PIC Z(9)9.
       77  WRK-MS-MASK                     PIC Z(7)9.
       77  WRK-MS-MASK-2                   PIC Z(7)9.
       77  WRK-DIAS-MASK                   PIC ZZZ9.
       77  WRK-POSICAO                     PIC 9(3)    VALUE ZERO.
       77  WRK-POSICAO-MASK                PIC ZZ9.
       77  WRK-QTD-FORMAS                  PIC 9(5)    VALUE ZERO.
       77  WRK-QTD-VARREDURA               PIC 9(5)    VALUE ZERO.
       77  WRK-QTD-SEM-INDICE              PIC 9(5)    VALUE ZERO.
       77  WRK-QTD-SEM-CAPTURA             PIC 9(5)    VALUE ZERO.
       77  WRK-MARCAS                      PIC X(40).

      * TEXTO LONGO (COMANDO, PLANO) QUEBRADO EM PEDACOS DE 110.
       77  WRK-TEXTO                       PIC X(2048).
       77  WRK-TEXTO-ROTULO                PIC X(12).
       77  WRK-TEXTO-TAM                   PIC 9(4)    VALUE ZERO.
       77  WRK-TEXTO-POS                   PIC 9(4)    VALUE ZERO.
       77  WRK-TEXTO-PEDACO                PIC 9(4)    VALUE ZERO.

       77  WRK-FLAG-FIM-CURSOR             PIC X(1)    VALUE 'N'.
           88  FIM-CURSOR                              VALUE 'S'.
           88  NAO-FIM-CURSOR                          VALUE 'N'.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.

       01  HOSTVARS.
           05 BUFFER     PIC X(1024).

       01  SQL-01-VARS.
           05 LEN-DIAS           PIC 9(4).
           05 LEN-JANELA-INI     PIC X(19).
           05 LEN-JANELA-FIM     PIC X(19).
           05 LEN-EXISTE         PIC 9(10).
           05 LEN-QTD-LENTAS     PIC 9(10).
           05 LEN-QTD-CAPTURA    PIC 9(10).
           05 LEN-FORMA-HASH     PIC X(64).
           05 LEN-QTD            PIC 9(10).
           05 LEN-MEDIA-MS       PIC 9(8).
           05 LEN-MAX-MS         PIC 9(8).
           05 LEN-ORIGENS        PIC X(255).
           05 LEN-VARREDURA      PIC X(1).
           05 LEN-SEM-INDICE     PIC X(1).
           05 LEN-PRIMEIRA       PIC X(19).
           05 LEN-ULTIMA         PIC X(19).
           05 LEN-SQL-MASCARADO  PIC X(2048).
           05 LEN-PLANO          PIC X(2000).
           05 LEN-PROGRAMA       PIC X(60).

       EXEC SQL END DECLARE SECTION END-EXEC.


       PROCEDURE DIVISION.

       MAIN-PROCEDURE.

           DISPLAY "BUILD EM EXECUCAO: " FUNCTION TRIM(VERSAO-BUILD).

           PERFORM 1000-INICIALIZAR.
           PERFORM 1100-CONECTAR-BANCO-DE-DADOS.
           PERFORM 1200-VERIFICAR-TABELAS.
           PERFORM 1300-ABRIR-ARQUIVO-RELATORIO.
           PERFORM 1400-GRAVAR-CABECALHO.
           PERFORM 2000-RELATAR-FORMAS.
           PERFORM 2500-RELATAR-RESUMO-PLANOS.
           PERFORM 2700-RELATAR-SEM-CAPTURA.
           PERFORM 3000-FINALIZAR.
           STOP RUN.

       1000-INICIALIZAR.

           ACCEPT WRK-ARQ-LENTAS-NOME FROM ENVIRONMENT "ARQ_LENTAS".
           IF  FUNCTION TRIM(WRK-ARQ-LENTAS-NOME) = SPACES
               MOVE "RELATORIO_LENTAS.TXT" TO WRK-ARQ-LENTAS-NOME
           END-IF.

           MOVE 7 TO LEN-DIAS.
           ACCEPT WRK-DIAS-STG FROM ENVIRONMENT "LENTAS_DIAS".
           IF  FUNCTION TRIM(WRK-DIAS-STG) NOT = SPACES
               IF  FUNCTION TRIM(WRK-DIAS-STG) IS NUMERIC
                   COMPUTE LEN-DIAS =
                       FUNCTION NUMVAL(WRK-DIAS-STG)
               ELSE
                   DISPLAY
                       "AVISO: LENTAS_DIAS INVALIDO, USANDO 7 DIAS."
               END-IF
           END-IF.
           IF  LEN-DIAS = ZERO
               MOVE 7 TO LEN-DIAS
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

       1200-VERIFICAR-TABELAS.

      * AS DUAS TABELAS NASCEM NA PRIMEIRA REQUISICAO LENTA (OU NO
      * BOOTSTRAP); SEM ELAS NAO HA O QUE RELATAR E O BATCH TERMINA
      * LIMPO, SEM ARQUIVO.
           EXEC SQL
               SELECT COUNT(*)
                 INTO :LEN-EXISTE
                 FROM information_schema.tables
                WHERE table_schema = DATABASE()
                  AND table_name IN ('requisicoes_lentas',
                                     'requisicoes_lentas_planos')
           END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO
               DISPLAY
                   "ERRO AO TENTAR VERIFICAR AS TABELAS DE "
                   "REQUISICOES LENTAS: " SQLERRM
               EXEC SQL CONNECT RESET END-EXEC
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           IF  LEN-EXISTE < 2
               DISPLAY
                   "AVISO: REQUISICOES_LENTAS OU "
                   "REQUISICOES_LENTAS_PLANOS AINDA NAO EXISTE; "
                   "NADA A RELATAR."
               EXEC SQL CONNECT RESET END-EXEC
               MOVE ZERO TO RETURN-CODE
               STOP RUN
           END-IF.

           EXEC SQL
               SELECT DATE_FORMAT(DATE_SUB(NOW(),
                          INTERVAL :LEN-DIAS DAY),
                          '%Y-%m-%d %H:%i:%s'),
                      DATE_FORMAT(NOW(), '%Y-%m-%d %H:%i:%s')
                 INTO :LEN-JANELA-INI, :LEN-JANELA-FIM
           END-EXEC.

           EXEC SQL
               SELECT COUNT(*),
                      COALESCE(SUM(EXISTS (
                          SELECT 1 FROM requisicoes_lentas_planos p
                           WHERE p.lenta_id = l.id)), 0)
                 INTO :LEN-QTD-LENTAS, :LEN-QTD-CAPTURA
                 FROM requisicoes_lentas l
                WHERE l.criado_em >= :LEN-JANELA-INI
           END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO
               DISPLAY
                   "ERRO AO TENTAR CONTAR AS REQUISICOES LENTAS: "
                   SQLERRM
               EXEC SQL CONNECT RESET END-EXEC
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       1300-ABRIR-ARQUIVO-RELATORIO.

           OPEN OUTPUT ARQ-LENTAS.

           IF  WRK-FS-ARQ-LENTAS NOT = "00"
               DISPLAY
                   "ERRO AO TENTAR ABRIR O RELATORIO DE REQUISICOES "
                   "LENTAS: " FUNCTION TRIM(WRK-ARQ-LENTAS-NOME)
               EXEC SQL CONNECT RESET END-EXEC
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       1400-GRAVAR-CABECALHO.

           MOVE SPACES TO REG-LENTAS.
           STRING
               "REQUISICOES LENTAS POR FORMA DE COMANDO"
               " - AMBIENTE "
               FUNCTION UPPER-CASE(FUNCTION TRIM(WRK-APP-ENV))
               DELIMITED BY SIZE
               INTO REG-LENTAS
           END-STRING.
           PERFORM 2900-GRAVAR-LINHA.

           MOVE SPACES TO REG-LENTAS.
           MOVE ALL "=" TO REG-LENTAS(1:70).
           PERFORM 2900-GRAVAR-LINHA.

           MOVE LEN-DIAS TO WRK-DIAS-MASK.
           MOVE SPACES TO REG-LENTAS.
           STRING
               "JANELA: " LEN-JANELA-INI " A " LEN-JANELA-FIM
               " (" FUNCTION TRIM(WRK-DIAS-MASK) " DIAS)"
               DELIMITED BY SIZE
               INTO REG-LENTAS
           END-STRING.
           PERFORM 2900-GRAVAR-LINHA.

           MOVE LEN-QTD-LENTAS TO WRK-QTD-MASK.
           MOVE LEN-QTD-CAPTURA TO WRK-QTD-MASK-2.
           MOVE SPACES TO REG-LENTAS.
           STRING
               "REQUISICOES LENTAS: " FUNCTION TRIM(WRK-QTD-MASK)
               " - COM COMANDO E PLANO CAPTURADOS: "
               FUNCTION TRIM(WRK-QTD-MASK-2)
               DELIMITED BY SIZE
               INTO REG-LENTAS
           END-STRING.
           PERFORM 2900-GRAVAR-LINHA.

           MOVE SPACES TO REG-LENTAS.
           PERFORM 2900-GRAVAR-LINHA.

       2000-RELATAR-FORMAS.

      * UMA FORMA CONTA UMA VEZ POR REQUISICAO LENTA EM QUE
      * APARECEU; COMANDO E PLANO SAO OS DA CAPTURA MAIS RECENTE.
           EXEC SQL
               DECLARE CUR-FORMAS CURSOR FOR
                   SELECT p.forma_hash,
                          COUNT(DISTINCT p.lenta_id),
                          CAST(AVG(l.duracao_ms) AS UNSIGNED),
                          MAX(l.duracao_ms),
                          LEFT(GROUP_CONCAT(DISTINCT p.origem
                               ORDER BY p.origem SEPARATOR ', '),
                               255),
                          MAX(p.varredura_total),
                          MAX(p.sem_indice),
                          DATE_FORMAT(MIN(l.criado_em),
                              '%Y-%m-%d %H:%i:%s'),
                          DATE_FORMAT(MAX(l.criado_em),
                              '%Y-%m-%d %H:%i:%s'),
                          (SELECT x.sql_mascarado
                             FROM requisicoes_lentas_planos x
                            WHERE x.forma_hash = p.forma_hash
                            ORDER BY x.id DESC LIMIT 1),
                          COALESCE((SELECT x.plano
                             FROM requisicoes_lentas_planos x
                            WHERE x.forma_hash = p.forma_hash
                            ORDER BY x.id DESC LIMIT 1), '')
                     FROM requisicoes_lentas_planos p
                     JOIN requisicoes_lentas l ON l.id = p.lenta_id
                    WHERE l.criado_em >= :LEN-JANELA-INI
                    GROUP BY p.forma_hash
                    ORDER BY 2 DESC, 4 DESC
                    LIMIT 50
           END-EXEC.

           EXEC SQL OPEN CUR-FORMAS END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO
               DISPLAY
                   "ERRO AO TENTAR AGRUPAR AS FORMAS DE COMANDO: "
                   SQLERRM
               PERFORM 3000-FINALIZAR
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE SPACES TO REG-LENTAS.
           MOVE "FORMAS DE COMANDO MAIS FREQUENTES EM REQUISICOES "
               TO REG-LENTAS.
           MOVE "LENTAS" TO REG-LENTAS(50:6).
           PERFORM 2900-GRAVAR-LINHA.
           MOVE SPACES TO REG-LENTAS.
           MOVE ALL "-" TO REG-LENTAS(1:132).
           PERFORM 2900-GRAVAR-LINHA.

           SET NAO-FIM-CURSOR TO TRUE.
           PERFORM 2010-BUSCAR-PROXIMA-FORMA.
           PERFORM 2020-RELATAR-FORMA UNTIL FIM-CURSOR.

           EXEC SQL CLOSE CUR-FORMAS END-EXEC.

           IF  WRK-QTD-FORMAS = ZERO
               MOVE SPACES TO REG-LENTAS
               MOVE "NENHUM COMANDO CAPTURADO EM REQUISICAO LENTA NA "
                   TO REG-LENTAS
               MOVE "JANELA." TO REG-LENTAS(49:7)
               PERFORM 2900-GRAVAR-LINHA
           END-IF.

       2010-BUSCAR-PROXIMA-FORMA.

           EXEC SQL
               FETCH CUR-FORMAS
                   INTO :LEN-FORMA-HASH, :LEN-QTD, :LEN-MEDIA-MS,
                        :LEN-MAX-MS, :LEN-ORIGENS, :LEN-VARREDURA,
                        :LEN-SEM-INDICE, :LEN-PRIMEIRA, :LEN-ULTIMA,
                        :LEN-SQL-MASCARADO, :LEN-PLANO
           END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO
               SET FIM-CURSOR TO TRUE
           END-IF.

       2020-RELATAR-FORMA.

           ADD 1 TO WRK-QTD-FORMAS.
           MOVE WRK-QTD-FORMAS TO WRK-POSICAO-MASK.

           MOVE SPACES TO WRK-MARCAS.
           IF  LEN-VARREDURA = 'S' AND LEN-SEM-INDICE = 'S'
               MOVE "*** VARREDURA TOTAL, SEM INDICE ***"
                   TO WRK-MARCAS
           ELSE
               IF  LEN-VARREDURA = 'S'
                   MOVE "*** VARREDURA TOTAL ***" TO WRK-MARCAS
               END-IF
               IF  LEN-SEM-INDICE = 'S'
                   MOVE "*** SEM INDICE ***" TO WRK-MARCAS
               END-IF
           END-IF.

           MOVE LEN-QTD TO WRK-QTD-MASK.
           MOVE LEN-MEDIA-MS TO WRK-MS-MASK.
           MOVE LEN-MAX-MS TO WRK-MS-MASK-2.
           MOVE SPACES TO REG-LENTAS.
           STRING
               FUNCTION TRIM(WRK-POSICAO-MASK) ". FORMA "
               LEN-FORMA-HASH(1:12)
               "  LENTAS: " FUNCTION TRIM(WRK-QTD-MASK)
               "  MEDIA: " FUNCTION TRIM(WRK-MS-MASK) " MS"
               "  MAXIMO: " FUNCTION TRIM(WRK-MS-MASK-2) " MS  "
               WRK-MARCAS
               DELIMITED BY SIZE
               INTO REG-LENTAS
           END-STRING.
           PERFORM 2900-GRAVAR-LINHA.

           MOVE SPACES TO REG-LENTAS.
           STRING
               "   ORIGEM..: " FUNCTION TRIM(LEN-ORIGENS)
               "  DE " LEN-PRIMEIRA " A " LEN-ULTIMA
               DELIMITED BY SIZE
               INTO REG-LENTAS
           END-STRING.
           PERFORM 2900-GRAVAR-LINHA.

           MOVE "   COMANDO.: " TO WRK-TEXTO-ROTULO.
           MOVE LEN-SQL-MASCARADO TO WRK-TEXTO.
           PERFORM 2800-GRAVAR-TEXTO-LONGO.

           MOVE "   PLANO...: " TO WRK-TEXTO-ROTULO.
           MOVE LEN-PLANO TO WRK-TEXTO.
           IF  WRK-TEXTO = SPACES
               MOVE "NAO CAPTURADO." TO WRK-TEXTO
           END-IF.
           PERFORM 2800-GRAVAR-TEXTO-LONGO.

           MOVE SPACES TO REG-LENTAS.
           PERFORM 2900-GRAVAR-LINHA.

           PERFORM 2010-BUSCAR-PROXIMA-FORMA.

       2500-RELATAR-RESUMO-PLANOS.

      * RESUMO SOBRE TODAS AS FORMAS DA JANELA, NAO SO AS 50
      * LISTADAS ACIMA.
           EXEC SQL
               SELECT COUNT(DISTINCT p.forma_hash),
                      COUNT(DISTINCT CASE WHEN p.varredura_total = 'S'
                                     THEN p.forma_hash END),
                      COUNT(DISTINCT CASE WHEN p.sem_indice = 'S'
                                     THEN p.forma_hash END)
                 INTO :LEN-QTD, :LEN-QTD-LENTAS, :LEN-QTD-CAPTURA
                 FROM requisicoes_lentas_planos p
                 JOIN requisicoes_lentas l ON l.id = p.lenta_id
                WHERE l.criado_em >= :LEN-JANELA-INI
           END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO
               DISPLAY
                   "ERRO AO TENTAR RESUMIR OS PLANOS: " SQLERRM
               PERFORM 3000-FINALIZAR
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE LEN-QTD-LENTAS TO WRK-QTD-VARREDURA.
           MOVE LEN-QTD-CAPTURA TO WRK-QTD-SEM-INDICE.

           MOVE SPACES TO REG-LENTAS.
           MOVE "RESUMO DOS PLANOS" TO REG-LENTAS.
           PERFORM 2900-GRAVAR-LINHA.
           MOVE SPACES TO REG-LENTAS.
           MOVE ALL "-" TO REG-LENTAS(1:132).
           PERFORM 2900-GRAVAR-LINHA.

           MOVE LEN-QTD TO WRK-QTD-MASK.
           MOVE SPACES TO REG-LENTAS.
           STRING
               "FORMAS DISTINTAS NA JANELA............: "
               FUNCTION TRIM(WRK-QTD-MASK)
               DELIMITED BY SIZE
               INTO REG-LENTAS
           END-STRING.
           PERFORM 2900-GRAVAR-LINHA.

           MOVE WRK-QTD-VARREDURA TO WRK-QTD-MASK.
           MOVE SPACES TO REG-LENTAS.
           STRING
               "FORMAS COM VARREDURA TOTAL (TIPO ALL).: "
               FUNCTION TRIM(WRK-QTD-MASK)
               DELIMITED BY SIZE
               INTO REG-LENTAS
           END-STRING.
           PERFORM 2900-GRAVAR-LINHA.

           MOVE WRK-QTD-SEM-INDICE TO WRK-QTD-MASK.
           MOVE SPACES TO REG-LENTAS.
           STRING
               "FORMAS SEM INDICE QUE SIRVA AO FILTRO.: "
               FUNCTION TRIM(WRK-QTD-MASK)
               DELIMITED BY SIZE
               INTO REG-LENTAS
           END-STRING.
           PERFORM 2900-GRAVAR-LINHA.

           MOVE SPACES TO REG-LENTAS.
           PERFORM 2900-GRAVAR-LINHA.

       2700-RELATAR-SEM-CAPTURA.

      * ACOES LENTAS SEM NENHUM COMANDO CAPTURADO: O "POR QUE" DELAS
      * SO APARECE QUANDO PASSAREM A ENTREGAR O SQL A
      * MOD-GUARDA-SQL.
           EXEC SQL
               DECLARE CUR-SEM-CAPTURA CURSOR FOR
                   SELECT l.programa, COUNT(*),
                          CAST(AVG(l.duracao_ms) AS UNSIGNED),
                          MAX(l.duracao_ms)
                     FROM requisicoes_lentas l
                    WHERE l.criado_em >= :LEN-JANELA-INI
                      AND NOT EXISTS (
                          SELECT 1 FROM requisicoes_lentas_planos p
                           WHERE p.lenta_id = l.id)
                    GROUP BY l.programa
                    ORDER BY 2 DESC, l.programa
           END-EXEC.

           EXEC SQL OPEN CUR-SEM-CAPTURA END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO
               DISPLAY
                   "ERRO AO TENTAR LISTAR AS LENTAS SEM CAPTURA: "
                   SQLERRM
               PERFORM 3000-FINALIZAR
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE SPACES TO REG-LENTAS.
           MOVE "ACOES LENTAS SEM COMANDO CAPTURADO" TO REG-LENTAS.
           PERFORM 2900-GRAVAR-LINHA.
           MOVE SPACES TO REG-LENTAS.
           MOVE ALL "-" TO REG-LENTAS(1:132).
           PERFORM 2900-GRAVAR-LINHA.

           SET NAO-FIM-CURSOR TO TRUE.
           PERFORM 2710-BUSCAR-PROXIMA-ACAO.
           PERFORM 2720-RELATAR-ACAO UNTIL FIM-CURSOR.

           EXEC SQL CLOSE CUR-SEM-CAPTURA END-EXEC.

           IF  WRK-QTD-SEM-CAPTURA = ZERO
               MOVE SPACES TO REG-LENTAS
               MOVE "NENHUMA." TO REG-LENTAS
               PERFORM 2900-GRAVAR-LINHA
           END-IF.

       2710-BUSCAR-PROXIMA-ACAO.

           EXEC SQL
               FETCH CUR-SEM-CAPTURA
                   INTO :LEN-PROGRAMA, :LEN-QTD, :LEN-MEDIA-MS,
                        :LEN-MAX-MS
           END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO
               SET FIM-CURSOR TO TRUE
           END-IF.

       2720-RELATAR-ACAO.

           ADD 1 TO WRK-QTD-SEM-CAPTURA.

           MOVE LEN-QTD TO WRK-QTD-MASK.
           MOVE LEN-MEDIA-MS TO WRK-MS-MASK.
           MOVE LEN-MAX-MS TO WRK-MS-MASK-2.
           MOVE SPACES TO REG-LENTAS.
           STRING
               LEN-PROGRAMA(1:40)
               " LENTAS: " WRK-QTD-MASK
               "  MEDIA: " WRK-MS-MASK " MS"
               "  MAXIMO: " WRK-MS-MASK-2 " MS"
               DELIMITED BY SIZE
               INTO REG-LENTAS
           END-STRING.
           PERFORM 2900-GRAVAR-LINHA.

           PERFORM 2710-BUSCAR-PROXIMA-ACAO.

       2800-GRAVAR-TEXTO-LONGO.

           IF  WRK-TEXTO = SPACES
               EXIT PARAGRAPH
           END-IF.

           MOVE FUNCTION LENGTH(FUNCTION TRIM(WRK-TEXTO TRAILING))
               TO WRK-TEXTO-TAM.

           PERFORM 2810-GRAVAR-PEDACO
               VARYING WRK-TEXTO-POS FROM 1 BY 110
               UNTIL WRK-TEXTO-POS > WRK-TEXTO-TAM.

       2810-GRAVAR-PEDACO.

           COMPUTE WRK-TEXTO-PEDACO =
               WRK-TEXTO-TAM - WRK-TEXTO-POS + 1.
           IF  WRK-TEXTO-PEDACO > 110
               MOVE 110 TO WRK-TEXTO-PEDACO
           END-IF.

           MOVE SPACES TO REG-LENTAS.
           IF  WRK-TEXTO-POS = 1
               MOVE WRK-TEXTO-ROTULO TO REG-LENTAS(1:13)
           END-IF.
           MOVE WRK-TEXTO(WRK-TEXTO-POS:WRK-TEXTO-PEDACO)
               TO REG-LENTAS(14:WRK-TEXTO-PEDACO).
           PERFORM 2900-GRAVAR-LINHA.

       2900-GRAVAR-LINHA.

           WRITE REG-LENTAS.

           IF  WRK-FS-ARQ-LENTAS NOT = "00"
               DISPLAY
                   "ERRO AO TENTAR GRAVAR NO RELATORIO DE "
                   "REQUISICOES LENTAS."
               PERFORM 3000-FINALIZAR
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           ADD 1 TO WRK-REL-QTD.

       3000-FINALIZAR.

           EXEC SQL CONNECT RESET END-EXEC.

           CLOSE ARQ-LENTAS.

           DISPLAY
               "RELATORIO DE REQUISICOES LENTAS GRAVADO EM: "
               FUNCTION TRIM(WRK-ARQ-LENTAS-NOME).
           MOVE WRK-QTD-FORMAS TO WRK-QTD-MASK.
           DISPLAY
               "FORMAS DE COMANDO RELATADAS: "
               FUNCTION TRIM(WRK-QTD-MASK).

      * O ARQUIVO ENTRA NO CATALOGO CENTRAL DE RELATORIOS.
           MOVE "PROG-RELATORIO-LENTAS" TO WRK-REL-PROGRAMA.
           MOVE WRK-ARQ-LENTAS-NOME TO WRK-REL-ARQUIVO.
           MOVE SPACES TO WRK-REL-PERIODO.
           STRING
               LEN-JANELA-INI(1:10) " A " LEN-JANELA-FIM(1:10)
               DELIMITED BY SIZE
               INTO WRK-REL-PERIODO
           END-STRING.
           CALL 'MOD-REGISTRA-RELATORIO'
               USING WRK-REL-PROGRAMA, WRK-REL-ARQUIVO,
                   WRK-REL-PERIODO, WRK-REL-QTD
               END-CALL.

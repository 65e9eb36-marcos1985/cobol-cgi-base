       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG-AUDITA-NUMERACAO.
      *******************************************
      * AUTOR:
      * DATA:
      * ALTERACOES:
      *   - BATCH DE AUDITORIA DA NUMERACAO DOS DOCUMENTOS FISCAIS
      *     (DOCUMENTO_FISCAL E DOCUMENTO_FISCAL_SERIE, MANTIDAS POR
      *     MOD-DOCUMENTO-FISCAL). GRAVA UM RELATORIO DE 132 COLUNAS
      *     (ARQ_AUDITA_NUMERACAO, PADRAO AUDITA_NUMERACAO.TXT) COM
      *     UMA SECAO POR SERIE: ULTIMO NUMERO EMITIDO, QUANTIDADE DE
      *     DOCUMENTOS POR TIPO, MENOR E MAIOR NUMERO E CADA LACUNA
      *     ENCONTRADA ENTRE 1 E O ULTIMO NUMERO (FAIXA E QUANTIDADE
      *     DE NUMEROS FALTANTES), ALEM DE DOCUMENTO NUMERADO ACIMA
      *     DO ULTIMO NUMERO DA SERIE. O TRAILER DECLARA A SEQUENCIA
      *     INTEGRA OU A QUANTIDADE DE FALHAS; COM FALHA O JOB TERMINA
      *     COM RETURN-CODE 8 PARA O AGENDADOR CAPTURAR. O ARQUIVO E
      *     REGISTRADO NO CATALOGO CENTRAL DE RELATORIOS VIA
      *     MOD-REGISTRA-RELATORIO.
      *   - EXIBE NO INICIO DO LOG DA EXECUCAO O CARIMBO DE VERSAO
      *     (BUILD) COM QUE O PROGRAMA FOI IMPLANTADO.
      *******************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT ARQ-AUDITORIA ASSIGN TO WRK-ARQ-AUDITA-NOME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-ARQ-AUDITA.

       DATA DIVISION.
       FILE SECTION.

       FD  ARQ-AUDITORIA.
       01  REG-AUDITORIA                   PIC X(132).

       WORKING-STORAGE SECTION.

       COPY VERSAO-BUILD.

       77  WRK-ARQ-AUDITA-NOME             PIC X(255).
       77  WRK-FS-ARQ-AUDITA               PIC X(2).

       77  WRK-DB-STRING                   PIC X(255).
       77  WRK-APP-ENV                     PIC X(10).
       77  WRK-REL-PROGRAMA                PIC X(60)
               VALUE "PROG-AUDITA-NUMERACAO".
       77  WRK-REL-ARQUIVO                 PIC X(255).
       77  WRK-REL-PERIODO                 PIC X(30).
       77  WRK-REL-QTD                     PIC 9(10)   VALUE ZERO.

       77  WRK-QTD-MASK                    PIC Z(9)9.
       77  WRK-NUMERO-INI-ED               PIC 9(9).
       77  WRK-NUMERO-FIM-ED               PIC 9(9).
       77  WRK-NUMERO-MASK-1               PIC Z(9)9.
       77  WRK-NUMERO-MASK-2               PIC Z(9)9.
       77  WRK-NUMERO-MASK-3               PIC Z(9)9.

       77  WRK-QTD-SERIES                  PIC 9(10)   VALUE ZERO.
       77  WRK-QTD-DOCUMENTOS              PIC 9(10)   VALUE ZERO.
       77  WRK-QTD-LACUNAS                 PIC 9(10)   VALUE ZERO.
       77  WRK-QTD-FALTANTES               PIC 9(10)   VALUE ZERO.
       77  WRK-QTD-ACIMA                   PIC 9(10)   VALUE ZERO.
       77  WRK-QTD-LACUNAS-SERIE           PIC 9(10)   VALUE ZERO.
       77  WRK-QTD-NUMEROS                 PIC 9(10)   VALUE ZERO.

       77  WRK-FLAG-TABELAS                PIC X(1)    VALUE 'N'.
           88  TABELAS-EXISTEM                         VALUE 'S'.

       77  WRK-FLAG-FIM-SERIES             PIC X(1)    VALUE 'N'.
           88  FIM-SERIES                              VALUE 'S'.
           88  NAO-FIM-SERIES                          VALUE 'N'.

       77  WRK-FLAG-FIM-LACUNAS            PIC X(1)    VALUE 'N'.
           88  FIM-LACUNAS                             VALUE 'S'.
           88  NAO-FIM-LACUNAS                         VALUE 'N'.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.

       01  HOSTVARS.
           05 BUFFER     PIC X(1024).

       01  SQL-01-VARS.
           05 AUD-DIA           PIC X(10).
           05 AUD-QTD-TABELA    PIC 9(5).
           05 SER-SERIE         PIC X(5).
           05 SER-DESCRICAO     PIC X(60).
           05 SER-ULTIMO        PIC 9(10).
           05 SER-QTD-DOCS      PIC 9(10).
           05 SER-QTD-NOTAS     PIC 9(10).
           05 SER-QTD-CANCEL    PIC 9(10).
           05 SER-QTD-CREDITOS  PIC 9(10).
           05 SER-MENOR         PIC 9(10).
           05 SER-MAIOR         PIC 9(10).
           05 SER-QTD-ACIMA     PIC 9(10).
           05 LAC-INICIO        PIC 9(10).
           05 LAC-FIM           PIC 9(10).

       EXEC SQL END DECLARE SECTION END-EXEC.


       PROCEDURE DIVISION.

       MAIN-PROCEDURE.

           DISPLAY "BUILD EM EXECUCAO: " FUNCTION TRIM(VERSAO-BUILD).

           PERFORM 1000-INICIALIZAR.
           PERFORM 1100-CONECTAR-BANCO-DE-DADOS.
           PERFORM 1200-VERIFICAR-TABELAS.
           PERFORM 2000-GRAVAR-CABECALHO.

           IF  TABELAS-EXISTEM
               PERFORM 1300-ABRIR-CURSOR-SERIES
               PERFORM 2100-PROCESSAR-SERIE UNTIL FIM-SERIES
               EXEC SQL CLOSE CUR-SERIES END-EXEC
           END-IF.

           PERFORM 2300-GRAVAR-TRAILER.
           PERFORM 3000-FINALIZAR.

           IF  WRK-QTD-LACUNAS > ZERO
           OR  WRK-QTD-ACIMA > ZERO
               MOVE 8 TO RETURN-CODE
           END-IF.

           STOP RUN.

       1000-INICIALIZAR.

           ACCEPT WRK-ARQ-AUDITA-NOME FROM ENVIRONMENT
               "ARQ_AUDITA_NUMERACAO".
           IF  FUNCTION TRIM(WRK-ARQ-AUDITA-NOME) = SPACES
               MOVE "AUDITA_NUMERACAO.TXT" TO WRK-ARQ-AUDITA-NOME
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

      * SEM AS TABELAS (NENHUM DOCUMENTO JAMAIS EMITIDO) O RELATORIO
      * SAI SO COM CABECALHO E TRAILER, SEM FALHA.
           EXEC SQL
               SELECT DATE_FORMAT(CURRENT_DATE, '%Y-%m-%d'),
                      COUNT(*)
                 INTO :AUD-DIA, :AUD-QTD-TABELA
                 FROM information_schema.tables
                WHERE table_schema = DATABASE()
                  AND table_name IN ('documento_fiscal',
                                     'documento_fiscal_serie')
           END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO
               DISPLAY
                   "ERRO AO TENTAR VERIFICAR AS TABELAS DE DOCUMENTOS "
                   "FISCAIS: " SQLERRM
               EXEC SQL CONNECT RESET END-EXEC
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           IF  AUD-QTD-TABELA = 2
               SET TABELAS-EXISTEM TO TRUE
           END-IF.

       1300-ABRIR-CURSOR-SERIES.

           EXEC SQL
               DECLARE CUR-SERIES CURSOR FOR
                   SELECT s.serie, COALESCE(s.descricao, ' '),
                          s.ultimo_numero, COUNT(d.id),
                          COALESCE(SUM(d.tipo = 'NOTA'), 0),
                          COALESCE(SUM(d.tipo = 'CANCELAMENTO'), 0),
                          COALESCE(SUM(d.tipo = 'CREDITO'), 0),
                          COALESCE(MIN(d.numero), 0),
                          COALESCE(MAX(d.numero), 0),
                          COALESCE(SUM(d.numero > s.ultimo_numero), 0)
                     FROM documento_fiscal_serie s
                     LEFT JOIN documento_fiscal d
                       ON d.serie = s.serie
                    GROUP BY s.serie, s.descricao, s.ultimo_numero
                    ORDER BY s.serie
           END-EXEC.

           EXEC SQL
               OPEN CUR-SERIES
           END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO
               DISPLAY
                   "ERRO AO TENTAR ABRIR CURSOR DAS SERIES: "
                   SQLERRM
               PERFORM 3000-FINALIZAR
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM 1310-BUSCAR-PROXIMA-SERIE.

       1310-BUSCAR-PROXIMA-SERIE.

           EXEC SQL
               FETCH CUR-SERIES
                   INTO :SER-SERIE, :SER-DESCRICAO, :SER-ULTIMO,
                        :SER-QTD-DOCS, :SER-QTD-NOTAS, :SER-QTD-CANCEL,
                        :SER-QTD-CREDITOS, :SER-MENOR, :SER-MAIOR,
                        :SER-QTD-ACIMA
           END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO
               SET FIM-SERIES TO TRUE
           END-IF.

       2000-GRAVAR-CABECALHO.

           OPEN OUTPUT ARQ-AUDITORIA.

           IF  WRK-FS-ARQ-AUDITA NOT = "00"
               DISPLAY
                   "ERRO AO TENTAR ABRIR O ARQUIVO DA AUDITORIA: "
                   FUNCTION TRIM(WRK-ARQ-AUDITA-NOME)
               EXEC SQL CONNECT RESET END-EXEC
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE SPACES TO REG-AUDITORIA.
           STRING
               "AUDITORIA DA NUMERACAO DOS DOCUMENTOS FISCAIS - "
               AUD-DIA " - AMBIENTE "
               FUNCTION UPPER-CASE(FUNCTION TRIM(WRK-APP-ENV))
               DELIMITED BY SIZE
               INTO REG-AUDITORIA
           END-STRING.
           PERFORM 2900-GRAVAR-LINHA.

           MOVE SPACES TO REG-AUDITORIA.
           MOVE ALL "=" TO REG-AUDITORIA(1:132).
           PERFORM 2900-GRAVAR-LINHA.

       2100-PROCESSAR-SERIE.

           ADD 1 TO WRK-QTD-SERIES.
           ADD SER-QTD-DOCS TO WRK-QTD-DOCUMENTOS.
           ADD SER-QTD-ACIMA TO WRK-QTD-ACIMA.
           MOVE ZERO TO WRK-QTD-LACUNAS-SERIE.

           MOVE SPACES TO REG-AUDITORIA.
           PERFORM 2900-GRAVAR-LINHA.

           MOVE SER-ULTIMO TO WRK-NUMERO-MASK-1.
           MOVE SPACES TO REG-AUDITORIA.
           STRING
               "SERIE " FUNCTION TRIM(SER-SERIE)
               " - " FUNCTION TRIM(SER-DESCRICAO)
               " - ULTIMO NUMERO EMITIDO: "
               FUNCTION TRIM(WRK-NUMERO-MASK-1)
               DELIMITED BY SIZE
               INTO REG-AUDITORIA
           END-STRING.
           PERFORM 2900-GRAVAR-LINHA.

           MOVE SPACES TO REG-AUDITORIA.
           MOVE ALL "-" TO REG-AUDITORIA(1:132).
           PERFORM 2900-GRAVAR-LINHA.

           MOVE SER-QTD-NOTAS TO WRK-NUMERO-MASK-1.
           MOVE SER-QTD-CANCEL TO WRK-NUMERO-MASK-2.
           MOVE SER-QTD-CREDITOS TO WRK-NUMERO-MASK-3.
           MOVE SPACES TO REG-AUDITORIA.
           STRING
               "   NOTAS: " FUNCTION TRIM(WRK-NUMERO-MASK-1)
               "   CANCELAMENTOS: " FUNCTION TRIM(WRK-NUMERO-MASK-2)
               "   CREDITOS: " FUNCTION TRIM(WRK-NUMERO-MASK-3)
               DELIMITED BY SIZE
               INTO REG-AUDITORIA
           END-STRING.
           PERFORM 2900-GRAVAR-LINHA.

           MOVE SER-QTD-DOCS TO WRK-NUMERO-MASK-1.
           MOVE SER-MENOR TO WRK-NUMERO-MASK-2.
           MOVE SER-MAIOR TO WRK-NUMERO-MASK-3.
           MOVE SPACES TO REG-AUDITORIA.
           STRING
               "   DOCUMENTOS: " FUNCTION TRIM(WRK-NUMERO-MASK-1)
               "   MENOR NUMERO: " FUNCTION TRIM(WRK-NUMERO-MASK-2)
               "   MAIOR NUMERO: " FUNCTION TRIM(WRK-NUMERO-MASK-3)
               DELIMITED BY SIZE
               INTO REG-AUDITORIA
           END-STRING.
           PERFORM 2900-GRAVAR-LINHA.

           PERFORM 2200-LISTAR-LACUNAS.

           IF  SER-QTD-ACIMA > ZERO
               MOVE SER-QTD-ACIMA TO WRK-NUMERO-MASK-1
               MOVE SPACES TO REG-AUDITORIA
               STRING
                   "   *** DOCUMENTOS NUMERADOS ACIMA DO ULTIMO NUMERO "
                   "DA SERIE: " FUNCTION TRIM(WRK-NUMERO-MASK-1)
                   DELIMITED BY SIZE
                   INTO REG-AUDITORIA
               END-STRING
               PERFORM 2900-GRAVAR-LINHA
           END-IF.

           IF  WRK-QTD-LACUNAS-SERIE = ZERO
           AND SER-QTD-ACIMA = ZERO
               MOVE SPACES TO REG-AUDITORIA
               MOVE "   NUMERACAO CONTINUA, SEM LACUNAS."
                   TO REG-AUDITORIA
               PERFORM 2900-GRAVAR-LINHA
           END-IF.

           PERFORM 1310-BUSCAR-PROXIMA-SERIE.

       2200-LISTAR-LACUNAS.

      * LACUNA E TODO NUMERO ENTRE 1 E O ULTIMO DA SERIE SEM
      * DOCUMENTO. A PRIMEIRA PARTE ACHA CADA DOCUMENTO SEM SUCESSOR
      * E VAI ATE O PROXIMO NUMERO EXISTENTE (OU O ULTIMO DA SERIE);
      * A SEGUNDA COBRE O INICIO DA SERIE, ANTES DO MENOR NUMERO.
           EXEC SQL
               DECLARE CUR-LACUNAS CURSOR FOR
                   SELECT d.numero + 1,
                          COALESCE((SELECT MIN(n.numero)
                                      FROM documento_fiscal n
                                     WHERE n.serie = d.serie
                                       AND n.numero > d.numero) - 1,
                                   s.ultimo_numero)
                     FROM documento_fiscal d
                     JOIN documento_fiscal_serie s
                       ON s.serie = d.serie
                    WHERE d.serie = :SER-SERIE
                      AND d.numero < s.ultimo_numero
                      AND NOT EXISTS
                          (SELECT 1
                             FROM documento_fiscal x
                            WHERE x.serie = d.serie
                              AND x.numero = d.numero + 1)
                   UNION ALL
                   SELECT 1,
                          COALESCE((SELECT MIN(m.numero)
                                      FROM documento_fiscal m
                                     WHERE m.serie = s.serie) - 1,
                                   s.ultimo_numero)
                     FROM documento_fiscal_serie s
                    WHERE s.serie = :SER-SERIE
                      AND s.ultimo_numero > 0
                      AND COALESCE((SELECT MIN(m.numero)
                                      FROM documento_fiscal m
                                     WHERE m.serie = s.serie), 0) <> 1
                    ORDER BY 1
           END-EXEC.

           EXEC SQL
               OPEN CUR-LACUNAS
           END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO
               DISPLAY
                   "ERRO AO TENTAR ABRIR CURSOR DAS LACUNAS: "
                   SQLERRM
               PERFORM 3000-FINALIZAR
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           SET NAO-FIM-LACUNAS TO TRUE.
           PERFORM 2210-BUSCAR-PROXIMA-LACUNA.
           PERFORM 2220-GRAVAR-LACUNA UNTIL FIM-LACUNAS.

           EXEC SQL CLOSE CUR-LACUNAS END-EXEC.

       2210-BUSCAR-PROXIMA-LACUNA.

           EXEC SQL
               FETCH CUR-LACUNAS
                   INTO :LAC-INICIO, :LAC-FIM
           END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO
               SET FIM-LACUNAS TO TRUE
           END-IF.

       2220-GRAVAR-LACUNA.

      * MENOR NUMERO ACIMA DO ULTIMO DA SERIE NAO DEIXA LACUNA
      * ABAIXO DELE; A FALHA JA SAI NA LINHA DE NUMERADOS ACIMA.
           IF  LAC-FIM < LAC-INICIO
               PERFORM 2210-BUSCAR-PROXIMA-LACUNA
               EXIT PARAGRAPH
           END-IF.

           IF  LAC-FIM > SER-ULTIMO
               MOVE SER-ULTIMO TO LAC-FIM
           END-IF.

           COMPUTE WRK-QTD-NUMEROS = LAC-FIM - LAC-INICIO + 1.
           ADD 1 TO WRK-QTD-LACUNAS-SERIE.
           ADD 1 TO WRK-QTD-LACUNAS.
           ADD WRK-QTD-NUMEROS TO WRK-QTD-FALTANTES.

           MOVE LAC-INICIO TO WRK-NUMERO-INI-ED.
           MOVE LAC-FIM TO WRK-NUMERO-FIM-ED.
           MOVE WRK-QTD-NUMEROS TO WRK-QTD-MASK.
           MOVE SPACES TO REG-AUDITORIA.
           STRING
               "   *** LACUNA: NUMEROS " WRK-NUMERO-INI-ED
               " A " WRK-NUMERO-FIM-ED
               " (" FUNCTION TRIM(WRK-QTD-MASK) " NUMERO(S) SEM "
               "DOCUMENTO)"
               DELIMITED BY SIZE
               INTO REG-AUDITORIA
           END-STRING.
           PERFORM 2900-GRAVAR-LINHA.

           PERFORM 2210-BUSCAR-PROXIMA-LACUNA.

       2300-GRAVAR-TRAILER.

           MOVE SPACES TO REG-AUDITORIA.
           PERFORM 2900-GRAVAR-LINHA.

           MOVE SPACES TO REG-AUDITORIA.
           MOVE ALL "=" TO REG-AUDITORIA(1:132).
           PERFORM 2900-GRAVAR-LINHA.

           MOVE WRK-QTD-SERIES TO WRK-QTD-MASK.
           MOVE SPACES TO REG-AUDITORIA.
           STRING
               "   SERIES AUDITADAS.......: "
               FUNCTION TRIM(WRK-QTD-MASK)
               DELIMITED BY SIZE
               INTO REG-AUDITORIA
           END-STRING.
           PERFORM 2900-GRAVAR-LINHA.

           MOVE WRK-QTD-DOCUMENTOS TO WRK-QTD-MASK.
           MOVE SPACES TO REG-AUDITORIA.
           STRING
               "   DOCUMENTOS.............: "
               FUNCTION TRIM(WRK-QTD-MASK)
               DELIMITED BY SIZE
               INTO REG-AUDITORIA
           END-STRING.
           PERFORM 2900-GRAVAR-LINHA.

           MOVE WRK-QTD-LACUNAS TO WRK-QTD-MASK.
           MOVE SPACES TO REG-AUDITORIA.
           STRING
               "   LACUNAS................: "
               FUNCTION TRIM(WRK-QTD-MASK)
               DELIMITED BY SIZE
               INTO REG-AUDITORIA
           END-STRING.
           PERFORM 2900-GRAVAR-LINHA.

           MOVE WRK-QTD-FALTANTES TO WRK-QTD-MASK.
           MOVE SPACES TO REG-AUDITORIA.
           STRING
               "   NUMEROS FALTANTES......: "
               FUNCTION TRIM(WRK-QTD-MASK)
               DELIMITED BY SIZE
               INTO REG-AUDITORIA
           END-STRING.
           PERFORM 2900-GRAVAR-LINHA.

           MOVE SPACES TO REG-AUDITORIA.
           IF  WRK-QTD-LACUNAS = ZERO
           AND WRK-QTD-ACIMA = ZERO
               STRING
                   "   RESULTADO: SEQUENCIA INTEGRA, NENHUM NUMERO "
                   "PULADO."
                   DELIMITED BY SIZE
                   INTO REG-AUDITORIA
               END-STRING
           ELSE
               STRING
                   "   RESULTADO: SEQUENCIA COM FALHAS - VER AS "
                   "LINHAS MARCADAS COM ***."
                   DELIMITED BY SIZE
                   INTO REG-AUDITORIA
               END-STRING
           END-IF.
           PERFORM 2900-GRAVAR-LINHA.

       2900-GRAVAR-LINHA.

           WRITE REG-AUDITORIA.

           IF  WRK-FS-ARQ-AUDITA NOT = "00"
               DISPLAY
                   "ERRO AO TENTAR GRAVAR NO ARQUIVO DA AUDITORIA."
               PERFORM 3000-FINALIZAR
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       3000-FINALIZAR.

           EXEC SQL CONNECT RESET END-EXEC.

           CLOSE ARQ-AUDITORIA.

           DISPLAY
               "AUDITORIA DA NUMERACAO FISCAL GRAVADA EM: "
               FUNCTION TRIM(WRK-ARQ-AUDITA-NOME)
               " (LACUNAS " WRK-QTD-LACUNAS ")".
      * O ARQUIVO ENTRA NO CATALOGO CENTRAL DE RELATORIOS.
           MOVE WRK-ARQ-AUDITA-NOME TO WRK-REL-ARQUIVO.
           MOVE SPACES TO WRK-REL-PERIODO.
           MOVE AUD-DIA TO WRK-REL-PERIODO.
           MOVE WRK-QTD-SERIES TO WRK-REL-QTD.
           CALL 'MOD-REGISTRA-RELATORIO'
               USING WRK-REL-PROGRAMA, WRK-REL-ARQUIVO,
                   WRK-REL-PERIODO, WRK-REL-QTD
               END-CALL.

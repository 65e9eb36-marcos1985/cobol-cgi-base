      *     ANTERIORES A CORRENTE (SEM HASH) SAO APENAS CONTADAS.
      *   - A RECOMPOSICAO PASSA A INCLUIR O OPERADOR NO CONTEUDO
      *     DO HASH, COMO NOS GRAVADORES DA CORRENTE.
      *   - O ELO ROMPIDO PASSA A SER REGISTRADO EM
      *     AUDITORIA_RUPTURAS (ID DA LINHA, MOTIVO CONTEUDO OU ELO E
      *     DETALHE), UMA VEZ SO POR LINHA E MOTIVO MESMO QUE A
      *     RUPTURA SEJA ACUSADA DE NOVO NAS EXECUCOES SEGUINTES; E
      *     DALI QUE PROG-EVENTOS-SIEM ENVIA A RUPTURA A SEGURANCA
      *     DA INFORMACAO COMO EVENTO DE SEVERIDADE ALTA.
      *   - A VERIFICACAO PODE SER FEITA UM MES POR VEZ
      *     (VERIFICA_MES=AAAA-MM; EM BRANCO, A CORRENTE INTEIRA), JA
      *     QUE A AUDITORIA PASSOU A SER PARTICIONADA POR MES. O
      *     PRIMEIRO ELO DA FAIXA E CONFERIDO CONTRA O HASH DA LINHA
      *     QUE O PRECEDE OU, SE O MES ANTERIOR JA FOI DESCARTADO
      *     PELA RETENCAO, CONTRA O ULTIMO HASH SELADO DAQUELE MES EM
      *     AUDITORIA_SELOS. MES FECHADO VERIFICADO INTEGRO TEM O SEU
      *     ULTIMO HASH SELADO NA MESMA TABELA.
      *   - EXIBE NO INICIO DO LOG DA EXECUCAO O CARIMBO DE VERSAO
      *     (BUILD) COM QUE O PROGRAMA FOI IMPLANTADO.
      *******************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       WORKING-STORAGE SECTION.

       COPY VERSAO-BUILD.

       77  WRK-DB-STRING                   PIC X(255).
       77  WRK-APP-ENV                     PIC X(10).

       77  WRK-QTD-SEM-HASH                PIC 9(10)   VALUE ZERO.
       77  WRK-QTD-MASK                    PIC Z(9)9.
       77  WRK-ELO-ANTERIOR                PIC X(64)   VALUE SPACES.
       77  WRK-MES-PARAM                   PIC X(10)   VALUE SPACES.

       77  WRK-FLAG-FIM-CURSOR             PIC X(1)    VALUE 'N'.
           88  FIM-CURSOR                              VALUE 'S'.
           88  CORRENTE-INTEGRA                        VALUE 'S'.
           88  CORRENTE-ROMPIDA                        VALUE 'N'.

       77  WRK-FLAG-ELO-INICIAL            PIC X(1)    VALUE 'N'.
           88  ELO-INICIAL-CONHECIDO                   VALUE 'S'.
           88  ELO-INICIAL-DESCONHECIDO                VALUE 'N'.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.

       01  HOSTVARS.
           05 AUD-HASH          PIC X(64).
           05 AUD-HASH-CALC     PIC X(64).
           05 AUD-QTD           PIC 9(10).
           05 AUD-RUPTURA-ID    PIC 9(10).
           05 AUD-MOTIVO        PIC X(10).
           05 AUD-DETALHE       PIC X(255).
           05 AUD-MES           PIC X(7).
           05 AUD-MES-INI       PIC X(10).
           05 AUD-MES-ATUAL     PIC X(7).
           05 AUD-ID-INI        PIC 9(10).
           05 AUD-ID-FIM        PIC 9(10).
           05 AUD-QTD-FAIXA     PIC 9(10).
           05 AUD-ID-ANT        PIC 9(10).
           05 AUD-SELO-ID       PIC 9(10).
           05 AUD-SELO-MES      PIC X(7).
           05 AUD-ELO-INICIAL   PIC X(64).
           05 AUD-ULTIMO-ID     PIC 9(10).
           05 AUD-ULTIMO-HASH   PIC X(64).

       EXEC SQL END DECLARE SECTION END-EXEC.


       MAIN-PROCEDURE.

           DISPLAY "BUILD EM EXECUCAO: " FUNCTION TRIM(VERSAO-BUILD).

           PERFORM 1000-INICIALIZAR.
           PERFORM 1100-CONECTAR-BANCO-DE-DADOS.
           PERFORM 1200-CONTAR-LINHAS-SEM-HASH.
           PERFORM 1250-DELIMITAR-FAIXA.

           IF  AUD-QTD-FAIXA > ZERO
               PERFORM 1260-RESOLVER-ELO-INICIAL
               PERFORM 1300-ABRIR-CURSOR-CORRENTE
               PERFORM 2000-VERIFICAR-ELO
                   UNTIL FIM-CURSOR OR CORRENTE-ROMPIDA
           END-IF.

           PERFORM 3000-FINALIZAR.
           STOP RUN.

       1000-INICIALIZAR.

      * VERIFICA_MES (AAAA-MM) RESTRINGE A VERIFICACAO AS LINHAS DO
      * MES; EM BRANCO A CORRENTE INTEIRA E PERCORRIDA.
           ACCEPT WRK-MES-PARAM FROM ENVIRONMENT "VERIFICA_MES".
           IF  FUNCTION TRIM(WRK-MES-PARAM) NOT = SPACES
               IF  WRK-MES-PARAM(5:1) NOT = '-'
               OR  WRK-MES-PARAM(1:4) IS NOT NUMERIC
               OR  WRK-MES-PARAM(6:2) IS NOT NUMERIC
               OR  WRK-MES-PARAM(6:2) < "01"
               OR  WRK-MES-PARAM(6:2) > "12"
                   DISPLAY
                       "ERRO: VERIFICA_MES DEVE ESTAR NO "
                       "FORMATO AAAA-MM."
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

           MOVE WRK-MES-PARAM(1:7) TO AUD-MES.
           MOVE SPACES TO AUD-MES-INI.
           IF  FUNCTION TRIM(WRK-MES-PARAM) NOT = SPACES
               STRING
                   AUD-MES '-01'
                   DELIMITED BY SIZE
                   INTO AUD-MES-INI
               END-STRING
           END-IF.

       1100-CONECTAR-BANCO-DE-DADOS.

           ACCEPT WRK-APP-ENV FROM ENVIRONMENT "APP_ENV".

           MOVE AUD-QTD TO WRK-QTD-SEM-HASH.

       1250-DELIMITAR-FAIXA.

      * A VERIFICACAO PERCORRE UMA FAIXA CONTIGUA DE IDS: A CORRENTE
      * INTEIRA OU, NUM MES, DO PRIMEIRO AO ULTIMO ID COM HASH DAS
      * LINHAS DAQUELE MES (A TABELA E PARTICIONADA POR MES, ENTAO A
      * LEITURA FICA NA PARTICAO DO MES).
           IF  FUNCTION TRIM(AUD-MES-INI) = SPACES
               EXEC SQL
                   SELECT COUNT(*), COALESCE(MIN(id), 0),
                          COALESCE(MAX(id), 0)
                     INTO :AUD-QTD-FAIXA, :AUD-ID-INI, :AUD-ID-FIM
                     FROM auditoria
                    WHERE hash IS NOT NULL
               END-EXEC
           ELSE
               EXEC SQL
                   SELECT COUNT(*), COALESCE(MIN(id), 0),
                          COALESCE(MAX(id), 0)
                     INTO :AUD-QTD-FAIXA, :AUD-ID-INI, :AUD-ID-FIM
                     FROM auditoria
                    WHERE hash IS NOT NULL
                      AND criado_em >= :AUD-MES-INI
                      AND criado_em < DATE_ADD(:AUD-MES-INI,
                                          INTERVAL 1 MONTH)
               END-EXEC
           END-IF.

           IF  SQLCODE NOT EQUAL ZERO
               DISPLAY
                   "ERRO AO TENTAR DELIMITAR A FAIXA DA CORRENTE: "
                   SQLERRM
               EXEC SQL CONNECT RESET END-EXEC
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           EXEC SQL
               SELECT DATE_FORMAT(CURRENT_DATE, '%Y-%m')
                 INTO :AUD-MES-ATUAL
           END-EXEC.

           IF  AUD-QTD-FAIXA = ZERO
           AND FUNCTION TRIM(AUD-MES-INI) NOT = SPACES
               DISPLAY
                   "NENHUMA LINHA COM HASH NO MES " AUD-MES
                   " (MES SEM MOVIMENTO OU JA DESCARTADO PELA "
                   "RETENCAO)."
           END-IF.

       1260-RESOLVER-ELO-INICIAL.

      * O PRIMEIRO ELO DA FAIXA E CONFERIDO CONTRA O HASH QUE O
      * PRECEDE NA CORRENTE: O DA ULTIMA LINHA ANTERIOR AINDA NA
      * TABELA OU, SE O MES ANTERIOR JA FOI DESCARTADO PELA
      * RETENCAO (OU FOI SELADO DEPOIS DELA), O ULTIMO HASH SELADO
      * EM AUDITORIA_SELOS. SEM NENHUM DOS DOIS (INICIO DA
      * CORRENTE) O PRIMEIRO ELO NAO TEM COM O QUE SER CONFERIDO.
           SET ELO-INICIAL-DESCONHECIDO TO TRUE.
           MOVE SPACES TO WRK-ELO-ANTERIOR.

           EXEC SQL
               SELECT COALESCE(MAX(id), 0)
                 INTO :AUD-ID-ANT
                 FROM auditoria
                WHERE hash IS NOT NULL
                  AND id < :AUD-ID-INI
           END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO
               DISPLAY
                   "ERRO AO TENTAR LER O ELO ANTERIOR A FAIXA: "
                   SQLERRM
               EXEC SQL CONNECT RESET END-EXEC
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM 1270-GARANTIR-TABELA-SELOS.

           EXEC SQL
               SELECT COALESCE(MAX(ultimo_id), 0)
                 INTO :AUD-SELO-ID
                 FROM auditoria_selos
                WHERE ultimo_id < :AUD-ID-INI
           END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO
               DISPLAY
                   "ERRO AO TENTAR LER OS SELOS DA AUDITORIA: "
                   SQLERRM
               EXEC SQL CONNECT RESET END-EXEC
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           IF  AUD-SELO-ID > ZERO
           AND AUD-SELO-ID NOT < AUD-ID-ANT
               EXEC SQL
                   SELECT mes, ultimo_hash
                     INTO :AUD-SELO-MES, :AUD-ELO-INICIAL
                     FROM auditoria_selos
                    WHERE ultimo_id = :AUD-SELO-ID
                    LIMIT 1
               END-EXEC
               IF  SQLCODE EQUAL ZERO
                   SET ELO-INICIAL-CONHECIDO TO TRUE
                   DISPLAY
                       "ELO INICIAL: SELO DO MES " AUD-SELO-MES
                       " (ID " AUD-SELO-ID ")."
               END-IF
           END-IF.

           IF  ELO-INICIAL-DESCONHECIDO
           AND AUD-ID-ANT > ZERO
               EXEC SQL
                   SELECT hash
                     INTO :AUD-ELO-INICIAL
                     FROM auditoria
                    WHERE id = :AUD-ID-ANT
               END-EXEC
               IF  SQLCODE EQUAL ZERO
                   SET ELO-INICIAL-CONHECIDO TO TRUE
                   DISPLAY
                       "ELO INICIAL: HASH DA LINHA " AUD-ID-ANT "."
               END-IF
           END-IF.

           IF  ELO-INICIAL-CONHECIDO
               MOVE AUD-ELO-INICIAL TO WRK-ELO-ANTERIOR
           ELSE
               DISPLAY
                   "ELO INICIAL: INICIO DA CORRENTE, PRIMEIRO ELO "
                   "NAO CONFERIDO."
           END-IF.

       1270-GARANTIR-TABELA-SELOS.

           EXEC SQL
               CREATE TABLE IF NOT EXISTS auditoria_selos (
                   mes           CHAR(7) NOT NULL PRIMARY KEY,
                   primeiro_id   INT NOT NULL,
                   ultimo_id     INT NOT NULL,
                   ultimo_hash   CHAR(64) NOT NULL,
                   qtd           INT NOT NULL,
                   origem        VARCHAR(12) NOT NULL,
                   selado_em     DATETIME NOT NULL
                                     DEFAULT CURRENT_TIMESTAMP
               )
           END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO
               DISPLAY
                   "ERRO AO TENTAR CRIAR TABELA AUDITORIA_SELOS: "
                   SQLERRM
               EXEC SQL CONNECT RESET END-EXEC
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       1300-ABRIR-CURSOR-CORRENTE.

      * O HASH DE CADA LINHA E RECALCULADO NO PROPRIO BANCO, SOBRE O
                              COALESCE(TRIM(operador), '')), 256)
                     FROM auditoria
                    WHERE hash IS NOT NULL
                      AND id BETWEEN :AUD-ID-INI AND :AUD-ID-FIM
                    ORDER BY id
           END-EXEC.

               STOP RUN
           END-IF.

           PERFORM 1310-BUSCAR-PROXIMO-ELO.

       1310-BUSCAR-PROXIMO-ELO.
                   "CORRENTE ROMPIDA NO ID " AUD-ID
                   ": O CONTEUDO DA LINHA NAO CONFERE COM O HASH "
                   "GRAVADO."
               MOVE AUD-ID TO AUD-RUPTURA-ID
               MOVE "CONTEUDO" TO AUD-MOTIVO
               MOVE SPACES TO AUD-DETALHE
               STRING
                   "O CONTEUDO DA LINHA NAO CONFERE COM O HASH "
                   "GRAVADO."
                   DELIMITED BY SIZE
                   INTO AUD-DETALHE
               END-STRING
               EXIT PARAGRAPH
           END-IF.

           IF  (WRK-QTD-VERIFICADA > ZERO OR ELO-INICIAL-CONHECIDO)
           AND AUD-HASH-ANT NOT = WRK-ELO-ANTERIOR
               SET CORRENTE-ROMPIDA TO TRUE
               DISPLAY
                   ": O ELO ANTERIOR GRAVADO NAO E O HASH DA LINHA "
                   "PRECEDENTE (LINHA REMOVIDA OU INSERIDA FORA DE "
                   "ORDEM)."
               MOVE AUD-ID TO AUD-RUPTURA-ID
               MOVE "ELO" TO AUD-MOTIVO
               MOVE SPACES TO AUD-DETALHE
               STRING
                   "O ELO ANTERIOR GRAVADO NAO E O HASH DA LINHA "
                   "PRECEDENTE (LINHA REMOVIDA OU INSERIDA FORA DE "
                   "ORDEM)."
                   DELIMITED BY SIZE
                   INTO AUD-DETALHE
               END-STRING
               EXIT PARAGRAPH
           END-IF.

           MOVE AUD-HASH TO WRK-ELO-ANTERIOR.
           MOVE AUD-ID TO AUD-ULTIMO-ID.
           ADD 1 TO WRK-QTD-VERIFICADA.

           PERFORM 1310-BUSCAR-PROXIMO-ELO.

       2100-REGISTRAR-RUPTURA.

      * A MESMA RUPTURA E ACUSADA A CADA EXECUCAO ATE SER TRATADA;
      * SO A PRIMEIRA DETECCAO GERA LINHA (E EVENTO PARA O SIEM).
           EXEC SQL
               CREATE TABLE IF NOT EXISTS auditoria_rupturas (
                   id            INT NOT NULL PRIMARY KEY
                                     AUTO_INCREMENT,
                   auditoria_id  INT NOT NULL,
                   motivo        VARCHAR(10) NOT NULL,
                   detalhe       VARCHAR(255) NULL,
                   detectado_em  DATETIME NOT NULL
                       DEFAULT CURRENT_TIMESTAMP,
                   UNIQUE KEY uk_auditoria_rupturas
                       (auditoria_id, motivo)
               )
           END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO
               DISPLAY
                   "ERRO AO TENTAR CRIAR AUDITORIA_RUPTURAS: "
                   SQLERRM
               EXIT PARAGRAPH
           END-IF.

           EXEC SQL
               INSERT IGNORE INTO auditoria_rupturas
                   (auditoria_id, motivo, detalhe)
               VALUES
                   (:AUD-RUPTURA-ID, :AUD-MOTIVO, :AUD-DETALHE)
           END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO
               DISPLAY
                   "ERRO AO TENTAR REGISTRAR A RUPTURA DA CORRENTE: "
                   SQLERRM
               EXEC SQL ROLLBACK END-EXEC
               EXIT PARAGRAPH
           END-IF.

           EXEC SQL COMMIT END-EXEC.

       2200-SELAR-MES.

      * MES FECHADO COM A CORRENTE INTEGRA TEM O SEU ULTIMO HASH
      * SELADO: E O PONTO DE PARTIDA DA VERIFICACAO DO MES SEGUINTE
      * MESMO DEPOIS QUE A RETENCAO DESCARTAR ESTE MES.
           MOVE WRK-ELO-ANTERIOR TO AUD-ULTIMO-HASH.
           MOVE WRK-QTD-VERIFICADA TO AUD-QTD.

           EXEC SQL
               INSERT INTO auditoria_selos
                   (mes, primeiro_id, ultimo_id, ultimo_hash, qtd,
                    origem)
               VALUES
                   (:AUD-MES, :AUD-ID-INI, :AUD-ULTIMO-ID,
                    :AUD-ULTIMO-HASH, :AUD-QTD, 'VERIFICACAO')
               ON DUPLICATE KEY UPDATE
                   primeiro_id = VALUES(primeiro_id),
                   ultimo_id   = VALUES(ultimo_id),
                   ultimo_hash = VALUES(ultimo_hash),
                   qtd         = VALUES(qtd),
                   origem      = VALUES(origem),
                   selado_em   = CURRENT_TIMESTAMP
           END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO
               DISPLAY
                   "ERRO AO TENTAR SELAR O MES " AUD-MES ": "
                   SQLERRM
               EXEC SQL ROLLBACK END-EXEC
               EXIT PARAGRAPH
           END-IF.

           EXEC SQL COMMIT END-EXEC.

           DISPLAY "MES " AUD-MES " SELADO NO ID " AUD-ULTIMO-ID ".".

       3000-FINALIZAR.

           IF  AUD-QTD-FAIXA > ZERO
               EXEC SQL CLOSE CUR-CORRENTE-AUD END-EXEC
           END-IF.

           IF  CORRENTE-ROMPIDA
               PERFORM 2100-REGISTRAR-RUPTURA
           END-IF.

           IF  CORRENTE-INTEGRA
           AND WRK-QTD-VERIFICADA > ZERO
           AND FUNCTION TRIM(AUD-MES-INI) NOT = SPACES
           AND AUD-MES < AUD-MES-ATUAL
               PERFORM 2200-SELAR-MES
           END-IF.

           EXEC SQL CONNECT RESET END-EXEC.

           IF  FUNCTION TRIM(AUD-MES-INI) NOT = SPACES
               DISPLAY
                   "MES VERIFICADO..................: " AUD-MES
           END-IF.

           MOVE WRK-QTD-VERIFICADA TO WRK-QTD-MASK.
           DISPLAY
               "ELOS VERIFICADOS................: "

      *     POR PIPE) ANTES DO DELETE; NO MODO EXCLUI SAO APENAS
      *     REMOVIDAS. AS CONFIGURACOES PADRAO SAO SEMEADAS COM
      *     INSERT IGNORE E PODEM SER AJUSTADAS DIRETO NA TABELA.
      *   - TABELA PARTICIONADA POR MES (PARTICOES PAAAAMM, COMO A
      *     AUDITORIA MANTIDA POR PROG-PARTICIONA-AUDITORIA) PASSA A
      *     TER A RETENCAO FEITA POR MES INTEIRO: CADA PARTICAO CUJO
      *     MES JA SAIU POR COMPLETO DO PRAZO E DESCARREGADA NO MODO
      *     ARQUIVA E DESCARTADA COM DROP PARTITION, SEM DELETE
      *     LINHA A LINHA. NA AUDITORIA O ULTIMO HASH DO MES E SELADO
      *     EM AUDITORIA_SELOS ANTES DO DESCARTE, PARA A VERIFICACAO
      *     DA CORRENTE CONTINUAR A PARTIR DELE. TABELAS SEM
      *     PARTICOES SEGUEM COM O DELETE DE SEMPRE.
      *   - LINHA SOB RETENCAO LEGAL (MOD-RETENCAO-LEGAL, MANTIDA EM
      *     PROG-RETENCAO-LEGAL) NAO E REMOVIDA MESMO VENCIDA: NA
      *     TABELA SEM PARTICOES A CONTAGEM, A DESCARGA E O DELETE
      *     NEGAM O FILTRO DA RETENCAO; NA TABELA PARTICIONADA O MES
      *     COM QUALQUER LINHA RETIDA E MANTIDO INTEIRO. O RESULTADO DE
      *     CADA TABELA MOSTRA AS LINHAS MANTIDAS E CADA UMA FICA NO
      *     RELATORIO DA RETENCAO.
      *   - EXIBE NO INICIO DO LOG DA EXECUCAO O CARIMBO DE VERSAO
      *     (BUILD) COM QUE O PROGRAMA FOI IMPLANTADO.
      *******************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       WORKING-STORAGE SECTION.

       COPY VERSAO-BUILD.

       77  WRK-ARQ-DESCARTE-NOME           PIC X(255).
       77  WRK-FS-ARQ-DESCARTE             PIC X(2).

           88  CONFIG-VALIDA                           VALUE 'S'.
           88  CONFIG-INVALIDA                         VALUE 'N'.

       77  WRK-FLAG-PARTICIONADA           PIC X(1)    VALUE 'N'.
           88  TABELA-PARTICIONADA                     VALUE 'S'.
           88  TABELA-NAO-PARTICIONADA                 VALUE 'N'.

       77  WRK-FLAG-FIM-PARTICOES          PIC X(1)    VALUE 'N'.
           88  FIM-PARTICOES                           VALUE 'S'.
           88  NAO-FIM-PARTICOES                       VALUE 'N'.

       77  WRK-ORIGEM-SQL                  PIC X(1500).
       77  WRK-CONDICAO-SQL                PIC X(1500).
       77  WRK-QTD-RETIDAS                 PIC 9(10)   VALUE ZERO.

       77  WRK-RTL-ACAO                    PIC X(10)
               VALUE "VERIFICAR".
       77  WRK-RTL-PROGRAMA                PIC X(60)
               VALUE "PROG-RETENCAO".
       77  WRK-RTL-TABELA                  PIC X(60).
       77  WRK-RTL-PARTICAO                PIC X(64).
       77  WRK-RTL-CONDICAO                PIC X(1000).
       77  WRK-RTL-RETENCAO-ID             PIC 9(10)   VALUE ZERO.
       77  WRK-RTL-FILTRO                  PIC X(1000).
       77  WRK-RTL-QTD                     PIC 9(10)   VALUE ZERO.
       77  WRK-RTL-RESULTADO               PIC X(2).
           88  RETENCAO-VERIFICADA                     VALUE 'OK'.
       77  WRK-RTL-MSG                     PIC X(255).
       77  WRK-QTD-REMOVIDAS               PIC 9(10)   VALUE ZERO.
       77  WRK-QTD-MESES                   PIC 9(3)    VALUE ZERO.
       77  WRK-IDX-MES                     PIC 9(3)    VALUE ZERO.
       77  WRK-MAX-MESES                   PIC 9(3)    VALUE 120.

       01  WRK-TAB-MESES.
           05 WRK-MES-VENCIDO OCCURS 120 TIMES PIC X(7).

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.

       01  HOSTVARS.
           05 BUFFER         PIC X(1024).
           05 SQL-BUFFER     PIC X(3000).

       01  SQL-01-VARS.
           05 CFG-TABELA        PIC X(60).
           05 RET-LINHA         PIC X(1024).
           05 RET-COLUNAS       PIC X(1024).
           05 RET-QTD-VENCIDAS  PIC 9(10).
           05 RET-QTD-PARTICOES PIC 9(5).
           05 RET-PARTICAO      PIC X(64).
           05 RET-MES           PIC X(7).
           05 RET-MES-INI       PIC X(10).
           05 RET-PRIMEIRO-ID   PIC 9(10).
           05 RET-ULTIMO-ID     PIC 9(10).
           05 RET-ULTIMO-HASH   PIC X(64).
           05 RET-QTD-SELO      PIC 9(10).

       EXEC SQL END DECLARE SECTION END-EXEC.


       MAIN-PROCEDURE.

           DISPLAY "BUILD EM EXECUCAO: " FUNCTION TRIM(VERSAO-BUILD).

           PERFORM 1100-CONECTAR-BANCO-DE-DADOS.
           PERFORM 1200-GARANTIR-TABELA-CONFIG.
           PERFORM 1300-ABRIR-CURSOR-CONFIG.

       2000-PROCESSAR-TABELA.

           MOVE ZERO TO WRK-QTD-RETIDAS.
           PERFORM 2100-VALIDAR-NOMES-CONFIG.

           IF  CONFIG-VALIDA
               PERFORM 2150-VERIFICAR-PARTICOES
           END-IF.

           IF  CONFIG-VALIDA
           AND TABELA-PARTICIONADA
               PERFORM 2600-DESCARTAR-MESES-VENCIDOS
           END-IF.

           IF  CONFIG-VALIDA
           AND TABELA-NAO-PARTICIONADA
               PERFORM 2050-VERIFICAR-RETENCAO-LEGAL
               MOVE SPACES TO WRK-ORIGEM-SQL
               STRING
                   'FROM '
                   FUNCTION TRIM(CFG-TABELA)
                   ' WHERE '
                   FUNCTION TRIM(WRK-CONDICAO-SQL)
                   DELIMITED BY SIZE
                   INTO WRK-ORIGEM-SQL
               END-STRING

               PERFORM 2200-CONTAR-LINHAS-VENCIDAS

               IF  RET-QTD-VENCIDAS > ZERO
                   END-IF
                   PERFORM 2400-EXCLUIR-LINHAS-VENCIDAS
               END-IF
           END-IF.

           IF  CONFIG-VALIDA
               PERFORM 2500-EXIBIR-RESULTADO-TABELA

               ADD 1 TO WRK-QTD-TABELAS

           PERFORM 1310-BUSCAR-PROXIMA-CONFIG.

       2050-VERIFICAR-RETENCAO-LEGAL.

      * LINHA SOB RETENCAO LEGAL FICA NA TABELA MESMO VENCIDA: O
      * RECORTE DA RETENCAO NEGA O FILTRO DEVOLVIDO PELO MODULO E AS
      * LINHAS PULADAS FICAM NO RELATORIO DA RETENCAO.
           MOVE CFG-DIAS TO WRK-DIAS-MASK.
           MOVE SPACES TO WRK-RTL-CONDICAO WRK-RTL-PARTICAO.
           STRING
               FUNCTION TRIM(CFG-COLUNA-DATA)
               ' < CURRENT_TIMESTAMP - INTERVAL '
               FUNCTION TRIM(WRK-DIAS-MASK)
               ' DAY'
               DELIMITED BY SIZE
               INTO WRK-RTL-CONDICAO
           END-STRING.

           PERFORM 2060-CHAMAR-RETENCAO-LEGAL.
           MOVE WRK-RTL-QTD TO WRK-QTD-RETIDAS.

           MOVE SPACES TO WRK-CONDICAO-SQL.
           IF  WRK-RTL-FILTRO = SPACES
               MOVE WRK-RTL-CONDICAO TO WRK-CONDICAO-SQL
           ELSE
               STRING
                   FUNCTION TRIM(WRK-RTL-CONDICAO)
                   ' AND NOT '
                   FUNCTION TRIM(WRK-RTL-FILTRO)
                   DELIMITED BY SIZE
                   INTO WRK-CONDICAO-SQL
               END-STRING
           END-IF.

       2060-CHAMAR-RETENCAO-LEGAL.

      * SEM COMO APLICAR UMA RETENCAO ATIVA O JOB PARA: EXCLUIR SEM
      * O FILTRO PODERIA APAGAR LINHA RETIDA.
           MOVE CFG-TABELA TO WRK-RTL-TABELA.

           CALL 'MOD-RETENCAO-LEGAL'
               USING WRK-RTL-ACAO, WRK-RTL-PROGRAMA, WRK-RTL-TABELA,
                   WRK-RTL-PARTICAO, WRK-RTL-CONDICAO,
                   WRK-RTL-RETENCAO-ID, WRK-RTL-FILTRO, WRK-RTL-QTD,
                   WRK-RTL-RESULTADO, WRK-RTL-MSG
               END-CALL.

           IF  NOT RETENCAO-VERIFICADA
               DISPLAY
                   "ERRO AO TENTAR VERIFICAR A RETENCAO LEGAL DE "
                   FUNCTION TRIM(CFG-TABELA) ": "
                   FUNCTION TRIM(WRK-RTL-MSG)
               PERFORM 3000-FINALIZAR
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       2100-VALIDAR-NOMES-CONFIG.

      * OS NOMES DA CONFIGURACAO ENTRAM NA MONTAGEM DE SQL DINAMICO;
               SET CONFIG-INVALIDA TO TRUE
           END-IF.

       2150-VERIFICAR-PARTICOES.

      * TABELA PARTICIONADA POR MES (PARTICOES PAAAAMM, COMO AS QUE
      * PROG-PARTICIONA-AUDITORIA MANTEM) TEM A RETENCAO FEITA POR
      * MES INTEIRO: A PARTICAO VENCIDA E DESCARTADA DE UMA VEZ EM
      * VEZ DE EXCLUIR LINHA A LINHA.
           SET TABELA-NAO-PARTICIONADA TO TRUE.

           EXEC SQL
               SELECT COUNT(*)
                 INTO :RET-QTD-PARTICOES
                 FROM information_schema.partitions
                WHERE table_schema = DATABASE()
                  AND table_name = :CFG-TABELA
                  AND partition_name REGEXP '^p[0-9]{6}$'
           END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO
               DISPLAY
                   "ERRO AO TENTAR LER PARTICOES DE "
                   FUNCTION TRIM(CFG-TABELA) ": " SQLERRM
               PERFORM 3000-FINALIZAR
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           IF  RET-QTD-PARTICOES > ZERO
               SET TABELA-PARTICIONADA TO TRUE
           END-IF.

       2200-CONTAR-LINHAS-VENCIDAS.

      * WRK-ORIGEM-SQL TRAZ O FROM/WHERE (OU FROM ... PARTITION) DAS
      * LINHAS A DESCARTAR, MONTADO POR QUEM CHAMA.
           MOVE SPACES TO SQL-BUFFER.
           STRING
               'SELECT COUNT(*) '
               FUNCTION TRIM(WRK-ORIGEM-SQL)
               DELIMITED BY SIZE
               INTO SQL-BUFFER
           END-STRING.
           STRING
               'SELECT CONCAT_WS(''|'', '
               FUNCTION TRIM(RET-COLUNAS)
               ') '
               FUNCTION TRIM(WRK-ORIGEM-SQL)
               DELIMITED BY SIZE
               INTO SQL-BUFFER
           END-STRING.

           MOVE SPACES TO SQL-BUFFER.
           STRING
               'DELETE '
               FUNCTION TRIM(WRK-ORIGEM-SQL)
               DELIMITED BY SIZE
               INTO SQL-BUFFER
           END-STRING.

       2500-EXIBIR-RESULTADO-TABELA.

           MOVE CFG-DIAS TO WRK-DIAS-MASK.

           MOVE RET-QTD-VENCIDAS TO WRK-QTD-MASK.
           DISPLAY
               "RETENCAO " FUNCTION TRIM(CFG-TABELA)
               FUNCTION TRIM(WRK-DIAS-MASK) " DIAS): "
               FUNCTION TRIM(WRK-QTD-MASK) " LINHAS REMOVIDAS".

           IF  WRK-QTD-RETIDAS > ZERO
               MOVE WRK-QTD-RETIDAS TO WRK-QTD-MASK
               DISPLAY
                   "RETENCAO " FUNCTION TRIM(CFG-TABELA) ": "
                   FUNCTION TRIM(WRK-QTD-MASK)
                   " LINHAS MANTIDAS POR RETENCAO LEGAL"
           END-IF.

       2600-DESCARTAR-MESES-VENCIDOS.

      * SO VENCE O MES CUJO ULTIMO DIA JA PASSOU DO PRAZO DE
      * RETENCAO: NENHUMA LINHA AINDA DENTRO DO PRAZO E DESCARTADA, E
      * A RETENCAO EFETIVA FICA ENTRE OS DIAS CONFIGURADOS E UM MES A
      * MAIS. OS MESES SAO LIDOS ANTES DO PRIMEIRO DROP, QUE FAZ
      * COMMIT IMPLICITO.
           MOVE ZERO TO WRK-QTD-MESES.
           MOVE ZERO TO WRK-QTD-REMOVIDAS.

           EXEC SQL
               DECLARE CUR-MESES-VENCIDOS CURSOR FOR
                   SELECT partition_name
                     FROM information_schema.partitions
                    WHERE table_schema = DATABASE()
                      AND table_name = :CFG-TABELA
                      AND partition_name REGEXP '^p[0-9]{6}$'
                      AND STR_TO_DATE(CONCAT(SUBSTRING(
                              partition_name, 2), '01'), '%Y%m%d')
                          + INTERVAL 1 MONTH
                          <= CURRENT_TIMESTAMP
                             - INTERVAL :CFG-DIAS DAY
                    ORDER BY partition_name
           END-EXEC.

           EXEC SQL
               OPEN CUR-MESES-VENCIDOS
           END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO
               DISPLAY
                   "ERRO AO TENTAR ABRIR CURSOR DE MESES VENCIDOS DE "
                   FUNCTION TRIM(CFG-TABELA) ": " SQLERRM
               PERFORM 3000-FINALIZAR
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           SET NAO-FIM-PARTICOES TO TRUE.
           PERFORM 2605-BUSCAR-MES-VENCIDO
               UNTIL FIM-PARTICOES
                  OR WRK-QTD-MESES NOT < WRK-MAX-MESES.

           EXEC SQL CLOSE CUR-MESES-VENCIDOS END-EXEC.

           PERFORM 2610-DESCARTAR-MES
               VARYING WRK-IDX-MES FROM 1 BY 1
               UNTIL WRK-IDX-MES > WRK-QTD-MESES.

           MOVE WRK-QTD-REMOVIDAS TO RET-QTD-VENCIDAS.

       2605-BUSCAR-MES-VENCIDO.

           EXEC SQL
               FETCH CUR-MESES-VENCIDOS INTO :RET-PARTICAO
           END-EXEC.

           IF  SQLCODE EQUAL 100
               SET FIM-PARTICOES TO TRUE
           ELSE
               ADD 1 TO WRK-QTD-MESES
               MOVE RET-PARTICAO TO WRK-MES-VENCIDO(WRK-QTD-MESES)
           END-IF.

       2610-DESCARTAR-MES.

           MOVE WRK-MES-VENCIDO(WRK-IDX-MES) TO RET-PARTICAO.

      * O DESCARTE E DO MES INTEIRO; COM QUALQUER LINHA DA PARTICAO
      * SOB RETENCAO LEGAL O MES FICA ATE A RETENCAO SER LIBERADA.
           MOVE SPACES TO WRK-RTL-CONDICAO.
           MOVE RET-PARTICAO TO WRK-RTL-PARTICAO.
           PERFORM 2060-CHAMAR-RETENCAO-LEGAL.

           IF  WRK-RTL-QTD > ZERO
               ADD WRK-RTL-QTD TO WRK-QTD-RETIDAS
               MOVE WRK-RTL-QTD TO WRK-QTD-MASK
               DISPLAY
                   "PARTICAO " FUNCTION TRIM(RET-PARTICAO) " DE "
                   FUNCTION TRIM(CFG-TABELA) " MANTIDA: "
                   FUNCTION TRIM(WRK-QTD-MASK)
                   " LINHAS SOB RETENCAO LEGAL"
               EXIT PARAGRAPH
           END-IF.

           MOVE SPACES TO WRK-ORIGEM-SQL.
           STRING
               'FROM '
               FUNCTION TRIM(CFG-TABELA)
               ' PARTITION ('
               FUNCTION TRIM(RET-PARTICAO)
               ')'
               DELIMITED BY SIZE
               INTO WRK-ORIGEM-SQL
           END-STRING.

           PERFORM 2200-CONTAR-LINHAS-VENCIDAS.

           IF  RET-QTD-VENCIDAS > ZERO
           AND FUNCTION UPPER-CASE(FUNCTION TRIM(CFG-MODO))
                   = 'ARQUIVA'
               PERFORM 2300-DESCARREGAR-LINHAS-VENCIDAS
           END-IF.

           IF  RET-QTD-VENCIDAS > ZERO
           AND FUNCTION TRIM(CFG-TABELA) = 'auditoria'
               PERFORM 2620-SELAR-MES-AUDITORIA
           END-IF.

           MOVE SPACES TO SQL-BUFFER.
           STRING
               'ALTER TABLE '
               FUNCTION TRIM(CFG-TABELA)
               ' DROP PARTITION '
               FUNCTION TRIM(RET-PARTICAO)
               DELIMITED BY SIZE
               INTO SQL-BUFFER
           END-STRING.

           EXEC SQL
               EXECUTE IMMEDIATE :SQL-BUFFER
           END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO
               DISPLAY
                   "ERRO AO TENTAR DESCARTAR A PARTICAO "
                   FUNCTION TRIM(RET-PARTICAO) " DE "
                   FUNCTION TRIM(CFG-TABELA) ": " SQLERRM
               PERFORM 3000-FINALIZAR
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           ADD RET-QTD-VENCIDAS TO WRK-QTD-REMOVIDAS.
           MOVE RET-QTD-VENCIDAS TO WRK-QTD-MASK.
           DISPLAY
               "PARTICAO " FUNCTION TRIM(RET-PARTICAO) " DE "
               FUNCTION TRIM(CFG-TABELA) " DESCARTADA: "
               FUNCTION TRIM(WRK-QTD-MASK) " LINHAS".

       2620-SELAR-MES-AUDITORIA.

      * ANTES DE O MES SAIR DA TABELA, O ULTIMO HASH DA CORRENTE
      * NAQUELE MES FICA GUARDADO EM AUDITORIA_SELOS: E O PONTO DE
      * PARTIDA COM QUE PROG-VERIFICA-AUDITORIA CONFERE O PRIMEIRO
      * ELO DO MES SEGUINTE. UM SELO JA GRAVADO PELA VERIFICACAO E
      * MANTIDO.
           MOVE SPACES TO RET-MES RET-MES-INI.
           STRING
               RET-PARTICAO(2:4) '-' RET-PARTICAO(6:2)
               DELIMITED BY SIZE
               INTO RET-MES
           END-STRING.
           STRING
               RET-MES '-01'
               DELIMITED BY SIZE
               INTO RET-MES-INI
           END-STRING.

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
               PERFORM 3000-FINALIZAR
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           EXEC SQL
               SELECT COUNT(*), COALESCE(MIN(id), 0),
                      COALESCE(MAX(id), 0)
                 INTO :RET-QTD-SELO, :RET-PRIMEIRO-ID,
                      :RET-ULTIMO-ID
                 FROM auditoria
                WHERE criado_em >= :RET-MES-INI
                  AND criado_em < DATE_ADD(:RET-MES-INI,
                                      INTERVAL 1 MONTH)
                  AND hash IS NOT NULL
           END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO
               DISPLAY
                   "ERRO AO TENTAR LER A CORRENTE DE AUDITORIA DE "
                   RET-MES ": " SQLERRM
               PERFORM 3000-FINALIZAR
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      * MES SO COM LINHAS ANTERIORES AO HASH NAO TEM O QUE SELAR.
           IF  RET-QTD-SELO = ZERO
               EXIT PARAGRAPH
           END-IF.

           EXEC SQL
               SELECT hash
                 INTO :RET-ULTIMO-HASH
                 FROM auditoria
                WHERE id = :RET-ULTIMO-ID
           END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO
               DISPLAY
                   "ERRO AO TENTAR LER O ULTIMO HASH DE AUDITORIA DE "
                   RET-MES ": " SQLERRM
               PERFORM 3000-FINALIZAR
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           EXEC SQL
               INSERT IGNORE INTO auditoria_selos
                   (mes, primeiro_id, ultimo_id, ultimo_hash, qtd,
                    origem)
               VALUES
                   (:RET-MES, :RET-PRIMEIRO-ID, :RET-ULTIMO-ID,
                    :RET-ULTIMO-HASH, :RET-QTD-SELO, 'RETENCAO')
           END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO
               DISPLAY
                   "ERRO AO TENTAR SELAR O MES " RET-MES
                   " DA AUDITORIA: " SQLERRM
               EXEC SQL ROLLBACK END-EXEC
               PERFORM 3000-FINALIZAR
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           EXEC SQL COMMIT END-EXEC.

       3000-FINALIZAR.

           EXEC SQL CLOSE CUR-RETENCAO-CONFIG END-EXEC.

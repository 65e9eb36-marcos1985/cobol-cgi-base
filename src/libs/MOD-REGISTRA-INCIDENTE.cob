      *     CONEXAO E MELHOR ESFORCO, COMO OS DEMAIS MODULOS.
      *   - A CONEXAO COM O BANCO E OBTIDA DE MOD-CONEXAO-BD, COMO
      *     NOS DEMAIS MODULOS DE APOIO.
      *   - A TABELA INCIDENTES PASSA A NASCER COM AS COLUNAS DO
      *     ESCALONAMENTO AO PLANTAO (NIVEL_ESCALONAMENTO,
      *     ESCALADO_EM, PLANTONISTA_ID E RECONHECIDO_POR),
      *     ACRESCENTADAS QUANDO AUSENTES NAS TABELAS JA EXISTENTES;
      *     OS PASSOS DO ESCALONAMENTO FICAM EM
      *     INCIDENTE_ESCALONAMENTOS (PROG-ESCALONA-INCIDENTES).
      *******************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
                       DEFAULT CURRENT_TIMESTAMP,
                   reconhecido_em     DATETIME NULL,
                   fechado_em         DATETIME NULL,
                   anotacao           VARCHAR(255) NULL,
                   nivel_escalonamento INT NOT NULL DEFAULT 0,
                   escalado_em        DATETIME NULL,
                   plantonista_id     INT NULL,
                   reconhecido_por    VARCHAR(60) NULL
               )
           END-EXEC.

               EXIT PROGRAM
           END-IF.

      * TABELAS CRIADAS ANTES DO ESCALONAMENTO AO PLANTAO NAO TEM AS
      * COLUNAS DO ESCALONAMENTO; ACRESCENTA-AS QUANDO AUSENTES.
           EXEC SQL
               SELECT COUNT(*)
                 INTO :INC-QTD
                 FROM information_schema.columns
                WHERE table_schema = DATABASE()
                  AND table_name = 'incidentes'
                  AND column_name = 'nivel_escalonamento'
           END-EXEC.

           IF  SQLCODE EQUAL ZERO AND INC-QTD = ZERO
               EXEC SQL
                   ALTER TABLE incidentes
                       ADD COLUMN nivel_escalonamento INT NOT NULL
                           DEFAULT 0,
                       ADD COLUMN escalado_em DATETIME NULL,
                       ADD COLUMN plantonista_id INT NULL,
                       ADD COLUMN reconhecido_por VARCHAR(60) NULL
               END-EXEC

               IF  SQLCODE NOT EQUAL ZERO
                   PERFORM PROC-LIBERAR-RECURSOS
                   EXIT PROGRAM
               END-IF
           END-IF.

       PROC-ABRIR-OU-ATUALIZAR.

           MOVE LS-ORIGEM   TO INC-ORIGEM.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG-REGISTRA-IMPLANTACAO.
      *******************************************
      * AUTOR:
      * DATA:
      * ALTERACOES:
      *   - BATCH DO PASSO DE DEPLOY QUE GRAVA A IMPLANTACAO NO LIVRO
      *     DO AMBIENTE (TABELAS IMPLANTACOES E
      *     IMPLANTACAO_PROGRAMAS): AMBIENTE (IMPLANTACAO_AMBIENTE,
      *     PADRAO O APP_ENV, CONECTANDO PELO MESMO CONJUNTO
      *     DB_CONNECTION_STRING_*), CARIMBO DO BUILD (COPY
      *     VERSAO-BUILD, O MESMO COMPILADO NOS PROGRAMAS DO BUILD),
      *     QUEM IMPLANTOU (IMPLANTACAO_POR, PADRAO O USUARIO DO
      *     SISTEMA), OBSERVACAO LIVRE (IMPLANTACAO_OBS) E A LISTA DE
      *     PROGRAMAS QUE ENTRARAM NO AR, LIDA DO MANIFESTO
      *     (IMPLANTACAO_MANIFESTO, UMA LINHA POR PROGRAMA, COM A
      *     VERSAO OPCIONAL DEPOIS DO NOME; SEM VERSAO VALE O CARIMBO
      *     DO BUILD; LINHAS EM BRANCO OU INICIADAS POR * OU #
      *     SAO IGNORADAS). TUDO EM UMA TRANSACAO: MANIFESTO VAZIO
      *     OU ILEGIVEL NAO DEIXA IMPLANTACAO PELA METADE.
      *******************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT ARQ-MANIFESTO ASSIGN TO WRK-ARQ-MANIFESTO-NOME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-ARQ-MANIFESTO.

       DATA DIVISION.
       FILE SECTION.

       FD  ARQ-MANIFESTO.
       01  REG-LINHA-MANIFESTO             PIC X(200).

       WORKING-STORAGE SECTION.

       COPY VERSAO-BUILD.

       77  WRK-ARQ-MANIFESTO-NOME          PIC X(255).
       77  WRK-FS-ARQ-MANIFESTO            PIC X(2).

       77  WRK-DB-STRING                   PIC X(255).
       77  WRK-APP-ENV                     PIC X(10).
       77  WRK-AMBIENTE                    PIC X(10).
       77  WRK-IMPLANTADO-POR              PIC X(60).
       77  WRK-OBSERVACAO                  PIC X(255).

       77  WRK-LINHA                       PIC X(200).
       77  WRK-PROGRAMA                    PIC X(60).
       77  WRK-VERSAO                      PIC X(20).

       77  WRK-QTD-PROGRAMAS               PIC 9(10)   VALUE ZERO.
       77  WRK-QTD-MASK                    PIC Z(9)9.
       77  WRK-ID-MASK                     PIC Z(9)9.

       77  WRK-FLAG-FIM-MANIFESTO          PIC X(1)    VALUE 'N'.
           88  FIM-MANIFESTO                           VALUE 'S'.
           88  NAO-FIM-MANIFESTO                       VALUE 'N'.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.

       01  HOSTVARS.
           05 BUFFER     PIC X(1024).

       01  SQL-01-VARS.
           05 IMP-ID              PIC 9(10).
           05 IMP-AMBIENTE        PIC X(10).
           05 IMP-VERSAO-BUILD    PIC X(20).
           05 IMP-IMPLANTADO-POR  PIC X(60).
           05 IMP-OBSERVACAO      PIC X(255).
           05 IMP-PROGRAMA        PIC X(60).
           05 IMP-VERSAO          PIC X(20).
           05 IMP-QTD             PIC 9(10).

       EXEC SQL END DECLARE SECTION END-EXEC.


       PROCEDURE DIVISION.

       MAIN-PROCEDURE.

           PERFORM 1000-VALIDAR-PARAMETROS.
           PERFORM 1100-ABRIR-MANIFESTO.
           PERFORM 1200-CONECTAR-AMBIENTE.
           PERFORM 1300-GARANTIR-TABELAS.
           PERFORM 2000-GRAVAR-IMPLANTACAO.

           SET NAO-FIM-MANIFESTO TO TRUE.
           PERFORM 2100-LER-LINHA-MANIFESTO UNTIL FIM-MANIFESTO.

           PERFORM 3000-FINALIZAR.
           STOP RUN.

       1000-VALIDAR-PARAMETROS.

           ACCEPT WRK-AMBIENTE FROM ENVIRONMENT "IMPLANTACAO_AMBIENTE".
           ACCEPT WRK-ARQ-MANIFESTO-NOME FROM ENVIRONMENT
               "IMPLANTACAO_MANIFESTO".
           ACCEPT WRK-IMPLANTADO-POR FROM ENVIRONMENT
               "IMPLANTACAO_POR".
           ACCEPT WRK-OBSERVACAO FROM ENVIRONMENT "IMPLANTACAO_OBS".

      * SEM AMBIENTE EXPLICITO, A IMPLANTACAO E DO PROPRIO AMBIENTE.
           IF  FUNCTION TRIM(WRK-AMBIENTE) = SPACES
               ACCEPT WRK-APP-ENV FROM ENVIRONMENT "APP_ENV"
               MOVE WRK-APP-ENV TO WRK-AMBIENTE
           END-IF.

           IF  FUNCTION TRIM(WRK-AMBIENTE) = SPACES
               MOVE "DEV" TO WRK-AMBIENTE
           END-IF.

           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WRK-AMBIENTE))
               TO WRK-AMBIENTE.

           IF  WRK-AMBIENTE NOT = "DEV"
           AND WRK-AMBIENTE NOT = "QA"
           AND WRK-AMBIENTE NOT = "PROD"
               DISPLAY
                   "ERRO: IMPLANTACAO_AMBIENTE DEVE SER DEV, QA OU "
                   "PROD."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           IF  FUNCTION TRIM(WRK-ARQ-MANIFESTO-NOME) = SPACES
               DISPLAY
                   "ERRO: IMPLANTACAO_MANIFESTO DEVE INFORMAR O "
                   "ARQUIVO COM OS PROGRAMAS IMPLANTADOS."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           IF  FUNCTION TRIM(WRK-IMPLANTADO-POR) = SPACES
               ACCEPT WRK-IMPLANTADO-POR FROM ENVIRONMENT "USER"
           END-IF.

           IF  FUNCTION TRIM(WRK-IMPLANTADO-POR) = SPACES
               DISPLAY
                   "ERRO: IMPLANTACAO_POR DEVE INFORMAR QUEM "
                   "IMPLANTOU."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       1100-ABRIR-MANIFESTO.

           OPEN INPUT ARQ-MANIFESTO.

           IF  WRK-FS-ARQ-MANIFESTO NOT = "00"
               DISPLAY
                   "ERRO AO TENTAR ABRIR O MANIFESTO: "
                   FUNCTION TRIM(WRK-ARQ-MANIFESTO-NOME)
                   " (FILE STATUS " WRK-FS-ARQ-MANIFESTO ")."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       1200-CONECTAR-AMBIENTE.

           EVALUATE WRK-AMBIENTE
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
                   "AMBIENTE " FUNCTION TRIM(WRK-AMBIENTE) "."
               CLOSE ARQ-MANIFESTO
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE WRK-DB-STRING TO BUFFER.
           EXEC SQL CONNECT TO :BUFFER END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO
               DISPLAY
                   "ERRO AO TENTAR CONECTAR NO AMBIENTE "
                   FUNCTION TRIM(WRK-AMBIENTE) ": " SQLERRM
               CLOSE ARQ-MANIFESTO
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       1300-GARANTIR-TABELAS.

      * AS MESMAS DEFINICOES DE PROG-BOOTSTRAP; O PRIMEIRO DEPLOY DE
      * UM AMBIENTE NAO PODE DEPENDER DE O BOOTSTRAP TER RODADO.
           EXEC SQL
               CREATE TABLE IF NOT EXISTS implantacoes (
                   id             INT NOT NULL PRIMARY KEY
                                      AUTO_INCREMENT,
                   ambiente       VARCHAR(10)  NOT NULL,
                   versao_build   VARCHAR(20)  NOT NULL,
                   implantado_por VARCHAR(60)  NOT NULL,
                   observacao     VARCHAR(255) NULL,
                   qtd_programas  INT NOT NULL DEFAULT 0,
                   implantado_em  DATETIME NOT NULL
                       DEFAULT CURRENT_TIMESTAMP,
                   KEY ix_implantacoes_em (implantado_em)
               )
           END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO
               DISPLAY
                   "ERRO AO TENTAR GARANTIR A TABELA IMPLANTACOES: "
                   SQLERRM
               PERFORM 2990-ABORTAR
           END-IF.

           EXEC SQL
               CREATE TABLE IF NOT EXISTS implantacao_programas (
                   implantacao_id INT NOT NULL,
                   programa       VARCHAR(60) NOT NULL,
                   versao         VARCHAR(20) NOT NULL,
                   PRIMARY KEY (implantacao_id, programa),
                   KEY ix_implantacao_programas_prog
                       (programa, implantacao_id)
               )
           END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO
               DISPLAY
                   "ERRO AO TENTAR GARANTIR A TABELA "
                   "IMPLANTACAO_PROGRAMAS: " SQLERRM
               PERFORM 2990-ABORTAR
           END-IF.

       2000-GRAVAR-IMPLANTACAO.

           MOVE WRK-AMBIENTE       TO IMP-AMBIENTE.
           MOVE VERSAO-BUILD       TO IMP-VERSAO-BUILD.
           MOVE WRK-IMPLANTADO-POR TO IMP-IMPLANTADO-POR.
           MOVE WRK-OBSERVACAO     TO IMP-OBSERVACAO.

           EXEC SQL
               INSERT INTO implantacoes
                   (ambiente, versao_build, implantado_por,
                    observacao)
               VALUES (TRIM(:IMP-AMBIENTE), TRIM(:IMP-VERSAO-BUILD),
                   TRIM(:IMP-IMPLANTADO-POR),
                   NULLIF(TRIM(:IMP-OBSERVACAO), ''))
           END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO
               DISPLAY
                   "ERRO AO TENTAR GRAVAR A IMPLANTACAO: " SQLERRM
               PERFORM 2990-ABORTAR
           END-IF.

           EXEC SQL
               SELECT LAST_INSERT_ID() INTO :IMP-ID
           END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO
               DISPLAY
                   "ERRO AO TENTAR OBTER O ID DA IMPLANTACAO: "
                   SQLERRM
               PERFORM 2990-ABORTAR
           END-IF.

       2100-LER-LINHA-MANIFESTO.

           READ ARQ-MANIFESTO
               AT END
                   SET FIM-MANIFESTO TO TRUE
           END-READ.

           IF  FIM-MANIFESTO
               EXIT PARAGRAPH
           END-IF.

           MOVE FUNCTION TRIM(REG-LINHA-MANIFESTO) TO WRK-LINHA.

           IF  WRK-LINHA = SPACES
           OR  WRK-LINHA(1:1) = "*"
           OR  WRK-LINHA(1:1) = "#"
               EXIT PARAGRAPH
           END-IF.

           MOVE SPACES TO WRK-PROGRAMA WRK-VERSAO.
           UNSTRING WRK-LINHA DELIMITED BY ALL SPACES
               INTO WRK-PROGRAMA WRK-VERSAO
           END-UNSTRING.

           IF  WRK-VERSAO = SPACES
               MOVE VERSAO-BUILD TO WRK-VERSAO
           END-IF.

           PERFORM 2200-GRAVAR-PROGRAMA.

       2200-GRAVAR-PROGRAMA.

           MOVE FUNCTION UPPER-CASE(WRK-PROGRAMA) TO IMP-PROGRAMA.
           MOVE WRK-VERSAO TO IMP-VERSAO.

      * PROGRAMA REPETIDO NO MANIFESTO FICA COM A ULTIMA VERSAO.
           EXEC SQL
               INSERT INTO implantacao_programas
                   (implantacao_id, programa, versao)
               VALUES (:IMP-ID, TRIM(:IMP-PROGRAMA),
                   TRIM(:IMP-VERSAO))
               ON DUPLICATE KEY UPDATE
                   versao = VALUES(versao)
           END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO
               DISPLAY
                   "ERRO AO TENTAR GRAVAR O PROGRAMA "
                   FUNCTION TRIM(IMP-PROGRAMA) ": " SQLERRM
               PERFORM 2990-ABORTAR
           END-IF.

           ADD 1 TO WRK-QTD-PROGRAMAS.

       2990-ABORTAR.

           CLOSE ARQ-MANIFESTO.
           EXEC SQL ROLLBACK END-EXEC.
           EXEC SQL CONNECT RESET END-EXEC.
           DISPLAY "IMPLANTACAO NAO REGISTRADA.".
           MOVE 16 TO RETURN-CODE.
           STOP RUN.

       3000-FINALIZAR.

           IF  WRK-QTD-PROGRAMAS = ZERO
               DISPLAY
                   "ERRO: O MANIFESTO "
                   FUNCTION TRIM(WRK-ARQ-MANIFESTO-NOME)
                   " NAO LISTA NENHUM PROGRAMA."
               PERFORM 2990-ABORTAR
           END-IF.

           CLOSE ARQ-MANIFESTO.

           EXEC SQL
               SELECT COUNT(*) INTO :IMP-QTD
                 FROM implantacao_programas
                WHERE implantacao_id = :IMP-ID
           END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO
               MOVE WRK-QTD-PROGRAMAS TO IMP-QTD
           END-IF.

           EXEC SQL
               UPDATE implantacoes
                  SET qtd_programas = :IMP-QTD
                WHERE id = :IMP-ID
           END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO
               DISPLAY
                   "ERRO AO TENTAR FECHAR A IMPLANTACAO: " SQLERRM
               EXEC SQL ROLLBACK END-EXEC
               EXEC SQL CONNECT RESET END-EXEC
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           EXEC SQL COMMIT END-EXEC.
           EXEC SQL CONNECT RESET END-EXEC.

           MOVE IMP-ID  TO WRK-ID-MASK.
           MOVE IMP-QTD TO WRK-QTD-MASK.
           DISPLAY
               "IMPLANTACAO " FUNCTION TRIM(WRK-ID-MASK)
               " REGISTRADA EM " FUNCTION TRIM(WRK-AMBIENTE)
               ": BUILD " FUNCTION TRIM(VERSAO-BUILD) ", "
               FUNCTION TRIM(WRK-QTD-MASK) " PROGRAMAS, POR "
               FUNCTION TRIM(WRK-IMPLANTADO-POR) ".".

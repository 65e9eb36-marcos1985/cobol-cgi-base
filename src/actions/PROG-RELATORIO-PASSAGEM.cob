       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG-RELATORIO-PASSAGEM.
      *******************************************
      * AUTOR:
      * DATA:
      * ALTERACOES:
      *   - BATCH DO RELATORIO DE PASSAGEM DE TURNO: PARA CADA
      *     PASSAGEM ENTREGUE EM PROG-PASSAGEM-TURNO E AINDA SEM
      *     RELATORIO, GRAVA UM RELATORIO DE 132 COLUNAS
      *     (PASSAGEM_TURNO_<ID>.TXT NO DIRETORIO ARQ_PASSAGEM_DIR,
      *     PADRAO O CORRENTE) COM AS NOTAS DO OPERADOR AO LADO DO
      *     QUE ACONTECEU NO TURNO (DO INICIO A ENTREGA): EXECUCOES
      *     DE JOB_EXECUCOES (E AS AINDA EM EXECUCAO), PASSOS COM
      *     FALHA, INCIDENTES ABERTOS OU FECHADOS, JANELAS DE
      *     MANUTENCAO LIGADAS OU DESLIGADAS (TRILHA DE AUDITORIA DE
      *     PROG-MANUTENCAO) E APROVACOES DADAS. O CAMINHO FICA NA
      *     PASSAGEM E O ARQUIVO NO CATALOGO CENTRAL DE RELATORIOS
      *     VIA MOD-REGISTRA-RELATORIO. ORIGEM AUSENTE NO AMBIENTE
      *     SAI COMO INDISPONIVEL SEM DERRUBAR O RELATORIO.
      *     PASSAGEM_ID REGERA O RELATORIO DE UMA PASSAGEM
      *     (SE AINDA ABERTA, UMA PREVIA ATE AGORA, SEM GRAVAR O
      *     CAMINHO NELA).
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
       77  WRK-ARQ-DIR                     PIC X(200).

       77  WRK-CONEXAO-ACAO                PIC X(10).
       77  WRK-CONEXAO-OK                  PIC X(1).
           88  CONEXAO-DISPONIVEL                      VALUE 'S'.
       77  WRK-CONEXAO-MSG                 PIC X(255).

       77  WRK-APP-ENV                     PIC X(10).
       77  WRK-REL-PROGRAMA                PIC X(60)
               VALUE "PROG-RELATORIO-PASSAGEM".
       77  WRK-REL-PERIODO                 PIC X(30).
       77  WRK-REL-QTD                     PIC 9(10)   VALUE ZERO.

       77  WRK-PASSAGEM-ID-STG             PIC X(10).
       77  WRK-QTD-RELATORIOS              PIC 9(10)   VALUE ZERO.
       77  WRK-QTD-SECAO                   PIC 9(10)   VALUE ZERO.
       77  WRK-SECAO-TITULO                PIC X(40).

       77  WRK-ID-MASK                     PIC Z(9)9.
       77  WRK-QTD-MASK                    PIC Z(9)9.
       77  WRK-RC-MASK                     PIC -(4)9.

       77  WRK-FLAG-PASSAGEM               PIC X(1)    VALUE 'N'.
           88  HA-PASSAGEM                             VALUE 'S'.
           88  SEM-PASSAGEM                            VALUE 'N'.

       77  WRK-FLAG-AVULSA                 PIC X(1)    VALUE 'N'.
           88  PASSAGEM-AVULSA                         VALUE 'S'.

       77  WRK-FLAG-FIM-CURSOR             PIC X(1)    VALUE 'N'.
           88  FIM-CURSOR                              VALUE 'S'.
           88  NAO-FIM-CURSOR                          VALUE 'N'.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.

       01  HOSTVARS.
           05 BUFFER     PIC X(1024).

       01  SQL-01-VARS.
           05 PRP-AGORA           PIC X(16).
           05 PRP-ID              PIC 9(10).
           05 PRP-STATUS          PIC X(10).
           05 PRP-INICIO          PIC X(19).
           05 PRP-FIM             PIC X(19).
           05 PRP-ENTREGUE-POR    PIC X(60).
           05 PRP-RECEBIDO-POR    PIC X(60).
           05 PRP-ARQUIVO         PIC X(255).
           05 PRP-NOTA-SITUACAO   PIC X(10).
           05 PRP-NOTA-REF-TIPO   PIC X(10).
           05 PRP-NOTA-REF-ID     PIC X(140).
           05 PRP-NOTA-TEXTO      PIC X(255).
           05 PRP-NOTA-OPERADOR   PIC X(60).
           05 PRP-NOTA-HORA       PIC X(16).
           05 PRP-EXE-ID          PIC 9(10).
           05 PRP-EXE-ORIGEM      PIC X(20).
           05 PRP-EXE-STATUS      PIC X(12).
           05 PRP-EXE-INICIO      PIC X(16).
           05 PRP-EXE-FIM         PIC X(16).
           05 PRP-EXE-FALHAS      PIC 9(10).
           05 PRP-PAS-SEQUENCIA   PIC 9(5).
           05 PRP-PAS-PROGRAMA    PIC X(60).
           05 PRP-PAS-RC          PIC S9(5).
           05 PRP-PAS-HORA        PIC X(16).
           05 PRP-INC-ID          PIC 9(10).
           05 PRP-INC-EVENTO      PIC X(16).
           05 PRP-INC-STATUS      PIC X(12).
           05 PRP-INC-ORIGEM      PIC X(60).
           05 PRP-INC-CONDICAO    PIC X(60).
           05 PRP-INC-ABERTO-EM   PIC X(16).
           05 PRP-INC-FECHADO-EM  PIC X(16).
           05 PRP-MNT-HORA        PIC X(16).
           05 PRP-MNT-ACAO        PIC X(10).
           05 PRP-MNT-OPERADOR    PIC X(60).
           05 PRP-MNT-PARAMETROS  PIC X(255).
           05 PRP-APR-ID          PIC 9(10).
           05 PRP-APR-OPERACAO    PIC X(40).
           05 PRP-APR-STATUS      PIC X(12).
           05 PRP-APR-SOLICITANTE PIC X(60).
           05 PRP-APR-APROVADOR   PIC X(60).
           05 PRP-APR-HORA        PIC X(16).

       EXEC SQL END DECLARE SECTION END-EXEC.


       PROCEDURE DIVISION.

       MAIN-PROCEDURE.

           DISPLAY "BUILD EM EXECUCAO: " FUNCTION TRIM(VERSAO-BUILD).

           PERFORM 1000-INICIALIZAR.
           PERFORM 1100-CONECTAR-BANCO-DE-DADOS.
           PERFORM 1200-GARANTIR-TABELAS.
           PERFORM 1300-BUSCAR-PASSAGEM.

           PERFORM 2000-GERAR-RELATORIO UNTIL SEM-PASSAGEM.

           PERFORM 3000-FINALIZAR.
           STOP RUN.

       1000-INICIALIZAR.

           ACCEPT WRK-ARQ-DIR FROM ENVIRONMENT "ARQ_PASSAGEM_DIR".
           IF  FUNCTION TRIM(WRK-ARQ-DIR) = SPACES
               MOVE "." TO WRK-ARQ-DIR
           END-IF.
           ACCEPT WRK-APP-ENV FROM ENVIRONMENT "APP_ENV".

           ACCEPT WRK-PASSAGEM-ID-STG FROM ENVIRONMENT "PASSAGEM_ID".
           IF  FUNCTION TRIM(WRK-PASSAGEM-ID-STG) NOT = SPACES
               MOVE FUNCTION NUMVAL(WRK-PASSAGEM-ID-STG) TO PRP-ID
               IF  PRP-ID = ZERO
                   DISPLAY
                       "PASSAGEM_ID INVALIDO: "
                       FUNCTION TRIM(WRK-PASSAGEM-ID-STG)
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               SET PASSAGEM-AVULSA TO TRUE
           END-IF.

       1100-CONECTAR-BANCO-DE-DADOS.

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

           EXEC SQL
               SELECT DATE_FORMAT(CURRENT_TIMESTAMP,
                          '%Y-%m-%d %H:%i')
                 INTO :PRP-AGORA
           END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO
               DISPLAY
                   "ERRO AO TENTAR LER A DATA CORRENTE: " SQLERRM
               PERFORM 8900-ENCERRAR-CONEXAO
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       1200-GARANTIR-TABELAS.

      * AS MESMAS TABELAS DE PROG-PASSAGEM-TURNO.
           EXEC SQL
               CREATE TABLE IF NOT EXISTS passagens_turno (
                   id           INT NOT NULL PRIMARY KEY
                                    AUTO_INCREMENT,
                   turno_inicio DATETIME NOT NULL,
                   turno_fim    DATETIME NULL,
                   status       VARCHAR(10) NOT NULL
                       DEFAULT 'ABERTA',
                   entregue_por VARCHAR(60) NULL,
                   recebido_por VARCHAR(60) NULL,
                   recebido_em  DATETIME NULL,
                   relatorio    VARCHAR(255) NULL,
                   criado_em    DATETIME NOT NULL
                       DEFAULT CURRENT_TIMESTAMP,
                   KEY ix_passagens_turno_status (status)
               )
           END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO
               DISPLAY
                   "ERRO AO TENTAR GARANTIR A TABELA PASSAGENS_TURNO: "
                   SQLERRM
               PERFORM 8900-ENCERRAR-CONEXAO
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           EXEC SQL
               CREATE TABLE IF NOT EXISTS passagem_notas (
                   id            INT NOT NULL PRIMARY KEY
                                     AUTO_INCREMENT,
                   passagem_id   INT NOT NULL,
                   situacao      VARCHAR(10) NOT NULL
                       DEFAULT 'OBSERVAR',
                   ref_tipo      VARCHAR(10)  NULL,
                   ref_id        VARCHAR(140) NULL,
                   nota          VARCHAR(255) NOT NULL,
                   operador      VARCHAR(60)  NOT NULL,
                   criado_em     DATETIME NOT NULL
                       DEFAULT CURRENT_TIMESTAMP,
                   atualizado_em DATETIME NULL,
                   KEY ix_passagem_notas_passagem (passagem_id)
               )
           END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO
               DISPLAY
                   "ERRO AO TENTAR GARANTIR A TABELA PASSAGEM_NOTAS: "
                   SQLERRM
               PERFORM 8900-ENCERRAR-CONEXAO
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       1300-BUSCAR-PASSAGEM.

      * SEM PASSAGEM_ID, A PROXIMA ENTREGUE AINDA SEM RELATORIO; A
      * AVULSA E LIDA UMA VEZ SO.
           IF  NOT PASSAGEM-AVULSA
               EXEC SQL
                   SELECT COALESCE(MIN(id), 0)
                     INTO :PRP-ID
                     FROM passagens_turno
                    WHERE status IN ('ENTREGUE', 'RECEBIDA')
                      AND relatorio IS NULL
               END-EXEC
               IF  SQLCODE NOT EQUAL ZERO
                   DISPLAY
                       "ERRO AO TENTAR BUSCAR PASSAGEM SEM RELATORIO: "
                       SQLERRM
                   PERFORM 8900-ENCERRAR-CONEXAO
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

           SET SEM-PASSAGEM TO TRUE.
           IF  PRP-ID = ZERO
               EXIT PARAGRAPH
           END-IF.

      * O TURNO VAI ATE A ENTREGA; A PREVIA DE PASSAGEM ABERTA VAI
      * ATE AGORA.
           EXEC SQL
               SELECT status,
                      DATE_FORMAT(turno_inicio, '%Y-%m-%d %H:%i:%s'),
                      DATE_FORMAT(COALESCE(turno_fim,
                          CURRENT_TIMESTAMP), '%Y-%m-%d %H:%i:%s'),
                      COALESCE(entregue_por, ''),
                      COALESCE(recebido_por, '')
                 INTO :PRP-STATUS, :PRP-INICIO, :PRP-FIM,
                      :PRP-ENTREGUE-POR, :PRP-RECEBIDO-POR
                 FROM passagens_turno
                WHERE id = :PRP-ID
           END-EXEC.

           IF  SQLCODE EQUAL 100 AND PASSAGEM-AVULSA
               DISPLAY
                   "PASSAGEM DE TURNO NAO ENCONTRADA: "
                   FUNCTION TRIM(WRK-PASSAGEM-ID-STG)
               PERFORM 8900-ENCERRAR-CONEXAO
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           IF  SQLCODE NOT EQUAL ZERO
               DISPLAY
                   "ERRO AO TENTAR LER A PASSAGEM DE TURNO: "
                   SQLERRM
               PERFORM 8900-ENCERRAR-CONEXAO
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           SET HA-PASSAGEM TO TRUE.

       2000-GERAR-RELATORIO.

           MOVE PRP-ID TO WRK-ID-MASK.
           MOVE ZERO TO WRK-REL-QTD.

           MOVE SPACES TO WRK-ARQ-RELATORIO-NOME.
           STRING
               FUNCTION TRIM(WRK-ARQ-DIR) "/PASSAGEM_TURNO_"
               FUNCTION TRIM(WRK-ID-MASK) ".TXT"
               DELIMITED BY SIZE
               INTO WRK-ARQ-RELATORIO-NOME
           END-STRING.

           OPEN OUTPUT ARQ-RELATORIO.

           IF  WRK-FS-ARQ-RELATORIO NOT = "00"
               DISPLAY
                   "ERRO AO TENTAR ABRIR O RELATORIO DE PASSAGEM: "
                   FUNCTION TRIM(WRK-ARQ-RELATORIO-NOME)
               PERFORM 8900-ENCERRAR-CONEXAO
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM 2100-GRAVAR-CABECALHO.
           PERFORM 2200-GRAVAR-NOTAS.
           PERFORM 2300-GRAVAR-EXECUCOES.
           PERFORM 2400-GRAVAR-PASSOS-FALHA.
           PERFORM 2500-GRAVAR-INCIDENTES.
           PERFORM 2600-GRAVAR-MANUTENCAO.
           PERFORM 2700-GRAVAR-APROVACOES.

           CLOSE ARQ-RELATORIO.

      * O CAMINHO SO FICA NA PASSAGEM JA ENTREGUE, PARA A PREVIA
      * NAO IMPEDIR O RELATORIO DA ENTREGA.
           MOVE WRK-ARQ-RELATORIO-NOME TO PRP-ARQUIVO.
           EXEC SQL
               UPDATE passagens_turno
                  SET relatorio = TRIM(:PRP-ARQUIVO)
                WHERE id = :PRP-ID
                  AND status <> 'ABERTA'
           END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO AND SQLCODE NOT EQUAL 100
               DISPLAY
                   "ERRO AO TENTAR GRAVAR O RELATORIO NA PASSAGEM: "
                   SQLERRM
               EXEC SQL ROLLBACK END-EXEC
               PERFORM 8900-ENCERRAR-CONEXAO
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           EXEC SQL COMMIT END-EXEC.

      * CADA RELATORIO ENTRA NO CATALOGO CENTRAL DE RELATORIOS.
           MOVE SPACES TO WRK-REL-PERIODO.
           STRING
               PRP-INICIO(1:16) " A " PRP-FIM(12:5)
               DELIMITED BY SIZE
               INTO WRK-REL-PERIODO
           END-STRING.
           CALL 'MOD-REGISTRA-RELATORIO'
               USING WRK-REL-PROGRAMA, WRK-ARQ-RELATORIO-NOME,
                   WRK-REL-PERIODO, WRK-REL-QTD
               END-CALL.

           ADD 1 TO WRK-QTD-RELATORIOS.
           DISPLAY
               "RELATORIO DA PASSAGEM " FUNCTION TRIM(WRK-ID-MASK)
               " GRAVADO EM: " FUNCTION TRIM(WRK-ARQ-RELATORIO-NOME)
               " (LINHAS " WRK-REL-QTD ")".

           IF  PASSAGEM-AVULSA
               SET SEM-PASSAGEM TO TRUE
           ELSE
               PERFORM 1300-BUSCAR-PASSAGEM
           END-IF.

       2100-GRAVAR-CABECALHO.

           MOVE SPACES TO REG-RELATORIO.
           STRING
               "PASSAGEM DE TURNO " FUNCTION TRIM(WRK-ID-MASK)
               " - TURNO DE " PRP-INICIO(1:16) " A " PRP-FIM(1:16)
               " - AMBIENTE "
               FUNCTION UPPER-CASE(FUNCTION TRIM(WRK-APP-ENV))
               DELIMITED BY SIZE
               INTO REG-RELATORIO
           END-STRING.
           PERFORM 2900-GRAVAR-LINHA.

           MOVE SPACES TO REG-RELATORIO.
           MOVE ALL "=" TO REG-RELATORIO(1:132).
           PERFORM 2900-GRAVAR-LINHA.

           IF  PRP-STATUS = "ABERTA"
               MOVE SPACES TO REG-RELATORIO
               STRING
                   "SITUACAO: ABERTA (PREVIA ATE " PRP-AGORA ")"
                   DELIMITED BY SIZE
                   INTO REG-RELATORIO
               END-STRING
           ELSE
               MOVE SPACES TO REG-RELATORIO
               STRING
                   "SITUACAO: " FUNCTION TRIM(PRP-STATUS)
                   " - ENTREGUE POR " FUNCTION TRIM(PRP-ENTREGUE-POR)
                   DELIMITED BY SIZE
                   INTO REG-RELATORIO
               END-STRING
           END-IF.
           PERFORM 2900-GRAVAR-LINHA.

           IF  PRP-RECEBIDO-POR NOT = SPACES
               MOVE SPACES TO REG-RELATORIO
               STRING
                   "RECEBIDA POR " FUNCTION TRIM(PRP-RECEBIDO-POR)
                   DELIMITED BY SIZE
                   INTO REG-RELATORIO
               END-STRING
               PERFORM 2900-GRAVAR-LINHA
           END-IF.

           MOVE SPACES TO REG-RELATORIO.
           STRING
               "GERADO EM " PRP-AGORA
               DELIMITED BY SIZE
               INTO REG-RELATORIO
           END-STRING.
           PERFORM 2900-GRAVAR-LINHA.

       2200-GRAVAR-NOTAS.

           EXEC SQL
               DECLARE CUR-PRP-NOTAS CURSOR FOR
                   SELECT situacao, COALESCE(ref_tipo, ''),
                          COALESCE(ref_id, ''), nota, operador,
                          DATE_FORMAT(criado_em, '%Y-%m-%d %H:%i')
                     FROM passagem_notas
                    WHERE passagem_id = :PRP-ID
                    ORDER BY situacao, id
           END-EXEC.

           MOVE "NOTAS DO OPERADOR" TO WRK-SECAO-TITULO.
           PERFORM 2810-GRAVAR-TITULO-SECAO.
           MOVE SPACES TO REG-RELATORIO.
           STRING
               "SITUACAO   REGISTRADA EM     OPERADOR             "
               "REFERENCIA"
               DELIMITED BY SIZE
               INTO REG-RELATORIO
           END-STRING.
           PERFORM 2900-GRAVAR-LINHA.

           EXEC SQL OPEN CUR-PRP-NOTAS END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO
               PERFORM 2820-GRAVAR-ORIGEM-INDISPONIVEL
               EXIT PARAGRAPH
           END-IF.

           SET NAO-FIM-CURSOR TO TRUE.
           PERFORM 2210-BUSCAR-PROXIMA-NOTA.
           PERFORM 2220-GRAVAR-LINHA-NOTA UNTIL FIM-CURSOR.

           EXEC SQL CLOSE CUR-PRP-NOTAS END-EXEC.

           MOVE "NOTAS" TO WRK-SECAO-TITULO.
           PERFORM 2830-GRAVAR-TOTAL-SECAO.

       2210-BUSCAR-PROXIMA-NOTA.

           EXEC SQL
               FETCH CUR-PRP-NOTAS
                   INTO :PRP-NOTA-SITUACAO, :PRP-NOTA-REF-TIPO,
                        :PRP-NOTA-REF-ID, :PRP-NOTA-TEXTO,
                        :PRP-NOTA-OPERADOR, :PRP-NOTA-HORA
           END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO
               SET FIM-CURSOR TO TRUE
           END-IF.

       2220-GRAVAR-LINHA-NOTA.

           MOVE SPACES TO REG-RELATORIO.
           MOVE PRP-NOTA-SITUACAO    TO REG-RELATORIO(1:10).
           MOVE PRP-NOTA-HORA        TO REG-RELATORIO(12:16).
           MOVE PRP-NOTA-OPERADOR    TO REG-RELATORIO(30:20).
           IF  PRP-NOTA-REF-TIPO NOT = SPACES
               STRING
                   FUNCTION TRIM(PRP-NOTA-REF-TIPO) " "
                   FUNCTION TRIM(PRP-NOTA-REF-ID)
                   DELIMITED BY SIZE
                   INTO REG-RELATORIO(51:82)
               END-STRING
           END-IF.
           PERFORM 2900-GRAVAR-LINHA.

      * O TEXTO DA NOTA VAI NA LINHA DE BAIXO, RECUADO.
           MOVE SPACES TO REG-RELATORIO.
           MOVE PRP-NOTA-TEXTO       TO REG-RELATORIO(12:121).
           PERFORM 2900-GRAVAR-LINHA.

           ADD 1 TO WRK-QTD-SECAO.
           PERFORM 2210-BUSCAR-PROXIMA-NOTA.

       2300-GRAVAR-EXECUCOES.

      * EXECUCOES INICIADAS OU FINALIZADAS NO TURNO E AS QUE
      * CONTINUAVAM EM EXECUCAO NA ENTREGA.
           EXEC SQL
               DECLARE CUR-PRP-EXECUCOES CURSOR FOR
                   SELECT e.id, COALESCE(e.origem, ''), e.status,
                          DATE_FORMAT(e.iniciado_em,
                              '%Y-%m-%d %H:%i'),
                          COALESCE(DATE_FORMAT(e.finalizado_em,
                              '%Y-%m-%d %H:%i'), ''),
                          (SELECT COUNT(*) FROM job_execucao_passos p
                            WHERE p.execucao_id = e.id
                              AND p.status = 'ERRO')
                     FROM job_execucoes e
                    WHERE e.iniciado_em BETWEEN :PRP-INICIO
                                            AND :PRP-FIM
                       OR e.finalizado_em BETWEEN :PRP-INICIO
                                              AND :PRP-FIM
                       OR (e.status = 'EM-EXECUCAO'
                           AND e.iniciado_em <= :PRP-FIM)
                    ORDER BY e.iniciado_em, e.id
           END-EXEC.

           MOVE "EXECUCOES DE JOBS" TO WRK-SECAO-TITULO.
           PERFORM 2810-GRAVAR-TITULO-SECAO.
           MOVE SPACES TO REG-RELATORIO.
           STRING
               "EXECUCAO   ORIGEM               SITUACAO     "
               "INICIADA EM       FINALIZADA EM     PASSOS COM FALHA"
               DELIMITED BY SIZE
               INTO REG-RELATORIO
           END-STRING.
           PERFORM 2900-GRAVAR-LINHA.

           EXEC SQL OPEN CUR-PRP-EXECUCOES END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO
               PERFORM 2820-GRAVAR-ORIGEM-INDISPONIVEL
               EXIT PARAGRAPH
           END-IF.

           SET NAO-FIM-CURSOR TO TRUE.
           PERFORM 2310-BUSCAR-PROXIMA-EXECUCAO.
           PERFORM 2320-GRAVAR-LINHA-EXECUCAO UNTIL FIM-CURSOR.

           EXEC SQL CLOSE CUR-PRP-EXECUCOES END-EXEC.

           MOVE "EXECUCOES" TO WRK-SECAO-TITULO.
           PERFORM 2830-GRAVAR-TOTAL-SECAO.

       2310-BUSCAR-PROXIMA-EXECUCAO.

           EXEC SQL
               FETCH CUR-PRP-EXECUCOES
                   INTO :PRP-EXE-ID, :PRP-EXE-ORIGEM, :PRP-EXE-STATUS,
                        :PRP-EXE-INICIO, :PRP-EXE-FIM,
                        :PRP-EXE-FALHAS
           END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO
               SET FIM-CURSOR TO TRUE
           END-IF.

       2320-GRAVAR-LINHA-EXECUCAO.

           MOVE SPACES TO REG-RELATORIO.
           MOVE PRP-EXE-ID TO WRK-ID-MASK.
           MOVE WRK-ID-MASK          TO REG-RELATORIO(1:10).
           MOVE PRP-EXE-ORIGEM       TO REG-RELATORIO(12:20).
           MOVE PRP-EXE-STATUS       TO REG-RELATORIO(33:12).
           MOVE PRP-EXE-INICIO       TO REG-RELATORIO(46:16).
           MOVE PRP-EXE-FIM          TO REG-RELATORIO(64:16).
           MOVE PRP-EXE-FALHAS TO WRK-QTD-MASK.
           MOVE WRK-QTD-MASK         TO REG-RELATORIO(82:10).
           PERFORM 2900-GRAVAR-LINHA.

           ADD 1 TO WRK-QTD-SECAO.
           PERFORM 2310-BUSCAR-PROXIMA-EXECUCAO.

       2400-GRAVAR-PASSOS-FALHA.

           EXEC SQL
               DECLARE CUR-PRP-PASSOS CURSOR FOR
                   SELECT execucao_id, sequencia, programa,
                          COALESCE(return_code, 0),
                          DATE_FORMAT(COALESCE(finalizado_em,
                              iniciado_em), '%Y-%m-%d %H:%i')
                     FROM job_execucao_passos
                    WHERE status = 'ERRO'
                      AND COALESCE(finalizado_em, iniciado_em)
                              BETWEEN :PRP-INICIO AND :PRP-FIM
                    ORDER BY COALESCE(finalizado_em, iniciado_em),
                             execucao_id, sequencia
           END-EXEC.

           MOVE "PASSOS COM FALHA" TO WRK-SECAO-TITULO.
           PERFORM 2810-GRAVAR-TITULO-SECAO.
           MOVE SPACES TO REG-RELATORIO.
           STRING
               "EXECUCAO    SEQ PROGRAMA                         "
               "           RC  FALHOU EM"
               DELIMITED BY SIZE
               INTO REG-RELATORIO
           END-STRING.
           PERFORM 2900-GRAVAR-LINHA.

           EXEC SQL OPEN CUR-PRP-PASSOS END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO
               PERFORM 2820-GRAVAR-ORIGEM-INDISPONIVEL
               EXIT PARAGRAPH
           END-IF.

           SET NAO-FIM-CURSOR TO TRUE.
           PERFORM 2410-BUSCAR-PROXIMO-PASSO.
           PERFORM 2420-GRAVAR-LINHA-PASSO UNTIL FIM-CURSOR.

           EXEC SQL CLOSE CUR-PRP-PASSOS END-EXEC.

           MOVE "PASSOS COM FALHA" TO WRK-SECAO-TITULO.
           PERFORM 2830-GRAVAR-TOTAL-SECAO.

       2410-BUSCAR-PROXIMO-PASSO.

           EXEC SQL
               FETCH CUR-PRP-PASSOS
                   INTO :PRP-EXE-ID, :PRP-PAS-SEQUENCIA,
                        :PRP-PAS-PROGRAMA, :PRP-PAS-RC,
                        :PRP-PAS-HORA
           END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO
               SET FIM-CURSOR TO TRUE
           END-IF.

       2420-GRAVAR-LINHA-PASSO.

           MOVE SPACES TO REG-RELATORIO.
           MOVE PRP-EXE-ID TO WRK-ID-MASK.
           MOVE WRK-ID-MASK          TO REG-RELATORIO(1:10).
           MOVE PRP-PAS-SEQUENCIA TO WRK-QTD-MASK.
           MOVE WRK-QTD-MASK(7:4)    TO REG-RELATORIO(12:4).
           MOVE PRP-PAS-PROGRAMA     TO REG-RELATORIO(17:40).
           MOVE PRP-PAS-RC TO WRK-RC-MASK.
           MOVE WRK-RC-MASK          TO REG-RELATORIO(58:5).
           MOVE PRP-PAS-HORA         TO REG-RELATORIO(65:16).
           PERFORM 2900-GRAVAR-LINHA.

           ADD 1 TO WRK-QTD-SECAO.
           PERFORM 2410-BUSCAR-PROXIMO-PASSO.

       2500-GRAVAR-INCIDENTES.

           EXEC SQL
               DECLARE CUR-PRP-INCIDENTES CURSOR FOR
                   SELECT id,
                          CASE
                              WHEN aberto_em BETWEEN :PRP-INICIO
                                                 AND :PRP-FIM
                               AND fechado_em BETWEEN :PRP-INICIO
                                                  AND :PRP-FIM
                                  THEN 'ABERTO/FECHADO'
                              WHEN aberto_em BETWEEN :PRP-INICIO
                                                 AND :PRP-FIM
                                  THEN 'ABERTO'
                              ELSE 'FECHADO'
                          END,
                          status, origem, condicao,
                          DATE_FORMAT(aberto_em, '%Y-%m-%d %H:%i'),
                          COALESCE(DATE_FORMAT(fechado_em,
                              '%Y-%m-%d %H:%i'), '')
                     FROM incidentes
                    WHERE aberto_em BETWEEN :PRP-INICIO AND :PRP-FIM
                       OR fechado_em BETWEEN :PRP-INICIO AND :PRP-FIM
                    ORDER BY aberto_em, id
           END-EXEC.

           MOVE "INCIDENTES ABERTOS OU FECHADOS" TO WRK-SECAO-TITULO.
           PERFORM 2810-GRAVAR-TITULO-SECAO.
           MOVE SPACES TO REG-RELATORIO.
           STRING
               "INCIDENTE  NO TURNO         SITUACAO     "
               "ABERTO EM         FECHADO EM        ORIGEM / CONDICAO"
               DELIMITED BY SIZE
               INTO REG-RELATORIO
           END-STRING.
           PERFORM 2900-GRAVAR-LINHA.

           EXEC SQL OPEN CUR-PRP-INCIDENTES END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO
               PERFORM 2820-GRAVAR-ORIGEM-INDISPONIVEL
               EXIT PARAGRAPH
           END-IF.

           SET NAO-FIM-CURSOR TO TRUE.
           PERFORM 2510-BUSCAR-PROXIMO-INCIDENTE.
           PERFORM 2520-GRAVAR-LINHA-INCIDENTE UNTIL FIM-CURSOR.

           EXEC SQL CLOSE CUR-PRP-INCIDENTES END-EXEC.

           MOVE "INCIDENTES" TO WRK-SECAO-TITULO.
           PERFORM 2830-GRAVAR-TOTAL-SECAO.

       2510-BUSCAR-PROXIMO-INCIDENTE.

           EXEC SQL
               FETCH CUR-PRP-INCIDENTES
                   INTO :PRP-INC-ID, :PRP-INC-EVENTO, :PRP-INC-STATUS,
                        :PRP-INC-ORIGEM, :PRP-INC-CONDICAO,
                        :PRP-INC-ABERTO-EM, :PRP-INC-FECHADO-EM
           END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO
               SET FIM-CURSOR TO TRUE
           END-IF.

       2520-GRAVAR-LINHA-INCIDENTE.

           MOVE SPACES TO REG-RELATORIO.
           MOVE PRP-INC-ID TO WRK-ID-MASK.
           MOVE WRK-ID-MASK          TO REG-RELATORIO(1:10).
           MOVE PRP-INC-EVENTO       TO REG-RELATORIO(12:16).
           MOVE PRP-INC-STATUS       TO REG-RELATORIO(29:12).
           MOVE PRP-INC-ABERTO-EM    TO REG-RELATORIO(42:16).
           MOVE PRP-INC-FECHADO-EM   TO REG-RELATORIO(60:16).
           STRING
               FUNCTION TRIM(PRP-INC-ORIGEM) " / "
               FUNCTION TRIM(PRP-INC-CONDICAO)
               DELIMITED BY SIZE
               INTO REG-RELATORIO(78:55)
           END-STRING.
           PERFORM 2900-GRAVAR-LINHA.

           ADD 1 TO WRK-QTD-SECAO.
           PERFORM 2510-BUSCAR-PROXIMO-INCIDENTE.

       2600-GRAVAR-MANUTENCAO.

      * MANUTENCAO_MODO SO GUARDA O ESTADO ATUAL: AS JANELAS DO
      * TURNO VEM DA TRILHA DE AUDITORIA DE PROG-MANUTENCAO, COM
      * LIGAR/DESLIGAR BEM-SUCEDIDOS.
           EXEC SQL
               DECLARE CUR-PRP-MANUTENCAO CURSOR FOR
                   SELECT DATE_FORMAT(criado_em, '%Y-%m-%d %H:%i'),
                          CASE
                              WHEN UPPER(parametros)
                                       LIKE '%ACAO=DESLIGAR%'
                                  THEN 'DESLIGADA'
                              ELSE 'LIGADA'
                          END,
                          COALESCE(operador, ''),
                          COALESCE(parametros, '')
                     FROM auditoria
                    WHERE programa = 'PROG-MANUTENCAO'
                      AND http_status = 200
                      AND (UPPER(parametros) LIKE '%ACAO=LIGAR%'
                           OR UPPER(parametros)
                                  LIKE '%ACAO=DESLIGAR%')
                      AND criado_em BETWEEN :PRP-INICIO
                                        AND :PRP-FIM
                    ORDER BY criado_em, id
           END-EXEC.

           MOVE "JANELAS DE MANUTENCAO" TO WRK-SECAO-TITULO.
           PERFORM 2810-GRAVAR-TITULO-SECAO.
           MOVE SPACES TO REG-RELATORIO.
           STRING
               "EM                MANUTENCAO OPERADOR             "
               "PARAMETROS"
               DELIMITED BY SIZE
               INTO REG-RELATORIO
           END-STRING.
           PERFORM 2900-GRAVAR-LINHA.

           EXEC SQL OPEN CUR-PRP-MANUTENCAO END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO
               PERFORM 2820-GRAVAR-ORIGEM-INDISPONIVEL
               EXIT PARAGRAPH
           END-IF.

           SET NAO-FIM-CURSOR TO TRUE.
           PERFORM 2610-BUSCAR-PROXIMA-MANUTENCAO.
           PERFORM 2620-GRAVAR-LINHA-MANUTENCAO UNTIL FIM-CURSOR.

           EXEC SQL CLOSE CUR-PRP-MANUTENCAO END-EXEC.

           MOVE "JANELAS DE MANUTENCAO" TO WRK-SECAO-TITULO.
           PERFORM 2830-GRAVAR-TOTAL-SECAO.

       2610-BUSCAR-PROXIMA-MANUTENCAO.

           EXEC SQL
               FETCH CUR-PRP-MANUTENCAO
                   INTO :PRP-MNT-HORA, :PRP-MNT-ACAO,
                        :PRP-MNT-OPERADOR, :PRP-MNT-PARAMETROS
           END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO
               SET FIM-CURSOR TO TRUE
           END-IF.

       2620-GRAVAR-LINHA-MANUTENCAO.

           MOVE SPACES TO REG-RELATORIO.
           MOVE PRP-MNT-HORA         TO REG-RELATORIO(1:16).
           MOVE PRP-MNT-ACAO         TO REG-RELATORIO(19:10).
           MOVE PRP-MNT-OPERADOR     TO REG-RELATORIO(30:20).
           MOVE PRP-MNT-PARAMETROS   TO REG-RELATORIO(51:82).
           PERFORM 2900-GRAVAR-LINHA.

           ADD 1 TO WRK-QTD-SECAO.
           PERFORM 2610-BUSCAR-PROXIMA-MANUTENCAO.

       2700-GRAVAR-APROVACOES.

           EXEC SQL
               DECLARE CUR-PRP-APROVACOES CURSOR FOR
                   SELECT id, operacao, status,
                          COALESCE(solicitado_por, ''),
                          COALESCE(aprovado_por, ''),
                          DATE_FORMAT(aprovado_em, '%Y-%m-%d %H:%i')
                     FROM aprovacoes_pendentes
                    WHERE aprovado_em BETWEEN :PRP-INICIO
                                          AND :PRP-FIM
                      AND status IN ('APROVADA', 'EXECUTADA')
                    ORDER BY aprovado_em, id
           END-EXEC.

           MOVE "APROVACOES DADAS" TO WRK-SECAO-TITULO.
           PERFORM 2810-GRAVAR-TITULO-SECAO.
           MOVE SPACES TO REG-RELATORIO.
           STRING
               "APROVACAO  APROVADA EM       OPERACAO             "
               "          SITUACAO     SOLICITANTE          APROVADOR"
               DELIMITED BY SIZE
               INTO REG-RELATORIO
           END-STRING.
           PERFORM 2900-GRAVAR-LINHA.

           EXEC SQL OPEN CUR-PRP-APROVACOES END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO
               PERFORM 2820-GRAVAR-ORIGEM-INDISPONIVEL
               EXIT PARAGRAPH
           END-IF.

           SET NAO-FIM-CURSOR TO TRUE.
           PERFORM 2710-BUSCAR-PROXIMA-APROVACAO.
           PERFORM 2720-GRAVAR-LINHA-APROVACAO UNTIL FIM-CURSOR.

           EXEC SQL CLOSE CUR-PRP-APROVACOES END-EXEC.

           MOVE "APROVACOES" TO WRK-SECAO-TITULO.
           PERFORM 2830-GRAVAR-TOTAL-SECAO.

       2710-BUSCAR-PROXIMA-APROVACAO.

           EXEC SQL
               FETCH CUR-PRP-APROVACOES
                   INTO :PRP-APR-ID, :PRP-APR-OPERACAO,
                        :PRP-APR-STATUS, :PRP-APR-SOLICITANTE,
                        :PRP-APR-APROVADOR, :PRP-APR-HORA
           END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO
               SET FIM-CURSOR TO TRUE
           END-IF.

       2720-GRAVAR-LINHA-APROVACAO.

           MOVE SPACES TO REG-RELATORIO.
           MOVE PRP-APR-ID TO WRK-ID-MASK.
           MOVE WRK-ID-MASK          TO REG-RELATORIO(1:10).
           MOVE PRP-APR-HORA         TO REG-RELATORIO(12:16).
           MOVE PRP-APR-OPERACAO     TO REG-RELATORIO(30:30).
           MOVE PRP-APR-STATUS       TO REG-RELATORIO(61:12).
           MOVE PRP-APR-SOLICITANTE  TO REG-RELATORIO(74:20).
           MOVE PRP-APR-APROVADOR    TO REG-RELATORIO(95:20).
           PERFORM 2900-GRAVAR-LINHA.

           ADD 1 TO WRK-QTD-SECAO.
           PERFORM 2710-BUSCAR-PROXIMA-APROVACAO.

       2810-GRAVAR-TITULO-SECAO.

      * O TITULO DA SECAO VEM EM WRK-SECAO-TITULO.
           MOVE ZERO TO WRK-QTD-SECAO.

           MOVE SPACES TO REG-RELATORIO.
           PERFORM 2900-GRAVAR-LINHA.

           MOVE SPACES TO REG-RELATORIO.
           MOVE WRK-SECAO-TITULO TO REG-RELATORIO(1:40).
           PERFORM 2900-GRAVAR-LINHA.

           MOVE SPACES TO REG-RELATORIO.
           MOVE ALL "-" TO REG-RELATORIO(1:132).
           PERFORM 2900-GRAVAR-LINHA.

       2820-GRAVAR-ORIGEM-INDISPONIVEL.

           MOVE SPACES TO REG-RELATORIO.
           MOVE "   (ORIGEM INDISPONIVEL NESTE AMBIENTE)"
               TO REG-RELATORIO.
           PERFORM 2900-GRAVAR-LINHA.

       2830-GRAVAR-TOTAL-SECAO.

           MOVE WRK-QTD-SECAO TO WRK-QTD-MASK.
           MOVE SPACES TO REG-RELATORIO.
           STRING
               "   TOTAL DE " FUNCTION TRIM(WRK-SECAO-TITULO) ": "
               FUNCTION TRIM(WRK-QTD-MASK)
               DELIMITED BY SIZE
               INTO REG-RELATORIO
           END-STRING.
           PERFORM 2900-GRAVAR-LINHA.

       2900-GRAVAR-LINHA.

           WRITE REG-RELATORIO.

           IF  WRK-FS-ARQ-RELATORIO NOT = "00"
               DISPLAY
                   "ERRO AO TENTAR GRAVAR NO RELATORIO DE PASSAGEM: "
                   FUNCTION TRIM(WRK-ARQ-RELATORIO-NOME)
               CLOSE ARQ-RELATORIO
               PERFORM 8900-ENCERRAR-CONEXAO
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           ADD 1 TO WRK-REL-QTD.

       3000-FINALIZAR.

           PERFORM 8900-ENCERRAR-CONEXAO.

           DISPLAY
               "RELATORIOS DE PASSAGEM DE TURNO GRAVADOS: "
               WRK-QTD-RELATORIOS.

       8900-ENCERRAR-CONEXAO.

           MOVE "ENCERRAR" TO WRK-CONEXAO-ACAO.
           CALL 'MOD-CONEXAO-BD'
               USING WRK-CONEXAO-ACAO, WRK-CONEXAO-OK,
                   WRK-CONEXAO-MSG
               END-CALL.

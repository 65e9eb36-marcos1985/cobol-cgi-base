      *     QUALQUER LINHA DE COMANDO (ROTEAMENTO E MV): FICA
      *     REGISTRADO COMO ERRO E PARADO NA ENTRADA PARA
      *     TRATAMENTO MANUAL, EM VEZ DE EXECUTAR COMO O OPERADOR.
      *   - NOVA ROTA SEMEADA: RETORNO_COBRANCA% ->
      *     PROG-RETORNO-COBRANCA/ARQ_RETORNO_COBRANCA (ARQUIVO DE
      *     RETORNO DA COBRANCA BANCARIA).
      *   - NOVA ROTA SEMEADA: VENDAS_PARCEIRO% ->
      *     PROG-IMPORTA-VENDAS/ARQ_ENTRADA_VENDAS (PEDIDOS DE
      *     PARCEIROS CARREGADOS COMO VENDAS).
      *   - ARQUIVO ENVIADO PELO PARCEIRO VIA PROG-ENVIO-ARQUIVOS
      *     CHEGA COM A LINHA JA REGISTRADA EM ARQUIVOS_RECEBIDOS
      *     (STATUS AGUARDANDO, COM O RECIBO DADO AO PARCEIRO): A
      *     VARREDURA CONTINUA NESSA LINHA EM VEZ DE ABRIR OUTRA,
      *     PARA O RECIBO REFLETIR A CARGA, A DUPLICATA OU O ERRO.
      *     A ROTA GANHA A VARIAVEL DO ARQUIVO DE REJEITOS DO
      *     IMPORTADOR (INTAKE_ROTAS.VARIAVEL_REJEITOS), APONTADA
      *     PARA UM ARQUIVO PROPRIO DE CADA RECEPCAO NO DIRETORIO DE
      *     ERROS (REJEITOS_<ID>.TXT); AS LINHAS REJEITADAS SAO
      *     CONTADAS EM ARQUIVOS_RECEBIDOS.QTD_REJEITOS E O ARQUIVO
      *     VAZIO E APAGADO.
      *   - ROTA GANHA O TAMANHO DO REGISTRO DE REJEITO
      *     (INTAKE_ROTAS.TAMANHO_REJEITO) DOS IMPORTADORES QUE
      *     GRAVAM REJEITOS EM REGISTRO FIXO SEM QUEBRA DE LINHA
      *     (TESTE 275, COBRANCA 250, VENDAS 110): A CONTAGEM DE
      *     REJEITOS DESSES SAI DO TAMANHO DO ARQUIVO, NAO DAS
      *     LINHAS. NOVA ROTA SEMEADA: CONFIRMACAO_INTERFACES% ->
      *     PROG-CONFIRMA-INTERFACES/ARQ_CONFIRMACAO_INTERFACES
      *     (RETORNO DOS PARCEIROS CONFIRMANDO AS INTERFACES DE
      *     SAIDA), REJEITOS EM ARQ_REJEITOS_CONFIRMACAO.
      *   - EXIBE NO INICIO DO LOG DA EXECUCAO O CARIMBO DE VERSAO
      *     (BUILD) COM QUE O PROGRAMA FOI IMPLANTADO.
      *******************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-ARQ-LISTA.

           SELECT ARQ-REJEITOS ASSIGN TO WRK-ARQ-REJ-NOME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-ARQ-REJEITOS.

       DATA DIVISION.
       FILE SECTION.

       FD  ARQ-LISTA.
       01  REG-LISTA                       PIC X(255).

       FD  ARQ-REJEITOS.
       01  REG-REJEITO                     PIC X(2048).

       WORKING-STORAGE SECTION.

       COPY VERSAO-BUILD.

       77  WRK-ARQ-LISTA-NOME              PIC X(255)
               VALUE "INTAKE_LISTA.TMP".
       77  WRK-FS-ARQ-LISTA                PIC X(2).
       77  WRK-ARQ-REJ-NOME                PIC X(255).
       77  WRK-FS-ARQ-REJEITOS             PIC X(2).

       77  WRK-DB-STRING                   PIC X(255).
       77  WRK-APP-ENV                     PIC X(10).
       77  WRK-RC-SISTEMA                  PIC S9(9)   COMP-5.
       77  WRK-CAMINHO-ARQ                 PIC X(255).
       77  WRK-QTD-APOSTROFO               PIC 9(3)    VALUE ZERO.
       77  WRK-ID-MASK                     PIC Z(9)9.

       01  WRK-ARQ-INFO.
           05 WRK-ARQ-TAMANHO              PIC 9(18)   COMP.
           88  FIM-LISTA                               VALUE 'S'.
           88  NAO-FIM-LISTA                           VALUE 'N'.

       77  WRK-FLAG-FIM-REJEITOS           PIC X(1).
           88  FIM-REJEITOS                            VALUE 'S'.
           88  NAO-FIM-REJEITOS                        VALUE 'N'.

       77  WRK-FLAG-TEM-ROTA               PIC X(1).
           88  TEM-ROTA                                VALUE 'S'.
           88  SEM-ROTA                                VALUE 'N'.
           05 REC-PROGRAMA      PIC X(60).
           05 REC-VARIAVEL      PIC X(60).
           05 REC-QTD           PIC 9(10).
           05 REC-VARIAVEL-REJ  PIC X(60).
           05 REC-QTD-REJEITOS  PIC 9(10).
           05 REC-TEM-REJEITOS  PIC X(1).
           05 REC-QTD-COLUNA    PIC 9(10).
           05 REC-TAM-REJEITO   PIC 9(10).

       EXEC SQL END DECLARE SECTION END-EXEC.


       MAIN-PROCEDURE.

           DISPLAY "BUILD EM EXECUCAO: " FUNCTION TRIM(VERSAO-BUILD).

           PERFORM 1000-INICIALIZAR.
           PERFORM 1100-CONECTAR-BANCO-DE-DADOS.
           PERFORM 1200-GARANTIR-TABELAS.
                   roteado_para  VARCHAR(60) NULL,
                   chegado_em    DATETIME NOT NULL
                       DEFAULT CURRENT_TIMESTAMP,
                   processado_em DATETIME NULL,
                   parceiro      VARCHAR(30) NULL,
                   qtd_rejeitos  INT NULL
               )
           END-EXEC.

               STOP RUN
           END-IF.

      * TABELAS CRIADAS ANTES DO ENVIO POR PARCEIRO NAO TEM AS
      * COLUNAS PARCEIRO E QTD_REJEITOS; ACRESCENTA-AS QUANDO
      * AUSENTES.
           EXEC SQL
               SELECT COUNT(*)
                 INTO :REC-QTD-COLUNA
                 FROM information_schema.columns
                WHERE table_schema = DATABASE()
                  AND table_name = 'arquivos_recebidos'
                  AND column_name = 'parceiro'
           END-EXEC.

           IF  SQLCODE EQUAL ZERO AND REC-QTD-COLUNA = ZERO
               EXEC SQL
                   ALTER TABLE arquivos_recebidos
                       ADD COLUMN parceiro VARCHAR(30) NULL
               END-EXEC
               PERFORM 1250-CONFERIR-ALTERACAO
           END-IF.

           EXEC SQL
               SELECT COUNT(*)
                 INTO :REC-QTD-COLUNA
                 FROM information_schema.columns
                WHERE table_schema = DATABASE()
                  AND table_name = 'arquivos_recebidos'
                  AND column_name = 'qtd_rejeitos'
           END-EXEC.

           IF  SQLCODE EQUAL ZERO AND REC-QTD-COLUNA = ZERO
               EXEC SQL
                   ALTER TABLE arquivos_recebidos
                       ADD COLUMN qtd_rejeitos INT NULL
               END-EXEC
               PERFORM 1250-CONFERIR-ALTERACAO
           END-IF.

           EXEC SQL
               CREATE TABLE IF NOT EXISTS intake_rotas (
                   padrao   VARCHAR(60) NOT NULL PRIMARY KEY,
                   programa VARCHAR(60) NOT NULL,
                   variavel VARCHAR(60) NOT NULL,
                   variavel_rejeitos VARCHAR(60) NULL,
                   tamanho_rejeito INT NULL
               )
           END-EXEC.

               STOP RUN
           END-IF.

           EXEC SQL
               SELECT COUNT(*)
                 INTO :REC-QTD-COLUNA
                 FROM information_schema.columns
                WHERE table_schema = DATABASE()
                  AND table_name = 'intake_rotas'
                  AND column_name = 'variavel_rejeitos'
           END-EXEC.

           IF  SQLCODE EQUAL ZERO AND REC-QTD-COLUNA = ZERO
               EXEC SQL
                   ALTER TABLE intake_rotas
                       ADD COLUMN variavel_rejeitos VARCHAR(60) NULL
               END-EXEC
               PERFORM 1250-CONFERIR-ALTERACAO
           END-IF.

           EXEC SQL
               SELECT COUNT(*)
                 INTO :REC-QTD-COLUNA
                 FROM information_schema.columns
                WHERE table_schema = DATABASE()
                  AND table_name = 'intake_rotas'
                  AND column_name = 'tamanho_rejeito'
           END-EXEC.

           IF  SQLCODE EQUAL ZERO AND REC-QTD-COLUNA = ZERO
               EXEC SQL
                   ALTER TABLE intake_rotas
                       ADD COLUMN tamanho_rejeito INT NULL
               END-EXEC
               PERFORM 1250-CONFERIR-ALTERACAO
           END-IF.

           EXEC SQL
               INSERT IGNORE INTO intake_rotas
                   (padrao, programa, variavel)
                   ('SAIDA_TESTE%', 'PROG-IMPORTA-TESTE',
                    'ARQ_ENTRADA_TESTE'),
                   ('CARGA_TESTE%', 'PROG-CARGA-TESTE',
                    'ARQ_CARGA_TESTE'),
                   ('RETORNO_COBRANCA%', 'PROG-RETORNO-COBRANCA',
                    'ARQ_RETORNO_COBRANCA'),
                   ('VENDAS_PARCEIRO%', 'PROG-IMPORTA-VENDAS',
                    'ARQ_ENTRADA_VENDAS'),
                   ('CONFIRMACAO_INTERFACES%',
                    'PROG-CONFIRMA-INTERFACES',
                    'ARQ_CONFIRMACAO_INTERFACES')
           END-EXEC.

      * A VARIAVEL DE REJEITOS DOS IMPORTADORES CONHECIDOS E
      * PREENCHIDA SO ONDE AINDA ESTA VAZIA, SEM DESFAZER AJUSTE
      * FEITO NA TABELA.
           EXEC SQL
               UPDATE intake_rotas
                  SET variavel_rejeitos =
                      CASE programa
                          WHEN 'PROG-IMPORTA-TESTE'
                              THEN 'ARQ_REJEITOS_TESTE'
                          WHEN 'PROG-CARGA-TESTE'
                              THEN 'ARQ_REJEITOS_CARGA'
                          WHEN 'PROG-RETORNO-COBRANCA'
                              THEN 'ARQ_REJEITOS_COBRANCA'
                          WHEN 'PROG-IMPORTA-VENDAS'
                              THEN 'ARQ_REJEITOS_VENDAS'
                          WHEN 'PROG-CONFIRMA-INTERFACES'
                              THEN 'ARQ_REJEITOS_CONFIRMACAO'
                      END
                WHERE variavel_rejeitos IS NULL
                  AND programa IN ('PROG-IMPORTA-TESTE',
                      'PROG-CARGA-TESTE', 'PROG-RETORNO-COBRANCA',
                      'PROG-IMPORTA-VENDAS',
                      'PROG-CONFIRMA-INTERFACES')
           END-EXEC.

      * IMPORTADOR QUE GRAVA REJEITOS EM REGISTRO FIXO, SEM QUEBRA
      * DE LINHA, TEM O TAMANHO DO REGISTRO NA ROTA; OS DEMAIS
      * (TAMANHO NULO) GRAVAM UM REJEITO POR LINHA.
           EXEC SQL
               UPDATE intake_rotas
                  SET tamanho_rejeito =
                      CASE programa
                          WHEN 'PROG-IMPORTA-TESTE'    THEN 275
                          WHEN 'PROG-RETORNO-COBRANCA' THEN 250
                          WHEN 'PROG-IMPORTA-VENDAS'   THEN 110
                      END
                WHERE tamanho_rejeito IS NULL
                  AND programa IN ('PROG-IMPORTA-TESTE',
                      'PROG-RETORNO-COBRANCA', 'PROG-IMPORTA-VENDAS')
           END-EXEC.

           EXEC SQL COMMIT END-EXEC.

       1250-CONFERIR-ALTERACAO.

           IF  SQLCODE NOT EQUAL ZERO
               DISPLAY
                   "ERRO AO TENTAR ACRESCENTAR COLUNA DO ENVIO POR "
                   "PARCEIRO: " SQLERRM
               EXEC SQL CONNECT RESET END-EXEC
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       1300-LISTAR-DIRETORIO.

      * A VARREDURA USA A LISTAGEM DO PROPRIO SISTEMA OPERACIONAL
           SET TEM-ROTA TO TRUE.

           EXEC SQL
               SELECT programa, variavel,
                      COALESCE(variavel_rejeitos, ''),
                      COALESCE(tamanho_rejeito, 0)
                 INTO :REC-PROGRAMA, :REC-VARIAVEL, :REC-VARIAVEL-REJ,
                      :REC-TAM-REJEITO
                 FROM intake_rotas
                WHERE :REC-ARQUIVO LIKE padrao
                ORDER BY padrao
               "ROTEANDO " FUNCTION TRIM(REC-ARQUIVO) " PARA "
               FUNCTION TRIM(REC-PROGRAMA) ".".

      * ROTA COM VARIAVEL DE REJEITOS RECEBE UM ARQUIVO DE REJEITOS
      * SO DESTA RECEPCAO (O IMPORTADOR ABRE EM EXTEND), PARA A
      * CONTAGEM NAO MISTURAR CARGAS.
           MOVE 'N' TO REC-TEM-REJEITOS.
           MOVE ZERO TO REC-QTD-REJEITOS.
           MOVE SPACES TO WRK-ARQ-REJ-NOME.
           IF  REC-VARIAVEL-REJ NOT = SPACES
               MOVE REC-ID TO WRK-ID-MASK
               STRING
                   FUNCTION TRIM(WRK-DIR-ERROS) "/REJEITOS_"
                   FUNCTION TRIM(WRK-ID-MASK) ".TXT"
                   DELIMITED BY SIZE
                   INTO WRK-ARQ-REJ-NOME
               END-STRING
               CALL "CBL_DELETE_FILE" USING WRK-ARQ-REJ-NOME
                   END-CALL
               MOVE ZERO TO RETURN-CODE
           END-IF.

           MOVE SPACES TO WRK-CMD.
           IF  REC-VARIAVEL-REJ = SPACES
               STRING
                   FUNCTION TRIM(REC-VARIAVEL) "='"
                   FUNCTION TRIM(WRK-CAMINHO-ARQ) "' "
                   FUNCTION TRIM(WRK-BIN-DIR) "/"
                   FUNCTION TRIM(REC-PROGRAMA)
                   " >> " FUNCTION TRIM(WRK-ARQ-LOG) " 2>&1"
                   DELIMITED BY SIZE
                   INTO WRK-CMD
               END-STRING
           ELSE
               STRING
                   FUNCTION TRIM(REC-VARIAVEL) "='"
                   FUNCTION TRIM(WRK-CAMINHO-ARQ) "' "
                   FUNCTION TRIM(REC-VARIAVEL-REJ) "='"
                   FUNCTION TRIM(WRK-ARQ-REJ-NOME) "' "
                   FUNCTION TRIM(WRK-BIN-DIR) "/"
                   FUNCTION TRIM(REC-PROGRAMA)
                   " >> " FUNCTION TRIM(WRK-ARQ-LOG) " 2>&1"
                   DELIMITED BY SIZE
                   INTO WRK-CMD
               END-STRING
           END-IF.

           CALL "SYSTEM" USING WRK-CMD END-CALL.
           MOVE RETURN-CODE TO WRK-RC-SISTEMA.
           MOVE ZERO TO RETURN-CODE.

           IF  REC-VARIAVEL-REJ NOT = SPACES
               PERFORM 2350-CONTAR-REJEITOS
           END-IF.

           IF  WRK-RC-SISTEMA = ZERO
               MOVE "PROCESSADO" TO REC-STATUS
               PERFORM 2650-ATUALIZAR-SITUACAO
               ADD 1 TO WRK-QTD-ERROS
           END-IF.

       2350-CONTAR-REJEITOS.

      * CADA REGISTRO DO ARQUIVO DE REJEITOS E UM REGISTRO RECUSADO
      * PELO IMPORTADOR; SEM ARQUIVO (NADA REJEITADO) A CONTAGEM E
      * ZERO. ARQUIVO VAZIO NAO FICA NO DIRETORIO DE ERROS.
           MOVE 'S' TO REC-TEM-REJEITOS.

           IF  REC-TAM-REJEITO > ZERO
               PERFORM 2370-MEDIR-REJEITOS
           ELSE
               PERFORM 2380-LER-REJEITOS
           END-IF.

           IF  REC-QTD-REJEITOS = ZERO
               CALL "CBL_DELETE_FILE" USING WRK-ARQ-REJ-NOME
                   END-CALL
               MOVE ZERO TO RETURN-CODE
           ELSE
               DISPLAY
                   "REGISTROS REJEITADOS PELO IMPORTADOR: "
                   REC-QTD-REJEITOS " ("
                   FUNCTION TRIM(WRK-ARQ-REJ-NOME) ")."
           END-IF.

       2380-LER-REJEITOS.

           SET NAO-FIM-REJEITOS TO TRUE.

           OPEN INPUT ARQ-REJEITOS.
           IF  WRK-FS-ARQ-REJEITOS NOT = "00"
               EXIT PARAGRAPH
           END-IF.

           PERFORM 2360-LER-REJEITO UNTIL FIM-REJEITOS.
           CLOSE ARQ-REJEITOS.

       2370-MEDIR-REJEITOS.

      * IMPORTADOR DE REGISTRO FIXO GRAVA OS REJEITOS SEM QUEBRA DE
      * LINHA: A QUANTIDADE SAI DO TAMANHO DO ARQUIVO DIVIDIDO PELO
      * TAMANHO DO REGISTRO CADASTRADO NA ROTA.
           MOVE ZERO TO WRK-ARQ-TAMANHO.
           CALL "CBL_CHECK_FILE_EXIST"
               USING WRK-ARQ-REJ-NOME, WRK-ARQ-INFO
               END-CALL.

           IF  RETURN-CODE = ZERO
               DIVIDE WRK-ARQ-TAMANHO BY REC-TAM-REJEITO
                   GIVING REC-QTD-REJEITOS
           END-IF.

           MOVE ZERO TO RETURN-CODE.

       2360-LER-REJEITO.

           READ ARQ-REJEITOS
               AT END SET FIM-REJEITOS TO TRUE
               NOT AT END ADD 1 TO REC-QTD-REJEITOS
           END-READ.

       2600-REGISTRAR-CHEGADA.

      * ARQUIVO ENVIADO PELO PARCEIRO JA TEM LINHA AGUARDANDO (O
      * RECIBO); A RECEPCAO CONTINUA NELA. OS DEMAIS GANHAM LINHA
      * NOVA.
           MOVE ZERO TO REC-ID.

           EXEC SQL
               SELECT id
                 INTO :REC-ID
                 FROM arquivos_recebidos
                WHERE arquivo = :REC-ARQUIVO
                  AND status = 'AGUARDANDO'
                ORDER BY id
                LIMIT 1
           END-EXEC.

           IF  SQLCODE EQUAL ZERO
               PERFORM 2610-ASSUMIR-ENVIO
               EXIT PARAGRAPH
           END-IF.

           EXEC SQL
               INSERT INTO arquivos_recebidos
                   (arquivo, tamanho, status, roteado_para)

           EXEC SQL COMMIT END-EXEC.

       2610-ASSUMIR-ENVIO.

           EXEC SQL
               UPDATE arquivos_recebidos
                  SET tamanho = :REC-TAMANHO,
                      status = :REC-STATUS,
                      roteado_para = NULLIF(TRIM(:REC-PROGRAMA), ''),
                      processado_em =
                          IF(:REC-STATUS = 'RECEBIDO', NULL,
                             CURRENT_TIMESTAMP)
                WHERE id = :REC-ID
           END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO
               DISPLAY
                   "ERRO AO TENTAR ATUALIZAR O ENVIO DO PARCEIRO: "
                   SQLERRM
               PERFORM 3000-FINALIZAR
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           EXEC SQL COMMIT END-EXEC.

       2650-ATUALIZAR-SITUACAO.

           EXEC SQL
               UPDATE arquivos_recebidos
                  SET status = :REC-STATUS,
                      processado_em = CURRENT_TIMESTAMP,
                      qtd_rejeitos =
                          IF(:REC-TEM-REJEITOS = 'S',
                             :REC-QTD-REJEITOS, NULL)
                WHERE id = :REC-ID
           END-EXEC.


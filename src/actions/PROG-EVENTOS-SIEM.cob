       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG-EVENTOS-SIEM.
      *******************************************
      * AUTOR:
      * DATA:
      * ALTERACOES:
      *   - BATCH DE ENVIO DA TRILHA DE AUDITORIA AO SIEM DA
      *     SEGURANCA DA INFORMACAO, NO LUGAR DO CSV MENSAL TIRADO
      *     A MAO POR PROG-BUSCA-AUDITORIA. CADA EXECUCAO GRAVA UM
      *     ARQUIVO DE EVENTOS NO FORMATO CEF (UMA LINHA POR EVENTO;
      *     ARQ_EVENTOS_SIEM, PADRAO
      *     EVENTOS_SIEM_<AAAAMMDDHHMMSS>.CEF) COM AS LINHAS DE
      *     AUDITORIA ACIMA DA MARCA D'AGUA, MAPEADAS PARA OS CAMPOS
      *     PADRAO: PROGRAMA EM DPROC, HTTP_STATUS EM CN1 (E
      *     OUTCOME), ORIGEM EM SRC, CORRELACAO_ID EM CS1 E OPERADOR
      *     EM SUSER, COM O INSTANTE EM RT E O ID EM EXTERNALID
      *     (AUDITORIA-<ID>). SEVERIDADE: 401 = 5, 403 = 6, 429 = 4,
      *     5XX = 7 E AS DEMAIS = 1. AS RUPTURAS DA CORRENTE DE HASH
      *     ACUSADAS POR PROG-VERIFICA-AUDITORIA (AUDITORIA_RUPTURAS)
      *     SAEM COMO EVENTOS PROPRIOS DE SEVERIDADE 10
      *     (RUPTURA-<ID>). FORNECEDOR, PRODUTO E VERSAO DO
      *     CABECALHO CEF VEM DE CONFIG_PARAMETROS (SIEM.FORNECEDOR,
      *     SIEM.PRODUTO, SIEM.VERSAO). AS DUAS MARCAS D'AGUA FICAM EM
      *     EXPORT_CHECKPOINT (PROG-EVENTOS-SIEM E
      *     PROG-EVENTOS-SIEM-RUPTURAS). O ARQUIVO E GRAVADO COM O
      *     SUFIXO .TMP E SO GANHA O NOME FINAL DEPOIS DAS MARCAS
      *     CONFIRMADAS: EXECUCAO INTERROMPIDA NAO DEIXA ARQUIVO
      *     COLETAVEL NEM AVANCA A MARCA (NADA SE PERDE NEM SE
      *     REPETE). RODA SOB A TRAVA NOMEADA "SIEM-AUDITORIA"
      *     (MOD-TRAVA-JOB).
      *   - EXIBE NO INICIO DO LOG DA EXECUCAO O CARIMBO DE VERSAO
      *     (BUILD) COM QUE O PROGRAMA FOI IMPLANTADO.
      *******************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT ARQ-SIEM ASSIGN TO WRK-ARQ-SIEM-TMP
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-ARQ-SIEM.

       DATA DIVISION.
       FILE SECTION.

       FD  ARQ-SIEM.
       01  REG-SIEM                        PIC X(1024).

       WORKING-STORAGE SECTION.

       COPY VERSAO-BUILD.

       77  WRK-TRAVA-NOME                  PIC X(60)
               VALUE "SIEM-AUDITORIA".
       77  WRK-TRAVA-PROGRAMA              PIC X(60)
               VALUE "PROG-EVENTOS-SIEM".
       77  WRK-TRAVA-DURACAO               PIC 9(5)    VALUE 3600.
       77  WRK-TRAVA-ACAO                  PIC X(10).
       77  WRK-TRAVA-OBTIDA                PIC X(1).
           88  TRAVA-OBTIDA                            VALUE 'S'.

       77  WRK-CONEXAO-ACAO                PIC X(10).
       77  WRK-CONEXAO-OK                  PIC X(1).
           88  CONEXAO-DISPONIVEL                      VALUE 'S'.
       77  WRK-CONEXAO-MSG                 PIC X(255).

       77  WRK-ARQ-SIEM-NOME               PIC X(255).
       77  WRK-ARQ-SIEM-TMP                PIC X(255).
       77  WRK-FS-ARQ-SIEM                 PIC X(2).
       77  WRK-DATA-HORA-CORRENTE          PIC X(21).

       77  WRK-CFG-CHAVE                   PIC X(60).
       77  WRK-CFG-VALOR                   PIC X(255).
       77  WRK-CFG-ENCONTRADA              PIC X(1).
           88  CONFIG-ENCONTRADA                       VALUE 'S'.

      * CAMPOS DO CABECALHO CEF, JA COM O ESCAPE DO CABECALHO.
       77  WRK-CEF-FORNECEDOR              PIC X(120).
       77  WRK-CEF-PRODUTO                 PIC X(120).
       77  WRK-CEF-VERSAO                  PIC X(40).

       77  WRK-ASSINATURA                  PIC X(30).
       77  WRK-EVENTO-NOME                 PIC X(100).
       77  WRK-CLASSE                      PIC X(40).
       77  WRK-RESULTADO                   PIC X(7).
       77  WRK-SEVERIDADE                  PIC 9(2).
       77  WRK-SEV-MASK                    PIC Z9.
       77  WRK-STATUS-MASK                 PIC 9(3).
       77  WRK-ID-MASK                     PIC Z(9)9.
       77  WRK-EPOCH-MASK                  PIC Z(11)9.
       77  WRK-PTR                         PIC 9(4).

       77  WRK-ESC-MODO                    PIC X(1).
           88  ESCAPAR-CABECALHO                       VALUE 'C'.
           88  ESCAPAR-EXTENSAO                        VALUE 'E'.
       77  WRK-ESC-ENTRADA                 PIC X(255).
       77  WRK-ESC-SAIDA                   PIC X(510).
       77  WRK-ESC-TAM                     PIC 9(3).
       77  WRK-ESC-LEN                     PIC 9(3).
       77  WRK-ESC-POS                     PIC 9(3).
       77  WRK-ESC-CAR                     PIC X(1).
       77  WRK-EXT-CHAVE                   PIC X(20).

       77  WRK-QTD-AUDITORIA               PIC 9(10)   VALUE ZERO.
       77  WRK-QTD-ALERTA                  PIC 9(10)   VALUE ZERO.
       77  WRK-QTD-RUPTURAS                PIC 9(10)   VALUE ZERO.
       77  WRK-MAIOR-AUD-ID                PIC 9(10)   VALUE ZERO.
       77  WRK-MAIOR-RUP-ID                PIC 9(10)   VALUE ZERO.

       77  WRK-FLAG-ARQUIVO                PIC X(1)    VALUE 'N'.
           88  ARQUIVO-ABERTO                          VALUE 'S'.
           88  ARQUIVO-FECHADO                         VALUE 'N'.

       77  WRK-FLAG-FIM-CURSOR             PIC X(1)    VALUE 'N'.
           88  FIM-CURSOR                              VALUE 'S'.
           88  NAO-FIM-CURSOR                          VALUE 'N'.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.

       01  HOSTVARS.
           05 BUFFER     PIC X(1024).

       01  SQL-01-VARS.
           05 SIE-PROGRAMA        PIC X(60).
           05 SIE-ULTIMO-AUD      PIC 9(10).
           05 SIE-ULTIMA-RUP      PIC 9(10).
           05 SIE-LIMITE-AUD      PIC 9(10).
           05 SIE-LIMITE-RUP      PIC 9(10).
           05 SIE-MARCA           PIC 9(10).
           05 SIE-ID              PIC 9(10).
           05 SIE-PROG-AUD        PIC X(60).
           05 SIE-HTTP-STATUS     PIC 9(3).
           05 SIE-ORIGEM          PIC X(45).
           05 SIE-CORRELACAO      PIC X(40).
           05 SIE-OPERADOR        PIC X(60).
           05 SIE-EPOCH           PIC 9(12).
           05 SIE-AUDITORIA-ID    PIC 9(10).
           05 SIE-MOTIVO          PIC X(10).
           05 SIE-DETALHE         PIC X(255).

       EXEC SQL END DECLARE SECTION END-EXEC.


       PROCEDURE DIVISION.

       MAIN-PROCEDURE.

           DISPLAY "BUILD EM EXECUCAO: " FUNCTION TRIM(VERSAO-BUILD).

           PERFORM 1000-INICIALIZAR.
           PERFORM 1050-OBTER-TRAVA-JOB.
           PERFORM 1100-CONECTAR-BANCO-DE-DADOS.
           PERFORM 1150-CARREGAR-CONFIG.
           PERFORM 1200-GARANTIR-ESTRUTURA.
           PERFORM 1300-CARREGAR-MARCAS.
           PERFORM 1400-ABRIR-ARQUIVO.

           PERFORM 2000-ENVIAR-RUPTURAS.
           PERFORM 2100-ENVIAR-AUDITORIA.

           PERFORM 2850-ATUALIZAR-MARCAS.
           PERFORM 3000-FINALIZAR.
           STOP RUN.

       1000-INICIALIZAR.

           MOVE FUNCTION CURRENT-DATE TO WRK-DATA-HORA-CORRENTE.

           ACCEPT WRK-ARQ-SIEM-NOME FROM ENVIRONMENT
               "ARQ_EVENTOS_SIEM".
           IF  FUNCTION TRIM(WRK-ARQ-SIEM-NOME) = SPACES
               STRING
                   "EVENTOS_SIEM_" WRK-DATA-HORA-CORRENTE(1:14)
                   ".CEF"
                   DELIMITED BY SIZE
                   INTO WRK-ARQ-SIEM-NOME
               END-STRING
           END-IF.

      * O COLETOR DO SIEM SO APANHA O NOME FINAL; ENQUANTO A
      * EXECUCAO NAO CONFIRMA AS MARCAS O ARQUIVO FICA EM .TMP.
           MOVE SPACES TO WRK-ARQ-SIEM-TMP.
           STRING
               FUNCTION TRIM(WRK-ARQ-SIEM-NOME) ".TMP"
               DELIMITED BY SIZE
               INTO WRK-ARQ-SIEM-TMP
           END-STRING.

       1050-OBTER-TRAVA-JOB.

      * A TRAVA NOMEADA "SIEM-AUDITORIA" IMPEDE DUAS EXECUCOES
      * LENDO A MESMA MARCA D'AGUA E ENVIANDO OS MESMOS EVENTOS.
           MOVE "OBTER" TO WRK-TRAVA-ACAO.

           CALL 'MOD-TRAVA-JOB'
               USING WRK-TRAVA-NOME, WRK-TRAVA-PROGRAMA,
                   WRK-TRAVA-DURACAO, WRK-TRAVA-ACAO,
                   WRK-TRAVA-OBTIDA
               END-CALL.

           IF  NOT TRAVA-OBTIDA
               DISPLAY
                   "TRAVA DE JOB SIEM-AUDITORIA EM USO POR OUTRO "
                   "PROCESSO. EXECUCAO RECUSADA."
               MOVE 8 TO RETURN-CODE
               STOP RUN
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
               PERFORM 8800-LIBERAR-TRAVA-JOB
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       1150-CARREGAR-CONFIG.

           SET ESCAPAR-CABECALHO TO TRUE.

           MOVE "siem.fornecedor" TO WRK-CFG-CHAVE.
           PERFORM 1160-LER-CONFIG.
           IF  NOT CONFIG-ENCONTRADA
               MOVE "INTERNO" TO WRK-CFG-VALOR
           END-IF.
           MOVE WRK-CFG-VALOR TO WRK-ESC-ENTRADA.
           PERFORM 2800-ESCAPAR-VALOR.
           MOVE WRK-ESC-SAIDA TO WRK-CEF-FORNECEDOR.

           MOVE "siem.produto" TO WRK-CFG-CHAVE.
           PERFORM 1160-LER-CONFIG.
           IF  NOT CONFIG-ENCONTRADA
               MOVE "API" TO WRK-CFG-VALOR
           END-IF.
           MOVE WRK-CFG-VALOR TO WRK-ESC-ENTRADA.
           PERFORM 2800-ESCAPAR-VALOR.
           MOVE WRK-ESC-SAIDA TO WRK-CEF-PRODUTO.

           MOVE "siem.versao" TO WRK-CFG-CHAVE.
           PERFORM 1160-LER-CONFIG.
           IF  NOT CONFIG-ENCONTRADA
               MOVE "1.0" TO WRK-CFG-VALOR
           END-IF.
           MOVE WRK-CFG-VALOR TO WRK-ESC-ENTRADA.
           PERFORM 2800-ESCAPAR-VALOR.
           MOVE WRK-ESC-SAIDA TO WRK-CEF-VERSAO.

       1160-LER-CONFIG.

           CALL 'MOD-LE-CONFIG'
               USING WRK-CFG-CHAVE, WRK-CFG-VALOR,
                   WRK-CFG-ENCONTRADA
               END-CALL.

           IF  CONFIG-ENCONTRADA
           AND WRK-CFG-VALOR = SPACES
               MOVE 'N' TO WRK-CFG-ENCONTRADA
           END-IF.

       1200-GARANTIR-ESTRUTURA.

      * FORA DE QUALQUER TRANSACAO: DDL FAZ COMMIT IMPLICITO.
           EXEC SQL
               CREATE TABLE IF NOT EXISTS export_checkpoint (
                   programa      VARCHAR(60) NOT NULL PRIMARY KEY,
                   ultimo_id     INT NOT NULL DEFAULT 0,
                   atualizado_em DATETIME
               )
           END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO
               DISPLAY
                   "ERRO AO TENTAR CRIAR TABELA DE CHECKPOINT: "
                   SQLERRM
               PERFORM 2990-ABORTAR
           END-IF.

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
               PERFORM 2990-ABORTAR
           END-IF.

       1300-CARREGAR-MARCAS.

      * SEM MARCA ANTERIOR A PRIMEIRA EXECUCAO ENVIA A TRILHA
      * INTEIRA. O LIMITE SUPERIOR E FIXADO NA ENTRADA: O QUE FOR
      * GRAVADO DURANTE A EXECUCAO FICA PARA A PROXIMA. OS
      * GRAVADORES DA AUDITORIA SAO SERIALIZADOS PELO ULTIMO ELO DA
      * CORRENTE (FOR UPDATE), ENTAO NENHUM ID MENOR QUE O LIMITE
      * AINDA PODE APARECER DEPOIS.
           MOVE "PROG-EVENTOS-SIEM" TO SIE-PROGRAMA.
           PERFORM 1310-LER-MARCA.
           MOVE SIE-MARCA TO SIE-ULTIMO-AUD.

           MOVE "PROG-EVENTOS-SIEM-RUPTURAS" TO SIE-PROGRAMA.
           PERFORM 1310-LER-MARCA.
           MOVE SIE-MARCA TO SIE-ULTIMA-RUP.

           EXEC SQL
               SELECT COALESCE(MAX(id), 0)
                 INTO :SIE-LIMITE-AUD
                 FROM auditoria
           END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO
               DISPLAY
                   "ERRO AO TENTAR LER O LIMITE DA AUDITORIA: "
                   SQLERRM
               PERFORM 2990-ABORTAR
           END-IF.

           EXEC SQL
               SELECT COALESCE(MAX(id), 0)
                 INTO :SIE-LIMITE-RUP
                 FROM auditoria_rupturas
           END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO
               DISPLAY
                   "ERRO AO TENTAR LER O LIMITE DAS RUPTURAS: "
                   SQLERRM
               PERFORM 2990-ABORTAR
           END-IF.

       1310-LER-MARCA.

           EXEC SQL
               SELECT ultimo_id
                 INTO :SIE-MARCA
                 FROM export_checkpoint
                WHERE programa = :SIE-PROGRAMA
           END-EXEC.

           IF  SQLCODE EQUAL 100
               MOVE ZERO TO SIE-MARCA
           ELSE
               IF  SQLCODE NOT EQUAL ZERO
                   DISPLAY
                       "ERRO AO TENTAR LER A MARCA D'AGUA "
                       FUNCTION TRIM(SIE-PROGRAMA) ": " SQLERRM
                   PERFORM 2990-ABORTAR
               END-IF
           END-IF.

       1400-ABRIR-ARQUIVO.

           OPEN OUTPUT ARQ-SIEM.

           IF  WRK-FS-ARQ-SIEM NOT = "00"
               DISPLAY
                   "ERRO AO TENTAR ABRIR O ARQUIVO DE EVENTOS: "
                   FUNCTION TRIM(WRK-ARQ-SIEM-TMP)
               PERFORM 2990-ABORTAR
           END-IF.

           SET ARQUIVO-ABERTO TO TRUE.

       2000-ENVIAR-RUPTURAS.

           EXEC SQL
               DECLARE CUR-SIEM-RUPTURAS CURSOR FOR
                   SELECT id, auditoria_id, motivo,
                          COALESCE(detalhe, ''),
                          UNIX_TIMESTAMP(detectado_em)
                     FROM auditoria_rupturas
                    WHERE id > :SIE-ULTIMA-RUP
                      AND id <= :SIE-LIMITE-RUP
                    ORDER BY id
           END-EXEC.

           EXEC SQL
               OPEN CUR-SIEM-RUPTURAS
           END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO
               DISPLAY
                   "ERRO AO TENTAR ABRIR CURSOR DAS RUPTURAS: "
                   SQLERRM
               PERFORM 2990-ABORTAR
           END-IF.

           SET NAO-FIM-CURSOR TO TRUE.
           PERFORM 2010-BUSCAR-PROXIMA-RUPTURA.
           PERFORM 2020-GERAR-EVENTO-RUPTURA UNTIL FIM-CURSOR.

           EXEC SQL CLOSE CUR-SIEM-RUPTURAS END-EXEC.

       2010-BUSCAR-PROXIMA-RUPTURA.

           EXEC SQL
               FETCH CUR-SIEM-RUPTURAS
                   INTO :SIE-ID, :SIE-AUDITORIA-ID, :SIE-MOTIVO,
                        :SIE-DETALHE, :SIE-EPOCH
           END-EXEC.

           IF  SQLCODE EQUAL 100
               SET FIM-CURSOR TO TRUE
               EXIT PARAGRAPH
           END-IF.

           IF  SQLCODE NOT EQUAL ZERO
               DISPLAY
                   "ERRO AO TENTAR LER AS RUPTURAS DA CORRENTE: "
                   SQLERRM
               PERFORM 2990-ABORTAR
           END-IF.

       2020-GERAR-EVENTO-RUPTURA.

      * RUPTURA DA CORRENTE E INDICIO DE ADULTERACAO DA TRILHA:
      * SEVERIDADE MAXIMA, COM A LINHA DE AUDITORIA AFETADA.
           MOVE 10 TO WRK-SEVERIDADE.
           MOVE "RUPTURA-CORRENTE-AUDITORIA" TO WRK-ASSINATURA.
           MOVE "RUPTURA NA CORRENTE DE HASH DA AUDITORIA"
               TO WRK-EVENTO-NOME.
           PERFORM 2700-INICIAR-LINHA.

           MOVE SIE-EPOCH TO WRK-EPOCH-MASK.
           MOVE SIE-ID TO WRK-ID-MASK.
           STRING
               "rt=" FUNCTION TRIM(WRK-EPOCH-MASK) "000"
               " externalId=RUPTURA-" FUNCTION TRIM(WRK-ID-MASK)
               " dproc=PROG-VERIFICA-AUDITORIA"
               " cn2Label=auditoriaId cn2="
               DELIMITED BY SIZE
               INTO REG-SIEM
               WITH POINTER WRK-PTR
           END-STRING.
           MOVE SIE-AUDITORIA-ID TO WRK-ID-MASK.
           STRING
               FUNCTION TRIM(WRK-ID-MASK)
               DELIMITED BY SIZE
               INTO REG-SIEM
               WITH POINTER WRK-PTR
           END-STRING.

           MOVE "reason" TO WRK-EXT-CHAVE.
           MOVE SIE-MOTIVO TO WRK-ESC-ENTRADA.
           PERFORM 2820-ANEXAR-EXTENSAO.

           MOVE "msg" TO WRK-EXT-CHAVE.
           MOVE SIE-DETALHE TO WRK-ESC-ENTRADA.
           PERFORM 2820-ANEXAR-EXTENSAO.

           PERFORM 2900-GRAVAR-LINHA.

           ADD 1 TO WRK-QTD-RUPTURAS.
           MOVE SIE-ID TO WRK-MAIOR-RUP-ID.

           PERFORM 2010-BUSCAR-PROXIMA-RUPTURA.

       2100-ENVIAR-AUDITORIA.

           EXEC SQL
               DECLARE CUR-SIEM-AUDITORIA CURSOR FOR
                   SELECT id, programa, http_status,
                          COALESCE(origem, ''),
                          COALESCE(correlacao_id, ''),
                          COALESCE(operador, ''),
                          UNIX_TIMESTAMP(criado_em)
                     FROM auditoria
                    WHERE id > :SIE-ULTIMO-AUD
                      AND id <= :SIE-LIMITE-AUD
                    ORDER BY id
           END-EXEC.

           EXEC SQL
               OPEN CUR-SIEM-AUDITORIA
           END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO
               DISPLAY
                   "ERRO AO TENTAR ABRIR CURSOR DA AUDITORIA: "
                   SQLERRM
               PERFORM 2990-ABORTAR
           END-IF.

           SET NAO-FIM-CURSOR TO TRUE.
           PERFORM 2110-BUSCAR-PROXIMA-AUDITORIA.
           PERFORM 2120-GERAR-EVENTO-AUDITORIA UNTIL FIM-CURSOR.

           EXEC SQL CLOSE CUR-SIEM-AUDITORIA END-EXEC.

       2110-BUSCAR-PROXIMA-AUDITORIA.

           EXEC SQL
               FETCH CUR-SIEM-AUDITORIA
                   INTO :SIE-ID, :SIE-PROG-AUD, :SIE-HTTP-STATUS,
                        :SIE-ORIGEM, :SIE-CORRELACAO, :SIE-OPERADOR,
                        :SIE-EPOCH
           END-EXEC.

           IF  SQLCODE EQUAL 100
               SET FIM-CURSOR TO TRUE
               EXIT PARAGRAPH
           END-IF.

           IF  SQLCODE NOT EQUAL ZERO
               DISPLAY
                   "ERRO AO TENTAR LER A TRILHA DE AUDITORIA: "
                   SQLERRM
               PERFORM 2990-ABORTAR
           END-IF.

       2120-GERAR-EVENTO-AUDITORIA.

           PERFORM 2130-CLASSIFICAR-STATUS.

           MOVE SIE-HTTP-STATUS TO WRK-STATUS-MASK.
           MOVE SPACES TO WRK-ASSINATURA.
           STRING
               "HTTP-" WRK-STATUS-MASK
               DELIMITED BY SIZE
               INTO WRK-ASSINATURA
           END-STRING.

           MOVE SPACES TO WRK-EVENTO-NOME.
           STRING
               FUNCTION TRIM(WRK-CLASSE) " EM "
               FUNCTION TRIM(SIE-PROG-AUD)
               DELIMITED BY SIZE
               INTO WRK-EVENTO-NOME
           END-STRING.

           PERFORM 2700-INICIAR-LINHA.

           MOVE SIE-EPOCH TO WRK-EPOCH-MASK.
           MOVE SIE-ID TO WRK-ID-MASK.
           STRING
               "rt=" FUNCTION TRIM(WRK-EPOCH-MASK) "000"
               " externalId=AUDITORIA-" FUNCTION TRIM(WRK-ID-MASK)
               " cn1Label=httpStatus cn1=" WRK-STATUS-MASK
               " outcome=" FUNCTION TRIM(WRK-RESULTADO)
               DELIMITED BY SIZE
               INTO REG-SIEM
               WITH POINTER WRK-PTR
           END-STRING.

           MOVE "dproc" TO WRK-EXT-CHAVE.
           MOVE SIE-PROG-AUD TO WRK-ESC-ENTRADA.
           PERFORM 2820-ANEXAR-EXTENSAO.

           MOVE "src" TO WRK-EXT-CHAVE.
           MOVE SIE-ORIGEM TO WRK-ESC-ENTRADA.
           PERFORM 2820-ANEXAR-EXTENSAO.

           MOVE "suser" TO WRK-EXT-CHAVE.
           MOVE SIE-OPERADOR TO WRK-ESC-ENTRADA.
           PERFORM 2820-ANEXAR-EXTENSAO.

           IF  SIE-CORRELACAO NOT = SPACES
               STRING
                   " cs1Label=correlacaoId"
                   DELIMITED BY SIZE
                   INTO REG-SIEM
                   WITH POINTER WRK-PTR
               END-STRING
               MOVE "cs1" TO WRK-EXT-CHAVE
               MOVE SIE-CORRELACAO TO WRK-ESC-ENTRADA
               PERFORM 2820-ANEXAR-EXTENSAO
           END-IF.

           PERFORM 2900-GRAVAR-LINHA.

           ADD 1 TO WRK-QTD-AUDITORIA.
           IF  WRK-SEVERIDADE > 1
               ADD 1 TO WRK-QTD-ALERTA
           END-IF.
           MOVE SIE-ID TO WRK-MAIOR-AUD-ID.

           PERFORM 2110-BUSCAR-PROXIMA-AUDITORIA.

       2130-CLASSIFICAR-STATUS.

      * SEVERIDADE CEF (0 A 10) PELO STATUS DA RESPOSTA: TENTATIVA
      * SEM CREDENCIAL, ACESSO NEGADO, ESTOURO DE LIMITE E ERRO DO
      * SERVIDOR INTERESSAM A SEGURANCA; O RESTO E INFORMATIVO.
           IF  SIE-HTTP-STATUS < 400
               MOVE "success" TO WRK-RESULTADO
           ELSE
               MOVE "failure" TO WRK-RESULTADO
           END-IF.

           EVALUATE TRUE
               WHEN SIE-HTTP-STATUS = 401
                   MOVE 5 TO WRK-SEVERIDADE
                   MOVE "FALHA DE AUTENTICACAO" TO WRK-CLASSE
               WHEN SIE-HTTP-STATUS = 403
                   MOVE 6 TO WRK-SEVERIDADE
                   MOVE "ACESSO NEGADO" TO WRK-CLASSE
               WHEN SIE-HTTP-STATUS = 429
                   MOVE 4 TO WRK-SEVERIDADE
                   MOVE "LIMITE DE REQUISICOES EXCEDIDO"
                       TO WRK-CLASSE
               WHEN SIE-HTTP-STATUS >= 500
                   MOVE 7 TO WRK-SEVERIDADE
                   MOVE "ERRO DO SERVIDOR" TO WRK-CLASSE
               WHEN SIE-HTTP-STATUS >= 400
                   MOVE 1 TO WRK-SEVERIDADE
                   MOVE "REQUISICAO RECUSADA" TO WRK-CLASSE
               WHEN OTHER
                   MOVE 1 TO WRK-SEVERIDADE
                   MOVE "REQUISICAO ATENDIDA" TO WRK-CLASSE
           END-EVALUATE.

       2700-INICIAR-LINHA.

      * CABECALHO CEF:0|FORNECEDOR|PRODUTO|VERSAO|ASSINATURA|NOME|
      * SEVERIDADE| — AS EXTENSOES SEGUEM NA MESMA LINHA.
           SET ESCAPAR-CABECALHO TO TRUE.
           MOVE WRK-EVENTO-NOME TO WRK-ESC-ENTRADA.
           PERFORM 2800-ESCAPAR-VALOR.
           MOVE WRK-SEVERIDADE TO WRK-SEV-MASK.

           MOVE SPACES TO REG-SIEM.
           MOVE 1 TO WRK-PTR.
           STRING
               "CEF:0|" FUNCTION TRIM(WRK-CEF-FORNECEDOR)
               "|" FUNCTION TRIM(WRK-CEF-PRODUTO)
               "|" FUNCTION TRIM(WRK-CEF-VERSAO)
               "|" FUNCTION TRIM(WRK-ASSINATURA)
               "|" WRK-ESC-SAIDA(1:WRK-ESC-TAM)
               "|" FUNCTION TRIM(WRK-SEV-MASK) "|"
               DELIMITED BY SIZE
               INTO REG-SIEM
               WITH POINTER WRK-PTR
           END-STRING.

       2800-ESCAPAR-VALOR.

      * NO CABECALHO ESCAPAM-SE A BARRA INVERTIDA E A BARRA
      * VERTICAL; NAS EXTENSOES, A BARRA INVERTIDA E O SINAL DE
      * IGUAL. QUEBRA DE LINHA NUNCA SAI CRUA.
           MOVE SPACES TO WRK-ESC-SAIDA.
           MOVE ZERO TO WRK-ESC-TAM.

           IF  WRK-ESC-ENTRADA = SPACES
               EXIT PARAGRAPH
           END-IF.

           MOVE FUNCTION LENGTH(FUNCTION TRIM(WRK-ESC-ENTRADA
               TRAILING)) TO WRK-ESC-LEN.

           PERFORM 2810-ESCAPAR-CARACTER
               VARYING WRK-ESC-POS FROM 1 BY 1
               UNTIL WRK-ESC-POS > WRK-ESC-LEN.

       2810-ESCAPAR-CARACTER.

           MOVE WRK-ESC-ENTRADA(WRK-ESC-POS:1) TO WRK-ESC-CAR.

           EVALUATE TRUE
               WHEN WRK-ESC-CAR = X"0A" OR WRK-ESC-CAR = X"0D"
                   MOVE " " TO WRK-ESC-CAR
               WHEN WRK-ESC-CAR = "\"
                   ADD 1 TO WRK-ESC-TAM
                   MOVE "\" TO WRK-ESC-SAIDA(WRK-ESC-TAM:1)
               WHEN WRK-ESC-CAR = "|" AND ESCAPAR-CABECALHO
                   ADD 1 TO WRK-ESC-TAM
                   MOVE "\" TO WRK-ESC-SAIDA(WRK-ESC-TAM:1)
               WHEN WRK-ESC-CAR = "=" AND ESCAPAR-EXTENSAO
                   ADD 1 TO WRK-ESC-TAM
                   MOVE "\" TO WRK-ESC-SAIDA(WRK-ESC-TAM:1)
           END-EVALUATE.

           ADD 1 TO WRK-ESC-TAM.
           MOVE WRK-ESC-CAR TO WRK-ESC-SAIDA(WRK-ESC-TAM:1).

       2820-ANEXAR-EXTENSAO.

      * CAMPO VAZIO NAO SAI NA LINHA.
           SET ESCAPAR-EXTENSAO TO TRUE.
           PERFORM 2800-ESCAPAR-VALOR.

           IF  WRK-ESC-TAM = ZERO
               EXIT PARAGRAPH
           END-IF.

           STRING
               " " FUNCTION TRIM(WRK-EXT-CHAVE) "="
               WRK-ESC-SAIDA(1:WRK-ESC-TAM)
               DELIMITED BY SIZE
               INTO REG-SIEM
               WITH POINTER WRK-PTR
           END-STRING.

       2850-ATUALIZAR-MARCAS.

      * AS DUAS MARCAS AVANCAM JUNTAS, SO ATE O ULTIMO EVENTO
      * GRAVADO. O ARQUIVO JA ESTA FECHADO E COMPLETO AQUI; O NOME
      * FINAL SO VEM DEPOIS DO COMMIT.
           CLOSE ARQ-SIEM.
           SET ARQUIVO-FECHADO TO TRUE.

           IF  WRK-QTD-AUDITORIA = ZERO
           AND WRK-QTD-RUPTURAS = ZERO
               EXIT PARAGRAPH
           END-IF.

           IF  WRK-QTD-AUDITORIA > ZERO
               MOVE "PROG-EVENTOS-SIEM" TO SIE-PROGRAMA
               MOVE WRK-MAIOR-AUD-ID TO SIE-MARCA
               PERFORM 2860-GRAVAR-MARCA
           END-IF.

           IF  WRK-QTD-RUPTURAS > ZERO
               MOVE "PROG-EVENTOS-SIEM-RUPTURAS" TO SIE-PROGRAMA
               MOVE WRK-MAIOR-RUP-ID TO SIE-MARCA
               PERFORM 2860-GRAVAR-MARCA
           END-IF.

           EXEC SQL COMMIT END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO
               DISPLAY
                   "ERRO AO TENTAR CONFIRMAR AS MARCAS D'AGUA: "
                   SQLERRM
               PERFORM 2990-ABORTAR
           END-IF.

      * MARCA JA CONFIRMADA: SE A RENOMEACAO FALHAR O ARQUIVO .TMP E
      * A UNICA COPIA DESSES EVENTOS E PRECISA SER RENOMEADO A MAO.
           CALL "CBL_RENAME_FILE"
               USING WRK-ARQ-SIEM-TMP, WRK-ARQ-SIEM-NOME
               END-CALL.

           IF  RETURN-CODE NOT = ZERO
               DISPLAY
                   "ERRO AO TENTAR RENOMEAR "
                   FUNCTION TRIM(WRK-ARQ-SIEM-TMP) " PARA "
                   FUNCTION TRIM(WRK-ARQ-SIEM-NOME)
                   ". AS MARCAS D'AGUA JA AVANCARAM: RENOMEAR O "
                   "ARQUIVO MANUALMENTE PARA O SIEM COLETA-LO."
               PERFORM 8900-ENCERRAR-CONEXAO
               PERFORM 8800-LIBERAR-TRAVA-JOB
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       2860-GRAVAR-MARCA.

           EXEC SQL
               INSERT INTO export_checkpoint
                   (programa, ultimo_id, atualizado_em)
               VALUES
                   (:SIE-PROGRAMA, :SIE-MARCA, CURRENT_TIMESTAMP)
               ON DUPLICATE KEY UPDATE
                   ultimo_id = VALUES(ultimo_id),
                   atualizado_em = VALUES(atualizado_em)
           END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO
               DISPLAY
                   "ERRO AO TENTAR ATUALIZAR A MARCA D'AGUA "
                   FUNCTION TRIM(SIE-PROGRAMA) ": " SQLERRM
               PERFORM 2990-ABORTAR
           END-IF.

       2900-GRAVAR-LINHA.

           WRITE REG-SIEM.

           IF  WRK-FS-ARQ-SIEM NOT = "00"
               DISPLAY
                   "ERRO AO TENTAR GRAVAR NO ARQUIVO DE EVENTOS: "
                   FUNCTION TRIM(WRK-ARQ-SIEM-TMP)
               PERFORM 2990-ABORTAR
           END-IF.

       2990-ABORTAR.

      * A MARCA D'AGUA FICA ONDE ESTAVA E O ARQUIVO PARCIAL E
      * DESCARTADO: A PROXIMA EXECUCAO REENVIA OS MESMOS EVENTOS.
           EXEC SQL ROLLBACK END-EXEC.

           IF  ARQUIVO-ABERTO
               CLOSE ARQ-SIEM
               SET ARQUIVO-FECHADO TO TRUE
           END-IF.

           CALL "CBL_DELETE_FILE" USING WRK-ARQ-SIEM-TMP
               END-CALL.

           PERFORM 8900-ENCERRAR-CONEXAO.
           PERFORM 8800-LIBERAR-TRAVA-JOB.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.

       3000-FINALIZAR.

      * EXECUCAO SEM EVENTO NOVO NAO DEIXA ARQUIVO VAZIO PARA O
      * COLETOR.
           IF  WRK-QTD-AUDITORIA = ZERO
           AND WRK-QTD-RUPTURAS = ZERO
               CALL "CBL_DELETE_FILE" USING WRK-ARQ-SIEM-TMP
                   END-CALL
               MOVE ZERO TO RETURN-CODE
               DISPLAY "NENHUM EVENTO NOVO PARA O SIEM."
           ELSE
               DISPLAY
                   "ARQUIVO DE EVENTOS............: "
                   FUNCTION TRIM(WRK-ARQ-SIEM-NOME)
           END-IF.

           DISPLAY
               "EVENTOS DE AUDITORIA..........: " WRK-QTD-AUDITORIA.
           DISPLAY
               "EVENTOS COM SEVERIDADE > 1....: " WRK-QTD-ALERTA.
           DISPLAY
               "RUPTURAS DA CORRENTE..........: " WRK-QTD-RUPTURAS.

           PERFORM 8900-ENCERRAR-CONEXAO.
           PERFORM 8800-LIBERAR-TRAVA-JOB.

       8800-LIBERAR-TRAVA-JOB.

           MOVE "LIBERAR" TO WRK-TRAVA-ACAO.

           CALL 'MOD-TRAVA-JOB'
               USING WRK-TRAVA-NOME, WRK-TRAVA-PROGRAMA,
                   WRK-TRAVA-DURACAO, WRK-TRAVA-ACAO,
                   WRK-TRAVA-OBTIDA
               END-CALL.

       8900-ENCERRAR-CONEXAO.

           MOVE "ENCERRAR" TO WRK-CONEXAO-ACAO.
           CALL 'MOD-CONEXAO-BD'
               USING WRK-CONEXAO-ACAO, WRK-CONEXAO-OK,
                   WRK-CONEXAO-MSG
               END-CALL.

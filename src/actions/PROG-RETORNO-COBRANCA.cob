       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG-RETORNO-COBRANCA.
      *******************************************
      * AUTOR:
      * DATA:
      * ALTERACOES:
      *   - BATCH DE IMPORTACAO DO ARQUIVO DE RETORNO DA COBRANCA
      *     BANCARIA (CNAB 240, MESMO LAYOUT DA REMESSA DE
      *     PROG-REMESSA-COBRANCA, REGISTROS DE 240 POSICOES
      *     TERMINADOS EM CR/LF). O ARQUIVO VEM EM ARQ_RETORNO_COBRANCA
      *     (PROG-RECEBE-ARQUIVOS ENCAMINHA OS ARQUIVOS
      *     RETORNO_COBRANCA*). UMA PASSADA DE VALIDACAO CONFERE O
      *     HEADER DE ARQUIVO DE RETORNO, A QUANTIDADE DE REGISTROS DE
      *     CADA LOTE E A DO ARQUIVO CONTRA OS TRAILERS E RECUSA O
      *     ARQUIVO INTEIRO (RETURN-CODE 16, NADA APLICADO) QUANDO NAO
      *     FECHAM. DEPOIS CADA TITULO (PAR DE SEGMENTOS T E U) E
      *     APLICADO PELO NOSSO NUMERO (ID DE COBRANCA_BOLETO), NUMA
      *     TRANSACAO POR TITULO:
      *       02        ENTRADA CONFIRMADA        BOLETO REGISTRADO
      *       03        ENTRADA REJEITADA         BOLETO REJEITADO
      *       06, 17    LIQUIDACAO                PAGAMENTO NA PARCELA
      *                                           (FORMA BOLETO, NA
      *                                           DATA DA OCORRENCIA) E
      *                                           BOLETO LIQUIDADO
      *       09        BAIXA                     BOLETO BAIXADO
      *       26, 30    INSTRUCAO OU ALTERACAO    MOTIVOS GUARDADOS; A
      *                 REJEITADA                 BAIXA RECUSADA VOLTA
      *                                           A REGISTRADO
      *       28        TARIFA                    SO A OCORRENCIA
      *     O PAGAMENTO SEGUE AS REGRAS DO PAGAR DE PROG-PARCELAS-VENDA.
      *     TITULO QUE NAO CASA VAI COM CODIGO DE MOTIVO PARA O ARQUIVO
      *     DE REJEITOS (ARQ_REJEITOS_COBRANCA, PADRAO
      *     REJEITOS_COBRANCA.DAT), COMO EM PROG-IMPORTA-TESTE:
      *     NN-INVAL, NN-INEXIST, MOV-DESCON, JA-LIQUID, PARC-QUIT,
      *     VLR-INVAL, VLR-ACIMA, DATA-INVAL, SEM-SEG-T E SEM-SEG-U.
      *     TODA OCORRENCIA, APLICADA OU REJEITADA, FICA EM
      *     COBRANCA_OCORRENCIA. RODA SOB A TRAVA NOMEADA "COBRANCA"
      *     (MOD-TRAVA-JOB), A MESMA DA REMESSA.
      *   - EXIBE NO INICIO DO LOG DA EXECUCAO O CARIMBO DE VERSAO
      *     (BUILD) COM QUE O PROGRAMA FOI IMPLANTADO.
      *******************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT ARQ-RETORNO ASSIGN TO WRK-ARQ-RETORNO-NOME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-FS-ARQ-RETORNO.

           SELECT ARQ-REJEITOS ASSIGN TO WRK-ARQ-REJEITOS-NOME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-FS-ARQ-REJEITOS.

       DATA DIVISION.
       FILE SECTION.

       FD  ARQ-RETORNO
           RECORDING MODE IS F.
       01  REG-RETORNO.
           05 RET-BANCO                    PIC X(3).
           05 RET-LOTE                     PIC X(4).
           05 RET-REGISTRO                 PIC X(1).
           05 RET-SEQUENCIA                PIC X(5).
           05 RET-SEGMENTO                 PIC X(1).
           05 FILLER                       PIC X(1).
           05 RET-MOVIMENTO                PIC X(2).
           05 FILLER                       PIC X(223).
           05 RET-FIM-LINHA                PIC X(2).
       01  REG-RET-HEADER-ARQUIVO.
           05 FILLER                       PIC X(142).
           05 RHA-CODIGO-ARQUIVO           PIC X(1).
           05 FILLER                       PIC X(99).
       01  REG-RET-TRAILER-LOTE.
           05 FILLER                       PIC X(17).
           05 RTL-QTD-REGISTROS            PIC X(6).
           05 FILLER                       PIC X(219).
       01  REG-RET-TRAILER-ARQUIVO.
           05 FILLER                       PIC X(17).
           05 RTA-QTD-LOTES                PIC X(6).
           05 RTA-QTD-REGISTROS            PIC X(6).
           05 FILLER                       PIC X(213).
       01  REG-RET-SEGMENTO-T.
           05 TRT-REGISTRO                 PIC X(240).
           05 FILLER                       PIC X(2).
       01  REG-RET-SEGMENTO-U.
           05 FILLER                       PIC X(77).
           05 TRU-VALOR-PAGO               PIC X(15).
           05 FILLER                       PIC X(45).
           05 TRU-DATA-OCORRENCIA          PIC X(8).
           05 FILLER                       PIC X(97).

       FD  ARQ-REJEITOS
           RECORDING MODE IS F.
       01  REG-REJEITO.
           05 REJ-MOTIVO                   PIC X(10).
           05 REJ-REGISTRO                 PIC X(240).

       WORKING-STORAGE SECTION.

       COPY VERSAO-BUILD.

       77  WRK-TRAVA-NOME                  PIC X(60)
               VALUE "COBRANCA".
       77  WRK-TRAVA-PROGRAMA              PIC X(60)
               VALUE "PROG-RETORNO-COBRANCA".
       77  WRK-TRAVA-DURACAO               PIC 9(5)    VALUE 3600.
       77  WRK-TRAVA-ACAO                  PIC X(10).
       77  WRK-TRAVA-OBTIDA                PIC X(1).
           88  TRAVA-OBTIDA                            VALUE 'S'.

       77  WRK-ARQ-RETORNO-NOME            PIC X(255).
       77  WRK-ARQ-REJEITOS-NOME           PIC X(255).
       77  WRK-FS-ARQ-RETORNO              PIC X(2).
       77  WRK-FS-ARQ-REJEITOS             PIC X(2).

       77  WRK-DB-STRING                   PIC X(255).
       77  WRK-APP-ENV                     PIC X(10).

       77  WRK-QTD-LIDA                    PIC 9(10)   VALUE ZERO.
       77  WRK-QTD-TITULOS                 PIC 9(10)   VALUE ZERO.
       77  WRK-QTD-APLICADA                PIC 9(10)   VALUE ZERO.
       77  WRK-QTD-LIQUIDADA               PIC 9(10)   VALUE ZERO.
       77  WRK-QTD-REJEITADA               PIC 9(10)   VALUE ZERO.
       77  WRK-VALOR-LIQUIDADO             PIC 9(13)V99 VALUE ZERO.
       77  WRK-TOTAL-MASK                  PIC Z(12)9.99.

      * CONTADORES DA PASSADA DE VALIDACAO.
       77  WRK-VAL-QTD-ARQUIVO             PIC 9(6)    VALUE ZERO.
       77  WRK-VAL-QTD-LOTE                PIC 9(6)    VALUE ZERO.
       77  WRK-VAL-QTD-LOTES               PIC 9(6)    VALUE ZERO.

       77  WRK-FLAG-FIM-ARQUIVO            PIC X(1)    VALUE 'N'.
           88  FIM-ARQUIVO                             VALUE 'S'.
           88  NAO-FIM-ARQUIVO                         VALUE 'N'.

       77  WRK-FLAG-TRAILER                PIC X(1)    VALUE 'N'.
           88  TRAILER-LIDO                            VALUE 'S'.

       77  WRK-FLAG-SEGMENTO-T             PIC X(1)    VALUE 'N'.
           88  SEGMENTO-T-PENDENTE                     VALUE 'S'.
           88  SEM-SEGMENTO-T                          VALUE 'N'.

       77  WRK-FLAG-TITULO                 PIC X(1)    VALUE 'S'.
           88  TITULO-ACEITO                           VALUE 'S'.
           88  TITULO-REJEITADO                        VALUE 'N'.

      * SEGMENTO T GUARDADO ATE CHEGAR O U DO MESMO TITULO.
       01  WRK-SEGMENTO-T.
           05 FILLER                       PIC X(15).
           05 WRK-T-MOVIMENTO              PIC X(2).
           05 FILLER                       PIC X(20).
           05 WRK-T-NOSSO-NUMERO           PIC X(20).
           05 FILLER                       PIC X(156).
           05 WRK-T-MOTIVOS                PIC X(10).
           05 FILLER                       PIC X(17).

       77  WRK-NN-TAMANHO                  PIC 9(2).
       77  WRK-NN-NUMERO                   PIC 9(20).

       01  WRK-VALOR-CNAB-X                PIC X(15).
       01  WRK-VALOR-CNAB REDEFINES WRK-VALOR-CNAB-X
                                           PIC 9(13)V99.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.

       01  HOSTVARS.
           05 BUFFER     PIC X(1024).

       01  SQL-01-VARS.
           05 CBR-ARQUIVO       PIC X(255).
           05 CBR-BOLETO-ID     PIC 9(10).
           05 CBR-NOSSO-NUMERO  PIC X(20).
           05 CBR-MOVIMENTO     PIC X(2).
           05 CBR-MOTIVOS       PIC X(10).
           05 CBR-RESULTADO     PIC X(10).
           05 CBR-SITUACAO      PIC X(12).
           05 CBR-SITUACAO-NOVA PIC X(12).
           05 CBR-PARCELA-ID    PIC 9(10).
           05 CBR-VENDA-ID      PIC 9(10).
           05 CBR-VALOR-PAGO    PIC 9(10)V99.
           05 CBR-DATA-OCORR    PIC X(8).
           05 CBR-OPERADOR      PIC X(60)
                   VALUE "PROG-RETORNO-COBRANCA".
           05 PCL-VALOR         PIC 9(10)V99.
           05 PCL-VALOR-PAGO    PIC 9(10)V99.
           05 PCL-SALDO         PIC 9(10)V99.
           05 PCL-SITUACAO      PIC X(10).

       EXEC SQL END DECLARE SECTION END-EXEC.


       PROCEDURE DIVISION.

       MAIN-PROCEDURE.

           DISPLAY "BUILD EM EXECUCAO: " FUNCTION TRIM(VERSAO-BUILD).

           PERFORM 1000-INICIALIZAR.
           PERFORM 1050-OBTER-TRAVA-JOB.
           PERFORM 1100-CONECTAR-BANCO-DE-DADOS.
           PERFORM 1150-GARANTIR-TABELAS.
           PERFORM 1200-ABRIR-ARQUIVOS.

           PERFORM 1500-VALIDAR-ESTRUTURA-ARQUIVO.

           PERFORM 1210-LER-PROXIMO-REGISTRO.
           PERFORM 2000-PROCESSAR-REGISTRO UNTIL FIM-ARQUIVO.

      * T SEM O U CORRESPONDENTE NO FIM DO ARQUIVO.
           IF  SEGMENTO-T-PENDENTE
               MOVE "SEM-SEG-U" TO REJ-MOTIVO
               MOVE WRK-SEGMENTO-T TO REJ-REGISTRO
               PERFORM 2900-GRAVAR-REJEITO
           END-IF.

           PERFORM 3000-FINALIZAR.
           STOP RUN.

       1000-INICIALIZAR.

           ACCEPT WRK-ARQ-RETORNO-NOME FROM ENVIRONMENT
               "ARQ_RETORNO_COBRANCA".
           IF  FUNCTION TRIM(WRK-ARQ-RETORNO-NOME) = SPACES
               MOVE "RETORNO_COBRANCA.RET" TO WRK-ARQ-RETORNO-NOME
           END-IF.
           MOVE WRK-ARQ-RETORNO-NOME TO CBR-ARQUIVO.

           ACCEPT WRK-ARQ-REJEITOS-NOME FROM ENVIRONMENT
               "ARQ_REJEITOS_COBRANCA".
           IF  FUNCTION TRIM(WRK-ARQ-REJEITOS-NOME) = SPACES
               MOVE "REJEITOS_COBRANCA.DAT" TO WRK-ARQ-REJEITOS-NOME
           END-IF.

       1050-OBTER-TRAVA-JOB.

      * A TRAVA NOMEADA "COBRANCA" IMPEDE QUE A REMESSA E O RETORNO
      * MEXAM NOS BOLETOS AO MESMO TEMPO.
           MOVE "OBTER" TO WRK-TRAVA-ACAO.

           CALL 'MOD-TRAVA-JOB'
               USING WRK-TRAVA-NOME, WRK-TRAVA-PROGRAMA,
                   WRK-TRAVA-DURACAO, WRK-TRAVA-ACAO,
                   WRK-TRAVA-OBTIDA
               END-CALL.

           IF  NOT TRAVA-OBTIDA
               DISPLAY
                   "TRAVA DE JOB COBRANCA EM USO POR OUTRO PROCESSO. "
                   "EXECUCAO RECUSADA."
               MOVE 8 TO RETURN-CODE
               STOP RUN
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
               PERFORM 8800-LIBERAR-TRAVA-JOB
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE WRK-DB-STRING TO BUFFER.
           EXEC SQL CONNECT TO :BUFFER END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO
               DISPLAY
                   "ERRO AO TENTAR ABRIR CONEXAO COM O BANCO DE "
                   "DADOS: " SQLERRM
               PERFORM 8800-LIBERAR-TRAVA-JOB
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       1150-GARANTIR-TABELAS.

      * MESMA TABELA DE BOLETOS DA REMESSA; O RETORNO PODE CHEGAR
      * NUM AMBIENTE AINDA SEM REMESSA (E ENTAO REJEITA TUDO).
           EXEC SQL
               CREATE TABLE IF NOT EXISTS cobranca_boleto (
                   id            INT NOT NULL PRIMARY KEY
                                     AUTO_INCREMENT,
                   parcela_id    INT NOT NULL,
                   venda_id      INT NOT NULL,
                   valor         DECIMAL(10,2) NOT NULL,
                   vencimento    DATE NOT NULL,
                   situacao      VARCHAR(12) NOT NULL,
                   remessa_id    INT NULL,
                   movimento     CHAR(2) NULL,
                   motivos       VARCHAR(10) NULL,
                   valor_pago    DECIMAL(10,2) NOT NULL DEFAULT 0,
                   liquidado_em  DATE NULL,
                   criado_em     DATETIME NOT NULL
                       DEFAULT CURRENT_TIMESTAMP,
                   atualizado_em DATETIME NULL,
                   KEY ix_cobranca_boleto_parcela (parcela_id),
                   KEY ix_cobranca_boleto_situacao (situacao)
               )
           END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO
               DISPLAY
                   "ERRO AO TENTAR GARANTIR A TABELA "
                   "COBRANCA_BOLETO: " SQLERRM
               EXEC SQL CONNECT RESET END-EXEC
               PERFORM 8800-LIBERAR-TRAVA-JOB
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           EXEC SQL
               CREATE TABLE IF NOT EXISTS cobranca_ocorrencia (
                   id              INT NOT NULL PRIMARY KEY
                                       AUTO_INCREMENT,
                   boleto_id       INT NULL,
                   nosso_numero    VARCHAR(20) NOT NULL,
                   movimento       CHAR(2) NOT NULL,
                   motivos         VARCHAR(10) NULL,
                   valor_pago      DECIMAL(10,2) NOT NULL DEFAULT 0,
                   data_ocorrencia DATE NULL,
                   resultado       VARCHAR(10) NOT NULL,
                   arquivo         VARCHAR(255) NULL,
                   processado_em   DATETIME NOT NULL
                       DEFAULT CURRENT_TIMESTAMP,
                   KEY ix_cobranca_ocorrencia_boleto (boleto_id)
               )
           END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO
               DISPLAY
                   "ERRO AO TENTAR GARANTIR A TABELA "
                   "COBRANCA_OCORRENCIA: " SQLERRM
               EXEC SQL CONNECT RESET END-EXEC
               PERFORM 8800-LIBERAR-TRAVA-JOB
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       1200-ABRIR-ARQUIVOS.

           OPEN INPUT ARQ-RETORNO.

           IF  WRK-FS-ARQ-RETORNO NOT = "00"
               DISPLAY
                   "ERRO AO TENTAR ABRIR O ARQUIVO DE RETORNO: "
                   FUNCTION TRIM(WRK-ARQ-RETORNO-NOME)
               EXEC SQL CONNECT RESET END-EXEC
               PERFORM 8800-LIBERAR-TRAVA-JOB
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN EXTEND ARQ-REJEITOS.

           IF  WRK-FS-ARQ-REJEITOS = "35"
               OPEN OUTPUT ARQ-REJEITOS
           END-IF.

           IF  WRK-FS-ARQ-REJEITOS = "05"
               MOVE "00" TO WRK-FS-ARQ-REJEITOS
           END-IF.

           IF  WRK-FS-ARQ-REJEITOS NOT = "00"
               DISPLAY
                   "ERRO AO TENTAR ABRIR O ARQUIVO DE REJEITOS: "
                   FUNCTION TRIM(WRK-ARQ-REJEITOS-NOME)
               CLOSE ARQ-RETORNO
               EXEC SQL CONNECT RESET END-EXEC
               PERFORM 8800-LIBERAR-TRAVA-JOB
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       1500-VALIDAR-ESTRUTURA-ARQUIVO.

      * PRIMEIRA PASSADA, SO DE LEITURA: O ARQUIVO COMECA PELO HEADER
      * DE RETORNO, CADA TRAILER DE LOTE FECHA COM OS REGISTROS DO
      * LOTE E O TRAILER DE ARQUIVO, QUE E O ULTIMO REGISTRO, FECHA
      * COM O ARQUIVO INTEIRO. QUALQUER DESACERTO RECUSA O ARQUIVO
      * ANTES DE APLICAR QUALQUER TITULO.
           SET NAO-FIM-ARQUIVO TO TRUE.

           PERFORM 1510-LER-REGISTRO-VALIDACAO.

           IF  FIM-ARQUIVO
           OR  RET-REGISTRO NOT = "0"
           OR  RHA-CODIGO-ARQUIVO NOT = "2"
               DISPLAY
                   "ARQUIVO RECUSADO: NAO COMECA POR UM HEADER DE "
                   "ARQUIVO DE RETORNO."
               PERFORM 1590-RECUSAR-ARQUIVO
           END-IF.

           PERFORM 1520-VALIDAR-REGISTRO UNTIL FIM-ARQUIVO.

           IF  NOT TRAILER-LIDO
               DISPLAY
                   "ARQUIVO RECUSADO: TERMINA SEM TRAILER DE ARQUIVO "
                   "(ARQUIVO CORTADO?)."
               PERFORM 1590-RECUSAR-ARQUIVO
           END-IF.

      * REPOSICIONA O ARQUIVO PARA A PASSADA DE APLICACAO.
           CLOSE ARQ-RETORNO.
           OPEN INPUT ARQ-RETORNO.

           IF  WRK-FS-ARQ-RETORNO NOT = "00"
               DISPLAY
                   "ERRO AO TENTAR REABRIR O ARQUIVO DE RETORNO: "
                   FUNCTION TRIM(WRK-ARQ-RETORNO-NOME)
               PERFORM 1590-RECUSAR-ARQUIVO
           END-IF.

           SET NAO-FIM-ARQUIVO TO TRUE.

       1510-LER-REGISTRO-VALIDACAO.

           READ ARQ-RETORNO
               AT END SET FIM-ARQUIVO TO TRUE
           END-READ.

           IF  NAO-FIM-ARQUIVO
               ADD 1 TO WRK-VAL-QTD-ARQUIVO
           END-IF.

       1520-VALIDAR-REGISTRO.

           IF  TRAILER-LIDO
               DISPLAY
                   "ARQUIVO RECUSADO: REGISTROS DEPOIS DO TRAILER DE "
                   "ARQUIVO."
               PERFORM 1590-RECUSAR-ARQUIVO
           END-IF.

           EVALUATE RET-REGISTRO
               WHEN "1"
                   MOVE 1 TO WRK-VAL-QTD-LOTE
                   ADD 1 TO WRK-VAL-QTD-LOTES
               WHEN "3"
                   ADD 1 TO WRK-VAL-QTD-LOTE
               WHEN "5"
                   ADD 1 TO WRK-VAL-QTD-LOTE
                   IF  RTL-QTD-REGISTROS IS NOT NUMERIC
                   OR  RTL-QTD-REGISTROS NOT = WRK-VAL-QTD-LOTE
                       DISPLAY
                           "ARQUIVO RECUSADO: TRAILER DO LOTE "
                           RET-LOTE " NAO FECHA COM O CONTEUDO."
                       PERFORM 1590-RECUSAR-ARQUIVO
                   END-IF
               WHEN "9"
                   SET TRAILER-LIDO TO TRUE
                   IF  RTA-QTD-REGISTROS IS NOT NUMERIC
                   OR  RTA-QTD-REGISTROS NOT = WRK-VAL-QTD-ARQUIVO
                       DISPLAY
                           "ARQUIVO RECUSADO: TRAILER DE ARQUIVO NAO "
                           "FECHA COM A QUANTIDADE DE REGISTROS."
                       PERFORM 1590-RECUSAR-ARQUIVO
                   END-IF
               WHEN OTHER
                   DISPLAY
                       "ARQUIVO RECUSADO: TIPO DE REGISTRO "
                       "DESCONHECIDO NA LINHA " WRK-VAL-QTD-ARQUIVO
                       "."
                   PERFORM 1590-RECUSAR-ARQUIVO
           END-EVALUATE.

           PERFORM 1510-LER-REGISTRO-VALIDACAO.

       1590-RECUSAR-ARQUIVO.

           CLOSE ARQ-RETORNO.
           CLOSE ARQ-REJEITOS.
           EXEC SQL CONNECT RESET END-EXEC.
           PERFORM 8800-LIBERAR-TRAVA-JOB.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.

       1210-LER-PROXIMO-REGISTRO.

           READ ARQ-RETORNO
               AT END SET FIM-ARQUIVO TO TRUE
           END-READ.

           IF  NAO-FIM-ARQUIVO
               ADD 1 TO WRK-QTD-LIDA
           END-IF.

       2000-PROCESSAR-REGISTRO.

      * HEADERS, TRAILERS E SEGMENTOS OPCIONAIS (Y...) JA FORAM
      * CONFERIDOS NA VALIDACAO E NAO GERAM APLICACAO.
           IF  RET-REGISTRO = "3"
               EVALUATE RET-SEGMENTO
                   WHEN "T"
                       IF  SEGMENTO-T-PENDENTE
                           MOVE "SEM-SEG-U" TO REJ-MOTIVO
                           MOVE WRK-SEGMENTO-T TO REJ-REGISTRO
                           PERFORM 2900-GRAVAR-REJEITO
                       END-IF
                       MOVE TRT-REGISTRO TO WRK-SEGMENTO-T
                       SET SEGMENTO-T-PENDENTE TO TRUE
                   WHEN "U"
                       IF  SEM-SEGMENTO-T
                           MOVE "SEM-SEG-T" TO REJ-MOTIVO
                           MOVE TRT-REGISTRO TO REJ-REGISTRO
                           PERFORM 2900-GRAVAR-REJEITO
                       ELSE
                           PERFORM 2100-APLICAR-TITULO
                           SET SEM-SEGMENTO-T TO TRUE
                       END-IF
               END-EVALUATE
           END-IF.

           PERFORM 1210-LER-PROXIMO-REGISTRO.

       2100-APLICAR-TITULO.

           ADD 1 TO WRK-QTD-TITULOS.
           SET TITULO-ACEITO TO TRUE.

           MOVE WRK-T-NOSSO-NUMERO TO CBR-NOSSO-NUMERO.
           MOVE WRK-T-MOVIMENTO    TO CBR-MOVIMENTO.
           MOVE WRK-T-MOTIVOS      TO CBR-MOTIVOS.
           MOVE ZERO               TO CBR-BOLETO-ID.
           MOVE ZERO               TO CBR-VALOR-PAGO.
           MOVE SPACES             TO CBR-DATA-OCORR.

           IF  TRU-DATA-OCORRENCIA IS NUMERIC
               MOVE TRU-DATA-OCORRENCIA TO CBR-DATA-OCORR
           END-IF.

           MOVE TRU-VALOR-PAGO TO WRK-VALOR-CNAB-X.
           IF  WRK-VALOR-CNAB-X IS NUMERIC
               MOVE WRK-VALOR-CNAB TO CBR-VALOR-PAGO
           END-IF.

      * O NOSSO NUMERO VAI NA REMESSA COM ZEROS A ESQUERDA; ALGUNS
      * BANCOS O DEVOLVEM ALINHADO A ESQUERDA, COM BRANCOS DEPOIS.
           MOVE ZERO TO WRK-NN-TAMANHO.
           INSPECT WRK-T-NOSSO-NUMERO TALLYING WRK-NN-TAMANHO
               FOR CHARACTERS BEFORE INITIAL SPACE.

           IF  WRK-NN-TAMANHO = ZERO
               MOVE "NN-INVAL" TO REJ-MOTIVO
               PERFORM 2800-REJEITAR-TITULO
               EXIT PARAGRAPH
           END-IF.

           IF  WRK-T-NOSSO-NUMERO(1:WRK-NN-TAMANHO) IS NOT NUMERIC
               MOVE "NN-INVAL" TO REJ-MOTIVO
               PERFORM 2800-REJEITAR-TITULO
               EXIT PARAGRAPH
           END-IF.

           MOVE WRK-T-NOSSO-NUMERO(1:WRK-NN-TAMANHO) TO WRK-NN-NUMERO.

           IF  WRK-NN-NUMERO > 9999999999
           OR  WRK-NN-NUMERO = ZERO
               MOVE "NN-INEXIST" TO REJ-MOTIVO
               PERFORM 2800-REJEITAR-TITULO
               EXIT PARAGRAPH
           END-IF.

           MOVE WRK-NN-NUMERO TO CBR-BOLETO-ID.

           EXEC SQL START TRANSACTION END-EXEC.

           EXEC SQL
               SELECT parcela_id, venda_id, situacao
                 INTO :CBR-PARCELA-ID, :CBR-VENDA-ID, :CBR-SITUACAO
                 FROM cobranca_boleto
                WHERE id = :CBR-BOLETO-ID
               FOR UPDATE
           END-EXEC.

           IF  SQLCODE EQUAL 100
               EXEC SQL ROLLBACK END-EXEC
               MOVE ZERO TO CBR-BOLETO-ID
               MOVE "NN-INEXIST" TO REJ-MOTIVO
               PERFORM 2800-REJEITAR-TITULO
               EXIT PARAGRAPH
           END-IF.

           IF  SQLCODE NOT EQUAL ZERO
               DISPLAY
                   "ERRO AO TENTAR LER O BOLETO " CBR-BOLETO-ID ": "
                   SQLERRM
               PERFORM 2990-ABORTAR
           END-IF.

           MOVE CBR-SITUACAO TO CBR-SITUACAO-NOVA.

           EVALUATE CBR-MOVIMENTO
               WHEN "02"
                   IF  CBR-SITUACAO = "ENVIADO"
                       MOVE "REGISTRADO" TO CBR-SITUACAO-NOVA
                   END-IF
               WHEN "03"
                   MOVE "REJEITADO" TO CBR-SITUACAO-NOVA
               WHEN "06"
               WHEN "17"
                   PERFORM 2200-LIQUIDAR-TITULO
               WHEN "09"
                   IF  CBR-SITUACAO NOT = "LIQUIDADO"
                       MOVE "BAIXADO" TO CBR-SITUACAO-NOVA
                   END-IF
               WHEN "26"
               WHEN "30"
                   IF  CBR-SITUACAO = "BAIXA-PEDIDA"
                       MOVE "REGISTRADO" TO CBR-SITUACAO-NOVA
                   END-IF
               WHEN "28"
                   CONTINUE
               WHEN OTHER
                   MOVE "MOV-DESCON" TO REJ-MOTIVO
                   SET TITULO-REJEITADO TO TRUE
           END-EVALUATE.

           IF  TITULO-REJEITADO
               EXEC SQL ROLLBACK END-EXEC
               PERFORM 2800-REJEITAR-TITULO
               EXIT PARAGRAPH
           END-IF.

           EXEC SQL
               UPDATE cobranca_boleto
                  SET situacao = :CBR-SITUACAO-NOVA,
                      movimento = :CBR-MOVIMENTO,
                      motivos = NULLIF(TRIM(:CBR-MOTIVOS), ''),
                      atualizado_em = CURRENT_TIMESTAMP
                WHERE id = :CBR-BOLETO-ID
           END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO
               DISPLAY
                   "ERRO AO TENTAR ATUALIZAR O BOLETO " CBR-BOLETO-ID
                   ": " SQLERRM
               PERFORM 2990-ABORTAR
           END-IF.

           MOVE "APLICADO" TO CBR-RESULTADO.
           PERFORM 2700-REGISTRAR-OCORRENCIA.

           EXEC SQL COMMIT END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO
               DISPLAY
                   "ERRO AO TENTAR CONFIRMAR O BOLETO " CBR-BOLETO-ID
                   ": " SQLERRM
               PERFORM 2990-ABORTAR
           END-IF.

           ADD 1 TO WRK-QTD-APLICADA.

       2200-LIQUIDAR-TITULO.

      * MESMAS REGRAS DO PAGAR DA PARCELA: PARCELA QUITADA OU
      * ESTORNADA NAO RECEBE, E O PAGO NAO PASSA DO SALDO. O QUE NAO
      * ENTRA AQUI VAI PARA OS REJEITOS E E TRATADO A MAO.
           IF  CBR-SITUACAO = "LIQUIDADO"
               MOVE "JA-LIQUID" TO REJ-MOTIVO
               SET TITULO-REJEITADO TO TRUE
               EXIT PARAGRAPH
           END-IF.

           IF  CBR-VALOR-PAGO = ZERO
               MOVE "VLR-INVAL" TO REJ-MOTIVO
               SET TITULO-REJEITADO TO TRUE
               EXIT PARAGRAPH
           END-IF.

           IF  CBR-DATA-OCORR = SPACES
               MOVE "DATA-INVAL" TO REJ-MOTIVO
               SET TITULO-REJEITADO TO TRUE
               EXIT PARAGRAPH
           END-IF.

           EXEC SQL
               SELECT valor, valor_pago, situacao
                 INTO :PCL-VALOR, :PCL-VALOR-PAGO, :PCL-SITUACAO
                 FROM venda_parcela
                WHERE id = :CBR-PARCELA-ID
               FOR UPDATE
           END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO
               DISPLAY
                   "ERRO AO TENTAR LER A PARCELA " CBR-PARCELA-ID
                   ": " SQLERRM
               PERFORM 2990-ABORTAR
           END-IF.

           IF  PCL-SITUACAO = "ESTORNADA"
           OR  PCL-SITUACAO = "PAGA"
               MOVE "PARC-QUIT" TO REJ-MOTIVO
               SET TITULO-REJEITADO TO TRUE
               EXIT PARAGRAPH
           END-IF.

           COMPUTE PCL-SALDO = PCL-VALOR - PCL-VALOR-PAGO.

           IF  CBR-VALOR-PAGO > PCL-SALDO
               MOVE "VLR-ACIMA" TO REJ-MOTIVO
               SET TITULO-REJEITADO TO TRUE
               EXIT PARAGRAPH
           END-IF.

           EXEC SQL
               INSERT INTO venda_pagamento
                   (parcela_id, venda_id, tipo, valor,
                    data_pagamento, forma, operador)
               VALUES
                   (:CBR-PARCELA-ID, :CBR-VENDA-ID, 'PAGAMENTO',
                    :CBR-VALOR-PAGO,
                    COALESCE(STR_TO_DATE(:CBR-DATA-OCORR, '%d%m%Y'),
                             CURDATE()),
                    'BOLETO', :CBR-OPERADOR)
           END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO
               DISPLAY
                   "ERRO AO TENTAR REGISTRAR O PAGAMENTO DO BOLETO "
                   CBR-BOLETO-ID ": " SQLERRM
               PERFORM 2990-ABORTAR
           END-IF.

           ADD CBR-VALOR-PAGO TO PCL-VALOR-PAGO.
           SUBTRACT CBR-VALOR-PAGO FROM PCL-SALDO.

           IF  PCL-SALDO = ZERO
               MOVE "PAGA" TO PCL-SITUACAO
           ELSE
               MOVE "PARCIAL" TO PCL-SITUACAO
           END-IF.

           EXEC SQL
               UPDATE venda_parcela
                  SET valor_pago = :PCL-VALOR-PAGO,
                      situacao = :PCL-SITUACAO,
                      atualizado_em = CURRENT_TIMESTAMP
                WHERE id = :CBR-PARCELA-ID
           END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO
               DISPLAY
                   "ERRO AO TENTAR ATUALIZAR A PARCELA "
                   CBR-PARCELA-ID ": " SQLERRM
               PERFORM 2990-ABORTAR
           END-IF.

      * PAGO MENOS QUE O SALDO, O BOLETO FECHA LIQUIDADO E A PROXIMA
      * REMESSA MANDA UM BOLETO NOVO PARA O RESTANTE DA PARCELA.
           EXEC SQL
               UPDATE cobranca_boleto
                  SET valor_pago = :CBR-VALOR-PAGO,
                      liquidado_em = COALESCE(
                          STR_TO_DATE(:CBR-DATA-OCORR, '%d%m%Y'),
                          CURDATE())
                WHERE id = :CBR-BOLETO-ID
           END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO
               DISPLAY
                   "ERRO AO TENTAR LIQUIDAR O BOLETO " CBR-BOLETO-ID
                   ": " SQLERRM
               PERFORM 2990-ABORTAR
           END-IF.

           MOVE "LIQUIDADO" TO CBR-SITUACAO-NOVA.
           ADD 1 TO WRK-QTD-LIQUIDADA.
           ADD CBR-VALOR-PAGO TO WRK-VALOR-LIQUIDADO.

       2700-REGISTRAR-OCORRENCIA.

           EXEC SQL
               INSERT INTO cobranca_ocorrencia
                   (boleto_id, nosso_numero, movimento, motivos,
                    valor_pago, data_ocorrencia, resultado, arquivo)
               VALUES
                   (NULLIF(:CBR-BOLETO-ID, 0), TRIM(:CBR-NOSSO-NUMERO),
                    :CBR-MOVIMENTO, NULLIF(TRIM(:CBR-MOTIVOS), ''),
                    :CBR-VALOR-PAGO,
                    STR_TO_DATE(NULLIF(TRIM(:CBR-DATA-OCORR), ''),
                                '%d%m%Y'),
                    :CBR-RESULTADO, TRIM(:CBR-ARQUIVO))
           END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO
               DISPLAY
                   "ERRO AO TENTAR REGISTRAR A OCORRENCIA DO NOSSO "
                   "NUMERO " CBR-NOSSO-NUMERO ": " SQLERRM
               PERFORM 2990-ABORTAR
           END-IF.

       2800-REJEITAR-TITULO.

      * O REJEITO LEVA O SEGMENTO T ORIGINAL E TAMBEM FICA NA
      * TRILHA DE OCORRENCIAS, COM O MOTIVO COMO RESULTADO.
           MOVE WRK-SEGMENTO-T TO REJ-REGISTRO.
           PERFORM 2900-GRAVAR-REJEITO.

           MOVE REJ-MOTIVO TO CBR-RESULTADO.
           PERFORM 2700-REGISTRAR-OCORRENCIA.

           EXEC SQL COMMIT END-EXEC.

       2900-GRAVAR-REJEITO.

           WRITE REG-REJEITO.

           IF  WRK-FS-ARQ-REJEITOS NOT = "00"
               DISPLAY
                   "ERRO AO TENTAR GRAVAR NO ARQUIVO DE REJEITOS."
               PERFORM 2990-ABORTAR
           END-IF.

           ADD 1 TO WRK-QTD-REJEITADA.

       2990-ABORTAR.

      * O TITULO EM CURSO E DESFEITO; OS JA CONFIRMADOS FICAM, E
      * REPROCESSAR O MESMO ARQUIVO NAO PAGA A PARCELA DUAS VEZES
      * (A LIQUIDACAO REPETIDA VAI PARA OS REJEITOS COMO JA-LIQUID).
           EXEC SQL ROLLBACK END-EXEC.
           PERFORM 3000-FINALIZAR.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.

       3000-FINALIZAR.

           EXEC SQL CONNECT RESET END-EXEC.

           CLOSE ARQ-RETORNO.
           CLOSE ARQ-REJEITOS.

           DISPLAY
               "TOTAL DE REGISTROS LIDOS......: " WRK-QTD-LIDA.
           DISPLAY
               "TOTAL DE TITULOS..............: " WRK-QTD-TITULOS.
           DISPLAY
               "TOTAL DE TITULOS APLICADOS....: " WRK-QTD-APLICADA.
           DISPLAY
               "TOTAL DE TITULOS LIQUIDADOS...: " WRK-QTD-LIQUIDADA.
           DISPLAY
               "TOTAL DE TITULOS REJEITADOS...: " WRK-QTD-REJEITADA.
           MOVE WRK-VALOR-LIQUIDADO TO WRK-TOTAL-MASK.
           DISPLAY
               "VALOR LIQUIDADO...............: "
               FUNCTION TRIM(WRK-TOTAL-MASK).

           PERFORM 8800-LIBERAR-TRAVA-JOB.

       8800-LIBERAR-TRAVA-JOB.

           MOVE "LIBERAR" TO WRK-TRAVA-ACAO.

           CALL 'MOD-TRAVA-JOB'
               USING WRK-TRAVA-NOME, WRK-TRAVA-PROGRAMA,
                   WRK-TRAVA-DURACAO, WRK-TRAVA-ACAO,
                   WRK-TRAVA-OBTIDA
               END-CALL.

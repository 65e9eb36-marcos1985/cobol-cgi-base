       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG-REMESSA-COBRANCA.
      *******************************************
      * AUTOR:
      * DATA:
      * ALTERACOES:
      *   - BATCH DE REMESSA DE COBRANCA BANCARIA (BOLETO) NO LAYOUT
      *     CNAB 240 DA FEBRABAN (VERSAO 103, LOTE DE COBRANCA 060):
      *     HEADER DE ARQUIVO, HEADER DE LOTE, UM PAR DE SEGMENTOS P
      *     E Q POR TITULO, TRAILER DE LOTE E TRAILER DE ARQUIVO, EM
      *     REGISTROS DE 240 POSICOES TERMINADOS EM CR/LF. O ARQUIVO
      *     VAI EM ARQ_REMESSA_COBRANCA, PADRAO
      *     REMESSA_COBRANCA_<NSA>.REM. CADA PARCELA A RECEBER
      *     (VENDA_PARCELA) TEM NO MAXIMO UM BOLETO VIVO NO BANCO
      *     (COBRANCA_BOLETO; O ID DO BOLETO E O NOSSO NUMERO):
      *       01 ENTRADA    PARCELA ABERTA OU PARCIAL, COM SALDO, SEM
      *                     BOLETO, OU CUJO ULTIMO BOLETO FOI LIQUIDADO
      *                     POR MENOS QUE O SALDO (NOVO BOLETO PARA O
      *                     RESTANTE) OU REJEITADO PELO BANCO (SO COM
      *                     CNAB_REENVIAR_REJEITADOS=S);
      *       31 ALTERACAO  BOLETO ENVIADO OU REGISTRADO CUJO SALDO OU
      *                     VENCIMENTO MUDOU NA PARCELA;
      *       02 BAIXA      BOLETO ENVIADO OU REGISTRADO CUJA PARCELA
      *                     FOI QUITADA, ESTORNADA OU CANCELADA POR
      *                     OUTRO MEIO (FICA BAIXA-PEDIDA ATE O
      *                     RETORNO).
      *     OS DADOS DO CEDENTE VEM DO AMBIENTE (CNAB_BANCO,
      *     CNAB_AGENCIA, CNAB_AGENCIA_DV, CNAB_CONTA, CNAB_CONTA_DV,
      *     CNAB_CONVENIO, CNAB_CARTEIRA, CNAB_CNPJ, CNAB_EMPRESA) E OS
      *     DO SACADO DE CLIENTE_COBRANCA (DOCUMENTO E ENDERECO DO
      *     CLIENTE); CLIENTE SEM ESSES DADOS SEGUE COM O NOME E O
      *     RESTO EM BRANCO. O NUMERO SEQUENCIAL DO ARQUIVO (NSA) E O
      *     ID DA COBRANCA_REMESSA. TUDO NUMA TRANSACAO SO, SOB A
      *     TRAVA NOMEADA "COBRANCA" (MOD-TRAVA-JOB), COMPARTILHADA COM
      *     PROG-RETORNO-COBRANCA; SEM TITULO A ENVIAR NAO HA ARQUIVO.
      *     O ARQUIVO COMPLETO ENTRA NO LIVRO-RAZAO DE INTERFACES
      *     (MOD-REGISTRA-INTERFACE, QUANTIDADE = TITULOS, TOTAL DE
      *     CONTROLE = VALOR DOS TITULOS EM CENTAVOS).
      *   - EXIBE NO INICIO DO LOG DA EXECUCAO O CARIMBO DE VERSAO
      *     (BUILD) COM QUE O PROGRAMA FOI IMPLANTADO.
      *******************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT ARQ-REMESSA ASSIGN TO WRK-ARQ-REMESSA-NOME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-FS-ARQ-REMESSA.

       DATA DIVISION.
       FILE SECTION.

       FD  ARQ-REMESSA
           RECORDING MODE IS F.
       01  REG-REMESSA                     PIC X(242).
       01  REG-HEADER-ARQUIVO.
           05 HAR-BANCO                    PIC 9(3).
           05 HAR-LOTE                     PIC 9(4).
           05 HAR-REGISTRO                 PIC X(1).
           05 FILLER                       PIC X(9).
           05 HAR-TIPO-INSCRICAO           PIC X(1).
           05 HAR-CNPJ                     PIC 9(14).
           05 HAR-CONVENIO                 PIC X(20).
           05 HAR-AGENCIA                  PIC 9(5).
           05 HAR-AGENCIA-DV               PIC X(1).
           05 HAR-CONTA                    PIC 9(12).
           05 HAR-CONTA-DV                 PIC X(1).
           05 HAR-AG-CONTA-DV              PIC X(1).
           05 HAR-EMPRESA                  PIC X(30).
           05 HAR-NOME-BANCO               PIC X(30).
           05 FILLER                       PIC X(10).
           05 HAR-CODIGO-ARQUIVO           PIC X(1).
           05 HAR-DATA-GERACAO             PIC X(8).
           05 HAR-HORA-GERACAO             PIC X(6).
           05 HAR-NSA                      PIC 9(6).
           05 HAR-VERSAO                   PIC X(3).
           05 HAR-DENSIDADE                PIC 9(5).
           05 HAR-RESERVADO-BANCO          PIC X(20).
           05 HAR-RESERVADO-EMPRESA        PIC X(20).
           05 FILLER                       PIC X(29).
           05 HAR-FIM-LINHA                PIC X(2).
       01  REG-HEADER-LOTE.
           05 HLT-BANCO                    PIC 9(3).
           05 HLT-LOTE                     PIC 9(4).
           05 HLT-REGISTRO                 PIC X(1).
           05 HLT-OPERACAO                 PIC X(1).
           05 HLT-SERVICO                  PIC X(2).
           05 FILLER                       PIC X(2).
           05 HLT-VERSAO                   PIC X(3).
           05 FILLER                       PIC X(1).
           05 HLT-TIPO-INSCRICAO           PIC X(1).
           05 HLT-INSCRICAO                PIC 9(15).
           05 HLT-CONVENIO                 PIC X(20).
           05 HLT-AGENCIA                  PIC 9(5).
           05 HLT-AGENCIA-DV               PIC X(1).
           05 HLT-CONTA                    PIC 9(12).
           05 HLT-CONTA-DV                 PIC X(1).
           05 HLT-AG-CONTA-DV              PIC X(1).
           05 HLT-EMPRESA                  PIC X(30).
           05 HLT-MENSAGEM-1               PIC X(40).
           05 HLT-MENSAGEM-2               PIC X(40).
           05 HLT-NUMERO-REMESSA           PIC 9(8).
           05 HLT-DATA-GRAVACAO            PIC X(8).
           05 HLT-DATA-CREDITO             PIC 9(8).
           05 FILLER                       PIC X(33).
           05 HLT-FIM-LINHA                PIC X(2).
       01  REG-SEGMENTO-P.
           05 SGP-BANCO                    PIC 9(3).
           05 SGP-LOTE                     PIC 9(4).
           05 SGP-REGISTRO                 PIC X(1).
           05 SGP-SEQUENCIA                PIC 9(5).
           05 SGP-SEGMENTO                 PIC X(1).
           05 FILLER                       PIC X(1).
           05 SGP-MOVIMENTO                PIC X(2).
           05 SGP-AGENCIA                  PIC 9(5).
           05 SGP-AGENCIA-DV               PIC X(1).
           05 SGP-CONTA                    PIC 9(12).
           05 SGP-CONTA-DV                 PIC X(1).
           05 SGP-AG-CONTA-DV              PIC X(1).
           05 SGP-NOSSO-NUMERO             PIC 9(20).
           05 SGP-CARTEIRA                 PIC X(1).
           05 SGP-CADASTRAMENTO            PIC X(1).
           05 SGP-TIPO-DOCUMENTO           PIC X(1).
           05 SGP-EMISSAO-BOLETO           PIC X(1).
           05 SGP-DISTRIBUICAO             PIC X(1).
           05 SGP-SEU-NUMERO               PIC 9(15).
           05 SGP-VENCIMENTO               PIC X(8).
           05 SGP-VALOR                    PIC 9(13)V99.
           05 SGP-AGENCIA-COBRADORA        PIC 9(5).
           05 SGP-AGENCIA-COBR-DV          PIC X(1).
           05 SGP-ESPECIE                  PIC X(2).
           05 SGP-ACEITE                   PIC X(1).
           05 SGP-DATA-EMISSAO             PIC X(8).
           05 SGP-CODIGO-JUROS             PIC X(1).
           05 SGP-DATA-JUROS               PIC 9(8).
           05 SGP-VALOR-JUROS              PIC 9(13)V99.
           05 SGP-CODIGO-DESCONTO          PIC X(1).
           05 SGP-DATA-DESCONTO            PIC 9(8).
           05 SGP-VALOR-DESCONTO           PIC 9(13)V99.
           05 SGP-VALOR-IOF                PIC 9(13)V99.
           05 SGP-VALOR-ABATIMENTO         PIC 9(13)V99.
           05 SGP-USO-EMPRESA.
              10 SGP-USO-VENDA-ID          PIC 9(10).
              10 SGP-USO-PARCELA           PIC 9(3).
              10 FILLER                    PIC X(12).
           05 SGP-CODIGO-PROTESTO          PIC X(1).
           05 SGP-PRAZO-PROTESTO           PIC 9(2).
           05 SGP-CODIGO-BAIXA             PIC X(1).
           05 SGP-PRAZO-BAIXA              PIC 9(3).
           05 SGP-MOEDA                    PIC X(2).
           05 SGP-CONTRATO                 PIC 9(10).
           05 FILLER                       PIC X(1).
           05 SGP-FIM-LINHA                PIC X(2).
       01  REG-SEGMENTO-Q.
           05 SGQ-BANCO                    PIC 9(3).
           05 SGQ-LOTE                     PIC 9(4).
           05 SGQ-REGISTRO                 PIC X(1).
           05 SGQ-SEQUENCIA                PIC 9(5).
           05 SGQ-SEGMENTO                 PIC X(1).
           05 FILLER                       PIC X(1).
           05 SGQ-MOVIMENTO                PIC X(2).
           05 SGQ-TIPO-INSCRICAO           PIC X(1).
           05 SGQ-INSCRICAO                PIC X(15).
           05 SGQ-NOME                     PIC X(40).
           05 SGQ-ENDERECO                 PIC X(40).
           05 SGQ-BAIRRO                   PIC X(15).
           05 SGQ-CEP                      PIC X(8).
           05 SGQ-CIDADE                   PIC X(15).
           05 SGQ-UF                       PIC X(2).
           05 SGQ-TIPO-INSCR-AVALISTA      PIC 9(1).
           05 SGQ-INSCRICAO-AVALISTA       PIC 9(15).
           05 SGQ-NOME-AVALISTA            PIC X(40).
           05 SGQ-BANCO-CORRESPONDENTE     PIC 9(3).
           05 SGQ-NOSSO-NUM-CORRESP        PIC X(20).
           05 FILLER                       PIC X(8).
           05 SGQ-FIM-LINHA                PIC X(2).
       01  REG-TRAILER-LOTE.
           05 TLT-BANCO                    PIC 9(3).
           05 TLT-LOTE                     PIC 9(4).
           05 TLT-REGISTRO                 PIC X(1).
           05 FILLER                       PIC X(9).
           05 TLT-QTD-REGISTROS            PIC 9(6).
           05 TLT-QTD-TITULOS              PIC 9(6).
           05 TLT-VALOR-TITULOS            PIC 9(15)V99.
           05 TLT-QTD-VINCULADA            PIC 9(6).
           05 TLT-VALOR-VINCULADA          PIC 9(15)V99.
           05 TLT-QTD-CAUCIONADA           PIC 9(6).
           05 TLT-VALOR-CAUCIONADA         PIC 9(15)V99.
           05 TLT-QTD-DESCONTADA           PIC 9(6).
           05 TLT-VALOR-DESCONTADA         PIC 9(15)V99.
           05 TLT-AVISO-LANCAMENTO         PIC X(8).
           05 FILLER                       PIC X(117).
           05 TLT-FIM-LINHA                PIC X(2).
       01  REG-TRAILER-ARQUIVO.
           05 TAR-BANCO                    PIC 9(3).
           05 TAR-LOTE                     PIC 9(4).
           05 TAR-REGISTRO                 PIC X(1).
           05 FILLER                       PIC X(9).
           05 TAR-QTD-LOTES                PIC 9(6).
           05 TAR-QTD-REGISTROS            PIC 9(6).
           05 TAR-QTD-CONTAS               PIC 9(6).
           05 FILLER                       PIC X(205).
           05 TAR-FIM-LINHA                PIC X(2).

       WORKING-STORAGE SECTION.

       COPY VERSAO-BUILD.

       77  WRK-TRAVA-NOME                  PIC X(60)
               VALUE "COBRANCA".
       77  WRK-TRAVA-PROGRAMA              PIC X(60)
               VALUE "PROG-REMESSA-COBRANCA".
       77  WRK-TRAVA-DURACAO               PIC 9(5)    VALUE 3600.
       77  WRK-TRAVA-ACAO                  PIC X(10).
       77  WRK-TRAVA-OBTIDA                PIC X(1).
           88  TRAVA-OBTIDA                            VALUE 'S'.

       77  WRK-ARQ-REMESSA-NOME            PIC X(255).
       77  WRK-FS-ARQ-REMESSA              PIC X(2).
       77  WRK-FIM-LINHA                   PIC X(2)    VALUE x'0d0a'.

       77  WRK-DB-STRING                   PIC X(255).
       77  WRK-APP-ENV                     PIC X(10).
       77  WRK-DATA-HORA-CORRENTE          PIC X(21).
       77  WRK-LED-PROGRAMA                PIC X(60)
               VALUE "PROG-REMESSA-COBRANCA".
       77  WRK-LED-CHECKSUM                PIC 9(15).

      * PARAMETROS DO CEDENTE (CONTA DE COBRANCA NO BANCO).
       77  WRK-CNAB-BANCO                  PIC 9(3)    VALUE ZERO.
       77  WRK-CNAB-AGENCIA                PIC 9(5)    VALUE ZERO.
       77  WRK-CNAB-AGENCIA-DV             PIC X(1)    VALUE SPACE.
       77  WRK-CNAB-CONTA                  PIC 9(12)   VALUE ZERO.
       77  WRK-CNAB-CONTA-DV               PIC X(1)    VALUE SPACE.
       77  WRK-CNAB-CNPJ                   PIC 9(14)   VALUE ZERO.
       77  WRK-CNAB-CONVENIO               PIC X(20)   VALUE SPACES.
       77  WRK-CNAB-CARTEIRA               PIC X(1)    VALUE SPACE.
       77  WRK-CNAB-EMPRESA                PIC X(30)   VALUE SPACES.
       77  WRK-CNAB-REENVIAR               PIC X(1)    VALUE 'N'.

       77  WRK-PARAM-NOME                  PIC X(30).
       77  WRK-PARAM-VALOR                 PIC X(30).
       77  WRK-PARAM-LIMITE                PIC 9(2).
       77  WRK-PARAM-TAMANHO               PIC 9(2).
       77  WRK-PARAM-NUMERO                PIC 9(15).

       77  WRK-QTD-MASK                    PIC Z(9)9.
       77  WRK-TOTAL-MASK                  PIC Z(12)9.99.

       77  WRK-SEQ-REGISTRO                PIC 9(5)    VALUE ZERO.
       77  WRK-QTD-TITULOS                 PIC 9(10)   VALUE ZERO.
       77  WRK-QTD-ENTRADAS                PIC 9(10)   VALUE ZERO.
       77  WRK-QTD-ALTERACOES              PIC 9(10)   VALUE ZERO.
       77  WRK-QTD-BAIXAS                  PIC 9(10)   VALUE ZERO.
       77  WRK-VALOR-TITULOS               PIC 9(13)V99 VALUE ZERO.

       77  WRK-FLAG-ARQUIVO                PIC X(1)    VALUE 'N'.
           88  ARQUIVO-ABERTO                          VALUE 'S'.

       77  WRK-FLAG-LEDGER                 PIC X(1)    VALUE 'N'.
           88  REGISTRAR-LEDGER                        VALUE 'S'.

       77  WRK-FLAG-FIM-CURSOR             PIC X(1)    VALUE 'N'.
           88  FIM-CURSOR                              VALUE 'S'.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.

       01  HOSTVARS.
           05 BUFFER     PIC X(1024).

       01  SQL-01-VARS.
           05 RMS-NSA           PIC 9(10).
           05 RMS-REENVIAR      PIC X(1).
           05 RMS-ARQUIVO       PIC X(255).
           05 RMS-QTD-TITULOS   PIC 9(10).
           05 RMS-VALOR-TOTAL   PIC 9(13)V99.
           05 RMS-DATA-GERACAO  PIC X(8).
           05 RMS-HORA-GERACAO  PIC X(6).
           05 BOL-ID            PIC 9(10).
           05 BOL-PARCELA-ID    PIC 9(10).
           05 BOL-VENDA-ID      PIC 9(10).
           05 BOL-NUMERO        PIC 9(3).
           05 BOL-MOVIMENTO     PIC X(2).
           05 BOL-SALDO         PIC 9(10)V99.
           05 BOL-VALOR-ATUAL   PIC 9(10)V99.
           05 BOL-VENCIMENTO    PIC X(8).
           05 BOL-VENC-ATUAL    PIC X(8).
           05 BOL-VENC-ISO      PIC X(10).
           05 BOL-EMISSAO       PIC X(8).
           05 BOL-TIPO-INSCRICAO PIC X(1).
           05 BOL-DOCUMENTO     PIC X(15).
           05 BOL-NOME          PIC X(40).
           05 BOL-ENDERECO      PIC X(40).
           05 BOL-BAIRRO        PIC X(15).
           05 BOL-CEP           PIC X(8).
           05 BOL-CIDADE        PIC X(15).
           05 BOL-UF            PIC X(2).

       EXEC SQL END DECLARE SECTION END-EXEC.


       PROCEDURE DIVISION.

       MAIN-PROCEDURE.

           DISPLAY "BUILD EM EXECUCAO: " FUNCTION TRIM(VERSAO-BUILD).

           PERFORM 1000-INICIALIZAR.
           PERFORM 1050-OBTER-TRAVA-JOB.
           PERFORM 1100-CONECTAR-BANCO-DE-DADOS.
           PERFORM 1200-GARANTIR-TABELAS.

           EXEC SQL START TRANSACTION END-EXEC.

           PERFORM 1300-ABRIR-REMESSA.
           PERFORM 1400-ABRIR-CURSOR-TITULOS.

           IF  FIM-CURSOR
               DISPLAY
                   "NENHUM TITULO A REMETER; ARQUIVO NAO GERADO."
               EXEC SQL CLOSE CUR-TITULOS END-EXEC
               EXEC SQL ROLLBACK END-EXEC
               PERFORM 3000-FINALIZAR
               STOP RUN
           END-IF.

           PERFORM 1500-ABRIR-ARQUIVO.
           PERFORM 2000-PROCESSAR-TITULO UNTIL FIM-CURSOR.

           EXEC SQL CLOSE CUR-TITULOS END-EXEC.

           PERFORM 2800-GRAVAR-TRAILERS.
           PERFORM 2900-FECHAR-REMESSA.

           EXEC SQL COMMIT END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO
               DISPLAY
                   "ERRO AO TENTAR CONFIRMAR A REMESSA: " SQLERRM
               PERFORM 2990-ABORTAR
           END-IF.

           SET REGISTRAR-LEDGER TO TRUE.
           PERFORM 3000-FINALIZAR.
           STOP RUN.

       1000-INICIALIZAR.

           ACCEPT WRK-ARQ-REMESSA-NOME FROM ENVIRONMENT
               "ARQ_REMESSA_COBRANCA".

           MOVE "CNAB_BANCO" TO WRK-PARAM-NOME.
           MOVE 3 TO WRK-PARAM-LIMITE.
           PERFORM 1010-LER-PARAMETRO-NUMERICO.
           MOVE WRK-PARAM-NUMERO TO WRK-CNAB-BANCO.

           MOVE "CNAB_AGENCIA" TO WRK-PARAM-NOME.
           MOVE 5 TO WRK-PARAM-LIMITE.
           PERFORM 1010-LER-PARAMETRO-NUMERICO.
           MOVE WRK-PARAM-NUMERO TO WRK-CNAB-AGENCIA.

           MOVE "CNAB_CONTA" TO WRK-PARAM-NOME.
           MOVE 12 TO WRK-PARAM-LIMITE.
           PERFORM 1010-LER-PARAMETRO-NUMERICO.
           MOVE WRK-PARAM-NUMERO TO WRK-CNAB-CONTA.

           MOVE "CNAB_CNPJ" TO WRK-PARAM-NOME.
           MOVE 14 TO WRK-PARAM-LIMITE.
           PERFORM 1010-LER-PARAMETRO-NUMERICO.
           MOVE WRK-PARAM-NUMERO TO WRK-CNAB-CNPJ.

           ACCEPT WRK-CNAB-AGENCIA-DV FROM ENVIRONMENT
               "CNAB_AGENCIA_DV".
           ACCEPT WRK-CNAB-CONTA-DV FROM ENVIRONMENT "CNAB_CONTA_DV".
           ACCEPT WRK-CNAB-CONVENIO FROM ENVIRONMENT "CNAB_CONVENIO".
           ACCEPT WRK-CNAB-EMPRESA FROM ENVIRONMENT "CNAB_EMPRESA".

           IF  WRK-CNAB-CONVENIO = SPACES
           OR  WRK-CNAB-EMPRESA = SPACES
               DISPLAY
                   "ERRO: CNAB_CONVENIO E CNAB_EMPRESA SAO "
                   "OBRIGATORIOS."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           ACCEPT WRK-CNAB-CARTEIRA FROM ENVIRONMENT "CNAB_CARTEIRA".
           IF  WRK-CNAB-CARTEIRA = SPACE
               MOVE "1" TO WRK-CNAB-CARTEIRA
           END-IF.

           ACCEPT WRK-CNAB-REENVIAR FROM ENVIRONMENT
               "CNAB_REENVIAR_REJEITADOS".
           IF  WRK-CNAB-REENVIAR NOT = "S"
               MOVE "N" TO WRK-CNAB-REENVIAR
           END-IF.
           MOVE WRK-CNAB-REENVIAR TO RMS-REENVIAR.

       1010-LER-PARAMETRO-NUMERICO.

      * OS CODIGOS DO CEDENTE SAO SO DIGITOS, ALINHADOS A DIREITA COM
      * ZEROS NO ARQUIVO; VALOR AUSENTE OU MAIOR QUE O CAMPO E ERRO.
           MOVE SPACES TO WRK-PARAM-VALOR.
           ACCEPT WRK-PARAM-VALOR FROM ENVIRONMENT WRK-PARAM-NOME.

           MOVE ZERO TO WRK-PARAM-TAMANHO.
           INSPECT WRK-PARAM-VALOR TALLYING WRK-PARAM-TAMANHO
               FOR CHARACTERS BEFORE INITIAL SPACE.

           IF  WRK-PARAM-TAMANHO = ZERO
           OR  WRK-PARAM-TAMANHO > WRK-PARAM-LIMITE
               DISPLAY
                   "ERRO: " FUNCTION TRIM(WRK-PARAM-NOME)
                   " NAO INFORMADO OU MAIOR QUE O CAMPO DO ARQUIVO."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           IF  WRK-PARAM-VALOR(1:WRK-PARAM-TAMANHO) IS NOT NUMERIC
               DISPLAY
                   "ERRO: " FUNCTION TRIM(WRK-PARAM-NOME)
                   " DEVE CONTER SO DIGITOS."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           COMPUTE WRK-PARAM-NUMERO =
               FUNCTION NUMVAL(WRK-PARAM-VALOR(1:WRK-PARAM-TAMANHO)).

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

       1200-GARANTIR-TABELAS.

      * O DDL FAZ COMMIT IMPLICITO E POR ISSO RODA ANTES DA
      * TRANSACAO DA REMESSA.
           EXEC SQL
               CREATE TABLE IF NOT EXISTS cliente_cobranca (
                   cliente_id    INT NOT NULL PRIMARY KEY,
                   documento     VARCHAR(18) NULL,
                   endereco      VARCHAR(40) NULL,
                   bairro        VARCHAR(15) NULL,
                   cep           VARCHAR(9) NULL,
                   cidade        VARCHAR(15) NULL,
                   uf            CHAR(2) NULL,
                   atualizado_em DATETIME NOT NULL
                       DEFAULT CURRENT_TIMESTAMP
                       ON UPDATE CURRENT_TIMESTAMP
               )
           END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO
               DISPLAY
                   "ERRO AO TENTAR GARANTIR A TABELA "
                   "CLIENTE_COBRANCA: " SQLERRM
               PERFORM 2990-ABORTAR
           END-IF.

           EXEC SQL
               CREATE TABLE IF NOT EXISTS cobranca_remessa (
                   id            INT NOT NULL PRIMARY KEY
                                     AUTO_INCREMENT,
                   arquivo       VARCHAR(255) NULL,
                   qtd_titulos   INT NOT NULL DEFAULT 0,
                   valor_total   DECIMAL(14,2) NOT NULL DEFAULT 0,
                   gerado_em     DATETIME NOT NULL
                       DEFAULT CURRENT_TIMESTAMP
               )
           END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO
               DISPLAY
                   "ERRO AO TENTAR GARANTIR A TABELA "
                   "COBRANCA_REMESSA: " SQLERRM
               PERFORM 2990-ABORTAR
           END-IF.

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
               PERFORM 2990-ABORTAR
           END-IF.

       1300-ABRIR-REMESSA.

      * O ID DA REMESSA E O NSA DO ARQUIVO; NUMA FALHA O ROLLBACK
      * DEVOLVE A REMESSA E O BANCO NAO VE BURACO NA SEQUENCIA DOS
      * ARQUIVOS ENTREGUES.
           EXEC SQL
               INSERT INTO cobranca_remessa (qtd_titulos)
               VALUES (0)
           END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO
               DISPLAY
                   "ERRO AO TENTAR ABRIR A REMESSA: " SQLERRM
               PERFORM 2990-ABORTAR
           END-IF.

           EXEC SQL
               SELECT LAST_INSERT_ID(),
                      DATE_FORMAT(NOW(), '%d%m%Y'),
                      DATE_FORMAT(NOW(), '%H%i%s')
                 INTO :RMS-NSA, :RMS-DATA-GERACAO, :RMS-HORA-GERACAO
           END-EXEC.

           IF  FUNCTION TRIM(WRK-ARQ-REMESSA-NOME) = SPACES
               MOVE RMS-NSA TO HAR-NSA
               STRING
                   "REMESSA_COBRANCA_" HAR-NSA ".REM"
                   DELIMITED BY SIZE
                   INTO WRK-ARQ-REMESSA-NOME
               END-STRING
           END-IF.
           MOVE WRK-ARQ-REMESSA-NOME TO RMS-ARQUIVO.

       1400-ABRIR-CURSOR-TITULOS.

      * O ULTIMO BOLETO DE CADA PARCELA DECIDE O MOVIMENTO; PARCELA
      * DE VENDA CANCELADA CONTA COMO FORA DE COBRANCA.
           EXEC SQL
               DECLARE CUR-TITULOS CURSOR FOR
                   SELECT p.id, p.venda_id, p.numero,
                          COALESCE(b.id, 0),
                          CASE
                              WHEN b.id IS NULL
                                OR b.situacao IN ('LIQUIDADO',
                                                  'REJEITADO')
                                  THEN '01'
                              WHEN p.situacao IN ('ABERTA', 'PARCIAL')
                               AND p.valor > p.valor_pago
                               AND v.cancelada_em IS NULL
                                  THEN '31'
                              ELSE '02'
                          END,
                          p.valor - p.valor_pago,
                          COALESCE(b.valor, 0),
                          DATE_FORMAT(p.vencimento, '%d%m%Y'),
                          COALESCE(DATE_FORMAT(b.vencimento,
                              '%d%m%Y'), ' '),
                          DATE_FORMAT(p.vencimento, '%Y-%m-%d'),
                          DATE_FORMAT(v.data_venda, '%d%m%Y'),
                          CASE CHAR_LENGTH(REPLACE(REPLACE(REPLACE(
                                   COALESCE(cc.documento, ''),
                                   '.', ''), '-', ''), '/', ''))
                              WHEN 11 THEN '1'
                              WHEN 14 THEN '2'
                              ELSE '0'
                          END,
                          LPAD(REPLACE(REPLACE(REPLACE(
                              COALESCE(cc.documento, ''),
                              '.', ''), '-', ''), '/', ''), 15, '0'),
                          UPPER(LEFT(c.nome, 40)),
                          UPPER(COALESCE(cc.endereco, ' ')),
                          UPPER(COALESCE(cc.bairro, ' ')),
                          LPAD(REPLACE(COALESCE(cc.cep, ''),
                              '-', ''), 8, '0'),
                          UPPER(COALESCE(cc.cidade, ' ')),
                          UPPER(COALESCE(cc.uf, ' '))
                     FROM venda_parcela p
                     JOIN venda v
                       ON v.id = p.venda_id
                     JOIN cliente c
                       ON c.id = v.cliente_id
                     LEFT JOIN cliente_cobranca cc
                       ON cc.cliente_id = v.cliente_id
                     LEFT JOIN cobranca_boleto b
                       ON b.id = (SELECT MAX(x.id)
                                    FROM cobranca_boleto x
                                   WHERE x.parcela_id = p.id)
                    WHERE ((b.id IS NULL
                            OR b.situacao = 'LIQUIDADO'
                            OR (b.situacao = 'REJEITADO'
                                AND :RMS-REENVIAR = 'S'))
                           AND p.situacao IN ('ABERTA', 'PARCIAL')
                           AND p.valor > p.valor_pago
                           AND v.cancelada_em IS NULL)
                       OR (b.situacao IN ('ENVIADO', 'REGISTRADO')
                           AND (p.situacao NOT IN ('ABERTA',
                                                   'PARCIAL')
                                OR p.valor <= p.valor_pago
                                OR v.cancelada_em IS NOT NULL
                                OR b.valor <> p.valor - p.valor_pago
                                OR b.vencimento <> p.vencimento))
                    ORDER BY p.id
           END-EXEC.

           EXEC SQL
               OPEN CUR-TITULOS
           END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO
               DISPLAY
                   "ERRO AO TENTAR ABRIR CURSOR DE TITULOS: " SQLERRM
               PERFORM 2990-ABORTAR
           END-IF.

           PERFORM 2010-BUSCAR-PROXIMO-TITULO.

       1500-ABRIR-ARQUIVO.

           OPEN OUTPUT ARQ-REMESSA.

           IF  WRK-FS-ARQ-REMESSA NOT = "00"
               DISPLAY
                   "ERRO AO TENTAR ABRIR O ARQUIVO DE REMESSA: "
                   FUNCTION TRIM(WRK-ARQ-REMESSA-NOME)
               PERFORM 2990-ABORTAR
           END-IF.

           SET ARQUIVO-ABERTO TO TRUE.

           MOVE SPACES TO REG-HEADER-ARQUIVO.
           MOVE WRK-CNAB-BANCO      TO HAR-BANCO.
           MOVE ZERO                TO HAR-LOTE.
           MOVE "0"                 TO HAR-REGISTRO.
           MOVE "2"                 TO HAR-TIPO-INSCRICAO.
           MOVE WRK-CNAB-CNPJ       TO HAR-CNPJ.
           MOVE WRK-CNAB-CONVENIO   TO HAR-CONVENIO.
           MOVE WRK-CNAB-AGENCIA    TO HAR-AGENCIA.
           MOVE WRK-CNAB-AGENCIA-DV TO HAR-AGENCIA-DV.
           MOVE WRK-CNAB-CONTA      TO HAR-CONTA.
           MOVE WRK-CNAB-CONTA-DV   TO HAR-CONTA-DV.
           MOVE WRK-CNAB-EMPRESA    TO HAR-EMPRESA.
           MOVE "1"                 TO HAR-CODIGO-ARQUIVO.
           MOVE RMS-DATA-GERACAO    TO HAR-DATA-GERACAO.
           MOVE RMS-HORA-GERACAO    TO HAR-HORA-GERACAO.
           MOVE RMS-NSA             TO HAR-NSA.
           MOVE "103"               TO HAR-VERSAO.
           MOVE ZERO                TO HAR-DENSIDADE.
           MOVE WRK-FIM-LINHA       TO HAR-FIM-LINHA.

           WRITE REG-HEADER-ARQUIVO.
           PERFORM 2590-VERIFICAR-GRAVACAO.

           MOVE SPACES TO REG-HEADER-LOTE.
           MOVE WRK-CNAB-BANCO      TO HLT-BANCO.
           MOVE 1                   TO HLT-LOTE.
           MOVE "1"                 TO HLT-REGISTRO.
           MOVE "R"                 TO HLT-OPERACAO.
           MOVE "01"                TO HLT-SERVICO.
           MOVE "060"               TO HLT-VERSAO.
           MOVE "2"                 TO HLT-TIPO-INSCRICAO.
           MOVE WRK-CNAB-CNPJ       TO HLT-INSCRICAO.
           MOVE WRK-CNAB-CONVENIO   TO HLT-CONVENIO.
           MOVE WRK-CNAB-AGENCIA    TO HLT-AGENCIA.
           MOVE WRK-CNAB-AGENCIA-DV TO HLT-AGENCIA-DV.
           MOVE WRK-CNAB-CONTA      TO HLT-CONTA.
           MOVE WRK-CNAB-CONTA-DV   TO HLT-CONTA-DV.
           MOVE WRK-CNAB-EMPRESA    TO HLT-EMPRESA.
           MOVE RMS-NSA             TO HLT-NUMERO-REMESSA.
           MOVE RMS-DATA-GERACAO    TO HLT-DATA-GRAVACAO.
           MOVE ZERO                TO HLT-DATA-CREDITO.
           MOVE WRK-FIM-LINHA       TO HLT-FIM-LINHA.

           WRITE REG-HEADER-LOTE.
           PERFORM 2590-VERIFICAR-GRAVACAO.

           MOVE 1 TO WRK-SEQ-REGISTRO.

       2000-PROCESSAR-TITULO.

           EVALUATE BOL-MOVIMENTO
               WHEN "01"
                   PERFORM 2100-REGISTRAR-ENTRADA
               WHEN "31"
                   PERFORM 2200-REGISTRAR-ALTERACAO
               WHEN OTHER
                   PERFORM 2300-REGISTRAR-BAIXA
           END-EVALUATE.

           PERFORM 2500-GRAVAR-SEGMENTOS.

           PERFORM 2010-BUSCAR-PROXIMO-TITULO.

       2010-BUSCAR-PROXIMO-TITULO.

           EXEC SQL
               FETCH CUR-TITULOS
                   INTO :BOL-PARCELA-ID, :BOL-VENDA-ID, :BOL-NUMERO,
                        :BOL-ID, :BOL-MOVIMENTO, :BOL-SALDO,
                        :BOL-VALOR-ATUAL, :BOL-VENCIMENTO,
                        :BOL-VENC-ATUAL, :BOL-VENC-ISO, :BOL-EMISSAO,
                        :BOL-TIPO-INSCRICAO, :BOL-DOCUMENTO,
                        :BOL-NOME, :BOL-ENDERECO, :BOL-BAIRRO,
                        :BOL-CEP, :BOL-CIDADE, :BOL-UF
           END-EXEC.

           IF  SQLCODE EQUAL 100
               SET FIM-CURSOR TO TRUE
               EXIT PARAGRAPH
           END-IF.

           IF  SQLCODE NOT EQUAL ZERO
               DISPLAY
                   "ERRO AO TENTAR LER OS TITULOS A REMETER: "
                   SQLERRM
               PERFORM 2990-ABORTAR
           END-IF.

       2100-REGISTRAR-ENTRADA.

      * TODA ENTRADA GANHA BOLETO NOVO: O BANCO NAO ACEITA DE VOLTA
      * UM NOSSO NUMERO JA LIQUIDADO OU REJEITADO.
           EXEC SQL
               INSERT INTO cobranca_boleto
                   (parcela_id, venda_id, valor, vencimento,
                    situacao, remessa_id, atualizado_em)
               VALUES
                   (:BOL-PARCELA-ID, :BOL-VENDA-ID, :BOL-SALDO,
                    :BOL-VENC-ISO, 'ENVIADO', :RMS-NSA,
                    CURRENT_TIMESTAMP)
           END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO
               DISPLAY
                   "ERRO AO TENTAR REGISTRAR O BOLETO DA PARCELA "
                   BOL-PARCELA-ID ": " SQLERRM
               PERFORM 2990-ABORTAR
           END-IF.

           EXEC SQL
               SELECT LAST_INSERT_ID() INTO :BOL-ID
           END-EXEC.

           ADD 1 TO WRK-QTD-ENTRADAS.

       2200-REGISTRAR-ALTERACAO.

      * O BOLETO PASSA A VALER O SALDO E O VENCIMENTO ATUAIS DA
      * PARCELA; A SITUACAO NO BANCO NAO MUDA.
           EXEC SQL
               UPDATE cobranca_boleto
                  SET valor = :BOL-SALDO,
                      vencimento = :BOL-VENC-ISO,
                      remessa_id = :RMS-NSA,
                      atualizado_em = CURRENT_TIMESTAMP
                WHERE id = :BOL-ID
           END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO
               DISPLAY
                   "ERRO AO TENTAR ALTERAR O BOLETO " BOL-ID ": "
                   SQLERRM
               PERFORM 2990-ABORTAR
           END-IF.

           ADD 1 TO WRK-QTD-ALTERACOES.

       2300-REGISTRAR-BAIXA.

      * O PEDIDO DE BAIXA VAI COM O VALOR E O VENCIMENTO REGISTRADOS
      * NO BANCO.
           MOVE BOL-VALOR-ATUAL TO BOL-SALDO.
           MOVE BOL-VENC-ATUAL TO BOL-VENCIMENTO.

           EXEC SQL
               UPDATE cobranca_boleto
                  SET situacao = 'BAIXA-PEDIDA',
                      remessa_id = :RMS-NSA,
                      atualizado_em = CURRENT_TIMESTAMP
                WHERE id = :BOL-ID
           END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO
               DISPLAY
                   "ERRO AO TENTAR PEDIR A BAIXA DO BOLETO " BOL-ID
                   ": " SQLERRM
               PERFORM 2990-ABORTAR
           END-IF.

           ADD 1 TO WRK-QTD-BAIXAS.

       2500-GRAVAR-SEGMENTOS.

           ADD 1 TO WRK-SEQ-REGISTRO.

           MOVE SPACES TO REG-SEGMENTO-P.
           MOVE WRK-CNAB-BANCO      TO SGP-BANCO.
           MOVE 1                   TO SGP-LOTE.
           MOVE "3"                 TO SGP-REGISTRO.
           MOVE WRK-SEQ-REGISTRO    TO SGP-SEQUENCIA.
           MOVE "P"                 TO SGP-SEGMENTO.
           MOVE BOL-MOVIMENTO       TO SGP-MOVIMENTO.
           MOVE WRK-CNAB-AGENCIA    TO SGP-AGENCIA.
           MOVE WRK-CNAB-AGENCIA-DV TO SGP-AGENCIA-DV.
           MOVE WRK-CNAB-CONTA      TO SGP-CONTA.
           MOVE WRK-CNAB-CONTA-DV   TO SGP-CONTA-DV.
           MOVE BOL-ID              TO SGP-NOSSO-NUMERO.
           MOVE WRK-CNAB-CARTEIRA   TO SGP-CARTEIRA.
           MOVE "1"                 TO SGP-CADASTRAMENTO.
           MOVE "1"                 TO SGP-TIPO-DOCUMENTO.
           MOVE "2"                 TO SGP-EMISSAO-BOLETO.
           MOVE "2"                 TO SGP-DISTRIBUICAO.
           MOVE BOL-PARCELA-ID      TO SGP-SEU-NUMERO.
           MOVE BOL-VENCIMENTO      TO SGP-VENCIMENTO.
           MOVE BOL-SALDO           TO SGP-VALOR.
           MOVE ZERO                TO SGP-AGENCIA-COBRADORA.
           MOVE "02"                TO SGP-ESPECIE.
           MOVE "N"                 TO SGP-ACEITE.
           MOVE BOL-EMISSAO         TO SGP-DATA-EMISSAO.
           MOVE "3"                 TO SGP-CODIGO-JUROS.
           MOVE ZERO                TO SGP-DATA-JUROS.
           MOVE ZERO                TO SGP-VALOR-JUROS.
           MOVE "0"                 TO SGP-CODIGO-DESCONTO.
           MOVE ZERO                TO SGP-DATA-DESCONTO.
           MOVE ZERO                TO SGP-VALOR-DESCONTO.
           MOVE ZERO                TO SGP-VALOR-IOF.
           MOVE ZERO                TO SGP-VALOR-ABATIMENTO.
           MOVE BOL-VENDA-ID        TO SGP-USO-VENDA-ID.
           MOVE BOL-NUMERO          TO SGP-USO-PARCELA.
           MOVE "3"                 TO SGP-CODIGO-PROTESTO.
           MOVE ZERO                TO SGP-PRAZO-PROTESTO.
           MOVE "0"                 TO SGP-CODIGO-BAIXA.
           MOVE ZERO                TO SGP-PRAZO-BAIXA.
           MOVE "09"                TO SGP-MOEDA.
           MOVE ZERO                TO SGP-CONTRATO.
           MOVE WRK-FIM-LINHA       TO SGP-FIM-LINHA.

           WRITE REG-SEGMENTO-P.
           PERFORM 2590-VERIFICAR-GRAVACAO.

           ADD 1 TO WRK-SEQ-REGISTRO.

           MOVE SPACES TO REG-SEGMENTO-Q.
           MOVE WRK-CNAB-BANCO      TO SGQ-BANCO.
           MOVE 1                   TO SGQ-LOTE.
           MOVE "3"                 TO SGQ-REGISTRO.
           MOVE WRK-SEQ-REGISTRO    TO SGQ-SEQUENCIA.
           MOVE "Q"                 TO SGQ-SEGMENTO.
           MOVE BOL-MOVIMENTO       TO SGQ-MOVIMENTO.
           MOVE BOL-TIPO-INSCRICAO  TO SGQ-TIPO-INSCRICAO.
           MOVE BOL-DOCUMENTO       TO SGQ-INSCRICAO.
           MOVE BOL-NOME            TO SGQ-NOME.
           MOVE BOL-ENDERECO        TO SGQ-ENDERECO.
           MOVE BOL-BAIRRO          TO SGQ-BAIRRO.
           MOVE BOL-CEP             TO SGQ-CEP.
           MOVE BOL-CIDADE          TO SGQ-CIDADE.
           MOVE BOL-UF              TO SGQ-UF.
           MOVE ZERO                TO SGQ-TIPO-INSCR-AVALISTA.
           MOVE ZERO                TO SGQ-INSCRICAO-AVALISTA.
           MOVE ZERO                TO SGQ-BANCO-CORRESPONDENTE.
           MOVE WRK-FIM-LINHA       TO SGQ-FIM-LINHA.

           WRITE REG-SEGMENTO-Q.
           PERFORM 2590-VERIFICAR-GRAVACAO.

           ADD 1 TO WRK-QTD-TITULOS.
           ADD BOL-SALDO TO WRK-VALOR-TITULOS.

       2590-VERIFICAR-GRAVACAO.

           IF  WRK-FS-ARQ-REMESSA NOT = "00"
               DISPLAY
                   "ERRO AO TENTAR GRAVAR NO ARQUIVO DE REMESSA: "
                   FUNCTION TRIM(WRK-ARQ-REMESSA-NOME)
               PERFORM 2990-ABORTAR
           END-IF.

       2800-GRAVAR-TRAILERS.

           ADD 1 TO WRK-SEQ-REGISTRO.

           MOVE SPACES TO REG-TRAILER-LOTE.
           MOVE WRK-CNAB-BANCO      TO TLT-BANCO.
           MOVE 1                   TO TLT-LOTE.
           MOVE "5"                 TO TLT-REGISTRO.
           MOVE WRK-SEQ-REGISTRO    TO TLT-QTD-REGISTROS.
           MOVE WRK-QTD-TITULOS     TO TLT-QTD-TITULOS.
           MOVE WRK-VALOR-TITULOS   TO TLT-VALOR-TITULOS.
           MOVE ZERO                TO TLT-QTD-VINCULADA.
           MOVE ZERO                TO TLT-VALOR-VINCULADA.
           MOVE ZERO                TO TLT-QTD-CAUCIONADA.
           MOVE ZERO                TO TLT-VALOR-CAUCIONADA.
           MOVE ZERO                TO TLT-QTD-DESCONTADA.
           MOVE ZERO                TO TLT-VALOR-DESCONTADA.
           MOVE WRK-FIM-LINHA       TO TLT-FIM-LINHA.

           WRITE REG-TRAILER-LOTE.
           PERFORM 2590-VERIFICAR-GRAVACAO.

      * O ARQUIVO TEM OS DOIS HEADERS, O LOTE E O TRAILER DE ARQUIVO.
           MOVE SPACES TO REG-TRAILER-ARQUIVO.
           MOVE WRK-CNAB-BANCO      TO TAR-BANCO.
           MOVE 9999                TO TAR-LOTE.
           MOVE "9"                 TO TAR-REGISTRO.
           MOVE 1                   TO TAR-QTD-LOTES.
           COMPUTE TAR-QTD-REGISTROS = WRK-SEQ-REGISTRO + 2.
           MOVE ZERO                TO TAR-QTD-CONTAS.
           MOVE WRK-FIM-LINHA       TO TAR-FIM-LINHA.

           WRITE REG-TRAILER-ARQUIVO.
           PERFORM 2590-VERIFICAR-GRAVACAO.

       2900-FECHAR-REMESSA.

           MOVE WRK-QTD-TITULOS   TO RMS-QTD-TITULOS.
           MOVE WRK-VALOR-TITULOS TO RMS-VALOR-TOTAL.

           EXEC SQL
               UPDATE cobranca_remessa
                  SET arquivo = TRIM(:RMS-ARQUIVO),
                      qtd_titulos = :RMS-QTD-TITULOS,
                      valor_total = :RMS-VALOR-TOTAL
                WHERE id = :RMS-NSA
           END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO
               DISPLAY
                   "ERRO AO TENTAR FECHAR A REMESSA: " SQLERRM
               PERFORM 2990-ABORTAR
           END-IF.

       2990-ABORTAR.

      * NENHUM BOLETO FICA MARCADO SEM O ARQUIVO COMPLETO.
           EXEC SQL ROLLBACK END-EXEC.
           PERFORM 3000-FINALIZAR.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.

       3000-FINALIZAR.

           EXEC SQL CONNECT RESET END-EXEC.

           IF  ARQUIVO-ABERTO
               CLOSE ARQ-REMESSA
           END-IF.

      * SO O ARQUIVO CONFIRMADO ENTRA NO LIVRO-RAZAO; O TOTAL DE
      * CONTROLE E O VALOR DOS TITULOS EM CENTAVOS.
           IF  REGISTRAR-LEDGER
               COMPUTE WRK-LED-CHECKSUM = WRK-VALOR-TITULOS * 100
               CALL 'MOD-REGISTRA-INTERFACE'
                   USING WRK-LED-PROGRAMA, WRK-ARQ-REMESSA-NOME,
                       WRK-QTD-TITULOS, WRK-LED-CHECKSUM
                   END-CALL

               MOVE WRK-VALOR-TITULOS TO WRK-TOTAL-MASK
               DISPLAY
                   "REMESSA DE COBRANCA GRAVADA EM: "
                   FUNCTION TRIM(WRK-ARQ-REMESSA-NOME)
                   " (VALOR " FUNCTION TRIM(WRK-TOTAL-MASK) ")"
               DISPLAY
                   "TOTAL DE TITULOS..............: " WRK-QTD-TITULOS
               DISPLAY
                   "ENTRADAS......................: " WRK-QTD-ENTRADAS
               DISPLAY
                   "ALTERACOES....................: "
                   WRK-QTD-ALTERACOES
               DISPLAY
                   "PEDIDOS DE BAIXA..............: " WRK-QTD-BAIXAS
           END-IF.

           PERFORM 8800-LIBERAR-TRAVA-JOB.

       8800-LIBERAR-TRAVA-JOB.

           MOVE "LIBERAR" TO WRK-TRAVA-ACAO.

           CALL 'MOD-TRAVA-JOB'
               USING WRK-TRAVA-NOME, WRK-TRAVA-PROGRAMA,
                   WRK-TRAVA-DURACAO, WRK-TRAVA-ACAO,
                   WRK-TRAVA-OBTIDA
               END-CALL.

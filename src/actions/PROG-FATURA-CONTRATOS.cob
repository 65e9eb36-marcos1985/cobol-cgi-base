       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG-FATURA-CONTRATOS.
      *******************************************
      * AUTOR:
      * DATA:
      * ALTERACOES:
      *   - BATCH DE FATURAMENTO DOS CONTRATOS RECORRENTES
      *     (PROG-CONTRATOS): PARA O MES DE FATURAMENTO_MES (AAAA-MM,
      *     PADRAO O MES CORRENTE), CRIA A VENDA E OS ITENS DE CADA
      *     CONTRATO EM VIGOR CUJO DIA DE FATURAMENTO JA CHEGOU, PELOS
      *     MESMOS MODULOS DAS ACOES ONLINE (PRECO E IMPOSTO NO DIA
      *     FATURADO, BAIXA DE ESTOQUE, PARCELAS E LIMITE DE
      *     CREDITO), NUMA TRANSACAO POR CONTRATO. DIA DE FATURAMENTO
      *     QUE CAI EM DIA NAO UTIL (MOD-DIA-UTIL) SEGUE A
      *     CONFIGURACAO CENTRAL contrato.dia_nao_util: ADIAR (PADRAO,
      *     PROXIMO DIA UTIL), ANTECIPAR (DIA UTIL ANTERIOR) OU PULAR
      *     (O MES NAO E FATURADO). O PAR CONTRATO E PERIODO FICA EM
      *     CONTRATO_FATURAMENTO COM CHAVE UNICA, GRAVADO NA MESMA
      *     TRANSACAO DA VENDA, ENTAO RODAR DE NOVO NUNCA FATURA DUAS
      *     VEZES. AGENDADO DIARIAMENTE PELO JOB_AGENDA: CADA RODADA
      *     PEGA OS CONTRATOS QUE VENCERAM DESDE A ANTERIOR. GRAVA UM
      *     RELATORIO DE 132 COLUNAS (ARQ_FATURAMENTO_CONTRATOS,
      *     PADRAO FATURAMENTO_CONTRATOS_<AAAA-MM>.TXT, REGISTRADO
      *     POR MOD-REGISTRA-RELATORIO) COM TODOS OS CONTRATOS DO MES
      *     E O QUE ACONTECEU COM CADA UM: FATURADO (NESTA RODADA OU
      *     JA-FATURADO ANTES) OU PULADO, COM O MOTIVO: SUSPENSO,
      *     ENCERRADO, FORA-VIGENC, DIA-NAO-UTIL, NAO-VENCIDO,
      *     DIA-FECHADO, CLI-INATIVO, VEND-INATIVO, SEM-ITENS,
      *     ITENS-EXC, PROD-INEX, SEM-ESTOQUE OU LIM-CREDITO. AS
      *     VENDAS CARIMBAM A LINHAGEM (ORIGEM_CARGA E LOTE_ID
      *     FAT-<AAAAMMDDHHMMSS>). RODA SOB A TRAVA NOMEADA
      *     "FATURA-CONTRATOS" (MOD-TRAVA-JOB).
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

       77  WRK-TRAVA-NOME                  PIC X(60)
               VALUE "FATURA-CONTRATOS".
       77  WRK-TRAVA-PROGRAMA              PIC X(60)
               VALUE "PROG-FATURA-CONTRATOS".
       77  WRK-TRAVA-DURACAO               PIC 9(5)    VALUE 3600.
       77  WRK-TRAVA-ACAO                  PIC X(10).
       77  WRK-TRAVA-OBTIDA                PIC X(1).
           88  TRAVA-OBTIDA                            VALUE 'S'.

       77  WRK-CONEXAO-ACAO                PIC X(10).
       77  WRK-CONEXAO-OK                  PIC X(1).
           88  CONEXAO-DISPONIVEL                      VALUE 'S'.
       77  WRK-CONEXAO-MSG                 PIC X(255).

       77  WRK-ARQ-RELATORIO-NOME          PIC X(255).
       77  WRK-FS-ARQ-RELATORIO            PIC X(2).
       77  WRK-APP-ENV                     PIC X(10).
       77  WRK-DATA-HORA-CORRENTE          PIC X(21).

       77  WRK-REL-PROGRAMA                PIC X(60)
               VALUE "PROG-FATURA-CONTRATOS".
       77  WRK-REL-PERIODO                 PIC X(30).
       77  WRK-REL-QTD                     PIC 9(10)   VALUE ZERO.

       77  WRK-CFG-CHAVE                   PIC X(60).
       77  WRK-CFG-VALOR                   PIC X(255).
       77  WRK-CFG-ENCONTRADA              PIC X(1).
           88  CONFIG-ENCONTRADA                       VALUE 'S'.

       77  WRK-POLITICA-DIA                PIC X(10)   VALUE "ADIAR".
           88  POLITICA-ADIAR                          VALUE "ADIAR".
           88  POLITICA-ANTECIPAR                      VALUE
                                                       "ANTECIPAR".
           88  POLITICA-PULAR                          VALUE "PULAR".

       77  WRK-UTIL-DIA                    PIC X(10).
       77  WRK-UTIL-FLAG                   PIC X(1).
           88  UTIL-DIA-UTIL                           VALUE 'S'.
       77  WRK-UTIL-ANTERIOR               PIC X(10).

       77  WRK-DIA-FECHAMENTO              PIC X(10).
       77  WRK-DIA-FECHADO                 PIC X(1).
           88  DIA-FECHADO                             VALUE 'S'.

       77  WRK-QTD-CONTRATOS               PIC 9(10)   VALUE ZERO.
       77  WRK-QTD-FATURADOS               PIC 9(10)   VALUE ZERO.
       77  WRK-QTD-JA-FATURADOS            PIC 9(10)   VALUE ZERO.
       77  WRK-QTD-PULADOS                 PIC 9(10)   VALUE ZERO.
       77  WRK-VALOR-FATURADO              PIC 9(12)V99 VALUE ZERO.
       77  WRK-VALOR-PERIODO               PIC 9(12)V99 VALUE ZERO.

       77  WRK-ID-MASK                     PIC Z(9)9.
       77  WRK-QTD-MASK                    PIC Z(9)9.
       77  WRK-VALOR-MASK                  PIC Z(10)9.99.
       77  WRK-TOTAL-MASK                  PIC Z(11)9.99.
       77  WRK-VENDA-COLUNA                PIC X(10).
       77  WRK-VALOR-COLUNA                PIC X(14).
       77  WRK-SITUACAO                    PIC X(9).
       77  WRK-MOTIVO                      PIC X(12).

       77  WRK-FLAG-CONTRATO               PIC X(1)    VALUE 'S'.
           88  CONTRATO-FATURAVEL                      VALUE 'S'.
           88  CONTRATO-PULADO                         VALUE 'N'.

       77  WRK-FLAG-CURSOR                 PIC X(1)    VALUE 'N'.
           88  CURSOR-ABERTO                           VALUE 'S'.

       77  WRK-FLAG-FIM-CURSOR             PIC X(1)    VALUE 'N'.
           88  FIM-CURSOR                              VALUE 'S'.
           88  NAO-FIM-CURSOR                          VALUE 'N'.

       77  WRK-FLAG-FIM-ITENS              PIC X(1)    VALUE 'N'.
           88  FIM-ITENS                               VALUE 'S'.
           88  NAO-FIM-ITENS                           VALUE 'N'.

      * ITENS DO CONTRATO EM CURSO, JA PRECIFICADOS E TRIBUTADOS NO
      * DIA DO FATURAMENTO.
       77  WRK-MAX-ITENS                   PIC 9(5)    VALUE 200.
       77  WRK-QTD-ITENS                   PIC 9(5)    VALUE ZERO.
       77  WRK-IDX                         PIC 9(5)    VALUE ZERO.

       01  WRK-CONTRATO-ITENS.
           05 WRK-CI-ITEM OCCURS 200 TIMES.
              10 WRK-CI-PRODUTO-ID     PIC 9(10).
              10 WRK-CI-QUANTIDADE     PIC 9(5).
              10 WRK-CI-TEM-PRECO      PIC X(1).
              10 WRK-CI-PRECO          PIC 9(8)V99.
              10 WRK-CI-PRECO-LISTA    PIC 9(8)V99.
              10 WRK-CI-DESCONTO       PIC 9(8)V99.
              10 WRK-CI-PROMOCAO-ID    PIC 9(10).
              10 WRK-CI-CLASSE         PIC X(10).
              10 WRK-CI-ALIQUOTA       PIC 9(3)V99.
              10 WRK-CI-VALOR-IMPOSTO  PIC 9(8)V99.

       77  WRK-OPERADOR                    PIC X(60)
               VALUE "PROG-FATURA-CONTRATOS".

       77  WRK-EST-ACAO                    PIC X(10).
       77  WRK-EST-QUANTIDADE              PIC S9(9).
       77  WRK-EST-TIPO                    PIC X(12).
       77  WRK-EST-DOC-ID                  PIC 9(10).
       77  WRK-EST-ITEM-ID                 PIC 9(10).
       77  WRK-EST-MOTIVO                  PIC X(255).
       77  WRK-EST-SALDO                   PIC S9(9).
       77  WRK-EST-RESULTADO               PIC X(2).
           88  EST-MOVIMENTO-OK                        VALUE 'OK'.
           88  EST-SALDO-INSUFICIENTE                  VALUE 'SI'.
       77  WRK-EST-MSG                     PIC X(255).

       77  WRK-PRC-ACAO                    PIC X(10).
       77  WRK-PRC-QUANTIDADE              PIC 9(9).
       77  WRK-PRC-RESULTADO               PIC X(2).
           88  PRC-PRECO-OK                            VALUE 'OK'.
           88  PRC-PRODUTO-INEXISTENTE                 VALUE 'NE'.
       77  WRK-PRC-MSG                     PIC X(255).

       77  WRK-IMP-ACAO                    PIC X(10).
       77  WRK-IMP-RESULTADO               PIC X(2).
           88  IMP-IMPOSTO-OK                          VALUE 'OK'.
       77  WRK-IMP-MSG                     PIC X(255).

       77  WRK-PAR-ACAO                    PIC X(10).
       77  WRK-PAR-RESULTADO               PIC X(2).
           88  PAR-PARCELAS-OK                         VALUE 'OK'.
       77  WRK-PAR-MSG                     PIC X(255).

       77  WRK-CRD-ACAO                    PIC X(10).
       77  WRK-CRD-LIMITE                  PIC 9(10)V99.
       77  WRK-CRD-EM-ABERTO               PIC 9(10)V99.
       77  WRK-CRD-SALDO-VENDA             PIC 9(10)V99.
       77  WRK-CRD-RESULTADO               PIC X(2).
           88  CRD-CREDITO-OK                          VALUE 'OK'.
           88  CRD-CREDITO-LIBERADO                    VALUE 'LB'.
           88  CRD-CREDITO-EXCEDIDO                    VALUE 'EX'.
       77  WRK-CRD-MSG                     PIC X(255).

       77  WRK-TABELA-NOTIF  PIC X(60) VALUE "venda".
       77  WRK-NOTIF-PAYLOAD PIC X(600) VALUE SPACES.
       77  WRK-EVENTO-INSERT PIC X(30) VALUE "INSERT".

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.

       01  HOSTVARS.
           05 BUFFER     PIC X(1024).

       01  SQL-01-VARS.
           05 PER-MES-PARAM      PIC X(7).
           05 PER-MES            PIC X(7).
           05 PER-INICIO         PIC X(10).
           05 PER-FIM            PIC X(10).
           05 PER-HOJE           PIC X(10).
           05 PER-QTD-ESTRUTURA  PIC 9(5).
           05 CTR-ID             PIC 9(10).
           05 CTR-CLIENTE-ID     PIC 9(10).
           05 CTR-VENDEDOR-ID    PIC 9(10).
           05 CTR-QTD-PARCELAS   PIC 9(3).
           05 CTR-STATUS         PIC X(10).
           05 CTR-DIA-PREVISTO   PIC X(10).
           05 CTR-DIA            PIC X(10).
           05 CTR-EM-VIGENCIA    PIC X(1).
           05 CTR-AVANCO         PIC 9(3).
           05 CTR-QTD            PIC 9(10).
           05 VND-ID             PIC 9(10).
           05 VND-CLIENTE-ATIVO  PIC X(1).
           05 VND-VENDEDOR-ATIVO PIC X(1).
           05 VND-COMISSAO       PIC 9(3)V99.
           05 VND-VALOR          PIC 9(10)V99.
           05 VND-LOTE           PIC X(40).
           05 ITM-ID             PIC 9(10).
           05 ITM-PRODUTO-ID     PIC 9(10).
           05 ITM-QUANTIDADE     PIC 9(5).
           05 ITM-TEM-PRECO      PIC X(1).
           05 ITM-PRECO          PIC 9(8)V99.
           05 ITM-PRECO-LISTA    PIC 9(8)V99.
           05 ITM-DESCONTO       PIC 9(8)V99.
           05 ITM-PROMOCAO-ID    PIC 9(10).
           05 ITM-CLASSE         PIC X(10).
           05 ITM-ALIQUOTA       PIC 9(3)V99.
           05 ITM-VALOR-IMPOSTO  PIC 9(8)V99.

       EXEC SQL END DECLARE SECTION END-EXEC.


       PROCEDURE DIVISION.

       MAIN-PROCEDURE.

           DISPLAY "BUILD EM EXECUCAO: " FUNCTION TRIM(VERSAO-BUILD).

           PERFORM 1000-INICIALIZAR.
           PERFORM 1050-OBTER-TRAVA-JOB.
           PERFORM 1100-CONECTAR-BANCO-DE-DADOS.
           PERFORM 1200-RESOLVER-PERIODO.
           PERFORM 1250-VERIFICAR-ESTRUTURA.

           IF  PER-QTD-ESTRUTURA > ZERO
               PERFORM 1120-GARANTIR-LINHAGEM
               PERFORM 1150-GARANTIR-ESTRUTURA
               PERFORM 1160-LER-POLITICA-DIA
           END-IF.

           PERFORM 1300-ABRIR-RELATORIO.

           IF  PER-QTD-ESTRUTURA > ZERO
               PERFORM 1400-ABRIR-CURSOR-CONTRATOS
           ELSE
               SET FIM-CURSOR TO TRUE
           END-IF.

           PERFORM 2000-PROCESSAR-CONTRATO UNTIL FIM-CURSOR.

           PERFORM 2800-GRAVAR-TOTAIS.
           PERFORM 3000-FINALIZAR.
           STOP RUN.

       1000-INICIALIZAR.

           ACCEPT WRK-ARQ-RELATORIO-NOME FROM ENVIRONMENT
               "ARQ_FATURAMENTO_CONTRATOS".
           ACCEPT WRK-APP-ENV FROM ENVIRONMENT "APP_ENV".

           ACCEPT PER-MES-PARAM FROM ENVIRONMENT "FATURAMENTO_MES".
           IF  FUNCTION TRIM(PER-MES-PARAM) NOT = SPACES
               IF  PER-MES-PARAM(5:1) NOT = '-'
               OR  PER-MES-PARAM(1:4) IS NOT NUMERIC
               OR  PER-MES-PARAM(6:2) IS NOT NUMERIC
               OR  PER-MES-PARAM(6:2) < "01"
               OR  PER-MES-PARAM(6:2) > "12"
                   DISPLAY
                       "ERRO: FATURAMENTO_MES DEVE ESTAR NO FORMATO "
                       "AAAA-MM."
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

      * CADA EXECUCAO CARIMBA UM LOTE PROPRIO NAS VENDAS CRIADAS,
      * PARA A LINHAGEM E O ESTORNO DE UM FATURAMENTO RUIM.
           MOVE FUNCTION CURRENT-DATE TO WRK-DATA-HORA-CORRENTE.
           MOVE SPACES TO VND-LOTE.
           STRING
               "FAT-" WRK-DATA-HORA-CORRENTE(1:14)
               DELIMITED BY SIZE
               INTO VND-LOTE
           END-STRING.

       1050-OBTER-TRAVA-JOB.

      * A TRAVA NOMEADA "FATURA-CONTRATOS" IMPEDE DOIS FATURAMENTOS
      * AO MESMO TEMPO; UMA TRAVA VENCIDA E CONSIDERADA LIVRE.
           MOVE "OBTER" TO WRK-TRAVA-ACAO.

           CALL 'MOD-TRAVA-JOB'
               USING WRK-TRAVA-NOME, WRK-TRAVA-PROGRAMA,
                   WRK-TRAVA-DURACAO, WRK-TRAVA-ACAO,
                   WRK-TRAVA-OBTIDA
               END-CALL.

           IF  NOT TRAVA-OBTIDA
               DISPLAY
                   "TRAVA DE JOB FATURA-CONTRATOS EM USO POR OUTRO "
                   "PROCESSO. EXECUCAO RECUSADA."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       1100-CONECTAR-BANCO-DE-DADOS.

      * A SESSAO VEM DE MOD-CONEXAO-BD E NAO DE UM CONNECT PROPRIO:
      * OS MODULOS DE PRECO, IMPOSTO, ESTOQUE, PARCELAS E CREDITO
      * PRECISAM ESCREVER NA MESMA TRANSACAO DA VENDA.
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

       1120-GARANTIR-LINHAGEM.

      * AMBIENTE ANTIGO GANHA AS COLUNAS DE LINHAGEM EM VENDA ANTES
      * DA PRIMEIRA ESCRITA CARIMBADA.
           CALL 'MOD-GARANTE-LINHAGEM' END-CALL.

       1150-GARANTIR-ESTRUTURA.

      * A TABELA DE CONTROLE E AS DOS MODULOS SAO GARANTIDAS AQUI,
      * FORA DE QUALQUER TRANSACAO: DDL FAZ COMMIT IMPLICITO.
           EXEC SQL
               CREATE TABLE IF NOT EXISTS contrato_faturamento (
                   id               INT NOT NULL PRIMARY KEY
                                        AUTO_INCREMENT,
                   contrato_id      INT NOT NULL,
                   periodo          CHAR(7) NOT NULL,
                   data_faturamento DATE NOT NULL,
                   venda_id         INT NOT NULL,
                   valor            DECIMAL(10,2) NOT NULL DEFAULT 0,
                   lote_id          VARCHAR(40) NULL,
                   criado_em        DATETIME NOT NULL
                       DEFAULT CURRENT_TIMESTAMP,
                   UNIQUE KEY uq_contrato_faturamento
                       (contrato_id, periodo)
               )
           END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO
               DISPLAY
                   "ERRO AO TENTAR GARANTIR A TABELA DE FATURAMENTOS "
                   "DOS CONTRATOS: " SQLERRM
               PERFORM 2990-ABORTAR
           END-IF.

           MOVE "GARANTIR" TO WRK-PRC-ACAO.
           PERFORM 8100-CHAMAR-PRECO-VENDA.
           IF  NOT PRC-PRECO-OK
               DISPLAY
                   "ERRO AO TENTAR GARANTIR AS TABELAS DE PRECO: "
                   FUNCTION TRIM(WRK-PRC-MSG)
               PERFORM 2990-ABORTAR
           END-IF.

           MOVE "GARANTIR" TO WRK-IMP-ACAO.
           PERFORM 8110-CHAMAR-IMPOSTO-VENDA.
           IF  NOT IMP-IMPOSTO-OK
               DISPLAY
                   "ERRO AO TENTAR GARANTIR AS TABELAS DE CLASSES "
                   "FISCAIS: " FUNCTION TRIM(WRK-IMP-MSG)
               PERFORM 2990-ABORTAR
           END-IF.

           MOVE "GARANTIR" TO WRK-EST-ACAO.
           PERFORM 8140-CHAMAR-RAZAO-ESTOQUE.
           IF  NOT EST-MOVIMENTO-OK
               DISPLAY
                   "ERRO AO TENTAR GARANTIR AS TABELAS DE ESTOQUE: "
                   FUNCTION TRIM(WRK-EST-MSG)
               PERFORM 2990-ABORTAR
           END-IF.

           MOVE "GARANTIR" TO WRK-PAR-ACAO.
           PERFORM 8120-CHAMAR-PARCELAS-VENDA.
           IF  NOT PAR-PARCELAS-OK
               DISPLAY
                   "ERRO AO TENTAR GARANTIR AS TABELAS DE PARCELAS: "
                   FUNCTION TRIM(WRK-PAR-MSG)
               PERFORM 2990-ABORTAR
           END-IF.

           MOVE "GARANTIR" TO WRK-CRD-ACAO.
           PERFORM 8130-CHAMAR-LIMITE-CREDITO.
           IF  NOT CRD-CREDITO-OK
               DISPLAY
                   "ERRO AO TENTAR GARANTIR A ESTRUTURA DO LIMITE DE "
                   "CREDITO: " FUNCTION TRIM(WRK-CRD-MSG)
               PERFORM 2990-ABORTAR
           END-IF.

       1160-LER-POLITICA-DIA.

      * VALOR AUSENTE OU DESCONHECIDO NA CONFIGURACAO MANTEM ADIAR.
           MOVE "contrato.dia_nao_util" TO WRK-CFG-CHAVE.
           MOVE SPACES TO WRK-CFG-VALOR.
           CALL 'MOD-LE-CONFIG'
               USING WRK-CFG-CHAVE, WRK-CFG-VALOR,
                   WRK-CFG-ENCONTRADA
               END-CALL.

           IF  CONFIG-ENCONTRADA
               EVALUATE FUNCTION UPPER-CASE(FUNCTION TRIM(
                       WRK-CFG-VALOR))
                   WHEN "ANTECIPAR"
                       SET POLITICA-ANTECIPAR TO TRUE
                   WHEN "PULAR"
                       SET POLITICA-PULAR TO TRUE
                   WHEN OTHER
                       SET POLITICA-ADIAR TO TRUE
               END-EVALUATE
           END-IF.

       1200-RESOLVER-PERIODO.

      * O MES E RESOLVIDO NO BANCO: FATURAMENTO_MES QUANDO
      * INFORMADO, SENAO O MES CORRENTE, DO PRIMEIRO AO ULTIMO DIA.
      * O "HOJE" TAMBEM VEM DO BANCO, O MESMO RELOGIO DAS VENDAS.
           EXEC SQL
               SELECT DATE_FORMAT(COALESCE(
                          CONCAT(NULLIF(TRIM(:PER-MES-PARAM), ''),
                              '-01'),
                          DATE_FORMAT(CURRENT_DATE, '%Y-%m-01')),
                          '%Y-%m-%d'),
                      DATE_FORMAT(CURRENT_DATE, '%Y-%m-%d')
                 INTO :PER-INICIO, :PER-HOJE
           END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO
               DISPLAY
                   "ERRO AO TENTAR RESOLVER O MES DO FATURAMENTO: "
                   SQLERRM
               PERFORM 8800-LIBERAR-TRAVA-JOB
               PERFORM 8900-ENCERRAR-CONEXAO
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           EXEC SQL
               SELECT DATE_FORMAT(LAST_DAY(:PER-INICIO), '%Y-%m-%d'),
                      DATE_FORMAT(:PER-INICIO, '%Y-%m')
                 INTO :PER-FIM, :PER-MES
           END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO
               DISPLAY
                   "ERRO AO TENTAR RESOLVER O MES DO FATURAMENTO: "
                   SQLERRM
               PERFORM 8800-LIBERAR-TRAVA-JOB
               PERFORM 8900-ENCERRAR-CONEXAO
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           IF  FUNCTION TRIM(WRK-ARQ-RELATORIO-NOME) = SPACES
               STRING
                   "FATURAMENTO_CONTRATOS_" PER-MES ".TXT"
                   DELIMITED BY SIZE
                   INTO WRK-ARQ-RELATORIO-NOME
               END-STRING
           END-IF.

       1250-VERIFICAR-ESTRUTURA.

      * SEM O CADASTRO DE CONTRATOS NAO HA O QUE FATURAR; O
      * RELATORIO SAI SO COM CABECALHO E TOTAIS ZERADOS.
           EXEC SQL
               SELECT COUNT(*)
                 INTO :PER-QTD-ESTRUTURA
                 FROM information_schema.tables
                WHERE table_schema = DATABASE()
                  AND table_name = 'contrato'
           END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO
               MOVE ZERO TO PER-QTD-ESTRUTURA
           END-IF.

       1300-ABRIR-RELATORIO.

           OPEN OUTPUT ARQ-RELATORIO.

           IF  WRK-FS-ARQ-RELATORIO NOT = "00"
               DISPLAY
                   "ERRO AO TENTAR ABRIR O RELATORIO DE FATURAMENTO: "
                   FUNCTION TRIM(WRK-ARQ-RELATORIO-NOME)
               PERFORM 8800-LIBERAR-TRAVA-JOB
               PERFORM 8900-ENCERRAR-CONEXAO
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE SPACES TO REG-RELATORIO.
           STRING
               "FATURAMENTO DE CONTRATOS - MES " PER-MES
               " (" PER-INICIO " A " PER-FIM ") - DIA NAO UTIL: "
               FUNCTION TRIM(WRK-POLITICA-DIA)
               " - AMBIENTE "
               FUNCTION UPPER-CASE(FUNCTION TRIM(WRK-APP-ENV))
               DELIMITED BY SIZE
               INTO REG-RELATORIO
           END-STRING.
           PERFORM 2900-GRAVAR-LINHA.

           MOVE SPACES TO REG-RELATORIO.
           MOVE ALL "=" TO REG-RELATORIO(1:132).
           PERFORM 2900-GRAVAR-LINHA.

           MOVE SPACES TO REG-RELATORIO.
           STRING
               "  CONTRATO     CLIENTE  DIA PREV.   DIA FATUR.  "
               "SITUACAO   MOTIVO             VENDA           VALOR"
               DELIMITED BY SIZE
               INTO REG-RELATORIO
           END-STRING.
           PERFORM 2900-GRAVAR-LINHA.

       1400-ABRIR-CURSOR-CONTRATOS.

      * ENTRA TODO CONTRATO CUJA VIGENCIA TOCA O MES. O DIA PREVISTO
      * E O DIA DE FATURAMENTO DENTRO DO MES, LIMITADO AO ULTIMO DIA;
      * FORA DA VIGENCIA QUANDO ELE CAI ANTES DO INICIO OU DEPOIS DO
      * FIM DO CONTRATO.
           EXEC SQL
               DECLARE CUR-CONTRATOS CURSOR FOR
                   SELECT c.id, c.cliente_id,
                          COALESCE(c.vendedor_id, 0),
                          c.qtd_parcelas, c.status,
                          DATE_FORMAT(LEAST(
                              :PER-INICIO + INTERVAL
                                  (c.dia_faturamento - 1) DAY,
                              LAST_DAY(:PER-INICIO)), '%Y-%m-%d'),
                          CASE WHEN LEAST(
                              :PER-INICIO + INTERVAL
                                  (c.dia_faturamento - 1) DAY,
                              LAST_DAY(:PER-INICIO)) < c.inicio
                                 OR LEAST(
                              :PER-INICIO + INTERVAL
                                  (c.dia_faturamento - 1) DAY,
                              LAST_DAY(:PER-INICIO))
                                    > COALESCE(c.fim, '9999-12-31')
                               THEN 'N' ELSE 'S' END
                     FROM contrato c
                    WHERE c.inicio <= :PER-FIM
                      AND (c.fim IS NULL OR c.fim >= :PER-INICIO)
                    ORDER BY c.id
           END-EXEC.

           EXEC SQL
               OPEN CUR-CONTRATOS
           END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO
               DISPLAY
                   "ERRO AO TENTAR ABRIR CURSOR DE CONTRATOS: "
                   SQLERRM
               PERFORM 2990-ABORTAR
           END-IF.

           SET CURSOR-ABERTO TO TRUE.

           PERFORM 1410-BUSCAR-PROXIMO-CONTRATO.

       1410-BUSCAR-PROXIMO-CONTRATO.

           EXEC SQL
               FETCH CUR-CONTRATOS
                   INTO :CTR-ID, :CTR-CLIENTE-ID, :CTR-VENDEDOR-ID,
                        :CTR-QTD-PARCELAS, :CTR-STATUS,
                        :CTR-DIA-PREVISTO, :CTR-EM-VIGENCIA
           END-EXEC.

           IF  SQLCODE EQUAL 100
               SET FIM-CURSOR TO TRUE
           END-IF.

       2000-PROCESSAR-CONTRATO.

           ADD 1 TO WRK-QTD-CONTRATOS.
           SET CONTRATO-FATURAVEL TO TRUE.
           MOVE SPACES TO WRK-MOTIVO.
           MOVE SPACES TO CTR-DIA.
           MOVE ZERO TO VND-ID.
           MOVE ZERO TO VND-VALOR.

           PERFORM 2100-VERIFICAR-FATURADO.

           IF  CONTRATO-FATURAVEL
               PERFORM 2150-VERIFICAR-SITUACAO
           END-IF.

           IF  CONTRATO-FATURAVEL
               PERFORM 2200-RESOLVER-DIA
           END-IF.

           IF  CONTRATO-FATURAVEL
               PERFORM 2300-VALIDAR-CADASTROS
           END-IF.

           IF  CONTRATO-FATURAVEL
               PERFORM 2400-CARREGAR-ITENS
           END-IF.

           IF  CONTRATO-FATURAVEL
               PERFORM 2450-PRECIFICAR-ITEM
                   VARYING WRK-IDX FROM 1 BY 1
                   UNTIL WRK-IDX > WRK-QTD-ITENS
                      OR CONTRATO-PULADO
           END-IF.

           IF  CONTRATO-FATURAVEL
               PERFORM 2500-GRAVAR-VENDA
           END-IF.

           PERFORM 2700-RELATAR-CONTRATO.

           PERFORM 1410-BUSCAR-PROXIMO-CONTRATO.

       2100-VERIFICAR-FATURADO.

      * O PERIODO JA FATURADO APARECE NO RELATORIO COM A VENDA QUE
      * NASCEU DELE, E NAO E TOCADO.
           EXEC SQL
               SELECT venda_id, valor,
                      DATE_FORMAT(data_faturamento, '%Y-%m-%d')
                 INTO :VND-ID, :VND-VALOR, :CTR-DIA
                 FROM contrato_faturamento
                WHERE contrato_id = :CTR-ID
                  AND periodo = :PER-MES
           END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO AND SQLCODE NOT EQUAL 100
               DISPLAY
                   "ERRO AO TENTAR VERIFICAR O FATURAMENTO DO "
                   "CONTRATO " CTR-ID ": " SQLERRM
               PERFORM 2990-ABORTAR
           END-IF.

           IF  SQLCODE EQUAL ZERO
               MOVE "JA-FATURADO" TO WRK-MOTIVO
               SET CONTRATO-PULADO TO TRUE
           END-IF.

       2150-VERIFICAR-SITUACAO.

           IF  CTR-STATUS = "SUSPENSO"
               MOVE "SUSPENSO" TO WRK-MOTIVO
               SET CONTRATO-PULADO TO TRUE
               EXIT PARAGRAPH
           END-IF.

           IF  CTR-STATUS NOT = "ATIVO"
               MOVE "ENCERRADO" TO WRK-MOTIVO
               SET CONTRATO-PULADO TO TRUE
               EXIT PARAGRAPH
           END-IF.

           IF  CTR-EM-VIGENCIA NOT = 'S'
               MOVE "FORA-VIGENC" TO WRK-MOTIVO
               SET CONTRATO-PULADO TO TRUE
           END-IF.

       2200-RESOLVER-DIA.

      * DIA PREVISTO NAO UTIL SEGUE A POLITICA CONFIGURADA. O DIA
      * RESOLVIDO AINDA NO FUTURO FICA PARA UMA PROXIMA RODADA, E O
      * DIA JA FECHADO PELO FINANCEIRO SO ACEITA VENDA DEPOIS DA
      * REABERTURA EXPLICITA.
           MOVE CTR-DIA-PREVISTO TO CTR-DIA.
           MOVE CTR-DIA-PREVISTO TO WRK-UTIL-DIA.
           CALL 'MOD-DIA-UTIL'
               USING WRK-UTIL-DIA, WRK-UTIL-FLAG, WRK-UTIL-ANTERIOR
               END-CALL.

           IF  NOT UTIL-DIA-UTIL
               EVALUATE TRUE
                   WHEN POLITICA-PULAR
                       MOVE "DIA-NAO-UTIL" TO WRK-MOTIVO
                       SET CONTRATO-PULADO TO TRUE
                       EXIT PARAGRAPH
                   WHEN POLITICA-ANTECIPAR
                       IF  WRK-UTIL-ANTERIOR NOT = SPACES
                           MOVE WRK-UTIL-ANTERIOR TO CTR-DIA
                       END-IF
                   WHEN OTHER
                       PERFORM 2210-ADIAR-DIA
               END-EVALUATE
           END-IF.

           IF  CTR-DIA > PER-HOJE
               MOVE "NAO-VENCIDO" TO WRK-MOTIVO
               SET CONTRATO-PULADO TO TRUE
               EXIT PARAGRAPH
           END-IF.

           MOVE CTR-DIA TO WRK-DIA-FECHAMENTO.
           CALL 'MOD-VERIFICA-FECHAMENTO'
               USING WRK-DIA-FECHAMENTO, WRK-DIA-FECHADO
               END-CALL.

           IF  DIA-FECHADO
               MOVE "DIA-FECHADO" TO WRK-MOTIVO
               SET CONTRATO-PULADO TO TRUE
           END-IF.

       2210-ADIAR-DIA.

      * AVANCA DIA A DIA ATE O PROXIMO UTIL, COMO O VENCIMENTO DAS
      * PARCELAS; O LIMITE DE 15 DIAS E SO UMA PROTECAO CONTRA UM
      * CALENDARIO CADASTRADO ERRADO.
           MOVE ZERO TO CTR-AVANCO.
           PERFORM 2220-TESTAR-DIA-SEGUINTE
               UNTIL UTIL-DIA-UTIL
                  OR CTR-AVANCO > 15.

       2220-TESTAR-DIA-SEGUINTE.

           ADD 1 TO CTR-AVANCO.

           EXEC SQL
               SELECT DATE_FORMAT(:CTR-DIA-PREVISTO
                          + INTERVAL :CTR-AVANCO DAY, '%Y-%m-%d')
                 INTO :CTR-DIA
           END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO
               DISPLAY
                   "ERRO AO TENTAR ADIAR O DIA DE FATURAMENTO DO "
                   "CONTRATO " CTR-ID ": " SQLERRM
               PERFORM 2990-ABORTAR
           END-IF.

           MOVE CTR-DIA TO WRK-UTIL-DIA.
           CALL 'MOD-DIA-UTIL'
               USING WRK-UTIL-DIA, WRK-UTIL-FLAG, WRK-UTIL-ANTERIOR
               END-CALL.

       2300-VALIDAR-CADASTROS.

           EXEC SQL
               SELECT ativo
                 INTO :VND-CLIENTE-ATIVO
                 FROM cliente
                WHERE id = :CTR-CLIENTE-ID
           END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO AND SQLCODE NOT EQUAL 100
               DISPLAY
                   "ERRO AO TENTAR VERIFICAR O CLIENTE DO CONTRATO "
                   CTR-ID ": " SQLERRM
               PERFORM 2990-ABORTAR
           END-IF.

           IF  SQLCODE EQUAL 100 OR VND-CLIENTE-ATIVO NOT = 'S'
               MOVE "CLI-INATIVO" TO WRK-MOTIVO
               SET CONTRATO-PULADO TO TRUE
               EXIT PARAGRAPH
           END-IF.

           MOVE ZERO TO VND-COMISSAO.

           IF  CTR-VENDEDOR-ID = ZERO
               EXIT PARAGRAPH
           END-IF.

      * O PERCENTUAL VIGENTE HOJE E COPIADO PARA A VENDA, COMO NA
      * INCLUSAO ONLINE.
           EXEC SQL
               SELECT percentual_comissao, ativo
                 INTO :VND-COMISSAO, :VND-VENDEDOR-ATIVO
                 FROM vendedor
                WHERE id = :CTR-VENDEDOR-ID
           END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO AND SQLCODE NOT EQUAL 100
               DISPLAY
                   "ERRO AO TENTAR VERIFICAR O VENDEDOR DO CONTRATO "
                   CTR-ID ": " SQLERRM
               PERFORM 2990-ABORTAR
           END-IF.

           IF  SQLCODE EQUAL 100 OR VND-VENDEDOR-ATIVO NOT = 'S'
               MOVE "VEND-INATIVO" TO WRK-MOTIVO
               SET CONTRATO-PULADO TO TRUE
           END-IF.

       2400-CARREGAR-ITENS.

           MOVE ZERO TO WRK-QTD-ITENS.
           MOVE ZERO TO CTR-QTD.

           EXEC SQL
               DECLARE CUR-ITENS-CONTRATO CURSOR FOR
                   SELECT produto_id, quantidade,
                          CASE WHEN preco_unitario IS NULL
                               THEN 'N' ELSE 'S' END,
                          COALESCE(preco_unitario, 0)
                     FROM contrato_itens
                    WHERE contrato_id = :CTR-ID
                    ORDER BY id
           END-EXEC.

           EXEC SQL
               OPEN CUR-ITENS-CONTRATO
           END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO
               DISPLAY
                   "ERRO AO TENTAR LER OS ITENS DO CONTRATO "
                   CTR-ID ": " SQLERRM
               PERFORM 2990-ABORTAR
           END-IF.

           SET NAO-FIM-ITENS TO TRUE.
           PERFORM 2410-BUSCAR-ITEM-CONTRATO.
           PERFORM 2420-GUARDAR-ITEM-CONTRATO UNTIL FIM-ITENS.

           EXEC SQL
               CLOSE CUR-ITENS-CONTRATO
           END-EXEC.

           IF  CTR-QTD = ZERO
               MOVE "SEM-ITENS" TO WRK-MOTIVO
               SET CONTRATO-PULADO TO TRUE
               EXIT PARAGRAPH
           END-IF.

           IF  CTR-QTD > WRK-MAX-ITENS
               MOVE "ITENS-EXC" TO WRK-MOTIVO
               SET CONTRATO-PULADO TO TRUE
           END-IF.

       2410-BUSCAR-ITEM-CONTRATO.

           EXEC SQL
               FETCH CUR-ITENS-CONTRATO
                   INTO :ITM-PRODUTO-ID, :ITM-QUANTIDADE,
                        :ITM-TEM-PRECO, :ITM-PRECO
           END-EXEC.

           IF  SQLCODE EQUAL 100
               SET FIM-ITENS TO TRUE
           END-IF.

       2420-GUARDAR-ITEM-CONTRATO.

      * O QUE PASSAR DO LIMITE SO E CONTADO, E O CONTRATO E PULADO.
           ADD 1 TO CTR-QTD.

           IF  WRK-QTD-ITENS < WRK-MAX-ITENS
               ADD 1 TO WRK-QTD-ITENS
               MOVE ITM-PRODUTO-ID TO WRK-CI-PRODUTO-ID(WRK-QTD-ITENS)
               MOVE ITM-QUANTIDADE TO WRK-CI-QUANTIDADE(WRK-QTD-ITENS)
               MOVE ITM-TEM-PRECO  TO WRK-CI-TEM-PRECO(WRK-QTD-ITENS)
               MOVE ITM-PRECO      TO WRK-CI-PRECO(WRK-QTD-ITENS)
           END-IF.

           PERFORM 2410-BUSCAR-ITEM-CONTRATO.

       2450-PRECIFICAR-ITEM.

      * O PRECO DE LISTA E O DA VIGENCIA NO DIA FATURADO; ITEM SEM
      * PRECO NO CONTRATO LEVA A MELHOR PROMOCAO, E PRECO FIXO ABAIXO
      * DA LISTA E DESCONTO, COMO NA INCLUSAO ONLINE DO ITEM.
           MOVE WRK-CI-PRODUTO-ID(WRK-IDX) TO ITM-PRODUTO-ID.
           MOVE WRK-CI-QUANTIDADE(WRK-IDX) TO ITM-QUANTIDADE.

           MOVE "CALCULAR" TO WRK-PRC-ACAO.
           PERFORM 8100-CHAMAR-PRECO-VENDA.

           IF  PRC-PRODUTO-INEXISTENTE
               MOVE "PROD-INEX" TO WRK-MOTIVO
               SET CONTRATO-PULADO TO TRUE
               EXIT PARAGRAPH
           END-IF.

           IF  NOT PRC-PRECO-OK
               DISPLAY
                   "ERRO AO TENTAR CALCULAR O PRECO DO ITEM DO "
                   "CONTRATO " CTR-ID ": " FUNCTION TRIM(WRK-PRC-MSG)
               PERFORM 2990-ABORTAR
           END-IF.

           IF  WRK-CI-TEM-PRECO(WRK-IDX) = 'N'
               COMPUTE ITM-PRECO = ITM-PRECO-LISTA - ITM-DESCONTO
           ELSE
               MOVE WRK-CI-PRECO(WRK-IDX) TO ITM-PRECO
               MOVE ZERO TO ITM-PROMOCAO-ID
               MOVE ZERO TO ITM-DESCONTO
               IF  ITM-PRECO < ITM-PRECO-LISTA
                   COMPUTE ITM-DESCONTO = ITM-PRECO-LISTA - ITM-PRECO
               END-IF
           END-IF.

      * O PRECO UNITARIO JA CONTEM O IMPOSTO; A LINHA GUARDA A PARTE
      * DELE PELA ALIQUOTA DA CLASSE VIGENTE NO DIA FATURADO.
           MOVE "CALCULAR" TO WRK-IMP-ACAO.
           PERFORM 8110-CHAMAR-IMPOSTO-VENDA.

           IF  NOT IMP-IMPOSTO-OK
               DISPLAY
                   "ERRO AO TENTAR CALCULAR O IMPOSTO DO ITEM DO "
                   "CONTRATO " CTR-ID ": " FUNCTION TRIM(WRK-IMP-MSG)
               PERFORM 2990-ABORTAR
           END-IF.

           COMPUTE ITM-VALOR-IMPOSTO ROUNDED =
               ITM-QUANTIDADE * ITM-PRECO * ITM-ALIQUOTA / 100.

           MOVE ITM-PRECO         TO WRK-CI-PRECO(WRK-IDX).
           MOVE ITM-PRECO-LISTA   TO WRK-CI-PRECO-LISTA(WRK-IDX).
           MOVE ITM-DESCONTO      TO WRK-CI-DESCONTO(WRK-IDX).
           MOVE ITM-PROMOCAO-ID   TO WRK-CI-PROMOCAO-ID(WRK-IDX).
           MOVE ITM-CLASSE        TO WRK-CI-CLASSE(WRK-IDX).
           MOVE ITM-ALIQUOTA      TO WRK-CI-ALIQUOTA(WRK-IDX).
           MOVE ITM-VALOR-IMPOSTO TO WRK-CI-VALOR-IMPOSTO(WRK-IDX).

       2500-GRAVAR-VENDA.

           EXEC SQL START TRANSACTION END-EXEC.

      * O CONTRATO FICA TRAVADO ATE O COMMIT E O PERIODO E CONFERIDO
      * DE NOVO SOB A TRAVA; A CHAVE UNICA DE CONTRATO_FATURAMENTO
      * SEGURA O RESTO.
           EXEC SQL
               SELECT COUNT(*)
                 INTO :CTR-QTD
                 FROM contrato
                WHERE id = :CTR-ID
                  FOR UPDATE
           END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO
               DISPLAY
                   "ERRO AO TENTAR TRAVAR O CONTRATO " CTR-ID ": "
                   SQLERRM
               PERFORM 2990-ABORTAR
           END-IF.

           EXEC SQL
               SELECT COUNT(*)
                 INTO :CTR-QTD
                 FROM contrato_faturamento
                WHERE contrato_id = :CTR-ID
                  AND periodo = :PER-MES
           END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO
               DISPLAY
                   "ERRO AO TENTAR VERIFICAR O FATURAMENTO DO "
                   "CONTRATO " CTR-ID ": " SQLERRM
               PERFORM 2990-ABORTAR
           END-IF.

           IF  CTR-QTD > ZERO
               EXEC SQL ROLLBACK END-EXEC
               PERFORM 2100-VERIFICAR-FATURADO
               EXIT PARAGRAPH
           END-IF.

           EXEC SQL
               INSERT INTO venda
                   (cliente_id, valor, data_venda, qtd_parcelas,
                    vendedor_id, percentual_comissao, origem_carga,
                    lote_id)
               VALUES
                   (:CTR-CLIENTE-ID, 0, :CTR-DIA, :CTR-QTD-PARCELAS,
                    NULLIF(:CTR-VENDEDOR-ID, 0),
                    CASE WHEN :CTR-VENDEDOR-ID = 0 THEN NULL
                         ELSE :VND-COMISSAO END,
                    'PROG-FATURA-CONTRATOS', :VND-LOTE)
           END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO
               DISPLAY
                   "ERRO AO TENTAR INCLUIR A VENDA DO CONTRATO "
                   CTR-ID ": " SQLERRM
               PERFORM 2990-ABORTAR
           END-IF.

           EXEC SQL
               SELECT LAST_INSERT_ID() INTO :VND-ID
           END-EXEC.

           PERFORM 2510-GRAVAR-ITEM
               VARYING WRK-IDX FROM 1 BY 1
               UNTIL WRK-IDX > WRK-QTD-ITENS
                  OR CONTRATO-PULADO.

           IF  CONTRATO-PULADO
               EXEC SQL ROLLBACK END-EXEC
               MOVE ZERO TO VND-ID
               EXIT PARAGRAPH
           END-IF.

           PERFORM 2550-FECHAR-VENDA.

           IF  CONTRATO-PULADO
               EXEC SQL ROLLBACK END-EXEC
               MOVE ZERO TO VND-ID
               MOVE ZERO TO VND-VALOR
               EXIT PARAGRAPH
           END-IF.

           EXEC SQL
               INSERT INTO contrato_faturamento
                   (contrato_id, periodo, data_faturamento, venda_id,
                    valor, lote_id)
               VALUES
                   (:CTR-ID, :PER-MES, :CTR-DIA, :VND-ID,
                    :VND-VALOR, :VND-LOTE)
           END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO
               DISPLAY
                   "ERRO AO TENTAR REGISTRAR O FATURAMENTO DO "
                   "CONTRATO " CTR-ID ": " SQLERRM
               PERFORM 2990-ABORTAR
           END-IF.

           EXEC SQL COMMIT END-EXEC.

           ADD 1 TO WRK-QTD-FATURADOS.
           ADD VND-VALOR TO WRK-VALOR-FATURADO.

      * CHAMADO SOMENTE APOS O COMMIT, PARA NAO MISTURAR O COMMIT
      * PROPRIO DO MODULO DE NOTIFICACAO COM A TRANSACAO DA VENDA.
           CALL 'MOD-REGISTRA-NOTIFICACAO'
               USING WRK-TABELA-NOTIF, VND-ID, WRK-EVENTO-INSERT,
                   WRK-NOTIF-PAYLOAD
               END-CALL.

       2510-GRAVAR-ITEM.

           MOVE WRK-CI-PRODUTO-ID(WRK-IDX)    TO ITM-PRODUTO-ID.
           MOVE WRK-CI-QUANTIDADE(WRK-IDX)    TO ITM-QUANTIDADE.
           MOVE WRK-CI-PRECO(WRK-IDX)         TO ITM-PRECO.
           MOVE WRK-CI-PRECO-LISTA(WRK-IDX)   TO ITM-PRECO-LISTA.
           MOVE WRK-CI-DESCONTO(WRK-IDX)      TO ITM-DESCONTO.
           MOVE WRK-CI-PROMOCAO-ID(WRK-IDX)   TO ITM-PROMOCAO-ID.
           MOVE WRK-CI-CLASSE(WRK-IDX)        TO ITM-CLASSE.
           MOVE WRK-CI-ALIQUOTA(WRK-IDX)      TO ITM-ALIQUOTA.
           MOVE WRK-CI-VALOR-IMPOSTO(WRK-IDX) TO ITM-VALOR-IMPOSTO.

           EXEC SQL
               INSERT INTO venda_itens
                   (venda_id, produto_id, quantidade, preco_unitario,
                    preco_lista, desconto, promocao_id, classe_fiscal,
                    aliquota, valor_imposto)
               VALUES
                   (:VND-ID, :ITM-PRODUTO-ID, :ITM-QUANTIDADE,
                    :ITM-PRECO, :ITM-PRECO-LISTA, :ITM-DESCONTO,
                    NULLIF(:ITM-PROMOCAO-ID, 0),
                    NULLIF(TRIM(:ITM-CLASSE), ''), :ITM-ALIQUOTA,
                    :ITM-VALOR-IMPOSTO)
           END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO
               DISPLAY
                   "ERRO AO TENTAR INCLUIR ITEM DA VENDA DO CONTRATO "
                   CTR-ID ": " SQLERRM
               PERFORM 2990-ABORTAR
           END-IF.

           EXEC SQL
               SELECT LAST_INSERT_ID() INTO :ITM-ID
           END-EXEC.

      * A QUANTIDADE VENDIDA SAI DO ESTOQUE NA MESMA TRANSACAO; O
      * SALDO INSUFICIENTE PULA O CONTRATO NESTA RODADA.
           MOVE "MOVIMENTAR" TO WRK-EST-ACAO.
           COMPUTE WRK-EST-QUANTIDADE = ZERO - ITM-QUANTIDADE.
           MOVE "VENDA" TO WRK-EST-TIPO.
           MOVE VND-ID TO WRK-EST-DOC-ID.
           MOVE ITM-ID TO WRK-EST-ITEM-ID.
           MOVE SPACES TO WRK-EST-MOTIVO.
           PERFORM 8140-CHAMAR-RAZAO-ESTOQUE.

           IF  EST-SALDO-INSUFICIENTE
               MOVE "SEM-ESTOQUE" TO WRK-MOTIVO
               SET CONTRATO-PULADO TO TRUE
               EXIT PARAGRAPH
           END-IF.

           IF  NOT EST-MOVIMENTO-OK
               DISPLAY
                   "ERRO AO TENTAR MOVIMENTAR O ESTOQUE DO CONTRATO "
                   CTR-ID ": " FUNCTION TRIM(WRK-EST-MSG)
               PERFORM 2990-ABORTAR
           END-IF.

       2550-FECHAR-VENDA.

      * TOTAIS DERIVADOS DOS ITENS, COMO EM PROG-ITENS-VENDA, E AS
      * PARCELAS GERADAS SOBRE ELES.
           EXEC SQL
               UPDATE venda
                  SET valor = (SELECT COALESCE(SUM(quantidade *
                          preco_unitario), 0)
                          FROM venda_itens
                         WHERE venda_id = :VND-ID),
                      valor_imposto = (SELECT COALESCE(
                          SUM(valor_imposto), 0)
                          FROM venda_itens
                         WHERE venda_id = :VND-ID)
                WHERE id = :VND-ID
           END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO
               DISPLAY
                   "ERRO AO TENTAR TOTALIZAR A VENDA DO CONTRATO "
                   CTR-ID ": " SQLERRM
               PERFORM 2990-ABORTAR
           END-IF.

           EXEC SQL
               SELECT valor INTO :VND-VALOR
                 FROM venda
                WHERE id = :VND-ID
           END-EXEC.

           MOVE "GERAR" TO WRK-PAR-ACAO.
           PERFORM 8120-CHAMAR-PARCELAS-VENDA.

           IF  NOT PAR-PARCELAS-OK
               DISPLAY
                   "ERRO AO TENTAR GERAR AS PARCELAS DO CONTRATO "
                   CTR-ID ": " FUNCTION TRIM(WRK-PAR-MSG)
               PERFORM 2990-ABORTAR
           END-IF.

      * COM AS PARCELAS GERADAS, O LIMITE DE CREDITO DO CLIENTE
      * DECIDE; A RECUSA DESFAZ A VENDA INTEIRA.
           MOVE "VERIFICAR" TO WRK-CRD-ACAO.
           PERFORM 8130-CHAMAR-LIMITE-CREDITO.

           IF  CRD-CREDITO-EXCEDIDO
               MOVE "LIM-CREDITO" TO WRK-MOTIVO
               SET CONTRATO-PULADO TO TRUE
               EXIT PARAGRAPH
           END-IF.

           IF  NOT CRD-CREDITO-OK
           AND NOT CRD-CREDITO-LIBERADO
               DISPLAY
                   "ERRO AO TENTAR VERIFICAR O LIMITE DE CREDITO DO "
                   "CONTRATO " CTR-ID ": " FUNCTION TRIM(WRK-CRD-MSG)
               PERFORM 2990-ABORTAR
           END-IF.

       2700-RELATAR-CONTRATO.

           IF  CONTRATO-FATURAVEL
               MOVE "FATURADO" TO WRK-SITUACAO
               ADD VND-VALOR TO WRK-VALOR-PERIODO
           ELSE
               IF  WRK-MOTIVO = "JA-FATURADO"
                   MOVE "FATURADO" TO WRK-SITUACAO
                   ADD 1 TO WRK-QTD-JA-FATURADOS
                   ADD VND-VALOR TO WRK-VALOR-PERIODO
               ELSE
                   MOVE "PULADO" TO WRK-SITUACAO
                   ADD 1 TO WRK-QTD-PULADOS
               END-IF
           END-IF.

           MOVE SPACES TO WRK-VENDA-COLUNA.
           MOVE SPACES TO WRK-VALOR-COLUNA.
           IF  VND-ID NOT = ZERO
               MOVE VND-ID TO WRK-ID-MASK
               MOVE WRK-ID-MASK TO WRK-VENDA-COLUNA
               MOVE VND-VALOR TO WRK-VALOR-MASK
               MOVE WRK-VALOR-MASK TO WRK-VALOR-COLUNA
           END-IF.

           MOVE SPACES TO REG-RELATORIO.
           MOVE CTR-ID TO WRK-ID-MASK.
           STRING
               WRK-ID-MASK
               DELIMITED BY SIZE
               INTO REG-RELATORIO
           END-STRING.
           MOVE CTR-CLIENTE-ID TO WRK-ID-MASK.
           MOVE WRK-ID-MASK       TO REG-RELATORIO(13:10).
           MOVE CTR-DIA-PREVISTO  TO REG-RELATORIO(25:10).
           MOVE CTR-DIA           TO REG-RELATORIO(37:10).
           MOVE WRK-SITUACAO      TO REG-RELATORIO(49:9).
           MOVE WRK-MOTIVO        TO REG-RELATORIO(60:12).
           MOVE WRK-VENDA-COLUNA  TO REG-RELATORIO(74:10).
           MOVE WRK-VALOR-COLUNA  TO REG-RELATORIO(85:14).
           PERFORM 2900-GRAVAR-LINHA.

           ADD 1 TO WRK-REL-QTD.

       2800-GRAVAR-TOTAIS.

           MOVE SPACES TO REG-RELATORIO.
           MOVE ALL "-" TO REG-RELATORIO(1:132).
           PERFORM 2900-GRAVAR-LINHA.

           MOVE WRK-QTD-CONTRATOS TO WRK-QTD-MASK.
           MOVE SPACES TO REG-RELATORIO.
           STRING
               "   CONTRATOS DO MES.......: "
               FUNCTION TRIM(WRK-QTD-MASK)
               DELIMITED BY SIZE
               INTO REG-RELATORIO
           END-STRING.
           PERFORM 2900-GRAVAR-LINHA.

           MOVE WRK-QTD-FATURADOS TO WRK-QTD-MASK.
           MOVE SPACES TO REG-RELATORIO.
           STRING
               "   FATURADOS NESTA RODADA.: "
               FUNCTION TRIM(WRK-QTD-MASK)
               DELIMITED BY SIZE
               INTO REG-RELATORIO
           END-STRING.
           PERFORM 2900-GRAVAR-LINHA.

           MOVE WRK-QTD-JA-FATURADOS TO WRK-QTD-MASK.
           MOVE SPACES TO REG-RELATORIO.
           STRING
               "   JA FATURADOS ANTES.....: "
               FUNCTION TRIM(WRK-QTD-MASK)
               DELIMITED BY SIZE
               INTO REG-RELATORIO
           END-STRING.
           PERFORM 2900-GRAVAR-LINHA.

           MOVE WRK-QTD-PULADOS TO WRK-QTD-MASK.
           MOVE SPACES TO REG-RELATORIO.
           STRING
               "   PULADOS................: "
               FUNCTION TRIM(WRK-QTD-MASK)
               DELIMITED BY SIZE
               INTO REG-RELATORIO
           END-STRING.
           PERFORM 2900-GRAVAR-LINHA.

           MOVE WRK-VALOR-FATURADO TO WRK-TOTAL-MASK.
           MOVE SPACES TO REG-RELATORIO.
           STRING
               "   VALOR FATURADO AGORA...: "
               FUNCTION TRIM(WRK-TOTAL-MASK)
               DELIMITED BY SIZE
               INTO REG-RELATORIO
           END-STRING.
           PERFORM 2900-GRAVAR-LINHA.

           MOVE WRK-VALOR-PERIODO TO WRK-TOTAL-MASK.
           MOVE SPACES TO REG-RELATORIO.
           STRING
               "   VALOR FATURADO NO MES..: "
               FUNCTION TRIM(WRK-TOTAL-MASK)
               DELIMITED BY SIZE
               INTO REG-RELATORIO
           END-STRING.
           PERFORM 2900-GRAVAR-LINHA.

       2900-GRAVAR-LINHA.

           WRITE REG-RELATORIO.

           IF  WRK-FS-ARQ-RELATORIO NOT = "00"
               DISPLAY
                   "ERRO AO TENTAR GRAVAR NO RELATORIO DE "
                   "FATURAMENTO: " FUNCTION TRIM(WRK-ARQ-RELATORIO-NOME)
               EXEC SQL ROLLBACK END-EXEC
               IF  CURSOR-ABERTO
                   EXEC SQL CLOSE CUR-CONTRATOS END-EXEC
               END-IF
               CLOSE ARQ-RELATORIO
               PERFORM 8800-LIBERAR-TRAVA-JOB
               PERFORM 8900-ENCERRAR-CONEXAO
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       2990-ABORTAR.

      * O CONTRATO EM CURSO E DESFEITO; OS JA CONFIRMADOS FICAM, E
      * RODAR DE NOVO SO FATURA O QUE FALTOU.
           EXEC SQL ROLLBACK END-EXEC.
           PERFORM 3000-FINALIZAR.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.

       3000-FINALIZAR.

           IF  CURSOR-ABERTO
               EXEC SQL CLOSE CUR-CONTRATOS END-EXEC
               MOVE 'N' TO WRK-FLAG-CURSOR
           END-IF.

           CLOSE ARQ-RELATORIO.

      * O RELATORIO ENTRA NO CATALOGO CENTRAL DE RELATORIOS.
           MOVE SPACES TO WRK-REL-PERIODO.
           MOVE PER-MES TO WRK-REL-PERIODO.
           CALL 'MOD-REGISTRA-RELATORIO'
               USING WRK-REL-PROGRAMA, WRK-ARQ-RELATORIO-NOME,
                   WRK-REL-PERIODO, WRK-REL-QTD
               END-CALL.

           DISPLAY
               "TOTAL DE CONTRATOS DO MES.....: " WRK-QTD-CONTRATOS.
           DISPLAY
               "TOTAL DE CONTRATOS FATURADOS..: " WRK-QTD-FATURADOS.
           DISPLAY
               "TOTAL JA FATURADO ANTES.......: " WRK-QTD-JA-FATURADOS.
           DISPLAY
               "TOTAL DE CONTRATOS PULADOS....: " WRK-QTD-PULADOS.
           MOVE WRK-VALOR-FATURADO TO WRK-TOTAL-MASK.
           DISPLAY
               "VALOR FATURADO................: "
               FUNCTION TRIM(WRK-TOTAL-MASK).
           DISPLAY
               "RELATORIO.....................: "
               FUNCTION TRIM(WRK-ARQ-RELATORIO-NOME).
           DISPLAY
               "LOTE..........................: "
               FUNCTION TRIM(VND-LOTE).

           PERFORM 8800-LIBERAR-TRAVA-JOB.
           PERFORM 8900-ENCERRAR-CONEXAO.

       8100-CHAMAR-PRECO-VENDA.

           MOVE ITM-QUANTIDADE TO WRK-PRC-QUANTIDADE.

           CALL 'MOD-PRECO-VENDA'
               USING WRK-PRC-ACAO, ITM-PRODUTO-ID, CTR-CLIENTE-ID,
                   WRK-PRC-QUANTIDADE, CTR-DIA, ITM-PRECO-LISTA,
                   ITM-DESCONTO, ITM-PROMOCAO-ID, WRK-PRC-RESULTADO,
                   WRK-PRC-MSG
               END-CALL.

       8110-CHAMAR-IMPOSTO-VENDA.

           CALL 'MOD-IMPOSTO-VENDA'
               USING WRK-IMP-ACAO, ITM-PRODUTO-ID, CTR-DIA,
                   ITM-CLASSE, ITM-ALIQUOTA, WRK-IMP-RESULTADO,
                   WRK-IMP-MSG
               END-CALL.

       8120-CHAMAR-PARCELAS-VENDA.

           CALL 'MOD-PARCELAS-VENDA'
               USING WRK-PAR-ACAO, VND-ID, WRK-PAR-RESULTADO,
                   WRK-PAR-MSG
               END-CALL.

       8130-CHAMAR-LIMITE-CREDITO.

           CALL 'MOD-LIMITE-CREDITO'
               USING WRK-CRD-ACAO, CTR-CLIENTE-ID, VND-ID,
                   WRK-CRD-LIMITE, WRK-CRD-EM-ABERTO,
                   WRK-CRD-SALDO-VENDA, WRK-CRD-RESULTADO,
                   WRK-CRD-MSG
               END-CALL.

       8140-CHAMAR-RAZAO-ESTOQUE.

           CALL 'MOD-MOVIMENTA-ESTOQUE'
               USING WRK-EST-ACAO, ITM-PRODUTO-ID,
                   WRK-EST-QUANTIDADE, WRK-EST-TIPO, WRK-EST-DOC-ID,
                   WRK-EST-ITEM-ID, WRK-EST-MOTIVO, WRK-OPERADOR,
                   WRK-EST-SALDO, WRK-EST-RESULTADO, WRK-EST-MSG
               END-CALL.

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

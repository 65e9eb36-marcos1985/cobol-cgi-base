       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG-AGING-RECEBIVEIS.
      *******************************************
      * AUTOR:
      * DATA:
      * ALTERACOES:
      *   - BATCH NOTURNO DA COBRANCA SOBRE AS PARCELAS DE VENDA
      *     (VENDA_PARCELA, MANTIDA POR MOD-PARCELAS-VENDA E
      *     PROG-PARCELAS-VENDA). GRAVA O AGING DE RECEBIVEIS EM 132
      *     COLUNAS (ARQ_AGING_RECEBIVEIS, PADRAO
      *     AGING_RECEBIVEIS.TXT): UMA LINHA POR CLIENTE COM O SALDO
      *     EM ABERTO NAS FAIXAS A VENCER, 1-30, 31-60, 61-90 E MAIS
      *     DE 90 DIAS DE ATRASO, E O TOTAL GERAL NO TRAILER. PARA
      *     CADA CLIENTE COM PARCELA VENCIDA GRAVA UMA CARTA DE
      *     COBRANCA IMPRIMIVEL (CARTA_COBRANCA_<ID>.TXT NO DIRETORIO
      *     ARQ_CARTAS_DIR, PADRAO O CORRENTE) COM AS PARCELAS
      *     VENCIDAS; O TOM DA CARTA SOBE COM O MAIOR ATRASO DO
      *     CLIENTE (LEMBRETE, SEGUNDO AVISO, AVISO FINAL E
      *     NOTIFICACAO DE COBRANCA). CADA CARTA VAI PARA A LISTA DE
      *     DISTRIBUICAO "cobranca" PELO SPOOL DE MOD-ENVIA-EMAIL
      *     (LISTA VAZIA E NAO-ENVIO SILENCIOSO). O AGING E AS CARTAS
      *     SAO REGISTRADOS NO CATALOGO CENTRAL DE RELATORIOS VIA
      *     MOD-REGISTRA-RELATORIO. A DATA DE REFERENCIA VEM DE
      *     AGING_DATA (AAAA-MM-DD), PADRAO HOJE. VENDAS CANCELADAS
      *     NAO ENTRAM.
      *   - EXIBE NO INICIO DO LOG DA EXECUCAO O CARIMBO DE VERSAO
      *     (BUILD) COM QUE O PROGRAMA FOI IMPLANTADO.
      *******************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT ARQ-AGING ASSIGN TO WRK-ARQ-AGING-NOME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-ARQ-AGING.

           SELECT ARQ-CARTA ASSIGN TO WRK-ARQ-CARTA-NOME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-ARQ-CARTA.

       DATA DIVISION.
       FILE SECTION.

       FD  ARQ-AGING.
       01  REG-AGING                       PIC X(132).

       FD  ARQ-CARTA.
       01  REG-CARTA                       PIC X(132).

       WORKING-STORAGE SECTION.

       COPY VERSAO-BUILD.

       77  WRK-ARQ-AGING-NOME              PIC X(255).
       77  WRK-FS-ARQ-AGING                PIC X(2).
       77  WRK-ARQ-CARTA-NOME              PIC X(255).
       77  WRK-CARTAS-DIR                  PIC X(255).
       77  WRK-FS-ARQ-CARTA                PIC X(2).

       77  WRK-DB-STRING                   PIC X(255).
       77  WRK-APP-ENV                     PIC X(10).
       77  WRK-REL-PROGRAMA                PIC X(60)
               VALUE "PROG-AGING-RECEBIVEIS".
       77  WRK-REL-ARQUIVO                 PIC X(255).
       77  WRK-REL-PERIODO                 PIC X(30).
       77  WRK-REL-QTD                     PIC 9(10)   VALUE ZERO.

       77  WRK-MAIL-LISTA                  PIC X(60)
               VALUE "cobranca".
       77  WRK-MAIL-ASSUNTO                PIC X(120).
       77  WRK-MAIL-CORPO                  PIC X(1000).

       77  WRK-ID-MASK                     PIC Z(9)9.
       77  WRK-QTD-MASK                    PIC Z(9)9.
       77  WRK-DIAS-MASK                   PIC Z(4)9.
       77  WRK-VALOR-MASK                  PIC Z(8)9.99.
       77  WRK-TOTAL-MASK                  PIC Z(9)9.99.
       77  WRK-NOME-CURTO                  PIC X(30).
       77  WRK-FAIXA-MASK-1                PIC Z(8)9.99.
       77  WRK-FAIXA-MASK-2                PIC Z(8)9.99.
       77  WRK-FAIXA-MASK-3                PIC Z(8)9.99.
       77  WRK-FAIXA-MASK-4                PIC Z(8)9.99.
       77  WRK-FAIXA-MASK-5                PIC Z(8)9.99.

       77  WRK-QTD-CLIENTES                PIC 9(10)   VALUE ZERO.
       77  WRK-QTD-CARTAS                  PIC 9(10)   VALUE ZERO.
       77  WRK-QTD-VENCIDAS-CLI            PIC 9(10)   VALUE ZERO.
       77  WRK-SOMA-VENCIDAS-CLI           PIC 9(10)V99 VALUE ZERO.
       77  WRK-TOT-A-VENCER                PIC 9(10)V99 VALUE ZERO.
       77  WRK-TOT-ATE-30                  PIC 9(10)V99 VALUE ZERO.
       77  WRK-TOT-ATE-60                  PIC 9(10)V99 VALUE ZERO.
       77  WRK-TOT-ATE-90                  PIC 9(10)V99 VALUE ZERO.
       77  WRK-TOT-ACIMA-90                PIC 9(10)V99 VALUE ZERO.
       77  WRK-TOT-GERAL                   PIC 9(10)V99 VALUE ZERO.

       77  WRK-NIVEL-CARTA                 PIC X(30).
       77  WRK-TEXTO-CARTA-1               PIC X(80).
       77  WRK-TEXTO-CARTA-2               PIC X(80).
       77  WRK-TEXTO-CARTA-3               PIC X(80).

       77  WRK-FLAG-FIM-CLIENTES           PIC X(1)    VALUE 'N'.
           88  FIM-CLIENTES                            VALUE 'S'.
           88  NAO-FIM-CLIENTES                        VALUE 'N'.

       77  WRK-FLAG-FIM-VENCIDAS           PIC X(1)    VALUE 'N'.
           88  FIM-VENCIDAS                            VALUE 'S'.
           88  NAO-FIM-VENCIDAS                        VALUE 'N'.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.

       01  HOSTVARS.
           05 BUFFER     PIC X(1024).

       01  SQL-01-VARS.
           05 AGN-DATA-PARAM    PIC X(10).
           05 AGN-DIA           PIC X(10).
           05 CLI-ID            PIC 9(10).
           05 CLI-NOME          PIC X(255).
           05 AGN-A-VENCER      PIC 9(10)V99.
           05 AGN-ATE-30        PIC 9(10)V99.
           05 AGN-ATE-60        PIC 9(10)V99.
           05 AGN-ATE-90        PIC 9(10)V99.
           05 AGN-ACIMA-90      PIC 9(10)V99.
           05 AGN-TOTAL         PIC 9(10)V99.
           05 AGN-MAIOR-ATRASO  PIC 9(5).
           05 PCL-VENDA-ID      PIC 9(10).
           05 PCL-NUMERO        PIC 9(3).
           05 PCL-VENCIMENTO    PIC X(10).
           05 PCL-DIAS-ATRASO   PIC 9(5).
           05 PCL-SALDO         PIC 9(8)V99.

       EXEC SQL END DECLARE SECTION END-EXEC.


       PROCEDURE DIVISION.

       MAIN-PROCEDURE.

           DISPLAY "BUILD EM EXECUCAO: " FUNCTION TRIM(VERSAO-BUILD).

           PERFORM 1000-INICIALIZAR.
           PERFORM 1100-CONECTAR-BANCO-DE-DADOS.
           PERFORM 1200-RESOLVER-DATA.
           PERFORM 1300-ABRIR-CURSOR-CLIENTES.
           PERFORM 2000-GRAVAR-CABECALHO.

           PERFORM 2100-PROCESSAR-CLIENTE UNTIL FIM-CLIENTES.

           PERFORM 2300-GRAVAR-TRAILER.
           PERFORM 3000-FINALIZAR.
           STOP RUN.

       1000-INICIALIZAR.

           ACCEPT WRK-ARQ-AGING-NOME FROM ENVIRONMENT
               "ARQ_AGING_RECEBIVEIS".
           IF  FUNCTION TRIM(WRK-ARQ-AGING-NOME) = SPACES
               MOVE "AGING_RECEBIVEIS.TXT" TO WRK-ARQ-AGING-NOME
           END-IF.

           ACCEPT WRK-CARTAS-DIR FROM ENVIRONMENT "ARQ_CARTAS_DIR".
           IF  FUNCTION TRIM(WRK-CARTAS-DIR) = SPACES
               MOVE "." TO WRK-CARTAS-DIR
           END-IF.

           ACCEPT AGN-DATA-PARAM FROM ENVIRONMENT "AGING_DATA".

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
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE WRK-DB-STRING TO BUFFER.
           EXEC SQL CONNECT TO :BUFFER END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO
               DISPLAY
                   "ERRO AO TENTAR ABRIR CONEXAO COM O BANCO DE "
                   "DADOS: " SQLERRM
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       1200-RESOLVER-DATA.

      * A DATA DE REFERENCIA E RESOLVIDA NO BANCO: AGING_DATA QUANDO
      * INFORMADA (AAAA-MM-DD), SENAO HOJE.
           EXEC SQL
               SELECT DATE_FORMAT(COALESCE(
                          NULLIF(TRIM(:AGN-DATA-PARAM), ''),
                          CURRENT_DATE), '%Y-%m-%d')
                 INTO :AGN-DIA
           END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO
               DISPLAY
                   "ERRO AO TENTAR RESOLVER A DATA DO AGING: "
                   SQLERRM
               EXEC SQL CONNECT RESET END-EXEC
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       1300-ABRIR-CURSOR-CLIENTES.

      * SO ENTRA PARCELA COM SALDO (ABERTA OU PARCIAL) DE VENDA NAO
      * CANCELADA. A FAIXA E PELOS DIAS ENTRE O VENCIMENTO E A DATA
      * DE REFERENCIA; VENCENDO NO PROPRIO DIA AINDA E A VENCER.
           EXEC SQL
               DECLARE CUR-AGING-CLIENTES CURSOR FOR
                   SELECT c.id, c.nome,
                          SUM(CASE WHEN p.vencimento >= :AGN-DIA
                              THEN p.valor - p.valor_pago
                              ELSE 0 END),
                          SUM(CASE WHEN DATEDIFF(:AGN-DIA, p.vencimento)
                                  BETWEEN 1 AND 30
                              THEN p.valor - p.valor_pago
                              ELSE 0 END),
                          SUM(CASE WHEN DATEDIFF(:AGN-DIA, p.vencimento)
                                  BETWEEN 31 AND 60
                              THEN p.valor - p.valor_pago
                              ELSE 0 END),
                          SUM(CASE WHEN DATEDIFF(:AGN-DIA, p.vencimento)
                                  BETWEEN 61 AND 90
                              THEN p.valor - p.valor_pago
                              ELSE 0 END),
                          SUM(CASE WHEN DATEDIFF(:AGN-DIA, p.vencimento)
                                  > 90
                              THEN p.valor - p.valor_pago
                              ELSE 0 END),
                          SUM(p.valor - p.valor_pago),
                          GREATEST(MAX(DATEDIFF(:AGN-DIA,
                              p.vencimento)), 0)
                     FROM venda_parcela p
                     JOIN venda v
                       ON v.id = p.venda_id
                     JOIN cliente c
                       ON c.id = v.cliente_id
                    WHERE p.situacao IN ('ABERTA', 'PARCIAL')
                      AND p.valor > p.valor_pago
                      AND v.cancelada_em IS NULL
                    GROUP BY c.id, c.nome
                    ORDER BY c.id
           END-EXEC.

           EXEC SQL
               OPEN CUR-AGING-CLIENTES
           END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO
               DISPLAY
                   "ERRO AO TENTAR ABRIR CURSOR DO AGING: "
                   SQLERRM
               EXEC SQL CONNECT RESET END-EXEC
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM 1310-BUSCAR-PROXIMO-CLIENTE.

       1310-BUSCAR-PROXIMO-CLIENTE.

           EXEC SQL
               FETCH CUR-AGING-CLIENTES
                   INTO :CLI-ID, :CLI-NOME, :AGN-A-VENCER,
                        :AGN-ATE-30, :AGN-ATE-60, :AGN-ATE-90,
                        :AGN-ACIMA-90, :AGN-TOTAL, :AGN-MAIOR-ATRASO
           END-EXEC.

           IF  SQLCODE EQUAL 100
               SET FIM-CLIENTES TO TRUE
           END-IF.

       2000-GRAVAR-CABECALHO.

           OPEN OUTPUT ARQ-AGING.

           IF  WRK-FS-ARQ-AGING NOT = "00"
               DISPLAY
                   "ERRO AO TENTAR ABRIR O ARQUIVO DO AGING: "
                   FUNCTION TRIM(WRK-ARQ-AGING-NOME)
               EXEC SQL CONNECT RESET END-EXEC
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE SPACES TO REG-AGING.
           STRING
               "AGING DE RECEBIVEIS POR CLIENTE - REFERENCIA " AGN-DIA
               " - AMBIENTE "
               FUNCTION UPPER-CASE(FUNCTION TRIM(WRK-APP-ENV))
               DELIMITED BY SIZE
               INTO REG-AGING
           END-STRING.
           PERFORM 2900-GRAVAR-LINHA.

           MOVE SPACES TO REG-AGING.
           MOVE ALL "=" TO REG-AGING(1:132).
           PERFORM 2900-GRAVAR-LINHA.

           MOVE SPACES TO REG-AGING.
           STRING
               "      CLIENTE  NOME                          "
               "      A VENCER     1-30 DIAS    31-60 DIAS"
               "    61-90 DIAS    MAIS DE 90          TOTAL"
               DELIMITED BY SIZE
               INTO REG-AGING
           END-STRING.
           PERFORM 2900-GRAVAR-LINHA.

       2100-PROCESSAR-CLIENTE.

           MOVE CLI-ID TO WRK-ID-MASK.
           MOVE CLI-NOME TO WRK-NOME-CURTO.
           MOVE AGN-A-VENCER TO WRK-FAIXA-MASK-1.
           MOVE AGN-ATE-30 TO WRK-FAIXA-MASK-2.
           MOVE AGN-ATE-60 TO WRK-FAIXA-MASK-3.
           MOVE AGN-ATE-90 TO WRK-FAIXA-MASK-4.
           MOVE AGN-ACIMA-90 TO WRK-FAIXA-MASK-5.
           MOVE AGN-TOTAL TO WRK-TOTAL-MASK.

           MOVE SPACES TO REG-AGING.
           STRING
               "   " WRK-ID-MASK
               "  " WRK-NOME-CURTO
               "  " WRK-FAIXA-MASK-1
               "  " WRK-FAIXA-MASK-2
               "  " WRK-FAIXA-MASK-3
               "  " WRK-FAIXA-MASK-4
               "  " WRK-FAIXA-MASK-5
               "  " WRK-TOTAL-MASK
               DELIMITED BY SIZE
               INTO REG-AGING
           END-STRING.
           PERFORM 2900-GRAVAR-LINHA.

           ADD AGN-A-VENCER TO WRK-TOT-A-VENCER.
           ADD AGN-ATE-30 TO WRK-TOT-ATE-30.
           ADD AGN-ATE-60 TO WRK-TOT-ATE-60.
           ADD AGN-ATE-90 TO WRK-TOT-ATE-90.
           ADD AGN-ACIMA-90 TO WRK-TOT-ACIMA-90.
           ADD AGN-TOTAL TO WRK-TOT-GERAL.
           ADD 1 TO WRK-QTD-CLIENTES.
           ADD 1 TO WRK-REL-QTD.

           IF  AGN-MAIOR-ATRASO > ZERO
               PERFORM 2500-GERAR-CARTA-COBRANCA
           END-IF.

           PERFORM 1310-BUSCAR-PROXIMO-CLIENTE.

       2300-GRAVAR-TRAILER.

           MOVE SPACES TO REG-AGING.
           MOVE ALL "-" TO REG-AGING(1:132).
           PERFORM 2900-GRAVAR-LINHA.

           MOVE WRK-TOT-A-VENCER TO WRK-FAIXA-MASK-1.
           MOVE WRK-TOT-ATE-30 TO WRK-FAIXA-MASK-2.
           MOVE WRK-TOT-ATE-60 TO WRK-FAIXA-MASK-3.
           MOVE WRK-TOT-ATE-90 TO WRK-FAIXA-MASK-4.
           MOVE WRK-TOT-ACIMA-90 TO WRK-FAIXA-MASK-5.
           MOVE WRK-TOT-GERAL TO WRK-TOTAL-MASK.
           MOVE "TOTAL GERAL" TO WRK-NOME-CURTO.

           MOVE SPACES TO REG-AGING.
           STRING
               "   " "          "
               "  " WRK-NOME-CURTO
               "  " WRK-FAIXA-MASK-1
               "  " WRK-FAIXA-MASK-2
               "  " WRK-FAIXA-MASK-3
               "  " WRK-FAIXA-MASK-4
               "  " WRK-FAIXA-MASK-5
               "  " WRK-TOTAL-MASK
               DELIMITED BY SIZE
               INTO REG-AGING
           END-STRING.
           PERFORM 2900-GRAVAR-LINHA.

           MOVE SPACES TO REG-AGING.
           PERFORM 2900-GRAVAR-LINHA.

           MOVE WRK-QTD-CLIENTES TO WRK-QTD-MASK.
           MOVE SPACES TO REG-AGING.
           STRING
               "   CLIENTES COM SALDO.....: "
               FUNCTION TRIM(WRK-QTD-MASK)
               DELIMITED BY SIZE
               INTO REG-AGING
           END-STRING.
           PERFORM 2900-GRAVAR-LINHA.

           MOVE WRK-QTD-CARTAS TO WRK-QTD-MASK.
           MOVE SPACES TO REG-AGING.
           STRING
               "   CARTAS DE COBRANCA.....: "
               FUNCTION TRIM(WRK-QTD-MASK)
               DELIMITED BY SIZE
               INTO REG-AGING
           END-STRING.
           PERFORM 2900-GRAVAR-LINHA.

       2500-GERAR-CARTA-COBRANCA.

           PERFORM 2510-ESCOLHER-NIVEL-CARTA.

           MOVE SPACES TO WRK-ARQ-CARTA-NOME.
           STRING
               FUNCTION TRIM(WRK-CARTAS-DIR) "/CARTA_COBRANCA_"
               FUNCTION TRIM(WRK-ID-MASK) ".TXT"
               DELIMITED BY SIZE
               INTO WRK-ARQ-CARTA-NOME
           END-STRING.

           OPEN OUTPUT ARQ-CARTA.

           IF  WRK-FS-ARQ-CARTA NOT = "00"
               DISPLAY
                   "ERRO AO TENTAR ABRIR O ARQUIVO DA CARTA: "
                   FUNCTION TRIM(WRK-ARQ-CARTA-NOME)
               PERFORM 3000-FINALIZAR
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM 2520-GRAVAR-CABECALHO-CARTA.
           PERFORM 2600-GRAVAR-PARCELAS-VENCIDAS.
           PERFORM 2700-GRAVAR-FECHO-CARTA.

           CLOSE ARQ-CARTA.

      * CADA CARTA ENTRA NO CATALOGO CENTRAL DE RELATORIOS, DE ONDE
      * E BAIXADA E EXPURGADA NO PRAZO.
           MOVE SPACES TO WRK-REL-PERIODO.
           MOVE AGN-DIA TO WRK-REL-PERIODO.
           CALL 'MOD-REGISTRA-RELATORIO'
               USING WRK-REL-PROGRAMA, WRK-ARQ-CARTA-NOME,
                   WRK-REL-PERIODO, WRK-QTD-VENCIDAS-CLI
               END-CALL.

           PERFORM 2800-ENVIAR-CARTA.

           ADD 1 TO WRK-QTD-CARTAS.

       2510-ESCOLHER-NIVEL-CARTA.

      * O TOM DA CARTA E DADO PELO MAIOR ATRASO DO CLIENTE, NAS
      * MESMAS FAIXAS DO AGING.
           MOVE SPACES TO WRK-TEXTO-CARTA-3.

           EVALUATE TRUE
               WHEN AGN-MAIOR-ATRASO > 90
                   MOVE "NOTIFICACAO DE COBRANCA" TO WRK-NIVEL-CARTA
                   MOVE SPACES TO WRK-TEXTO-CARTA-1
                   STRING
                       "APESAR DOS AVISOS ANTERIORES, AS PARCELAS "
                       "ABAIXO SEGUEM SEM PAGAMENTO HA MAIS"
                       DELIMITED BY SIZE
                       INTO WRK-TEXTO-CARTA-1
                   END-STRING
                   MOVE SPACES TO WRK-TEXTO-CARTA-2
                   STRING
                       "DE 90 DIAS. SEM A QUITACAO EM 5 DIAS UTEIS, "
                       "O DEBITO SERA ENCAMINHADO A COBRANCA"
                       DELIMITED BY SIZE
                       INTO WRK-TEXTO-CARTA-2
                   END-STRING
                   MOVE "EXTERNA E AS VENDAS A PRAZO FICAM SUSPENSAS."
                       TO WRK-TEXTO-CARTA-3
               WHEN AGN-MAIOR-ATRASO > 60
                   MOVE "AVISO FINAL" TO WRK-NIVEL-CARTA
                   MOVE SPACES TO WRK-TEXTO-CARTA-1
                   STRING
                       "AS PARCELAS ABAIXO ESTAO VENCIDAS HA MAIS DE "
                       "60 DIAS. PEDIMOS A REGULARIZACAO"
                       DELIMITED BY SIZE
                       INTO WRK-TEXTO-CARTA-1
                   END-STRING
                   MOVE SPACES TO WRK-TEXTO-CARTA-2
                   STRING
                       "EM ATE 10 DIAS; APOS ESSE PRAZO AS NOVAS "
                       "VENDAS A PRAZO PODERAO SER SUSPENSAS."
                       DELIMITED BY SIZE
                       INTO WRK-TEXTO-CARTA-2
                   END-STRING
               WHEN AGN-MAIOR-ATRASO > 30
                   MOVE "SEGUNDO AVISO" TO WRK-NIVEL-CARTA
                   MOVE SPACES TO WRK-TEXTO-CARTA-1
                   STRING
                       "NAO IDENTIFICAMOS O PAGAMENTO DAS PARCELAS "
                       "ABAIXO, JA VENCIDAS HA MAIS DE"
                       DELIMITED BY SIZE
                       INTO WRK-TEXTO-CARTA-1
                   END-STRING
                   MOVE SPACES TO WRK-TEXTO-CARTA-2
                   STRING
                       "30 DIAS. SOLICITAMOS A REGULARIZACAO NO "
                       "PRAZO DE 15 DIAS."
                       DELIMITED BY SIZE
                       INTO WRK-TEXTO-CARTA-2
                   END-STRING
               WHEN OTHER
                   MOVE "LEMBRETE DE VENCIMENTO" TO WRK-NIVEL-CARTA
                   MOVE SPACES TO WRK-TEXTO-CARTA-1
                   STRING
                       "LEMBRAMOS QUE AS PARCELAS ABAIXO ESTAO "
                       "VENCIDAS. SE O PAGAMENTO JA FOI FEITO,"
                       DELIMITED BY SIZE
                       INTO WRK-TEXTO-CARTA-1
                   END-STRING
                   MOVE "POR FAVOR DESCONSIDERE ESTE AVISO."
                       TO WRK-TEXTO-CARTA-2
           END-EVALUATE.

       2520-GRAVAR-CABECALHO-CARTA.

           MOVE SPACES TO REG-CARTA.
           STRING
               "CARTA DE COBRANCA - " FUNCTION TRIM(WRK-NIVEL-CARTA)
               DELIMITED BY SIZE
               INTO REG-CARTA
           END-STRING.
           PERFORM 2950-GRAVAR-LINHA-CARTA.

           MOVE SPACES TO REG-CARTA.
           MOVE ALL "=" TO REG-CARTA(1:70).
           PERFORM 2950-GRAVAR-LINHA-CARTA.

           MOVE SPACES TO REG-CARTA.
           STRING
               "DATA: " AGN-DIA
               DELIMITED BY SIZE
               INTO REG-CARTA
           END-STRING.
           PERFORM 2950-GRAVAR-LINHA-CARTA.

           MOVE SPACES TO REG-CARTA.
           STRING
               "CLIENTE: " FUNCTION TRIM(WRK-ID-MASK) " - "
               FUNCTION TRIM(CLI-NOME)
               DELIMITED BY SIZE
               INTO REG-CARTA
           END-STRING.
           PERFORM 2950-GRAVAR-LINHA-CARTA.

           MOVE SPACES TO REG-CARTA.
           PERFORM 2950-GRAVAR-LINHA-CARTA.

           MOVE SPACES TO REG-CARTA.
           MOVE "PREZADO CLIENTE," TO REG-CARTA.
           PERFORM 2950-GRAVAR-LINHA-CARTA.

           MOVE SPACES TO REG-CARTA.
           PERFORM 2950-GRAVAR-LINHA-CARTA.

           MOVE WRK-TEXTO-CARTA-1 TO REG-CARTA.
           PERFORM 2950-GRAVAR-LINHA-CARTA.
           MOVE WRK-TEXTO-CARTA-2 TO REG-CARTA.
           PERFORM 2950-GRAVAR-LINHA-CARTA.
           IF  WRK-TEXTO-CARTA-3 NOT = SPACES
               MOVE WRK-TEXTO-CARTA-3 TO REG-CARTA
               PERFORM 2950-GRAVAR-LINHA-CARTA
           END-IF.

           MOVE SPACES TO REG-CARTA.
           PERFORM 2950-GRAVAR-LINHA-CARTA.

           MOVE SPACES TO REG-CARTA.
           STRING
               "        VENDA  PARCELA  VENCIMENTO  DIAS ATRASO"
               "         SALDO"
               DELIMITED BY SIZE
               INTO REG-CARTA
           END-STRING.
           PERFORM 2950-GRAVAR-LINHA-CARTA.

       2600-GRAVAR-PARCELAS-VENCIDAS.

           MOVE ZERO TO WRK-QTD-VENCIDAS-CLI.
           MOVE ZERO TO WRK-SOMA-VENCIDAS-CLI.

           EXEC SQL
               DECLARE CUR-AGING-VENCIDAS CURSOR FOR
                   SELECT p.venda_id, p.numero,
                          DATE_FORMAT(p.vencimento, '%Y-%m-%d'),
                          DATEDIFF(:AGN-DIA, p.vencimento),
                          p.valor - p.valor_pago
                     FROM venda_parcela p
                     JOIN venda v
                       ON v.id = p.venda_id
                    WHERE v.cliente_id = :CLI-ID
                      AND v.cancelada_em IS NULL
                      AND p.situacao IN ('ABERTA', 'PARCIAL')
                      AND p.valor > p.valor_pago
                      AND p.vencimento < :AGN-DIA
                    ORDER BY p.vencimento, p.venda_id, p.numero
           END-EXEC.

           EXEC SQL
               OPEN CUR-AGING-VENCIDAS
           END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO
               DISPLAY
                   "ERRO AO TENTAR ABRIR CURSOR DE PARCELAS "
                   "VENCIDAS: " SQLERRM
               PERFORM 3000-FINALIZAR
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           SET NAO-FIM-VENCIDAS TO TRUE.
           PERFORM 2610-BUSCAR-PROXIMA-VENCIDA.
           PERFORM 2620-GRAVAR-LINHA-VENCIDA UNTIL FIM-VENCIDAS.

           EXEC SQL CLOSE CUR-AGING-VENCIDAS END-EXEC.

       2610-BUSCAR-PROXIMA-VENCIDA.

           EXEC SQL
               FETCH CUR-AGING-VENCIDAS
                   INTO :PCL-VENDA-ID, :PCL-NUMERO, :PCL-VENCIMENTO,
                        :PCL-DIAS-ATRASO, :PCL-SALDO
           END-EXEC.

           IF  SQLCODE EQUAL 100
               SET FIM-VENCIDAS TO TRUE
           END-IF.

       2620-GRAVAR-LINHA-VENCIDA.

           MOVE PCL-VENDA-ID TO WRK-QTD-MASK.
           MOVE PCL-NUMERO TO WRK-DIAS-MASK.
           MOVE PCL-SALDO TO WRK-VALOR-MASK.

           MOVE SPACES TO REG-CARTA.
           STRING
               "   " WRK-QTD-MASK
               "    " WRK-DIAS-MASK
               "  " PCL-VENCIMENTO
               DELIMITED BY SIZE
               INTO REG-CARTA
           END-STRING.
           MOVE PCL-DIAS-ATRASO TO WRK-DIAS-MASK.
           MOVE WRK-DIAS-MASK TO REG-CARTA(43:5).
           MOVE WRK-VALOR-MASK TO REG-CARTA(50:12).
           PERFORM 2950-GRAVAR-LINHA-CARTA.

           ADD 1 TO WRK-QTD-VENCIDAS-CLI.
           ADD PCL-SALDO TO WRK-SOMA-VENCIDAS-CLI.

           PERFORM 2610-BUSCAR-PROXIMA-VENCIDA.

       2700-GRAVAR-FECHO-CARTA.

           MOVE SPACES TO REG-CARTA.
           MOVE ALL "-" TO REG-CARTA(1:70).
           PERFORM 2950-GRAVAR-LINHA-CARTA.

           MOVE WRK-SOMA-VENCIDAS-CLI TO WRK-TOTAL-MASK.
           MOVE SPACES TO REG-CARTA.
           STRING
               "   TOTAL VENCIDO..........: "
               FUNCTION TRIM(WRK-TOTAL-MASK)
               DELIMITED BY SIZE
               INTO REG-CARTA
           END-STRING.
           PERFORM 2950-GRAVAR-LINHA-CARTA.

           MOVE SPACES TO REG-CARTA.
           PERFORM 2950-GRAVAR-LINHA-CARTA.

           MOVE SPACES TO REG-CARTA.
           MOVE "EM CASO DE DUVIDA, PROCURE O SETOR DE COBRANCA."
               TO REG-CARTA.
           PERFORM 2950-GRAVAR-LINHA-CARTA.

           MOVE SPACES TO REG-CARTA.
           MOVE "ATENCIOSAMENTE," TO REG-CARTA.
           PERFORM 2950-GRAVAR-LINHA-CARTA.

           MOVE SPACES TO REG-CARTA.
           MOVE "DEPARTAMENTO FINANCEIRO" TO REG-CARTA.
           PERFORM 2950-GRAVAR-LINHA-CARTA.

       2800-ENVIAR-CARTA.

      * A CARTA VAI PARA A LISTA cobranca QUANDO ELA TEM
      * DESTINATARIOS; LISTA VAZIA E NAO-ENVIO SILENCIOSO. O CORPO
      * LEVA O TEXTO DA CARTA E O ARQUIVO PARA IMPRESSAO.
           MOVE WRK-SOMA-VENCIDAS-CLI TO WRK-TOTAL-MASK.
           MOVE WRK-QTD-VENCIDAS-CLI TO WRK-QTD-MASK.

           MOVE SPACES TO WRK-MAIL-ASSUNTO.
           STRING
               FUNCTION TRIM(WRK-NIVEL-CARTA) " - CLIENTE "
               FUNCTION TRIM(WRK-ID-MASK) " - "
               FUNCTION TRIM(WRK-NOME-CURTO)
               DELIMITED BY SIZE
               INTO WRK-MAIL-ASSUNTO
           END-STRING.

           MOVE SPACES TO WRK-MAIL-CORPO.
           STRING
               FUNCTION TRIM(WRK-TEXTO-CARTA-1) " "
               FUNCTION TRIM(WRK-TEXTO-CARTA-2) " "
               FUNCTION TRIM(WRK-TEXTO-CARTA-3) " "
               "PARCELAS VENCIDAS: " FUNCTION TRIM(WRK-QTD-MASK)
               ". TOTAL VENCIDO: " FUNCTION TRIM(WRK-TOTAL-MASK)
               ". CARTA PARA IMPRESSAO EM "
               FUNCTION TRIM(WRK-ARQ-CARTA-NOME) "."
               DELIMITED BY SIZE
               INTO WRK-MAIL-CORPO
           END-STRING.

           CALL 'MOD-ENVIA-EMAIL'
               USING WRK-MAIL-LISTA, WRK-MAIL-ASSUNTO, WRK-MAIL-CORPO
               END-CALL.

       2900-GRAVAR-LINHA.

           WRITE REG-AGING.

           IF  WRK-FS-ARQ-AGING NOT = "00"
               DISPLAY
                   "ERRO AO TENTAR GRAVAR NO ARQUIVO DO AGING."
               PERFORM 3000-FINALIZAR
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       2950-GRAVAR-LINHA-CARTA.

           WRITE REG-CARTA.

           IF  WRK-FS-ARQ-CARTA NOT = "00"
               DISPLAY
                   "ERRO AO TENTAR GRAVAR NO ARQUIVO DA CARTA: "
                   FUNCTION TRIM(WRK-ARQ-CARTA-NOME)
               CLOSE ARQ-CARTA
               PERFORM 3000-FINALIZAR
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       3000-FINALIZAR.

           EXEC SQL CLOSE CUR-AGING-CLIENTES END-EXEC.
           EXEC SQL CONNECT RESET END-EXEC.

           CLOSE ARQ-AGING.

           MOVE WRK-TOT-GERAL TO WRK-TOTAL-MASK.
           DISPLAY
               "AGING DE " AGN-DIA " GRAVADO EM: "
               FUNCTION TRIM(WRK-ARQ-AGING-NOME)
               " (SALDO " FUNCTION TRIM(WRK-TOTAL-MASK)
               ", CARTAS " WRK-QTD-CARTAS ")".
      * O AGING ENTRA NO CATALOGO CENTRAL DE RELATORIOS.
           MOVE WRK-ARQ-AGING-NOME TO WRK-REL-ARQUIVO.
           MOVE SPACES TO WRK-REL-PERIODO.
           MOVE AGN-DIA TO WRK-REL-PERIODO.
           CALL 'MOD-REGISTRA-RELATORIO'
               USING WRK-REL-PROGRAMA, WRK-REL-ARQUIVO,
                   WRK-REL-PERIODO, WRK-REL-QTD
               END-CALL.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG-COMISSOES-VENDEDORES.
      *******************************************
      * AUTOR:
      * DATA:
      * ALTERACOES:
      *   - BATCH DE FIM DE MES DA COMISSAO DE VENDEDORES (CADASTRO
      *     DE PROG-VENDEDORES-ADMIN; O VENDEDOR E O PERCENTUAL SAO
      *     GRAVADOS NA VENDA POR PROG-CRIA-VENDA). A COMPETENCIA VEM
      *     DE COMISSAO_MES (AAAA-MM), PADRAO O MES ANTERIOR. ENTRA
      *     NA COMPETENCIA A VENDA NAO CANCELADA, SEM PARCELA EM
      *     ABERTO (ABERTA OU PARCIAL) E CUJO ULTIMO PAGAMENTO CAIU
      *     NO MES; A BASE E O VALOR DA VENDA MENOS AS NOTAS DE
      *     CREDITO DAS DEVOLUCOES, E VENDA DEVOLVIDA POR INTEIRO NAO
      *     ENTRA. A COMISSAO USA O PERCENTUAL GRAVADO NA VENDA.
      *     GRAVA UM EXTRATO DE 132 COLUNAS POR VENDEDOR
      *     (EXTRATO_COMISSAO_<AAAA-MM>_<ID>.TXT NO DIRETORIO
      *     ARQ_COMISSOES_DIR, PADRAO O CORRENTE), REGISTRADO NO
      *     CATALOGO CENTRAL DE RELATORIOS VIA MOD-REGISTRA-RELATORIO,
      *     E O ARQUIVO DE INTERFACE DA FOLHA DE PAGAMENTO
      *     (ARQ_FOLHA_COMISSOES, PADRAO
      *     FOLHA_COMISSOES_<AAAA-MM>.DAT) COM CABECALHO, UM DETALHE
      *     POR VENDEDOR E TRAILER COM QUANTIDADE E TOTAL. O ARQUIVO
      *     DA FOLHA SO ENTRA NO LIVRO-RAZAO DE INTERFACES
      *     (MOD-REGISTRA-INTERFACE, TOTAL DE CONTROLE = COMISSAO EM
      *     CENTAVOS) QUANDO A EXECUCAO TERMINA BEM, PARA A
      *     CONFIRMACAO DE RECEBIMENTO PELA FOLHA EM PROG-INTERFACES.
      *   - EXIBE NO INICIO DO LOG DA EXECUCAO O CARIMBO DE VERSAO
      *     (BUILD) COM QUE O PROGRAMA FOI IMPLANTADO.
      *******************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT ARQ-EXTRATO ASSIGN TO WRK-ARQ-EXTRATO-NOME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-ARQ-EXTRATO.

           SELECT ARQ-FOLHA ASSIGN TO WRK-ARQ-FOLHA-NOME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-FS-ARQ-FOLHA.

       DATA DIVISION.
       FILE SECTION.

       FD  ARQ-EXTRATO.
       01  REG-EXTRATO                     PIC X(132).

       FD  ARQ-FOLHA
           RECORDING MODE IS F.
       01  REG-FOLHA                       PIC X(120).
       01  REG-CABECALHO-FOLHA.
           05 CAB-TIPO                     PIC X(3).
           05 CAB-DATA-HORA                PIC X(19).
           05 CAB-AMBIENTE                 PIC X(10).
           05 CAB-COMPETENCIA              PIC X(7).
           05 FILLER                       PIC X(81).
       01  REG-DETALHE-FOLHA.
           05 DET-TIPO                     PIC X(3).
           05 DET-VENDEDOR-ID              PIC 9(10).
           05 DET-NOME                     PIC X(60).
           05 DET-QTD-VENDAS               PIC 9(5).
           05 DET-BASE                     PIC 9(10)V99.
           05 DET-COMISSAO                 PIC 9(10)V99.
           05 FILLER                       PIC X(18).
       01  REG-TRAILER-FOLHA.
           05 TRL-TIPO                     PIC X(3).
           05 TRL-QTD                      PIC 9(10).
           05 TRL-TOTAL-COMISSAO           PIC 9(13)V99.
           05 FILLER                       PIC X(92).

       WORKING-STORAGE SECTION.

       COPY VERSAO-BUILD.

       77  WRK-ARQ-EXTRATO-NOME            PIC X(255).
       77  WRK-EXTRATOS-DIR                PIC X(255).
       77  WRK-FS-ARQ-EXTRATO              PIC X(2).
       77  WRK-ARQ-FOLHA-NOME              PIC X(255).
       77  WRK-FS-ARQ-FOLHA                PIC X(2).

       77  WRK-DB-STRING                   PIC X(255).
       77  WRK-APP-ENV                     PIC X(10).
       77  WRK-DATA-HORA-CORRENTE          PIC X(21).
       77  WRK-REL-PROGRAMA                PIC X(60)
               VALUE "PROG-COMISSOES-VENDEDORES".
       77  WRK-REL-PERIODO                 PIC X(30).
       77  WRK-REL-QTD                     PIC 9(10)   VALUE ZERO.

       77  WRK-ID-MASK                     PIC Z(9)9.
       77  WRK-CLIENTE-MASK                PIC Z(9)9.
       77  WRK-QTD-MASK                    PIC Z(9)9.
       77  WRK-VALOR-MASK                  PIC Z(8)9.99.
       77  WRK-DEVOLVIDO-MASK              PIC Z(8)9.99.
       77  WRK-BASE-MASK                   PIC Z(8)9.99.
       77  WRK-PERCENTUAL-MASK             PIC ZZ9.99.
       77  WRK-COMISSAO-MASK               PIC Z(8)9.99.
       77  WRK-TOTAL-MASK                  PIC Z(12)9.99.

       77  WRK-QTD-VENDAS-VDR              PIC 9(5)    VALUE ZERO.
       77  WRK-BASE-VDR                    PIC 9(10)V99 VALUE ZERO.
       77  WRK-COMISSAO-VDR                PIC 9(10)V99 VALUE ZERO.
       77  WRK-QTD-VENDEDORES              PIC 9(10)   VALUE ZERO.
       77  WRK-TOT-COMISSAO                PIC 9(13)V99 VALUE ZERO.
       77  WRK-LED-CHECKSUM                PIC 9(15).

       77  WRK-FLAG-LEDGER                 PIC X(1)    VALUE 'N'.
           88  REGISTRAR-LEDGER                        VALUE 'S'.
           88  NAO-REGISTRAR-LEDGER                    VALUE 'N'.

       77  WRK-FLAG-CURSOR-VENDEDORES      PIC X(1)    VALUE 'N'.
           88  CURSOR-VENDEDORES-ABERTO                VALUE 'S'.

       77  WRK-FLAG-FIM-VENDEDORES         PIC X(1)    VALUE 'N'.
           88  FIM-VENDEDORES                          VALUE 'S'.
           88  NAO-FIM-VENDEDORES                      VALUE 'N'.

       77  WRK-FLAG-FIM-VENDAS             PIC X(1)    VALUE 'N'.
           88  FIM-VENDAS                              VALUE 'S'.
           88  NAO-FIM-VENDAS                          VALUE 'N'.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.

       01  HOSTVARS.
           05 BUFFER     PIC X(1024).

       01  SQL-01-VARS.
           05 CMS-MES-PARAM     PIC X(7).
           05 CMS-MES           PIC X(7).
           05 CMS-INICIO        PIC X(10).
           05 CMS-FIM           PIC X(10).
           05 CMS-QTD-ESTRUTURA PIC 9(5).
           05 VDR-ID            PIC 9(10).
           05 VDR-NOME          PIC X(255).
           05 VND-ID            PIC 9(10).
           05 VND-DATA          PIC X(10).
           05 VND-QUITACAO      PIC X(10).
           05 VND-CLIENTE-ID    PIC 9(10).
           05 VND-VALOR         PIC 9(8)V99.
           05 VND-DEVOLVIDO     PIC 9(8)V99.
           05 VND-BASE          PIC 9(8)V99.
           05 VND-PERCENTUAL    PIC 9(3)V99.
           05 VND-COMISSAO      PIC 9(8)V99.

       EXEC SQL END DECLARE SECTION END-EXEC.


       PROCEDURE DIVISION.

       MAIN-PROCEDURE.

           DISPLAY "BUILD EM EXECUCAO: " FUNCTION TRIM(VERSAO-BUILD).

           PERFORM 1000-INICIALIZAR.
           PERFORM 1100-CONECTAR-BANCO-DE-DADOS.
           PERFORM 1200-RESOLVER-COMPETENCIA.
           PERFORM 1250-VERIFICAR-ESTRUTURA.
           PERFORM 1300-ABRIR-ARQUIVO-FOLHA.

           IF  CMS-QTD-ESTRUTURA = 2
               PERFORM 1400-ABRIR-CURSOR-VENDEDORES
           ELSE
               SET FIM-VENDEDORES TO TRUE
           END-IF.

           PERFORM 2000-PROCESSAR-VENDEDOR UNTIL FIM-VENDEDORES.

           PERFORM 2800-GRAVAR-TRAILER-FOLHA.
           PERFORM 3000-FINALIZAR.
           STOP RUN.

       1000-INICIALIZAR.

           ACCEPT WRK-EXTRATOS-DIR FROM ENVIRONMENT
               "ARQ_COMISSOES_DIR".
           IF  FUNCTION TRIM(WRK-EXTRATOS-DIR) = SPACES
               MOVE "." TO WRK-EXTRATOS-DIR
           END-IF.

           ACCEPT WRK-ARQ-FOLHA-NOME FROM ENVIRONMENT
               "ARQ_FOLHA_COMISSOES".

           ACCEPT CMS-MES-PARAM FROM ENVIRONMENT "COMISSAO_MES".
           IF  FUNCTION TRIM(CMS-MES-PARAM) NOT = SPACES
               IF  CMS-MES-PARAM(5:1) NOT = '-'
               OR  CMS-MES-PARAM(1:4) IS NOT NUMERIC
               OR  CMS-MES-PARAM(6:2) IS NOT NUMERIC
               OR  CMS-MES-PARAM(6:2) < "01"
               OR  CMS-MES-PARAM(6:2) > "12"
                   DISPLAY
                       "ERRO: COMISSAO_MES DEVE ESTAR NO FORMATO "
                       "AAAA-MM."
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
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

       1200-RESOLVER-COMPETENCIA.

      * A COMPETENCIA E RESOLVIDA NO BANCO: COMISSAO_MES QUANDO
      * INFORMADA, SENAO O MES ANTERIOR, DO PRIMEIRO AO ULTIMO DIA.
           EXEC SQL
               SELECT DATE_FORMAT(COALESCE(
                          CONCAT(NULLIF(TRIM(:CMS-MES-PARAM), ''),
                              '-01'),
                          DATE_FORMAT(CURRENT_DATE
                              - INTERVAL 1 MONTH, '%Y-%m-01')),
                          '%Y-%m-%d')
                 INTO :CMS-INICIO
           END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO
               DISPLAY
                   "ERRO AO TENTAR RESOLVER A COMPETENCIA DA "
                   "COMISSAO: " SQLERRM
               EXEC SQL CONNECT RESET END-EXEC
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           EXEC SQL
               SELECT DATE_FORMAT(LAST_DAY(:CMS-INICIO), '%Y-%m-%d'),
                      DATE_FORMAT(:CMS-INICIO, '%Y-%m')
                 INTO :CMS-FIM, :CMS-MES
           END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO
               DISPLAY
                   "ERRO AO TENTAR RESOLVER A COMPETENCIA DA "
                   "COMISSAO: " SQLERRM
               EXEC SQL CONNECT RESET END-EXEC
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           IF  FUNCTION TRIM(WRK-ARQ-FOLHA-NOME) = SPACES
               STRING
                   "FOLHA_COMISSOES_" CMS-MES ".DAT"
                   DELIMITED BY SIZE
                   INTO WRK-ARQ-FOLHA-NOME
               END-STRING
           END-IF.

       1250-VERIFICAR-ESTRUTURA.

      * SEM O CADASTRO DE VENDEDORES OU SEM A COLUNA DE VENDEDOR NA
      * VENDA NAO HA O QUE APURAR; A FOLHA RECEBE O ARQUIVO VAZIO
      * (SO CABECALHO E TRAILER) DO MESMO JEITO.
           EXEC SQL
               SELECT (SELECT COUNT(*)
                         FROM information_schema.tables
                        WHERE table_schema = DATABASE()
                          AND table_name = 'vendedor')
                    + (SELECT COUNT(*)
                         FROM information_schema.columns
                        WHERE table_schema = DATABASE()
                          AND table_name = 'venda'
                          AND column_name = 'vendedor_id')
                 INTO :CMS-QTD-ESTRUTURA
           END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO
               MOVE ZERO TO CMS-QTD-ESTRUTURA
           END-IF.

       1300-ABRIR-ARQUIVO-FOLHA.

           OPEN OUTPUT ARQ-FOLHA.

           IF  WRK-FS-ARQ-FOLHA NOT = "00"
               DISPLAY
                   "ERRO AO TENTAR ABRIR O ARQUIVO DA FOLHA: "
                   FUNCTION TRIM(WRK-ARQ-FOLHA-NOME)
               EXEC SQL CONNECT RESET END-EXEC
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE FUNCTION CURRENT-DATE TO WRK-DATA-HORA-CORRENTE.

           MOVE SPACES TO REG-CABECALHO-FOLHA.
           MOVE "HDR" TO CAB-TIPO.
           STRING
               WRK-DATA-HORA-CORRENTE(1:4) "-"
               WRK-DATA-HORA-CORRENTE(5:2) "-"
               WRK-DATA-HORA-CORRENTE(7:2) " "
               WRK-DATA-HORA-CORRENTE(9:2) ":"
               WRK-DATA-HORA-CORRENTE(11:2) ":"
               WRK-DATA-HORA-CORRENTE(13:2)
               DELIMITED BY SIZE
               INTO CAB-DATA-HORA
           END-STRING.
           MOVE WRK-APP-ENV TO CAB-AMBIENTE.
           MOVE CMS-MES     TO CAB-COMPETENCIA.

           WRITE REG-CABECALHO-FOLHA.

           IF  WRK-FS-ARQ-FOLHA NOT = "00"
               DISPLAY
                   "ERRO AO TENTAR GRAVAR CABECALHO NO ARQUIVO DA "
                   "FOLHA."
               PERFORM 3000-FINALIZAR
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       1400-ABRIR-CURSOR-VENDEDORES.

      * SO ENTRA O VENDEDOR COM ALGUMA VENDA COMISSIONAVEL NA
      * COMPETENCIA, NOS MESMOS CRITERIOS DO CURSOR DE VENDAS.
           EXEC SQL
               DECLARE CUR-COMISSAO-VENDEDORES CURSOR FOR
                   SELECT s.id, s.nome
                     FROM vendedor s
                    WHERE EXISTS
                          (SELECT 1
                             FROM venda v
                             JOIN (SELECT venda_id,
                                          MAX(data_pagamento)
                                              AS quitada_em
                                     FROM venda_pagamento
                                    WHERE tipo = 'PAGAMENTO'
                                    GROUP BY venda_id) q
                               ON q.venda_id = v.id
                             LEFT JOIN
                                  (SELECT venda_id,
                                          SUM(valor) AS devolvido
                                     FROM venda_devolucao
                                    GROUP BY venda_id) d
                               ON d.venda_id = v.id
                            WHERE v.vendedor_id = s.id
                              AND v.cancelada_em IS NULL
                              AND v.percentual_comissao IS NOT NULL
                              AND q.quitada_em BETWEEN :CMS-INICIO
                                  AND :CMS-FIM
                              AND v.valor > COALESCE(d.devolvido, 0)
                              AND NOT EXISTS
                                  (SELECT 1
                                     FROM venda_parcela p
                                    WHERE p.venda_id = v.id
                                      AND p.situacao IN
                                          ('ABERTA', 'PARCIAL')))
                    ORDER BY s.id
           END-EXEC.

           EXEC SQL
               OPEN CUR-COMISSAO-VENDEDORES
           END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO
               DISPLAY
                   "ERRO AO TENTAR ABRIR CURSOR DE VENDEDORES: "
                   SQLERRM
               PERFORM 3000-FINALIZAR
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           SET CURSOR-VENDEDORES-ABERTO TO TRUE.

           PERFORM 1410-BUSCAR-PROXIMO-VENDEDOR.

       1410-BUSCAR-PROXIMO-VENDEDOR.

           EXEC SQL
               FETCH CUR-COMISSAO-VENDEDORES
                   INTO :VDR-ID, :VDR-NOME
           END-EXEC.

           IF  SQLCODE EQUAL 100
               SET FIM-VENDEDORES TO TRUE
           END-IF.

       2000-PROCESSAR-VENDEDOR.

           MOVE VDR-ID TO WRK-ID-MASK.
           MOVE ZERO TO WRK-QTD-VENDAS-VDR.
           MOVE ZERO TO WRK-BASE-VDR.
           MOVE ZERO TO WRK-COMISSAO-VDR.

           MOVE SPACES TO WRK-ARQ-EXTRATO-NOME.
           STRING
               FUNCTION TRIM(WRK-EXTRATOS-DIR) "/EXTRATO_COMISSAO_"
               CMS-MES "_" FUNCTION TRIM(WRK-ID-MASK) ".TXT"
               DELIMITED BY SIZE
               INTO WRK-ARQ-EXTRATO-NOME
           END-STRING.

           OPEN OUTPUT ARQ-EXTRATO.

           IF  WRK-FS-ARQ-EXTRATO NOT = "00"
               DISPLAY
                   "ERRO AO TENTAR ABRIR O EXTRATO DE COMISSAO: "
                   FUNCTION TRIM(WRK-ARQ-EXTRATO-NOME)
               PERFORM 3000-FINALIZAR
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM 2100-GRAVAR-CABECALHO-EXTRATO.
           PERFORM 2200-GRAVAR-VENDAS-VENDEDOR.
           PERFORM 2300-GRAVAR-TRAILER-EXTRATO.

           CLOSE ARQ-EXTRATO.

      * CADA EXTRATO ENTRA NO CATALOGO CENTRAL DE RELATORIOS.
           MOVE SPACES TO WRK-REL-PERIODO.
           MOVE CMS-MES TO WRK-REL-PERIODO.
           MOVE WRK-QTD-VENDAS-VDR TO WRK-REL-QTD.
           CALL 'MOD-REGISTRA-RELATORIO'
               USING WRK-REL-PROGRAMA, WRK-ARQ-EXTRATO-NOME,
                   WRK-REL-PERIODO, WRK-REL-QTD
               END-CALL.

           PERFORM 2400-GRAVAR-DETALHE-FOLHA.

           PERFORM 1410-BUSCAR-PROXIMO-VENDEDOR.

       2100-GRAVAR-CABECALHO-EXTRATO.

           MOVE SPACES TO REG-EXTRATO.
           STRING
               "EXTRATO DE COMISSAO - COMPETENCIA " CMS-MES
               " (" CMS-INICIO " A " CMS-FIM ") - AMBIENTE "
               FUNCTION UPPER-CASE(FUNCTION TRIM(WRK-APP-ENV))
               DELIMITED BY SIZE
               INTO REG-EXTRATO
           END-STRING.
           PERFORM 2900-GRAVAR-LINHA.

           MOVE SPACES TO REG-EXTRATO.
           MOVE ALL "=" TO REG-EXTRATO(1:132).
           PERFORM 2900-GRAVAR-LINHA.

           MOVE SPACES TO REG-EXTRATO.
           STRING
               "VENDEDOR: " FUNCTION TRIM(WRK-ID-MASK) " - "
               FUNCTION TRIM(VDR-NOME)
               DELIMITED BY SIZE
               INTO REG-EXTRATO
           END-STRING.
           PERFORM 2900-GRAVAR-LINHA.

           MOVE SPACES TO REG-EXTRATO.
           PERFORM 2900-GRAVAR-LINHA.

           MOVE SPACES TO REG-EXTRATO.
           STRING
               "        VENDA  DATA VENDA  QUITADA EM     CLIENTE"
               "   VALOR VENDA     DEVOLVIDO          BASE       %"
               "      COMISSAO"
               DELIMITED BY SIZE
               INTO REG-EXTRATO
           END-STRING.
           PERFORM 2900-GRAVAR-LINHA.

       2200-GRAVAR-VENDAS-VENDEDOR.

      * A VENDA ENTRA NA COMPETENCIA EM QUE FICOU QUITADA (ULTIMO
      * PAGAMENTO), SEM PARCELA EM ABERTO. A BASE DESCONTA AS NOTAS
      * DE CREDITO DAS DEVOLUCOES E O PERCENTUAL E O DA VENDA.
           EXEC SQL
               DECLARE CUR-COMISSAO-VENDAS CURSOR FOR
                   SELECT v.id,
                          DATE_FORMAT(v.data_venda, '%Y-%m-%d'),
                          DATE_FORMAT(q.quitada_em, '%Y-%m-%d'),
                          v.cliente_id, v.valor,
                          COALESCE(d.devolvido, 0),
                          v.valor - COALESCE(d.devolvido, 0),
                          v.percentual_comissao,
                          ROUND((v.valor - COALESCE(d.devolvido, 0))
                              * v.percentual_comissao / 100, 2)
                     FROM venda v
                     JOIN (SELECT venda_id,
                                  MAX(data_pagamento) AS quitada_em
                             FROM venda_pagamento
                            WHERE tipo = 'PAGAMENTO'
                            GROUP BY venda_id) q
                       ON q.venda_id = v.id
                     LEFT JOIN
                          (SELECT venda_id, SUM(valor) AS devolvido
                             FROM venda_devolucao
                            GROUP BY venda_id) d
                       ON d.venda_id = v.id
                    WHERE v.vendedor_id = :VDR-ID
                      AND v.cancelada_em IS NULL
                      AND v.percentual_comissao IS NOT NULL
                      AND q.quitada_em BETWEEN :CMS-INICIO
                          AND :CMS-FIM
                      AND v.valor > COALESCE(d.devolvido, 0)
                      AND NOT EXISTS
                          (SELECT 1
                             FROM venda_parcela p
                            WHERE p.venda_id = v.id
                              AND p.situacao IN ('ABERTA', 'PARCIAL'))
                    ORDER BY q.quitada_em, v.id
           END-EXEC.

           EXEC SQL
               OPEN CUR-COMISSAO-VENDAS
           END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO
               DISPLAY
                   "ERRO AO TENTAR ABRIR CURSOR DE VENDAS DO "
                   "VENDEDOR: " SQLERRM
               CLOSE ARQ-EXTRATO
               PERFORM 3000-FINALIZAR
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           SET NAO-FIM-VENDAS TO TRUE.
           PERFORM 2210-BUSCAR-PROXIMA-VENDA.
           PERFORM 2220-GRAVAR-LINHA-VENDA UNTIL FIM-VENDAS.

           EXEC SQL CLOSE CUR-COMISSAO-VENDAS END-EXEC.

       2210-BUSCAR-PROXIMA-VENDA.

           EXEC SQL
               FETCH CUR-COMISSAO-VENDAS
                   INTO :VND-ID, :VND-DATA, :VND-QUITACAO,
                        :VND-CLIENTE-ID, :VND-VALOR, :VND-DEVOLVIDO,
                        :VND-BASE, :VND-PERCENTUAL, :VND-COMISSAO
           END-EXEC.

           IF  SQLCODE EQUAL 100
               SET FIM-VENDAS TO TRUE
           END-IF.

       2220-GRAVAR-LINHA-VENDA.

           MOVE VND-ID TO WRK-QTD-MASK.
           MOVE VND-CLIENTE-ID TO WRK-CLIENTE-MASK.
           MOVE VND-VALOR TO WRK-VALOR-MASK.
           MOVE VND-DEVOLVIDO TO WRK-DEVOLVIDO-MASK.
           MOVE VND-BASE TO WRK-BASE-MASK.
           MOVE VND-PERCENTUAL TO WRK-PERCENTUAL-MASK.
           MOVE VND-COMISSAO TO WRK-COMISSAO-MASK.

           MOVE SPACES TO REG-EXTRATO.
           STRING
               "   " WRK-QTD-MASK
               "  " VND-DATA
               "  " VND-QUITACAO
               "  " WRK-CLIENTE-MASK
               "  " WRK-VALOR-MASK
               "  " WRK-DEVOLVIDO-MASK
               "  " WRK-BASE-MASK
               "  " WRK-PERCENTUAL-MASK
               "  " WRK-COMISSAO-MASK
               DELIMITED BY SIZE
               INTO REG-EXTRATO
           END-STRING.
           PERFORM 2900-GRAVAR-LINHA.

           ADD 1 TO WRK-QTD-VENDAS-VDR.
           ADD VND-BASE TO WRK-BASE-VDR.
           ADD VND-COMISSAO TO WRK-COMISSAO-VDR.

           PERFORM 2210-BUSCAR-PROXIMA-VENDA.

       2300-GRAVAR-TRAILER-EXTRATO.

           MOVE SPACES TO REG-EXTRATO.
           MOVE ALL "-" TO REG-EXTRATO(1:132).
           PERFORM 2900-GRAVAR-LINHA.

           MOVE WRK-QTD-VENDAS-VDR TO WRK-QTD-MASK.
           MOVE SPACES TO REG-EXTRATO.
           STRING
               "   VENDAS COMISSIONADAS...: "
               FUNCTION TRIM(WRK-QTD-MASK)
               DELIMITED BY SIZE
               INTO REG-EXTRATO
           END-STRING.
           PERFORM 2900-GRAVAR-LINHA.

           MOVE WRK-BASE-VDR TO WRK-TOTAL-MASK.
           MOVE SPACES TO REG-EXTRATO.
           STRING
               "   BASE DE COMISSAO.......: "
               FUNCTION TRIM(WRK-TOTAL-MASK)
               DELIMITED BY SIZE
               INTO REG-EXTRATO
           END-STRING.
           PERFORM 2900-GRAVAR-LINHA.

           MOVE WRK-COMISSAO-VDR TO WRK-TOTAL-MASK.
           MOVE SPACES TO REG-EXTRATO.
           STRING
               "   COMISSAO A PAGAR.......: "
               FUNCTION TRIM(WRK-TOTAL-MASK)
               DELIMITED BY SIZE
               INTO REG-EXTRATO
           END-STRING.
           PERFORM 2900-GRAVAR-LINHA.

       2400-GRAVAR-DETALHE-FOLHA.

      * O DETALHE DA FOLHA LEVA OS MESMOS TOTAIS DO EXTRATO DO
      * VENDEDOR.
           MOVE SPACES TO REG-DETALHE-FOLHA.
           MOVE "DET"              TO DET-TIPO.
           MOVE VDR-ID             TO DET-VENDEDOR-ID.
           MOVE VDR-NOME           TO DET-NOME.
           MOVE WRK-QTD-VENDAS-VDR TO DET-QTD-VENDAS.
           MOVE WRK-BASE-VDR       TO DET-BASE.
           MOVE WRK-COMISSAO-VDR   TO DET-COMISSAO.

           WRITE REG-DETALHE-FOLHA.

           IF  WRK-FS-ARQ-FOLHA NOT = "00"
               DISPLAY
                   "ERRO AO TENTAR GRAVAR DETALHE NO ARQUIVO DA "
                   "FOLHA."
               PERFORM 3000-FINALIZAR
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           ADD 1 TO WRK-QTD-VENDEDORES.
           ADD WRK-COMISSAO-VDR TO WRK-TOT-COMISSAO.

       2800-GRAVAR-TRAILER-FOLHA.

      * O TRAILER SO E GRAVADO NO TERMINO NORMAL; SEM ELE A FOLHA
      * RECONHECE UM ARQUIVO CORTADO NO MEIO.
           MOVE SPACES TO REG-TRAILER-FOLHA.
           MOVE "TRL"              TO TRL-TIPO.
           MOVE WRK-QTD-VENDEDORES TO TRL-QTD.
           MOVE WRK-TOT-COMISSAO   TO TRL-TOTAL-COMISSAO.

           WRITE REG-TRAILER-FOLHA.

           IF  WRK-FS-ARQ-FOLHA NOT = "00"
               DISPLAY
                   "ERRO AO TENTAR GRAVAR TRAILER NO ARQUIVO DA "
                   "FOLHA."
               PERFORM 3000-FINALIZAR
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           SET REGISTRAR-LEDGER TO TRUE.

       2900-GRAVAR-LINHA.

           WRITE REG-EXTRATO.

           IF  WRK-FS-ARQ-EXTRATO NOT = "00"
               DISPLAY
                   "ERRO AO TENTAR GRAVAR NO EXTRATO DE COMISSAO: "
                   FUNCTION TRIM(WRK-ARQ-EXTRATO-NOME)
               CLOSE ARQ-EXTRATO
               PERFORM 3000-FINALIZAR
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       3000-FINALIZAR.

           IF  CURSOR-VENDEDORES-ABERTO
               EXEC SQL CLOSE CUR-COMISSAO-VENDEDORES END-EXEC
           END-IF.
           EXEC SQL CONNECT RESET END-EXEC.

           CLOSE ARQ-FOLHA.

      * SO A EXECUCAO QUE FECHOU O TRAILER ENTRA NO LIVRO-RAZAO; O
      * TOTAL DE CONTROLE E A COMISSAO TOTAL EM CENTAVOS.
           IF  REGISTRAR-LEDGER
               COMPUTE WRK-LED-CHECKSUM = WRK-TOT-COMISSAO * 100
               CALL 'MOD-REGISTRA-INTERFACE'
                   USING WRK-REL-PROGRAMA, WRK-ARQ-FOLHA-NOME,
                       WRK-QTD-VENDEDORES, WRK-LED-CHECKSUM
                   END-CALL
           END-IF.

           MOVE WRK-TOT-COMISSAO TO WRK-TOTAL-MASK.
           DISPLAY
               "COMISSOES DE " CMS-MES " GRAVADAS EM: "
               FUNCTION TRIM(WRK-ARQ-FOLHA-NOME)
               " (VENDEDORES " WRK-QTD-VENDEDORES
               ", TOTAL " FUNCTION TRIM(WRK-TOTAL-MASK) ")".

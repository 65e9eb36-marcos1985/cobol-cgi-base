       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG-RELATORIO-PROMOCOES.
      *******************************************
      * AUTOR:
      * DATA:
      * ALTERACOES:
      *   - BATCH MENSAL DE DESCONTOS CONCEDIDOS: SOMA, POR PROMOCAO
      *     (TABELA PROMOCAO, MANTIDA POR PROG-PROMOCOES-ADMIN), OS
      *     ITENS DE VENDA DO MES QUE RECEBERAM DESCONTO, A QUANTIDADE
      *     VENDIDA E O VALOR TOTAL DO DESCONTO (QUANTIDADE VEZES O
      *     DESCONTO POR UNIDADE GRAVADO EM VENDA_ITENS). O DESCONTO
      *     DADO DIGITANDO UM PRECO MENOR, SEM PROMOCAO, SAI NUMA
      *     LINHA PROPRIA DE DESCONTO MANUAL. VENDAS CANCELADAS NAO
      *     ENTRAM. O MES VEM DE PROMOCOES_MES (AAAA-MM), PADRAO O MES
      *     ANTERIOR. GRAVA UM RELATORIO DE 132 COLUNAS
      *     (ARQ_RELATORIO_PROMOCOES, PADRAO RELATORIO_PROMOCOES.TXT)
      *     E O REGISTRA NO CATALOGO CENTRAL DE RELATORIOS VIA
      *     MOD-REGISTRA-RELATORIO.
      *   - EXIBE NO INICIO DO LOG DA EXECUCAO O CARIMBO DE VERSAO
      *     (BUILD) COM QUE O PROGRAMA FOI IMPLANTADO.
      *******************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT ARQ-PROMOCOES ASSIGN TO WRK-ARQ-PROMOCOES-NOME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-ARQ-PROMOCOES.

       DATA DIVISION.
       FILE SECTION.

       FD  ARQ-PROMOCOES.
       01  REG-PROMOCOES                   PIC X(132).

       WORKING-STORAGE SECTION.

       COPY VERSAO-BUILD.

       77  WRK-ARQ-PROMOCOES-NOME          PIC X(255).
       77  WRK-FS-ARQ-PROMOCOES            PIC X(2).

       77  WRK-DB-STRING                   PIC X(255).
       77  WRK-APP-ENV                     PIC X(10).
       77  WRK-REL-PROGRAMA                PIC X(60)
               VALUE "PROG-RELATORIO-PROMOCOES".
       77  WRK-REL-ARQUIVO                 PIC X(255).
       77  WRK-REL-PERIODO                 PIC X(30).
       77  WRK-REL-QTD                     PIC 9(10)   VALUE ZERO.

       77  WRK-ID-MASK                     PIC Z(9)9.
       77  WRK-QTD-MASK                    PIC Z(9)9.
       77  WRK-QUANT-MASK                  PIC Z(9)9.
       77  WRK-VALOR-MASK                  PIC Z(7)9.99.
       77  WRK-TOTAL-MASK                  PIC Z(9)9.99.

       77  WRK-QTD-PROMOCOES               PIC 9(10)   VALUE ZERO.
       77  WRK-TOT-ITENS                   PIC 9(10)   VALUE ZERO.
       77  WRK-TOT-QUANTIDADE              PIC 9(10)   VALUE ZERO.
       77  WRK-TOT-DESCONTO                PIC 9(10)V99 VALUE ZERO.
       77  WRK-DESCRICAO-CURTA             PIC X(40).
       77  WRK-ID-TXT                      PIC X(10).
       77  WRK-VALOR-TXT                   PIC X(11).

       77  WRK-FLAG-FIM-CURSOR             PIC X(1)    VALUE 'N'.
           88  FIM-CURSOR                              VALUE 'S'.
           88  NAO-FIM-CURSOR                          VALUE 'N'.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.

       01  HOSTVARS.
           05 BUFFER     PIC X(1024).

       01  SQL-01-VARS.
           05 PRM-MES-PARAM     PIC X(7).
           05 PRM-MES           PIC X(7).
           05 PRM-PROMOCAO-ID   PIC 9(10).
           05 PRM-DESCRICAO     PIC X(255).
           05 PRM-TIPO          PIC X(10).
           05 PRM-VALOR         PIC 9(8)V99.
           05 PRM-ITENS         PIC 9(10).
           05 PRM-QUANTIDADE    PIC 9(10).
           05 PRM-DESCONTO      PIC 9(10)V99.

       EXEC SQL END DECLARE SECTION END-EXEC.


       PROCEDURE DIVISION.

       MAIN-PROCEDURE.

           DISPLAY "BUILD EM EXECUCAO: " FUNCTION TRIM(VERSAO-BUILD).

           PERFORM 1000-INICIALIZAR.
           PERFORM 1100-CONECTAR-BANCO-DE-DADOS.
           PERFORM 1200-RESOLVER-MES.
           PERFORM 1300-ABRIR-CURSOR-PROMOCOES.
           PERFORM 2000-GRAVAR-CABECALHO.

           PERFORM 1310-BUSCAR-PROXIMA-PROMOCAO.
           PERFORM 2100-GRAVAR-LINHA-PROMOCAO UNTIL FIM-CURSOR.

           EXEC SQL CLOSE CUR-PROMOCOES END-EXEC.

           PERFORM 2300-GRAVAR-TRAILER.
           PERFORM 3000-FINALIZAR.
           STOP RUN.

       1000-INICIALIZAR.

           ACCEPT WRK-ARQ-PROMOCOES-NOME FROM ENVIRONMENT
               "ARQ_RELATORIO_PROMOCOES".
           IF  FUNCTION TRIM(WRK-ARQ-PROMOCOES-NOME) = SPACES
               MOVE "RELATORIO_PROMOCOES.TXT"
                   TO WRK-ARQ-PROMOCOES-NOME
           END-IF.

           ACCEPT PRM-MES-PARAM FROM ENVIRONMENT "PROMOCOES_MES".

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

       1200-RESOLVER-MES.

      * O MES DO RELATORIO E RESOLVIDO NO BANCO: PROMOCOES_MES QUANDO
      * INFORMADO (AAAA-MM), SENAO O MES ANTERIOR COMPLETO.
           EXEC SQL
               SELECT COALESCE(NULLIF(TRIM(:PRM-MES-PARAM), ''),
                          DATE_FORMAT(CURRENT_DATE
                              - INTERVAL 1 MONTH, '%Y-%m'))
                 INTO :PRM-MES
           END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO
               DISPLAY
                   "ERRO AO TENTAR RESOLVER O MES DO RELATORIO: "
                   SQLERRM
               EXEC SQL CONNECT RESET END-EXEC
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       1300-ABRIR-CURSOR-PROMOCOES.

      * SO ENTRA ITEM COM DESCONTO. O ITEM SEM PROMOCAO (DESCONTO
      * MANUAL) FICA NO GRUPO ZERO, QUE SAI POR ULTIMO.
           EXEC SQL
               DECLARE CUR-PROMOCOES CURSOR FOR
                   SELECT COALESCE(i.promocao_id, 0),
                          COALESCE(MAX(p.descricao),
                              'DESCONTO MANUAL (SEM PROMOCAO)'),
                          COALESCE(MAX(p.tipo), ' '),
                          COALESCE(MAX(p.valor), 0),
                          COUNT(*),
                          SUM(i.quantidade),
                          SUM(i.quantidade * i.desconto)
                     FROM venda_itens i
                     JOIN venda v
                       ON v.id = i.venda_id
                     LEFT JOIN promocao p
                       ON p.id = i.promocao_id
                    WHERE i.desconto > 0
                      AND v.cancelada_em IS NULL
                      AND DATE_FORMAT(v.data_venda, '%Y-%m') = :PRM-MES
                    GROUP BY COALESCE(i.promocao_id, 0)
                    ORDER BY COALESCE(i.promocao_id, 0) = 0,
                             COALESCE(i.promocao_id, 0)
           END-EXEC.

           EXEC SQL
               OPEN CUR-PROMOCOES
           END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO
               DISPLAY
                   "ERRO AO TENTAR ABRIR CURSOR DE PROMOCOES: "
                   SQLERRM
               EXEC SQL CONNECT RESET END-EXEC
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       1310-BUSCAR-PROXIMA-PROMOCAO.

           EXEC SQL
               FETCH CUR-PROMOCOES
                   INTO :PRM-PROMOCAO-ID, :PRM-DESCRICAO, :PRM-TIPO,
                        :PRM-VALOR, :PRM-ITENS, :PRM-QUANTIDADE,
                        :PRM-DESCONTO
           END-EXEC.

           IF  SQLCODE EQUAL 100
               SET FIM-CURSOR TO TRUE
           END-IF.

       2000-GRAVAR-CABECALHO.

           OPEN OUTPUT ARQ-PROMOCOES.

           IF  WRK-FS-ARQ-PROMOCOES NOT = "00"
               DISPLAY
                   "ERRO AO TENTAR ABRIR O ARQUIVO DE PROMOCOES: "
                   FUNCTION TRIM(WRK-ARQ-PROMOCOES-NOME)
               EXEC SQL CONNECT RESET END-EXEC
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE SPACES TO REG-PROMOCOES.
           STRING
               "DESCONTOS CONCEDIDOS POR PROMOCAO - MES " PRM-MES
               " - AMBIENTE "
               FUNCTION UPPER-CASE(FUNCTION TRIM(WRK-APP-ENV))
               DELIMITED BY SIZE
               INTO REG-PROMOCOES
           END-STRING.
           PERFORM 2900-GRAVAR-LINHA.

           MOVE SPACES TO REG-PROMOCOES.
           MOVE ALL "=" TO REG-PROMOCOES(1:70).
           PERFORM 2900-GRAVAR-LINHA.

           MOVE SPACES TO REG-PROMOCOES.
           STRING
               "     PROMOCAO  DESCRICAO                "
               "                 TIPO              VALOR"
               "       ITENS  QUANTIDADE       DESCONTO"
               DELIMITED BY SIZE
               INTO REG-PROMOCOES
           END-STRING.
           PERFORM 2900-GRAVAR-LINHA.

       2100-GRAVAR-LINHA-PROMOCAO.

           IF  PRM-PROMOCAO-ID = ZERO
               MOVE "    MANUAL" TO WRK-ID-TXT
               MOVE SPACES TO PRM-TIPO
               MOVE SPACES TO WRK-VALOR-TXT
           ELSE
               MOVE PRM-PROMOCAO-ID TO WRK-ID-MASK
               MOVE WRK-ID-MASK TO WRK-ID-TXT
               MOVE PRM-VALOR TO WRK-VALOR-MASK
               MOVE WRK-VALOR-MASK TO WRK-VALOR-TXT
               ADD 1 TO WRK-QTD-PROMOCOES
           END-IF.

           MOVE PRM-DESCRICAO TO WRK-DESCRICAO-CURTA.
           MOVE PRM-ITENS TO WRK-QTD-MASK.
           MOVE PRM-QUANTIDADE TO WRK-QUANT-MASK.
           MOVE PRM-DESCONTO TO WRK-TOTAL-MASK.

           MOVE SPACES TO REG-PROMOCOES.
           STRING
               "   " WRK-ID-TXT
               "  " WRK-DESCRICAO-CURTA
               "  " PRM-TIPO
               "  " WRK-VALOR-TXT
               "  " WRK-QTD-MASK
               "  " WRK-QUANT-MASK
               "  " WRK-TOTAL-MASK
               DELIMITED BY SIZE
               INTO REG-PROMOCOES
           END-STRING.
           PERFORM 2900-GRAVAR-LINHA.

           ADD PRM-ITENS TO WRK-TOT-ITENS.
           ADD PRM-QUANTIDADE TO WRK-TOT-QUANTIDADE.
           ADD PRM-DESCONTO TO WRK-TOT-DESCONTO.
           ADD 1 TO WRK-REL-QTD.

           PERFORM 1310-BUSCAR-PROXIMA-PROMOCAO.

       2300-GRAVAR-TRAILER.

           MOVE SPACES TO REG-PROMOCOES.
           MOVE ALL "-" TO REG-PROMOCOES(1:70).
           PERFORM 2900-GRAVAR-LINHA.

           MOVE WRK-QTD-PROMOCOES TO WRK-QTD-MASK.
           MOVE SPACES TO REG-PROMOCOES.
           STRING
               "   PROMOCOES APLICADAS....: "
               FUNCTION TRIM(WRK-QTD-MASK)
               DELIMITED BY SIZE
               INTO REG-PROMOCOES
           END-STRING.
           PERFORM 2900-GRAVAR-LINHA.

           MOVE WRK-TOT-ITENS TO WRK-QTD-MASK.
           MOVE SPACES TO REG-PROMOCOES.
           STRING
               "   ITENS COM DESCONTO.....: "
               FUNCTION TRIM(WRK-QTD-MASK)
               DELIMITED BY SIZE
               INTO REG-PROMOCOES
           END-STRING.
           PERFORM 2900-GRAVAR-LINHA.

           MOVE WRK-TOT-QUANTIDADE TO WRK-QTD-MASK.
           MOVE SPACES TO REG-PROMOCOES.
           STRING
               "   QUANTIDADE VENDIDA.....: "
               FUNCTION TRIM(WRK-QTD-MASK)
               DELIMITED BY SIZE
               INTO REG-PROMOCOES
           END-STRING.
           PERFORM 2900-GRAVAR-LINHA.

           MOVE WRK-TOT-DESCONTO TO WRK-TOTAL-MASK.
           MOVE SPACES TO REG-PROMOCOES.
           STRING
               "   TOTAL DE DESCONTOS.....: "
               FUNCTION TRIM(WRK-TOTAL-MASK)
               DELIMITED BY SIZE
               INTO REG-PROMOCOES
           END-STRING.
           PERFORM 2900-GRAVAR-LINHA.

       2900-GRAVAR-LINHA.

           WRITE REG-PROMOCOES.

           IF  WRK-FS-ARQ-PROMOCOES NOT = "00"
               DISPLAY
                   "ERRO AO TENTAR GRAVAR NO ARQUIVO DE PROMOCOES."
               PERFORM 3000-FINALIZAR
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       3000-FINALIZAR.

           EXEC SQL CONNECT RESET END-EXEC.

           CLOSE ARQ-PROMOCOES.

           MOVE WRK-TOT-DESCONTO TO WRK-TOTAL-MASK.
           DISPLAY
               "DESCONTOS DE " PRM-MES " GRAVADOS EM: "
               FUNCTION TRIM(WRK-ARQ-PROMOCOES-NOME)
               " (TOTAL " FUNCTION TRIM(WRK-TOTAL-MASK) ")".
      * O ARQUIVO ENTRA NO CATALOGO CENTRAL DE RELATORIOS.
           MOVE WRK-ARQ-PROMOCOES-NOME TO WRK-REL-ARQUIVO.
           MOVE SPACES TO WRK-REL-PERIODO.
           MOVE PRM-MES TO WRK-REL-PERIODO.
           CALL 'MOD-REGISTRA-RELATORIO'
               USING WRK-REL-PROGRAMA, WRK-REL-ARQUIVO,
                   WRK-REL-PERIODO, WRK-REL-QTD
               END-CALL.

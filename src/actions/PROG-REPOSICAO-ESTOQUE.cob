       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG-REPOSICAO-ESTOQUE.
      *******************************************
      * AUTOR:
      * DATA:
      * ALTERACOES:
      *   - BATCH NOTURNO DE PONTO DE REPOSICAO: LISTA OS PRODUTOS
      *     ATIVOS CUJO SALDO NO RAZAO DE ESTOQUE (ESTOQUE_SALDO)
      *     CAIU ABAIXO DO MINIMO DEFINIDO EM PROG-ESTOQUE-ADMIN
      *     (QS_ACAO=MINIMO) E PROPOE A QUANTIDADE A COMPRAR. A
      *     PROPOSTA LEVA O SALDO AO DOBRO DO MINIMO, DESCONTA O QUE
      *     JA ESTA PENDENTE EM PEDIDOS DE COMPRA ABERTOS OU PARCIAIS
      *     (PROG-PEDIDOS-COMPRA) E ARREDONDA PARA CIMA NO LOTE DE
      *     COMPRA DO PRODUTO; PRODUTO JA COBERTO PELOS PEDIDOS SAI
      *     COM PROPOSTA ZERO. GRAVA UM RELATORIO DE 132 COLUNAS
      *     (ARQ_REPOSICAO_ESTOQUE, PADRAO REPOSICAO_ESTOQUE.TXT) E O
      *     REGISTRA NO CATALOGO CENTRAL DE RELATORIOS VIA
      *     MOD-REGISTRA-RELATORIO.
      *   - EXIBE NO INICIO DO LOG DA EXECUCAO O CARIMBO DE VERSAO
      *     (BUILD) COM QUE O PROGRAMA FOI IMPLANTADO.
      *******************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT ARQ-REPOSICAO ASSIGN TO WRK-ARQ-REPOSICAO-NOME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-ARQ-REPOSICAO.

       DATA DIVISION.
       FILE SECTION.

       FD  ARQ-REPOSICAO.
       01  REG-REPOSICAO                   PIC X(132).

       WORKING-STORAGE SECTION.

       COPY VERSAO-BUILD.

       77  WRK-ARQ-REPOSICAO-NOME          PIC X(255).
       77  WRK-FS-ARQ-REPOSICAO            PIC X(2).

       77  WRK-DB-STRING                   PIC X(255).
       77  WRK-APP-ENV                     PIC X(10).
       77  WRK-REL-PROGRAMA                PIC X(60)
               VALUE "PROG-REPOSICAO-ESTOQUE".
       77  WRK-REL-ARQUIVO                 PIC X(255).
       77  WRK-REL-PERIODO                 PIC X(30).
       77  WRK-REL-QTD                     PIC 9(10)   VALUE ZERO.

       77  WRK-ID-MASK                     PIC Z(9)9.
       77  WRK-QTD-MASK                    PIC Z(9)9.
       77  WRK-SALDO-MASK                  PIC -(8)9.
       77  WRK-MINIMO-MASK                 PIC Z(8)9.
       77  WRK-PENDENTE-MASK               PIC Z(8)9.
       77  WRK-LOTE-MASK                   PIC Z(8)9.
       77  WRK-PROPOSTA-MASK               PIC Z(8)9.

       77  WRK-FALTA                       PIC S9(10)  VALUE ZERO.
       77  WRK-QTD-LOTES                   PIC 9(10)   VALUE ZERO.
       77  WRK-PROPOSTA                    PIC 9(10)   VALUE ZERO.
       77  WRK-QTD-PRODUTOS                PIC 9(10)   VALUE ZERO.
       77  WRK-QTD-A-COMPRAR               PIC 9(10)   VALUE ZERO.
       77  WRK-NOME-CURTO                  PIC X(40).

       77  WRK-FLAG-FIM-CURSOR             PIC X(1)    VALUE 'N'.
           88  FIM-CURSOR                              VALUE 'S'.
           88  NAO-FIM-CURSOR                          VALUE 'N'.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.

       01  HOSTVARS.
           05 BUFFER     PIC X(1024).

       01  SQL-01-VARS.
           05 REP-DIA           PIC X(10).
           05 REP-PRODUTO-ID    PIC 9(10).
           05 REP-PRODUTO-NOME  PIC X(255).
           05 REP-SALDO         PIC S9(9).
           05 REP-MINIMO        PIC 9(9).
           05 REP-LOTE          PIC 9(9).
           05 REP-PENDENTE      PIC 9(9).

       EXEC SQL END DECLARE SECTION END-EXEC.


       PROCEDURE DIVISION.

       MAIN-PROCEDURE.

           DISPLAY "BUILD EM EXECUCAO: " FUNCTION TRIM(VERSAO-BUILD).

           PERFORM 1000-INICIALIZAR.
           PERFORM 1100-CONECTAR-BANCO-DE-DADOS.
           PERFORM 1200-RESOLVER-DATA.
           PERFORM 1300-ABRIR-CURSOR-REPOSICAO.
           PERFORM 2000-GRAVAR-CABECALHO.

           PERFORM 1310-BUSCAR-PROXIMO-PRODUTO.
           PERFORM 2100-GRAVAR-LINHA-PRODUTO UNTIL FIM-CURSOR.

           EXEC SQL CLOSE CUR-REPOSICAO END-EXEC.

           PERFORM 2300-GRAVAR-TRAILER.
           PERFORM 3000-FINALIZAR.
           STOP RUN.

       1000-INICIALIZAR.

           ACCEPT WRK-ARQ-REPOSICAO-NOME FROM ENVIRONMENT
               "ARQ_REPOSICAO_ESTOQUE".
           IF  FUNCTION TRIM(WRK-ARQ-REPOSICAO-NOME) = SPACES
               MOVE "REPOSICAO_ESTOQUE.TXT" TO WRK-ARQ-REPOSICAO-NOME
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

       1200-RESOLVER-DATA.

           EXEC SQL
               SELECT DATE_FORMAT(CURRENT_DATE, '%Y-%m-%d')
                 INTO :REP-DIA
           END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO
               DISPLAY
                   "ERRO AO TENTAR RESOLVER A DATA DA REPOSICAO: "
                   SQLERRM
               EXEC SQL CONNECT RESET END-EXEC
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       1300-ABRIR-CURSOR-REPOSICAO.

      * SO ENTRA PRODUTO COM MINIMO DEFINIDO (MAIOR QUE ZERO) E SALDO
      * ABAIXO DELE. O PENDENTE E O QUE AINDA FALTA CHEGAR DOS
      * PEDIDOS DE COMPRA ABERTOS OU PARCIAIS.
           EXEC SQL
               DECLARE CUR-REPOSICAO CURSOR FOR
                   SELECT p.id, p.nome, s.saldo, s.minimo,
                          s.lote_compra,
                          COALESCE((SELECT SUM(i.quantidade
                                        - i.quantidade_recebida)
                                      FROM pedido_compra_itens i
                                      JOIN pedido_compra c
                                        ON c.id = i.pedido_id
                                     WHERE i.produto_id = p.id
                                       AND c.status IN ('ABERTO',
                                           'PARCIAL')), 0)
                     FROM produto p
                     JOIN estoque_saldo s
                       ON s.produto_id = p.id
                    WHERE p.ativo = 'S'
                      AND s.minimo > 0
                      AND s.saldo < s.minimo
                    ORDER BY p.id
           END-EXEC.

           EXEC SQL
               OPEN CUR-REPOSICAO
           END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO
               DISPLAY
                   "ERRO AO TENTAR ABRIR CURSOR DE REPOSICAO: "
                   SQLERRM
               EXEC SQL CONNECT RESET END-EXEC
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       1310-BUSCAR-PROXIMO-PRODUTO.

           EXEC SQL
               FETCH CUR-REPOSICAO
                   INTO :REP-PRODUTO-ID, :REP-PRODUTO-NOME, :REP-SALDO,
                        :REP-MINIMO, :REP-LOTE, :REP-PENDENTE
           END-EXEC.

           IF  SQLCODE EQUAL 100
               SET FIM-CURSOR TO TRUE
           END-IF.

       2000-GRAVAR-CABECALHO.

           OPEN OUTPUT ARQ-REPOSICAO.

           IF  WRK-FS-ARQ-REPOSICAO NOT = "00"
               DISPLAY
                   "ERRO AO TENTAR ABRIR O ARQUIVO DE REPOSICAO: "
                   FUNCTION TRIM(WRK-ARQ-REPOSICAO-NOME)
               EXEC SQL CONNECT RESET END-EXEC
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE SPACES TO REG-REPOSICAO.
           STRING
               "PONTO DE REPOSICAO DE ESTOQUE - DIA " REP-DIA
               " - AMBIENTE "
               FUNCTION UPPER-CASE(FUNCTION TRIM(WRK-APP-ENV))
               DELIMITED BY SIZE
               INTO REG-REPOSICAO
           END-STRING.
           PERFORM 2900-GRAVAR-LINHA.

           MOVE SPACES TO REG-REPOSICAO.
           MOVE ALL "=" TO REG-REPOSICAO(1:70).
           PERFORM 2900-GRAVAR-LINHA.

           MOVE SPACES TO REG-REPOSICAO.
           STRING
               "      PRODUTO  NOME                     "
               "                     SALDO     MINIMO   "
               "PENDENTE       LOTE   PROPOSTA"
               DELIMITED BY SIZE
               INTO REG-REPOSICAO
           END-STRING.
           PERFORM 2900-GRAVAR-LINHA.

       2100-GRAVAR-LINHA-PRODUTO.

      * A PROPOSTA LEVA O SALDO AO DOBRO DO MINIMO, DESCONTADO O QUE
      * JA VEM NOS PEDIDOS, EM LOTES INTEIROS DE COMPRA.
           IF  REP-LOTE = ZERO
               MOVE 1 TO REP-LOTE
           END-IF.

           COMPUTE WRK-FALTA =
               (REP-MINIMO * 2) - REP-SALDO - REP-PENDENTE.

           IF  WRK-FALTA > ZERO
               DIVIDE WRK-FALTA BY REP-LOTE GIVING WRK-QTD-LOTES
               IF  WRK-QTD-LOTES * REP-LOTE < WRK-FALTA
                   ADD 1 TO WRK-QTD-LOTES
               END-IF
               COMPUTE WRK-PROPOSTA = WRK-QTD-LOTES * REP-LOTE
               ADD 1 TO WRK-QTD-A-COMPRAR
           ELSE
               MOVE ZERO TO WRK-PROPOSTA
           END-IF.

           MOVE REP-PRODUTO-ID TO WRK-ID-MASK.
           MOVE REP-PRODUTO-NOME TO WRK-NOME-CURTO.
           MOVE REP-SALDO TO WRK-SALDO-MASK.
           MOVE REP-MINIMO TO WRK-MINIMO-MASK.
           MOVE REP-PENDENTE TO WRK-PENDENTE-MASK.
           MOVE REP-LOTE TO WRK-LOTE-MASK.
           MOVE WRK-PROPOSTA TO WRK-PROPOSTA-MASK.

           MOVE SPACES TO REG-REPOSICAO.
           STRING
               "   " WRK-ID-MASK
               "  " WRK-NOME-CURTO
               "  " WRK-SALDO-MASK
               "  " WRK-MINIMO-MASK
               "  " WRK-PENDENTE-MASK
               "  " WRK-LOTE-MASK
               "  " WRK-PROPOSTA-MASK
               DELIMITED BY SIZE
               INTO REG-REPOSICAO
           END-STRING.
           PERFORM 2900-GRAVAR-LINHA.

           ADD 1 TO WRK-QTD-PRODUTOS.

           PERFORM 1310-BUSCAR-PROXIMO-PRODUTO.

       2300-GRAVAR-TRAILER.

           MOVE SPACES TO REG-REPOSICAO.
           MOVE ALL "-" TO REG-REPOSICAO(1:70).
           PERFORM 2900-GRAVAR-LINHA.

           MOVE WRK-QTD-PRODUTOS TO WRK-QTD-MASK.
           MOVE SPACES TO REG-REPOSICAO.
           STRING
               "   ABAIXO DO MINIMO.......: "
               FUNCTION TRIM(WRK-QTD-MASK)
               DELIMITED BY SIZE
               INTO REG-REPOSICAO
           END-STRING.
           PERFORM 2900-GRAVAR-LINHA.

           MOVE WRK-QTD-A-COMPRAR TO WRK-QTD-MASK.
           MOVE SPACES TO REG-REPOSICAO.
           STRING
               "   COM PROPOSTA DE COMPRA.: "
               FUNCTION TRIM(WRK-QTD-MASK)
               DELIMITED BY SIZE
               INTO REG-REPOSICAO
           END-STRING.
           PERFORM 2900-GRAVAR-LINHA.

       2900-GRAVAR-LINHA.

           WRITE REG-REPOSICAO.

           IF  WRK-FS-ARQ-REPOSICAO NOT = "00"
               DISPLAY
                   "ERRO AO TENTAR GRAVAR NO ARQUIVO DE REPOSICAO."
               PERFORM 3000-FINALIZAR
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       3000-FINALIZAR.

           EXEC SQL CONNECT RESET END-EXEC.

           CLOSE ARQ-REPOSICAO.

           MOVE WRK-QTD-PRODUTOS TO WRK-QTD-MASK.
           DISPLAY
               "REPOSICAO DE " REP-DIA " GRAVADA EM: "
               FUNCTION TRIM(WRK-ARQ-REPOSICAO-NOME)
               " (" FUNCTION TRIM(WRK-QTD-MASK) " PRODUTOS)".
      * O ARQUIVO ENTRA NO CATALOGO CENTRAL DE RELATORIOS.
           MOVE WRK-ARQ-REPOSICAO-NOME TO WRK-REL-ARQUIVO.
           MOVE SPACES TO WRK-REL-PERIODO.
           MOVE REP-DIA TO WRK-REL-PERIODO.
           MOVE WRK-QTD-PRODUTOS TO WRK-REL-QTD.
           CALL 'MOD-REGISTRA-RELATORIO'
               USING WRK-REL-PROGRAMA, WRK-REL-ARQUIVO,
                   WRK-REL-PERIODO, WRK-REL-QTD
               END-CALL.

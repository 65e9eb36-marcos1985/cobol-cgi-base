      *     MOD-REGISTRA-RELATORIO), DE ONDE E LISTADO E BAIXADO POR
      *     PROG-RELATORIOS-CATALOGO E EXPURGADO NO PRAZO POR
      *     PROG-EXPURGA-RELATORIOS.
      *   - AS DEVOLUCOES PARCIAIS DO PERIODO (NOTAS DE CREDITO DE
      *     VENDA_DEVOLUCAO) ENTRAM NO EXTRATO COMO LINHAS PROPRIAS,
      *     NA DATA DA DEVOLUCAO E COM VALOR NEGATIVO, INTERCALADAS
      *     COM AS VENDAS; O TRAILER GANHA QUANTIDADE E VALOR
      *     DEVOLVIDO E O VALOR LIQUIDO. CLIENTE SO COM DEVOLUCAO NO
      *     PERIODO TAMBEM RECEBE EXTRATO.
      *   - O CABECALHO DO EXTRATO PASSA A TRAZER O CPF OU CNPJ DO
      *     CLIENTE E O ENDERECO DE COBRANCA ATIVO DO CADERNO DE
      *     ENDERECOS (CLIENTE_ENDERECO, MANTIDO POR
      *     PROG-CLIENTES-ADMIN). SEM ENDERECO DE COBRANCA, O
      *     CABECALHO AVISA QUE ELE NAO ESTA CADASTRADO; EM BANCO
      *     AINDA SEM O CADASTRO FISCAL, O EXTRATO SAI COMO ANTES.
      *   - EM BANCO AINDA SEM NENHUMA DEVOLUCAO (SEM A TABELA
      *     VENDA_DEVOLUCAO), O EXTRATO SAI SO COM AS VENDAS, PELOS
      *     CURSORES SEM A NOTA DE CREDITO.
      *   - EXIBE NO INICIO DO LOG DA EXECUCAO O CARIMBO DE VERSAO
      *     (BUILD) COM QUE O PROGRAMA FOI IMPLANTADO.
      *******************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       WORKING-STORAGE SECTION.

       COPY VERSAO-BUILD.

       77  WRK-ARQ-EXTRATO-NOME            PIC X(255).
       77  WRK-EXTRATO-DIR                 PIC X(255).
       77  WRK-FS-ARQ-EXTRATO              PIC X(2).
       77  WRK-ID-MASK                     PIC Z(9)9.
       77  WRK-QTD-MASK                    PIC Z(9)9.
       77  WRK-VALOR-MASK                  PIC Z(9)9.99.
       77  WRK-LINHA-VALOR-MASK            PIC -(9)9.99.
       77  WRK-LIQUIDO-MASK                PIC -(11)9.99.
       77  WRK-NOTA-MASK                   PIC Z(9)9.
       77  WRK-HISTORICO                   PIC X(40).
       77  WRK-DOC-FORMATADO               PIC X(18).
       77  WRK-PREFIXO-ENDERECO            PIC X(22)
               VALUE "ENDERECO DE COBRANCA: ".

       77  WRK-FLAG-ENDERECO               PIC X(1)    VALUE 'N'.
           88  ENDERECO-ENCONTRADO                     VALUE 'S'.
           88  ENDERECO-AUSENTE                        VALUE 'N'.

       77  WRK-QTD-EXTRATOS                PIC 9(5)    VALUE ZERO.
       77  WRK-QTD-VENDAS-CLI              PIC 9(10)   VALUE ZERO.
       77  WRK-SOMA-VENDAS-CLI             PIC 9(12)V99 VALUE ZERO.
       77  WRK-QTD-DEVOL-CLI               PIC 9(10)   VALUE ZERO.
       77  WRK-SOMA-DEVOL-CLI              PIC 9(12)V99 VALUE ZERO.
       77  WRK-LIQUIDO-CLI                 PIC S9(12)V99 VALUE ZERO.
       77  WRK-VALOR-LINHA                 PIC S9(8)V99.

       77  WRK-FLAG-FIM-CLIENTES           PIC X(1)    VALUE 'N'.
           88  FIM-CLIENTES                            VALUE 'S'.
           05 VEN-ID            PIC 9(10).
           05 VEN-DATA          PIC X(10).
           05 VEN-VALOR         PIC 9(8)V99.
           05 VEN-TIPO          PIC X(10).
           05 VEN-DOC-ID        PIC 9(10).
           05 EXT-QTD-DOCUMENTO PIC 9(5).
           05 EXT-QTD-ENDERECO  PIC 9(5).
           05 EXT-QTD-DEVOLUCAO PIC 9(5).
           05 CLI-DOCUMENTO     PIC X(14).
           05 EDR-LOGRADOURO    PIC X(120).
           05 EDR-NUMERO        PIC X(10).
           05 EDR-COMPLEMENTO   PIC X(60).
           05 EDR-BAIRRO        PIC X(60).
           05 EDR-CIDADE        PIC X(60).
           05 EDR-UF            PIC X(2).
           05 EDR-CEP           PIC X(8).

       EXEC SQL END DECLARE SECTION END-EXEC.


       MAIN-PROCEDURE.

           DISPLAY "BUILD EM EXECUCAO: " FUNCTION TRIM(VERSAO-BUILD).

           PERFORM 1000-INICIALIZAR.
           PERFORM 1100-CONECTAR-BANCO-DE-DADOS.
           PERFORM 1200-RESOLVER-PERIODO.
           PERFORM 1250-VERIFICAR-CADASTRO.
           PERFORM 1300-ABRIR-CURSOR-CLIENTES.

           PERFORM 2000-GERAR-EXTRATO-CLIENTE UNTIL FIM-CLIENTES.
               STOP RUN
           END-IF.

       1250-VERIFICAR-CADASTRO.

      * O DOCUMENTO E O CADERNO DE ENDERECOS SO EXISTEM DEPOIS DA
      * PRIMEIRA EXECUCAO DE PROG-CLIENTES-ADMIN (OU DO BOOTSTRAP);
      * ANTES DISSO O CABECALHO SAI SEM ELES.
           EXEC SQL
               SELECT COUNT(*)
                 INTO :EXT-QTD-DOCUMENTO
                 FROM information_schema.columns
                WHERE table_schema = DATABASE()
                  AND table_name = 'cliente'
                  AND column_name = 'documento'
           END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO
               MOVE ZERO TO EXT-QTD-DOCUMENTO
           END-IF.

           EXEC SQL
               SELECT COUNT(*)
                 INTO :EXT-QTD-ENDERECO
                 FROM information_schema.tables
                WHERE table_schema = DATABASE()
                  AND table_name = 'cliente_endereco'
           END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO
               MOVE ZERO TO EXT-QTD-ENDERECO
           END-IF.

      * A TABELA DAS NOTAS DE CREDITO E CRIADA NA PRIMEIRA DEVOLUCAO
      * (MOD-PARCELAS-VENDA) OU PELO BOOTSTRAP; SEM ELA O EXTRATO
      * SAI SO COM AS VENDAS.
           EXEC SQL
               SELECT COUNT(*)
                 INTO :EXT-QTD-DEVOLUCAO
                 FROM information_schema.tables
                WHERE table_schema = DATABASE()
                  AND table_name = 'venda_devolucao'
           END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO
               MOVE ZERO TO EXT-QTD-DEVOLUCAO
           END-IF.

       1300-ABRIR-CURSOR-CLIENTES.

      * SEM CLIENTE PEDIDO, SAI O EXTRATO DE TODO CLIENTE COM VENDA
      * NAO CANCELADA OU COM DEVOLUCAO NO PERIODO.
           EXEC SQL
               DECLARE CUR-EXTRATO-CLIENTES CURSOR FOR
                   SELECT c.id, c.nome
                     FROM cliente c
                    WHERE (:EXT-CLIENTE-PARAM = 0
                       OR  c.id = :EXT-CLIENTE-PARAM)
                      AND (EXISTS
                           (SELECT 1
                              FROM venda v
                             WHERE v.cliente_id = c.id
                               AND v.cancelada_em IS NULL
                               AND v.data_venda >= :EXT-DATA-DE
                               AND v.data_venda <= :EXT-DATA-ATE)
                       OR  EXISTS
                           (SELECT 1
                              FROM venda_devolucao d
                             WHERE d.cliente_id = c.id
                               AND d.data_devolucao >= :EXT-DATA-DE
                               AND d.data_devolucao <= :EXT-DATA-ATE))
                    ORDER BY c.id
           END-EXEC.

           EXEC SQL
               DECLARE CUR-EXTRATO-CLIENTES-SEM CURSOR FOR
                   SELECT DISTINCT c.id, c.nome
                     FROM cliente c
                     JOIN venda v
                    ORDER BY c.id
           END-EXEC.

           IF  EXT-QTD-DEVOLUCAO > ZERO
               EXEC SQL
                   OPEN CUR-EXTRATO-CLIENTES
               END-EXEC
           ELSE
               EXEC SQL
                   OPEN CUR-EXTRATO-CLIENTES-SEM
               END-EXEC
           END-IF.

           IF  SQLCODE NOT EQUAL ZERO
               DISPLAY

       1310-BUSCAR-PROXIMO-CLIENTE.

           IF  EXT-QTD-DEVOLUCAO > ZERO
               EXEC SQL
                   FETCH CUR-EXTRATO-CLIENTES
                       INTO :CLI-ID, :CLI-NOME
               END-EXEC
           ELSE
               EXEC SQL
                   FETCH CUR-EXTRATO-CLIENTES-SEM
                       INTO :CLI-ID, :CLI-NOME
               END-EXEC
           END-IF.

           IF  SQLCODE EQUAL 100
               SET FIM-CLIENTES TO TRUE
               STOP RUN
           END-IF.

           PERFORM 2050-BUSCAR-CADASTRO-CLIENTE.
           PERFORM 2100-GRAVAR-CABECALHO-CLIENTE.
           PERFORM 2200-GRAVAR-VENDAS-DO-PERIODO.
           PERFORM 2300-GRAVAR-TRAILER-CLIENTE.
               DELIMITED BY SIZE
               INTO WRK-REL-PERIODO
           END-STRING.
           COMPUTE WRK-REL-QTD = WRK-QTD-VENDAS-CLI
                               + WRK-QTD-DEVOL-CLI.
           CALL 'MOD-REGISTRA-RELATORIO'
               USING WRK-REL-PROGRAMA, WRK-ARQ-EXTRATO-NOME,
                   WRK-REL-PERIODO, WRK-REL-QTD

           PERFORM 1310-BUSCAR-PROXIMO-CLIENTE.

       2050-BUSCAR-CADASTRO-CLIENTE.

           MOVE SPACES TO CLI-DOCUMENTO.
           SET ENDERECO-AUSENTE TO TRUE.

           IF  EXT-QTD-DOCUMENTO > ZERO
               EXEC SQL
                   SELECT COALESCE(documento, ' ')
                     INTO :CLI-DOCUMENTO
                     FROM cliente
                    WHERE id = :CLI-ID
               END-EXEC
               IF  SQLCODE NOT EQUAL ZERO
                   MOVE SPACES TO CLI-DOCUMENTO
               END-IF
           END-IF.

      * O CLIENTE TEM NO MAXIMO UM ENDERECO DE COBRANCA ATIVO.
           IF  EXT-QTD-ENDERECO > ZERO
               EXEC SQL
                   SELECT logradouro, COALESCE(numero, ' '),
                          COALESCE(complemento, ' '),
                          COALESCE(bairro, ' '), cidade, uf, cep
                     INTO :EDR-LOGRADOURO, :EDR-NUMERO,
                          :EDR-COMPLEMENTO, :EDR-BAIRRO, :EDR-CIDADE,
                          :EDR-UF, :EDR-CEP
                     FROM cliente_endereco
                    WHERE cliente_id = :CLI-ID
                      AND tipo = 'COBRANCA'
                      AND ativo = 'S'
                    ORDER BY id DESC
                    LIMIT 1
               END-EXEC
               IF  SQLCODE EQUAL ZERO
                   SET ENDERECO-ENCONTRADO TO TRUE
               END-IF
           END-IF.

       2100-GRAVAR-CABECALHO-CLIENTE.

           MOVE SPACES TO REG-EXTRATO.
           END-STRING.
           PERFORM 2900-GRAVAR-LINHA.

           IF  CLI-DOCUMENTO NOT = SPACES
               PERFORM 2110-GRAVAR-DOCUMENTO
           END-IF.

           IF  ENDERECO-ENCONTRADO
               PERFORM 2120-GRAVAR-ENDERECO-COBRANCA
           ELSE
               MOVE SPACES TO REG-EXTRATO
               STRING
                   WRK-PREFIXO-ENDERECO "NAO CADASTRADO"
                   DELIMITED BY SIZE
                   INTO REG-EXTRATO
               END-STRING
               PERFORM 2900-GRAVAR-LINHA
           END-IF.

           MOVE SPACES TO REG-EXTRATO.
           STRING
               "PERIODO DE " EXT-DATA-DE " A " EXT-DATA-ATE
           PERFORM 2900-GRAVAR-LINHA.

           MOVE SPACES TO REG-EXTRATO.
           STRING
               "   VENDA       DATA                 "
               "VALOR  HISTORICO"
               DELIMITED BY SIZE
               INTO REG-EXTRATO
           END-STRING.
           PERFORM 2900-GRAVAR-LINHA.

       2110-GRAVAR-DOCUMENTO.

           MOVE SPACES TO WRK-DOC-FORMATADO.
           MOVE SPACES TO REG-EXTRATO.

           IF  CLI-DOCUMENTO(12:3) = SPACES
               STRING
                   CLI-DOCUMENTO(1:3) "." CLI-DOCUMENTO(4:3) "."
                   CLI-DOCUMENTO(7:3) "-" CLI-DOCUMENTO(10:2)
                   DELIMITED BY SIZE
                   INTO WRK-DOC-FORMATADO
               END-STRING
               STRING
                   "CPF: " WRK-DOC-FORMATADO
                   DELIMITED BY SIZE
                   INTO REG-EXTRATO
               END-STRING
           ELSE
               STRING
                   CLI-DOCUMENTO(1:2) "." CLI-DOCUMENTO(3:3) "."
                   CLI-DOCUMENTO(6:3) "/" CLI-DOCUMENTO(9:4) "-"
                   CLI-DOCUMENTO(13:2)
                   DELIMITED BY SIZE
                   INTO WRK-DOC-FORMATADO
               END-STRING
               STRING
                   "CNPJ: " WRK-DOC-FORMATADO
                   DELIMITED BY SIZE
                   INTO REG-EXTRATO
               END-STRING
           END-IF.

           PERFORM 2900-GRAVAR-LINHA.

       2120-GRAVAR-ENDERECO-COBRANCA.

      * LOGRADOURO E NUMERO NA PRIMEIRA LINHA, COMPLEMENTO E BAIRRO
      * NA SEGUNDA (QUANDO HOUVER) E CIDADE, UF E CEP NA ULTIMA.
           IF  EDR-NUMERO = SPACES
               MOVE "S/N" TO EDR-NUMERO
           END-IF.

           MOVE SPACES TO REG-EXTRATO.
           STRING
               WRK-PREFIXO-ENDERECO
               FUNCTION TRIM(EDR-LOGRADOURO) ", "
               FUNCTION TRIM(EDR-NUMERO)
               DELIMITED BY SIZE
               INTO REG-EXTRATO
           END-STRING.
           PERFORM 2900-GRAVAR-LINHA.

           IF  EDR-COMPLEMENTO NOT = SPACES
           OR  EDR-BAIRRO NOT = SPACES
               MOVE SPACES TO REG-EXTRATO
               EVALUATE TRUE
                   WHEN EDR-COMPLEMENTO = SPACES
                       MOVE EDR-BAIRRO TO REG-EXTRATO(23:60)
                   WHEN EDR-BAIRRO = SPACES
                       MOVE EDR-COMPLEMENTO TO REG-EXTRATO(23:60)
                   WHEN OTHER
                       STRING
                           FUNCTION TRIM(EDR-COMPLEMENTO) " - "
                           FUNCTION TRIM(EDR-BAIRRO)
                           DELIMITED BY SIZE
                           INTO REG-EXTRATO(23:110)
                       END-STRING
               END-EVALUATE
               PERFORM 2900-GRAVAR-LINHA
           END-IF.

           MOVE SPACES TO REG-EXTRATO.
           STRING
               FUNCTION TRIM(EDR-CIDADE) "/" EDR-UF
               " - CEP " EDR-CEP(1:5) "-" EDR-CEP(6:3)
               DELIMITED BY SIZE
               INTO REG-EXTRATO(23:110)
           END-STRING.
           PERFORM 2900-GRAVAR-LINHA.

       2200-GRAVAR-VENDAS-DO-PERIODO.

           MOVE ZERO TO WRK-QTD-VENDAS-CLI.
           MOVE ZERO TO WRK-SOMA-VENDAS-CLI.
           MOVE ZERO TO WRK-QTD-DEVOL-CLI.
           MOVE ZERO TO WRK-SOMA-DEVOL-CLI.

      * A DEVOLUCAO SAI NA DATA EM QUE FOI FEITA, COMO NOTA DE CREDITO
      * PROPRIA; NO MESMO DIA A VENDA VEM ANTES DA DEVOLUCAO.
           EXEC SQL
               DECLARE CUR-EXTRATO-VENDAS CURSOR FOR
                   SELECT 'VENDA', id, id,
                          DATE_FORMAT(data_venda, '%Y-%m-%d'), valor
                     FROM venda
                    WHERE cliente_id = :CLI-ID
                      AND cancelada_em IS NULL
                      AND data_venda >= :EXT-DATA-DE
                      AND data_venda <= :EXT-DATA-ATE
                   UNION ALL
                   SELECT 'DEVOLUCAO', id, venda_id,
                          DATE_FORMAT(data_devolucao, '%Y-%m-%d'),
                          valor
                     FROM venda_devolucao
                    WHERE cliente_id = :CLI-ID
                      AND data_devolucao >= :EXT-DATA-DE
                      AND data_devolucao <= :EXT-DATA-ATE
                    ORDER BY 4, 1 DESC, 2
           END-EXEC.

           EXEC SQL
               DECLARE CUR-EXTRATO-VENDAS-SEM CURSOR FOR
                   SELECT id, DATE_FORMAT(data_venda, '%Y-%m-%d'),
                          valor
                     FROM venda
                    ORDER BY data_venda, id
           END-EXEC.

           IF  EXT-QTD-DEVOLUCAO > ZERO
               EXEC SQL
                   OPEN CUR-EXTRATO-VENDAS
               END-EXEC
           ELSE
               EXEC SQL
                   OPEN CUR-EXTRATO-VENDAS-SEM
               END-EXEC
           END-IF.

           IF  SQLCODE NOT EQUAL ZERO
               DISPLAY
           PERFORM 2210-BUSCAR-PROXIMA-VENDA.
           PERFORM 2220-GRAVAR-LINHA-VENDA UNTIL FIM-VENDAS.

           IF  EXT-QTD-DEVOLUCAO > ZERO
               EXEC SQL CLOSE CUR-EXTRATO-VENDAS END-EXEC
           ELSE
               EXEC SQL CLOSE CUR-EXTRATO-VENDAS-SEM END-EXEC
           END-IF.

       2210-BUSCAR-PROXIMA-VENDA.

           IF  EXT-QTD-DEVOLUCAO > ZERO
               EXEC SQL
                   FETCH CUR-EXTRATO-VENDAS
                       INTO :VEN-TIPO, :VEN-DOC-ID, :VEN-ID, :VEN-DATA,
                            :VEN-VALOR
               END-EXEC
           ELSE
               EXEC SQL
                   FETCH CUR-EXTRATO-VENDAS-SEM
                       INTO :VEN-ID, :VEN-DATA, :VEN-VALOR
               END-EXEC
               MOVE "VENDA" TO VEN-TIPO
               MOVE VEN-ID TO VEN-DOC-ID
           END-IF.

           IF  SQLCODE EQUAL 100
               SET FIM-VENDAS TO TRUE
       2220-GRAVAR-LINHA-VENDA.

           MOVE VEN-ID TO WRK-ID-MASK.

           MOVE SPACES TO WRK-HISTORICO.
           IF  VEN-TIPO = "DEVOLUCAO"
               COMPUTE WRK-VALOR-LINHA = ZERO - VEN-VALOR
               MOVE VEN-DOC-ID TO WRK-NOTA-MASK
               STRING
                   "DEVOLUCAO - NOTA DE CREDITO "
                   FUNCTION TRIM(WRK-NOTA-MASK)
                   DELIMITED BY SIZE
                   INTO WRK-HISTORICO
               END-STRING
               ADD 1 TO WRK-QTD-DEVOL-CLI
               ADD VEN-VALOR TO WRK-SOMA-DEVOL-CLI
           ELSE
               MOVE VEN-VALOR TO WRK-VALOR-LINHA
               MOVE "VENDA" TO WRK-HISTORICO
               ADD 1 TO WRK-QTD-VENDAS-CLI
               ADD VEN-VALOR TO WRK-SOMA-VENDAS-CLI
           END-IF.
           MOVE WRK-VALOR-LINHA TO WRK-LINHA-VALOR-MASK.

           MOVE SPACES TO REG-EXTRATO.
           STRING
               "   " WRK-ID-MASK
               "  " VEN-DATA
               "  " WRK-LINHA-VALOR-MASK
               "  " WRK-HISTORICO
               DELIMITED BY SIZE
               INTO REG-EXTRATO
           END-STRING.
           PERFORM 2900-GRAVAR-LINHA.

           PERFORM 2210-BUSCAR-PROXIMA-VENDA.

       2300-GRAVAR-TRAILER-CLIENTE.
           END-STRING.
           PERFORM 2900-GRAVAR-LINHA.

           MOVE WRK-QTD-DEVOL-CLI TO WRK-QTD-MASK.
           MOVE SPACES TO REG-EXTRATO.
           STRING
               "   TOTAL DE DEVOLUCOES....: "
               FUNCTION TRIM(WRK-QTD-MASK)
               DELIMITED BY SIZE
               INTO REG-EXTRATO
           END-STRING.
           PERFORM 2900-GRAVAR-LINHA.

           MOVE WRK-SOMA-DEVOL-CLI TO WRK-VALOR-MASK.
           MOVE SPACES TO REG-EXTRATO.
           STRING
               "   VALOR DEVOLVIDO........: "
               FUNCTION TRIM(WRK-VALOR-MASK)
               DELIMITED BY SIZE
               INTO REG-EXTRATO
           END-STRING.
           PERFORM 2900-GRAVAR-LINHA.

           COMPUTE WRK-LIQUIDO-CLI = WRK-SOMA-VENDAS-CLI
                                   - WRK-SOMA-DEVOL-CLI.
           MOVE WRK-LIQUIDO-CLI TO WRK-LIQUIDO-MASK.
           MOVE SPACES TO REG-EXTRATO.
           STRING
               "   VALOR LIQUIDO..........: "
               FUNCTION TRIM(WRK-LIQUIDO-MASK)
               DELIMITED BY SIZE
               INTO REG-EXTRATO
           END-STRING.
           PERFORM 2900-GRAVAR-LINHA.

       2900-GRAVAR-LINHA.

           WRITE REG-EXTRATO.

       3000-FINALIZAR.

           IF  EXT-QTD-DEVOLUCAO > ZERO
               EXEC SQL CLOSE CUR-EXTRATO-CLIENTES END-EXEC
           ELSE
               EXEC SQL CLOSE CUR-EXTRATO-CLIENTES-SEM END-EXEC
           END-IF.
           EXEC SQL CONNECT RESET END-EXEC.

           DISPLAY

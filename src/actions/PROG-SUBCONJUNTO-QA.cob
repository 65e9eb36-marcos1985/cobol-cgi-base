       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG-SUBCONJUNTO-QA.
      *******************************************
      * AUTOR:
      * DATA:
      * ALTERACOES:
      *   - BATCH DE SUBCONJUNTO REFERENCIALMENTE CONSISTENTE DE
      *     DADOS DE VENDAS PARA QA, PEQUENO O BASTANTE PARA SER
      *     RECARREGADO TODO DIA (PROG-SINCRONIZA-AMBIENTE COPIA
      *     TABELAS INTEIRAS E PROG-GERA-MASSA INVENTA LINHAS). A
      *     REGRA DE AMOSTRA E SUBC_CLIENTES=N (OS N CLIENTES COM
      *     VENDA MAIS RECENTE, COM TODAS AS VENDAS DELES) OU
      *     SUBC_VENDAS_DE/SUBC_VENDAS_ATE (AAAA-MM-DD; AS VENDAS DO
      *     PERIODO E OS CLIENTES DELAS). A FASE DE EXTRACAO CONECTA
      *     EM SUBC_ORIGEM E LEVA, NUMA MESMA LEITURA CONSISTENTE,
      *     CLIENTE (COM CLIENTE_HISTORICO, CLIENTE_ENDERECO E
      *     CLIENTE_CONTATO), VENDA, VENDA_ITENS, VENDA_PARCELA,
      *     VENDA_PAGAMENTO, VENDA_DEVOLUCAO E TUDO O QUE ELAS
      *     REFERENCIAM (PRODUTO COM PRODUTO_PRECO_HIST E
      *     ESTOQUE_SALDO, VENDEDOR E PROMOCAO, INCLUSIVE O CLIENTE E
      *     O PRODUTO DA PROMOCAO), PARA NENHUMA REFERENCIA FICAR
      *     PENDURADA. AS COLUNAS PESSOAIS SAEM JA TRATADAS PELAS
      *     REGRAS DO REGISTRO DE DADOS PESSOAIS (DADOS_PESSOAIS DA
      *     ORIGEM, AS MESMAS MASCARAS DE PROG-MASCARA-DADOS; TEXTO
      *     LIVRE SAI APAGADO); SEM O REGISTRO A EXTRACAO E RECUSADA.
      *     O ARQUIVO DE DADOS (SUBC_ARQUIVO, PADRAO SUBCONJUNTO.DAT)
      *     TRAZ AS COLUNAS DE CADA TABELA E UMA LINHA POR REGISTRO;
      *     O MANIFESTO (SUBC_MANIFESTO, PADRAO SUBCONJUNTO.MAN),
      *     GRAVADO POR ULTIMO, LISTA QUANTIDADE E SOMA DAS CHAVES
      *     POR TABELA. A FASE DE CARGA CONECTA EM SUBC_DESTINO (DEV
      *     OU QA, NUNCA PROD NEM A PROPRIA ORIGEM), ESVAZIA AS
      *     TABELAS DO MANIFESTO, CARREGA O ARQUIVO E CONFERE, TABELA
      *     A TABELA, O LIDO E O GRAVADO CONTRA O MANIFESTO NUMA
      *     UNICA TRANSACAO: QUALQUER DIVERGENCIA DESFAZ TUDO (RC 16).
      *     SUBC_FASE=EXTRAIR OU CARREGAR RODA SO UMA DAS FASES
      *     (PADRAO AS DUAS).
      *   - EXIBE NO INICIO DO LOG DA EXECUCAO O CARIMBO DE VERSAO
      *     (BUILD) COM QUE O PROGRAMA FOI IMPLANTADO.
      *******************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT ARQ-SUBCONJUNTO ASSIGN TO WRK-ARQ-DADOS-NOME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-ARQ-DADOS.

           SELECT ARQ-MANIFESTO ASSIGN TO WRK-ARQ-MANIFESTO-NOME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-ARQ-MANIFESTO.

       DATA DIVISION.
       FILE SECTION.

      * TAB: INICIO DE UMA TABELA, COM A LISTA DE COLUNAS NO
      * CONTEUDO; LIN: UM REGISTRO, COM A CHAVE E A TUPLA DE VALORES
      * JA NA SINTAXE DO INSERT.
       FD  ARQ-SUBCONJUNTO.
       01  REG-SUBCONJUNTO.
           05 DAD-TIPO                     PIC X(3).
           05 DAD-TABELA                   PIC X(30).
           05 DAD-CHAVE                    PIC 9(10).
           05 DAD-CONTEUDO                 PIC X(4000).

       FD  ARQ-MANIFESTO.
       01  REG-MANIFESTO.
           05 MAN-TIPO                     PIC X(3).
           05 MAN-TABELA                   PIC X(30).
           05 MAN-CHAVE                    PIC X(30).
           05 MAN-QTD                      PIC 9(10).
           05 MAN-SOMA                     PIC 9(15).
           05 FILLER                       PIC X(60).
       01  REG-MAN-CABECALHO.
           05 MCB-TIPO                     PIC X(3).
           05 MCB-DATA-HORA                PIC X(19).
           05 MCB-ORIGEM                   PIC X(10).
           05 MCB-REGRA                    PIC X(60).
           05 FILLER                       PIC X(56).
       01  REG-MAN-TRAILER.
           05 MTR-TIPO                     PIC X(3).
           05 MTR-QTD-TABELAS              PIC 9(3).
           05 MTR-QTD-LINHAS               PIC 9(10).
           05 MTR-SOMA                     PIC 9(15).
           05 FILLER                       PIC X(117).

       WORKING-STORAGE SECTION.

       COPY VERSAO-BUILD.

       77  WRK-ARQ-DADOS-NOME              PIC X(255).
       77  WRK-FS-ARQ-DADOS                PIC X(2).
       77  WRK-ARQ-MANIFESTO-NOME          PIC X(255).
       77  WRK-FS-ARQ-MANIFESTO            PIC X(2).

       77  WRK-DB-STRING                   PIC X(255).
       77  WRK-DB-STRING-PROD              PIC X(255).
       77  WRK-AMBIENTE-CONEXAO            PIC X(10).

       77  WRK-SUBC-FASE                   PIC X(10).
           88  FASE-EXTRAIR                            VALUE 'EXTRAIR'.
           88  FASE-CARREGAR                           VALUE 'CARREGAR'.
           88  FASE-COMPLETA                           VALUE 'COMPLETA'.
       77  WRK-SUBC-ORIGEM                 PIC X(10).
       77  WRK-SUBC-DESTINO                PIC X(10).
       77  WRK-CLIENTES-STG                PIC X(10).
       77  WRK-NUM-CHECK                   PIC X(10).
       77  WRK-QTD-CLIENTES                PIC 9(6)    VALUE ZERO.
       77  WRK-VENDAS-DE                   PIC X(10).
       77  WRK-VENDAS-ATE                  PIC X(10).
       77  WRK-DATA-CHECK                  PIC X(10).
       77  WRK-REGRA-DESC                  PIC X(60).

       77  WRK-FLAG-REGRA                  PIC X(1)    VALUE SPACE.
           88  REGRA-CLIENTES                          VALUE 'C'.
           88  REGRA-PERIODO                           VALUE 'P'.

      * CONJUNTOS DA AMOSTRA, EM SQL: CLIENTES DA REGRA, VENDAS DA
      * REGRA, PROMOCOES USADAS NOS ITENS, E OS FILTROS DE CLIENTE E
      * DE PRODUTO JA COM O QUE AS PROMOCOES REFERENCIAM.
       77  WRK-SQL-CLIENTES-BASE           PIC X(1000).
       77  WRK-SQL-VENDAS                  PIC X(1000).
       77  WRK-SQL-PROMOCOES               PIC X(1000).
       77  WRK-FILTRO-CLIENTES             PIC X(1200).
       77  WRK-FILTRO-PRODUTOS             PIC X(1200).

       77  WRK-NOVA-TABELA                 PIC X(30).
       77  WRK-NOVA-CHAVE                  PIC X(30).
       77  WRK-NOVO-FILTRO                 PIC X(1500).

       77  WRK-QTD-MASK                    PIC Z(9)9.
       77  WRK-QTD-MASK-2                  PIC Z(9)9.
       77  WRK-DATA-HORA-CORRENTE          PIC X(21).
       77  WRK-COL-CHECK                   PIC X(30).
       77  WRK-COLUNAS-CHECK               PIC X(2000).
       77  WRK-COLUNAS-ATUAIS              PIC X(2000).
       77  WRK-QTD-TABELAS                 PIC 9(3)    VALUE ZERO.
       77  WRK-IDX                         PIC 9(3)    VALUE ZERO.
       77  WRK-IDX-ATUAL                   PIC 9(3)    VALUE ZERO.
       77  WRK-QTD-EXTRAIDAS               PIC 9(3)    VALUE ZERO.
       77  WRK-TOTAL-LINHAS                PIC 9(10)   VALUE ZERO.
       77  WRK-TOTAL-SOMA                  PIC 9(15)   VALUE ZERO.
       77  WRK-QTD-DIVERGENCIAS            PIC 9(3)    VALUE ZERO.

       77  WRK-FLAG-FIM-CURSOR             PIC X(1)    VALUE 'N'.
           88  FIM-CURSOR                              VALUE 'S'.
           88  NAO-FIM-CURSOR                          VALUE 'N'.

       77  WRK-FLAG-FIM-ARQUIVO            PIC X(1)    VALUE 'N'.
           88  FIM-ARQUIVO                             VALUE 'S'.
           88  NAO-FIM-ARQUIVO                         VALUE 'N'.

       77  WRK-FLAG-TRAILER                PIC X(1)    VALUE 'N'.
           88  TRAILER-LIDO                            VALUE 'S'.
           88  TRAILER-AUSENTE                         VALUE 'N'.

      * TABELAS DO SUBCONJUNTO NA ORDEM DE CARGA (REFERENCIADAS
      * ANTES DE QUEM AS REFERENCIA); NA CARGA VEM DO MANIFESTO.
       01  WRK-TABELAS-SUBCONJUNTO.
           05 WRK-TAB OCCURS 20 TIMES.
              10 WRK-TAB-NOME              PIC X(30).
              10 WRK-TAB-CHAVE             PIC X(30).
              10 WRK-TAB-FILTRO            PIC X(1500).
              10 WRK-TAB-QTD               PIC 9(10).
              10 WRK-TAB-SOMA              PIC 9(15).
              10 WRK-TAB-LIDA-QTD          PIC 9(10).
              10 WRK-TAB-LIDA-SOMA         PIC 9(15).
              10 WRK-TAB-DEST-QTD          PIC 9(10).
              10 WRK-TAB-DEST-SOMA         PIC 9(15).
              10 WRK-TAB-SITUACAO          PIC X(1).
                 88 TAB-EXTRAIDA                       VALUE 'S'.
                 88 TAB-AUSENTE                        VALUE 'N'.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.

       01  HOSTVARS.
           05 BUFFER     PIC X(1024).
           05 SQL-BUFFER PIC X(6000).

       01  SQL-01-VARS.
           05 SBC-TABELA        PIC X(60).
           05 SBC-EXISTE        PIC 9(10).
           05 SBC-COLUNAS       PIC X(2000).
           05 SBC-EXPRESSOES    PIC X(4000).
           05 SBC-CHAVE         PIC 9(10).
           05 SBC-TAMANHO       PIC 9(10).
           05 SBC-TUPLA         PIC X(4000).
           05 SBC-QTD           PIC 9(10).
           05 SBC-SOMA          PIC 9(15).

       EXEC SQL END DECLARE SECTION END-EXEC.


       PROCEDURE DIVISION.

       MAIN-PROCEDURE.

           DISPLAY "BUILD EM EXECUCAO: " FUNCTION TRIM(VERSAO-BUILD).

           PERFORM 1000-VALIDAR-PARAMETROS.

           IF  FASE-EXTRAIR OR FASE-COMPLETA
               PERFORM 1200-MONTAR-REGRA
               PERFORM 1300-MONTAR-TABELAS
               PERFORM 2000-EXTRAIR
           END-IF.

           IF  FASE-CARREGAR OR FASE-COMPLETA
               PERFORM 4000-CARREGAR
           END-IF.

           PERFORM 5000-FINALIZAR.
           STOP RUN.

       1000-VALIDAR-PARAMETROS.

           ACCEPT WRK-SUBC-FASE FROM ENVIRONMENT "SUBC_FASE".
           ACCEPT WRK-SUBC-ORIGEM FROM ENVIRONMENT "SUBC_ORIGEM".
           ACCEPT WRK-SUBC-DESTINO FROM ENVIRONMENT "SUBC_DESTINO".

           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WRK-SUBC-FASE))
               TO WRK-SUBC-FASE.
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WRK-SUBC-ORIGEM))
               TO WRK-SUBC-ORIGEM.
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WRK-SUBC-DESTINO))
               TO WRK-SUBC-DESTINO.

           IF  WRK-SUBC-FASE = SPACES
               SET FASE-COMPLETA TO TRUE
           END-IF.

           IF  NOT FASE-EXTRAIR
           AND NOT FASE-CARREGAR
           AND NOT FASE-COMPLETA
               DISPLAY
                   "ERRO: SUBC_FASE DEVE SER EXTRAIR, CARREGAR OU "
                   "COMPLETA."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           ACCEPT WRK-ARQ-DADOS-NOME FROM ENVIRONMENT "SUBC_ARQUIVO".
           IF  FUNCTION TRIM(WRK-ARQ-DADOS-NOME) = SPACES
               MOVE "SUBCONJUNTO.DAT" TO WRK-ARQ-DADOS-NOME
           END-IF.

           ACCEPT WRK-ARQ-MANIFESTO-NOME FROM ENVIRONMENT
               "SUBC_MANIFESTO".
           IF  FUNCTION TRIM(WRK-ARQ-MANIFESTO-NOME) = SPACES
               MOVE "SUBCONJUNTO.MAN" TO WRK-ARQ-MANIFESTO-NOME
           END-IF.

           IF  FASE-EXTRAIR OR FASE-COMPLETA
               PERFORM 1010-VALIDAR-EXTRACAO
           END-IF.

           IF  FASE-CARREGAR OR FASE-COMPLETA
               PERFORM 1050-VALIDAR-CARGA
           END-IF.

       1010-VALIDAR-EXTRACAO.

           IF  WRK-SUBC-ORIGEM NOT = "DEV"
           AND WRK-SUBC-ORIGEM NOT = "QA"
           AND WRK-SUBC-ORIGEM NOT = "PROD"
               DISPLAY
                   "ERRO: SUBC_ORIGEM DEVE SER DEV, QA OU PROD."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           ACCEPT WRK-CLIENTES-STG FROM ENVIRONMENT "SUBC_CLIENTES".
           ACCEPT WRK-VENDAS-DE FROM ENVIRONMENT "SUBC_VENDAS_DE".
           ACCEPT WRK-VENDAS-ATE FROM ENVIRONMENT "SUBC_VENDAS_ATE".

      * EXATAMENTE UMA REGRA DE AMOSTRA: N CLIENTES OU UM PERIODO.
           IF  FUNCTION TRIM(WRK-CLIENTES-STG) NOT = SPACES
               SET REGRA-CLIENTES TO TRUE
           END-IF.

           IF  FUNCTION TRIM(WRK-VENDAS-DE) NOT = SPACES
           OR  FUNCTION TRIM(WRK-VENDAS-ATE) NOT = SPACES
               IF  REGRA-CLIENTES
                   DISPLAY
                       "ERRO: INFORME SUBC_CLIENTES OU O PERIODO "
                       "SUBC_VENDAS_DE/SUBC_VENDAS_ATE, NAO OS DOIS."
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               SET REGRA-PERIODO TO TRUE
           END-IF.

           EVALUATE TRUE
               WHEN REGRA-CLIENTES
                   PERFORM 1020-VALIDAR-QTD-CLIENTES
               WHEN REGRA-PERIODO
                   MOVE WRK-VENDAS-DE TO WRK-DATA-CHECK
                   PERFORM 1030-VALIDAR-DATA
                   MOVE WRK-VENDAS-ATE TO WRK-DATA-CHECK
                   PERFORM 1030-VALIDAR-DATA
                   IF  WRK-VENDAS-DE > WRK-VENDAS-ATE
                       DISPLAY
                           "ERRO: SUBC_VENDAS_DE POSTERIOR A "
                           "SUBC_VENDAS_ATE."
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   MOVE SPACES TO WRK-REGRA-DESC
                   STRING
                       "VENDAS DE " WRK-VENDAS-DE " A "
                       WRK-VENDAS-ATE
                       DELIMITED BY SIZE
                       INTO WRK-REGRA-DESC
                   END-STRING
               WHEN OTHER
                   DISPLAY
                       "ERRO: REGRA DE AMOSTRA OBRIGATORIA: "
                       "SUBC_CLIENTES=N OU SUBC_VENDAS_DE E "
                       "SUBC_VENDAS_ATE (AAAA-MM-DD)."
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.

       1020-VALIDAR-QTD-CLIENTES.

           MOVE FUNCTION TRIM(WRK-CLIENTES-STG) TO WRK-NUM-CHECK.
           INSPECT WRK-NUM-CHECK REPLACING ALL SPACE BY '0'.

           IF  WRK-NUM-CHECK IS NOT NUMERIC
           OR  FUNCTION NUMVAL(WRK-CLIENTES-STG) < 1
           OR  FUNCTION NUMVAL(WRK-CLIENTES-STG) > 100000
               DISPLAY
                   "ERRO: SUBC_CLIENTES INVALIDO (DE 1 A 100000): "
                   FUNCTION TRIM(WRK-CLIENTES-STG)
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           COMPUTE WRK-QTD-CLIENTES =
               FUNCTION NUMVAL(WRK-CLIENTES-STG).

           MOVE WRK-QTD-CLIENTES TO WRK-QTD-MASK.
           MOVE SPACES TO WRK-REGRA-DESC.
           STRING
               FUNCTION TRIM(WRK-QTD-MASK)
               " CLIENTES COM VENDA MAIS RECENTE"
               DELIMITED BY SIZE
               INTO WRK-REGRA-DESC
           END-STRING.

       1030-VALIDAR-DATA.

      * AS DATAS ENTRAM NO SQL DA AMOSTRA; SO O FORMATO AAAA-MM-DD
      * COM DIGITOS E ACEITO.
           IF  WRK-DATA-CHECK(1:4) IS NOT NUMERIC
           OR  WRK-DATA-CHECK(5:1) NOT = '-'
           OR  WRK-DATA-CHECK(6:2) IS NOT NUMERIC
           OR  WRK-DATA-CHECK(8:1) NOT = '-'
           OR  WRK-DATA-CHECK(9:2) IS NOT NUMERIC
               DISPLAY
                   "ERRO: DATA INVALIDA NO PERIODO (AAAA-MM-DD): "
                   FUNCTION TRIM(WRK-DATA-CHECK)
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       1050-VALIDAR-CARGA.

      * O DESTINO NUNCA PODE SER PROD: A CARGA ESVAZIA AS TABELAS
      * DO MANIFESTO ANTES DE CARREGAR.
           IF  WRK-SUBC-DESTINO NOT = "DEV"
           AND WRK-SUBC-DESTINO NOT = "QA"
               DISPLAY
                   "ERRO: SUBC_DESTINO DEVE SER DEV OU QA; ESTE "
                   "BATCH NUNCA ESCREVE EM PROD."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           IF  FASE-COMPLETA
           AND WRK-SUBC-ORIGEM = WRK-SUBC-DESTINO
               DISPLAY
                   "ERRO: ORIGEM E DESTINO DEVEM SER AMBIENTES "
                   "DIFERENTES."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      * PROTECAO EXTRA: STRING DO DESTINO IGUAL A DE PRODUCAO E
      * APONTAMENTO ERRADO.
           ACCEPT WRK-DB-STRING-PROD FROM ENVIRONMENT
               "DB_CONNECTION_STRING_PROD".
           MOVE WRK-SUBC-DESTINO TO WRK-AMBIENTE-CONEXAO.
           PERFORM 8140-RESOLVER-STRING.

           IF  FUNCTION TRIM(WRK-DB-STRING-PROD) NOT = SPACES
           AND FUNCTION TRIM(WRK-DB-STRING) =
                   FUNCTION TRIM(WRK-DB-STRING-PROD)
               DISPLAY
                   "ERRO: A STRING DE CONEXAO DO DESTINO E A MESMA "
                   "DE PRODUCAO; CARGA RECUSADA."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       1200-MONTAR-REGRA.

           IF  REGRA-CLIENTES
               MOVE WRK-QTD-CLIENTES TO WRK-QTD-MASK
               MOVE SPACES TO WRK-SQL-CLIENTES-BASE
               STRING
                   "SELECT cliente_id FROM (SELECT v.cliente_id "
                   "FROM venda v GROUP BY v.cliente_id "
                   "ORDER BY MAX(v.data_venda) DESC, v.cliente_id "
                   "LIMIT " FUNCTION TRIM(WRK-QTD-MASK) ") sbc_cli"
                   DELIMITED BY SIZE
                   INTO WRK-SQL-CLIENTES-BASE
               END-STRING
               MOVE SPACES TO WRK-SQL-VENDAS
               STRING
                   "SELECT id FROM venda WHERE cliente_id IN ("
                   FUNCTION TRIM(WRK-SQL-CLIENTES-BASE) ")"
                   DELIMITED BY SIZE
                   INTO WRK-SQL-VENDAS
               END-STRING
           ELSE
               MOVE SPACES TO WRK-SQL-CLIENTES-BASE
               STRING
                   "SELECT cliente_id FROM venda WHERE data_venda "
                   "BETWEEN '" WRK-VENDAS-DE "' AND '"
                   WRK-VENDAS-ATE "'"
                   DELIMITED BY SIZE
                   INTO WRK-SQL-CLIENTES-BASE
               END-STRING
               MOVE SPACES TO WRK-SQL-VENDAS
               STRING
                   "SELECT id FROM venda WHERE data_venda "
                   "BETWEEN '" WRK-VENDAS-DE "' AND '"
                   WRK-VENDAS-ATE "'"
                   DELIMITED BY SIZE
                   INTO WRK-SQL-VENDAS
               END-STRING
           END-IF.

           MOVE SPACES TO WRK-SQL-PROMOCOES.
           STRING
               "SELECT promocao_id FROM venda_itens "
               "WHERE promocao_id IS NOT NULL AND venda_id IN ("
               FUNCTION TRIM(WRK-SQL-VENDAS) ")"
               DELIMITED BY SIZE
               INTO WRK-SQL-PROMOCOES
           END-STRING.

      * A PROMOCAO USADA PODE SER DE UM CLIENTE OU PRODUTO FORA DA
      * AMOSTRA; ELES ENTRAM TAMBEM, PARA A REFERENCIA NAO PENDURAR.
           MOVE SPACES TO WRK-FILTRO-CLIENTES.
           STRING
               "id IN (" FUNCTION TRIM(WRK-SQL-CLIENTES-BASE)
               ") OR id IN (SELECT cliente_id FROM promocao "
               "WHERE cliente_id IS NOT NULL AND id IN ("
               FUNCTION TRIM(WRK-SQL-PROMOCOES) "))"
               DELIMITED BY SIZE
               INTO WRK-FILTRO-CLIENTES
           END-STRING.

           MOVE SPACES TO WRK-FILTRO-PRODUTOS.
           STRING
               "id IN (SELECT produto_id FROM venda_itens "
               "WHERE venda_id IN (" FUNCTION TRIM(WRK-SQL-VENDAS)
               ")) OR id IN (SELECT produto_id FROM promocao "
               "WHERE produto_id IS NOT NULL AND id IN ("
               FUNCTION TRIM(WRK-SQL-PROMOCOES) "))"
               DELIMITED BY SIZE
               INTO WRK-FILTRO-PRODUTOS
           END-STRING.

       1300-MONTAR-TABELAS.

           MOVE ZERO TO WRK-QTD-TABELAS.

           MOVE "vendedor" TO WRK-NOVA-TABELA.
           MOVE "id" TO WRK-NOVA-CHAVE.
           MOVE SPACES TO WRK-NOVO-FILTRO.
           STRING
               "id IN (SELECT vendedor_id FROM venda "
               "WHERE vendedor_id IS NOT NULL AND id IN ("
               FUNCTION TRIM(WRK-SQL-VENDAS) "))"
               DELIMITED BY SIZE
               INTO WRK-NOVO-FILTRO
           END-STRING.
           PERFORM 1310-INCLUIR-TABELA.

           MOVE "produto" TO WRK-NOVA-TABELA.
           MOVE "id" TO WRK-NOVA-CHAVE.
           MOVE WRK-FILTRO-PRODUTOS TO WRK-NOVO-FILTRO.
           PERFORM 1310-INCLUIR-TABELA.

           MOVE "produto_preco_hist" TO WRK-NOVA-TABELA.
           MOVE "id" TO WRK-NOVA-CHAVE.
           PERFORM 1320-FILTRAR-POR-PRODUTO.
           PERFORM 1310-INCLUIR-TABELA.

           MOVE "estoque_saldo" TO WRK-NOVA-TABELA.
           MOVE "produto_id" TO WRK-NOVA-CHAVE.
           PERFORM 1320-FILTRAR-POR-PRODUTO.
           PERFORM 1310-INCLUIR-TABELA.

           MOVE "cliente" TO WRK-NOVA-TABELA.
           MOVE "id" TO WRK-NOVA-CHAVE.
           MOVE WRK-FILTRO-CLIENTES TO WRK-NOVO-FILTRO.
           PERFORM 1310-INCLUIR-TABELA.

           MOVE "cliente_historico" TO WRK-NOVA-TABELA.
           MOVE "id" TO WRK-NOVA-CHAVE.
           MOVE SPACES TO WRK-NOVO-FILTRO.
           STRING
               "registro_id IN (SELECT id FROM cliente WHERE "
               FUNCTION TRIM(WRK-FILTRO-CLIENTES) ")"
               DELIMITED BY SIZE
               INTO WRK-NOVO-FILTRO
           END-STRING.
           PERFORM 1310-INCLUIR-TABELA.

           MOVE "cliente_endereco" TO WRK-NOVA-TABELA.
           MOVE "id" TO WRK-NOVA-CHAVE.
           PERFORM 1330-FILTRAR-POR-CLIENTE.
           PERFORM 1310-INCLUIR-TABELA.

           MOVE "cliente_contato" TO WRK-NOVA-TABELA.
           MOVE "id" TO WRK-NOVA-CHAVE.
           PERFORM 1330-FILTRAR-POR-CLIENTE.
           PERFORM 1310-INCLUIR-TABELA.

           MOVE "promocao" TO WRK-NOVA-TABELA.
           MOVE "id" TO WRK-NOVA-CHAVE.
           MOVE SPACES TO WRK-NOVO-FILTRO.
           STRING
               "id IN (" FUNCTION TRIM(WRK-SQL-PROMOCOES) ")"
               DELIMITED BY SIZE
               INTO WRK-NOVO-FILTRO
           END-STRING.
           PERFORM 1310-INCLUIR-TABELA.

           MOVE "venda" TO WRK-NOVA-TABELA.
           MOVE "id" TO WRK-NOVA-CHAVE.
           MOVE SPACES TO WRK-NOVO-FILTRO.
           STRING
               "id IN (" FUNCTION TRIM(WRK-SQL-VENDAS) ")"
               DELIMITED BY SIZE
               INTO WRK-NOVO-FILTRO
           END-STRING.
           PERFORM 1310-INCLUIR-TABELA.

           MOVE "venda_itens" TO WRK-NOVA-TABELA.
           PERFORM 1340-FILTRAR-POR-VENDA.
           PERFORM 1310-INCLUIR-TABELA.

           MOVE "venda_parcela" TO WRK-NOVA-TABELA.
           PERFORM 1340-FILTRAR-POR-VENDA.
           PERFORM 1310-INCLUIR-TABELA.

           MOVE "venda_pagamento" TO WRK-NOVA-TABELA.
           PERFORM 1340-FILTRAR-POR-VENDA.
           PERFORM 1310-INCLUIR-TABELA.

           MOVE "venda_devolucao" TO WRK-NOVA-TABELA.
           PERFORM 1340-FILTRAR-POR-VENDA.
           PERFORM 1310-INCLUIR-TABELA.

       1310-INCLUIR-TABELA.

           ADD 1 TO WRK-QTD-TABELAS.
           MOVE WRK-QTD-TABELAS TO WRK-IDX.
           INITIALIZE WRK-TAB(WRK-IDX).
           MOVE WRK-NOVA-TABELA TO WRK-TAB-NOME(WRK-IDX).
           MOVE WRK-NOVA-CHAVE TO WRK-TAB-CHAVE(WRK-IDX).
           MOVE WRK-NOVO-FILTRO TO WRK-TAB-FILTRO(WRK-IDX).
           SET TAB-AUSENTE(WRK-IDX) TO TRUE.

       1320-FILTRAR-POR-PRODUTO.

           MOVE SPACES TO WRK-NOVO-FILTRO.
           STRING
               "produto_id IN (SELECT id FROM produto WHERE "
               FUNCTION TRIM(WRK-FILTRO-PRODUTOS) ")"
               DELIMITED BY SIZE
               INTO WRK-NOVO-FILTRO
           END-STRING.

       1330-FILTRAR-POR-CLIENTE.

           MOVE SPACES TO WRK-NOVO-FILTRO.
           STRING
               "cliente_id IN (SELECT id FROM cliente WHERE "
               FUNCTION TRIM(WRK-FILTRO-CLIENTES) ")"
               DELIMITED BY SIZE
               INTO WRK-NOVO-FILTRO
           END-STRING.

       1340-FILTRAR-POR-VENDA.

           MOVE "id" TO WRK-NOVA-CHAVE.
           MOVE SPACES TO WRK-NOVO-FILTRO.
           STRING
               "venda_id IN (" FUNCTION TRIM(WRK-SQL-VENDAS) ")"
               DELIMITED BY SIZE
               INTO WRK-NOVO-FILTRO
           END-STRING.

       2000-EXTRAIR.

           PERFORM 8100-CONECTAR-ORIGEM.
           PERFORM 2010-VERIFICAR-REGISTRO.

      * A LISTA DE EXPRESSOES DE UMA TABELA PASSA DO LIMITE PADRAO
      * DO GROUP_CONCAT.
           MOVE "SET SESSION group_concat_max_len = 65535"
               TO SQL-BUFFER.
           EXEC SQL EXECUTE IMMEDIATE :SQL-BUFFER END-EXEC.

           OPEN OUTPUT ARQ-SUBCONJUNTO.

           IF  WRK-FS-ARQ-DADOS NOT = "00"
               DISPLAY
                   "ERRO AO TENTAR ABRIR O ARQUIVO DO SUBCONJUNTO: "
                   FUNCTION TRIM(WRK-ARQ-DADOS-NOME)
               PERFORM 8950-ABORTAR
           END-IF.

      * TODAS AS LEITURAS CORREM NA MESMA TRANSACAO (LEITURA
      * REPETIVEL): AS TABELAS SAEM DO MESMO INSTANTE DA ORIGEM E UMA
      * VENDA GRAVADA NO MEIO DA EXTRACAO NAO APARECE SEM OS ITENS.
           PERFORM 2100-EXTRAIR-TABELA
               VARYING WRK-IDX FROM 1 BY 1
               UNTIL WRK-IDX > WRK-QTD-TABELAS.

           CLOSE ARQ-SUBCONJUNTO.

           EXEC SQL ROLLBACK END-EXEC.
           PERFORM 8900-DESCONECTAR.

           PERFORM 2500-GRAVAR-MANIFESTO.

       2010-VERIFICAR-REGISTRO.

      * SEM O REGISTRO DE DADOS PESSOAIS NAO HA COMO SABER O QUE
      * MASCARAR; NADA SAI DA ORIGEM.
           EXEC SQL
               SELECT COUNT(*)
                 INTO :SBC-EXISTE
                 FROM information_schema.tables
                WHERE table_schema = DATABASE()
                  AND table_name = 'dados_pessoais'
           END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO OR SBC-EXISTE = ZERO
               DISPLAY
                   "ERRO: REGISTRO DE DADOS PESSOAIS (DADOS_PESSOAIS) "
                   "NAO ENCONTRADO NA ORIGEM; EXTRACAO RECUSADA."
               PERFORM 8950-ABORTAR
           END-IF.

       2100-EXTRAIR-TABELA.

           MOVE WRK-TAB-NOME(WRK-IDX) TO SBC-TABELA.

           EXEC SQL
               SELECT COUNT(*)
                 INTO :SBC-EXISTE
                 FROM information_schema.tables
                WHERE table_schema = DATABASE()
                  AND table_name = :SBC-TABELA
           END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO OR SBC-EXISTE = ZERO
               DISPLAY
                   "AVISO: TABELA " FUNCTION TRIM(SBC-TABELA)
                   " NAO EXISTE NA ORIGEM; FICA FORA DO SUBCONJUNTO."
               EXIT PARAGRAPH
           END-IF.

           PERFORM 2110-MONTAR-EXPRESSOES.

           MOVE SPACES TO REG-SUBCONJUNTO.
           MOVE "TAB" TO DAD-TIPO.
           MOVE WRK-TAB-NOME(WRK-IDX) TO DAD-TABELA.
           MOVE ZERO TO DAD-CHAVE.
           MOVE SBC-COLUNAS TO DAD-CONTEUDO.
           PERFORM 2900-GRAVAR-REGISTRO.

      * A TUPLA SAI PRONTA PARA O VALUES DO INSERT; QUEBRAS DE LINHA
      * DENTRO DOS VALORES VIAJAM ESCAPADAS, UM REGISTRO POR LINHA.
           MOVE SPACES TO SQL-BUFFER.
           STRING
               "SELECT chave, LENGTH(tupla), tupla FROM (SELECT "
               FUNCTION TRIM(WRK-TAB-CHAVE(WRK-IDX))
               " AS chave, REPLACE(REPLACE(CONCAT('(', "
               "CONCAT_WS(', ', " FUNCTION TRIM(SBC-EXPRESSOES)
               "), ')'), CHAR(13), '\\r'), CHAR(10), '\\n') "
               "AS tupla FROM " FUNCTION TRIM(WRK-TAB-NOME(WRK-IDX))
               " WHERE " FUNCTION TRIM(WRK-TAB-FILTRO(WRK-IDX))
               ") sbc_ext ORDER BY chave"
               DELIMITED BY SIZE
               INTO SQL-BUFFER
           END-STRING.

           EXEC SQL
               PREPARE STMT-EXTRAI-SUB FROM :SQL-BUFFER
           END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO
               DISPLAY
                   "ERRO AO TENTAR PREPARAR A EXTRACAO DE "
                   FUNCTION TRIM(SBC-TABELA) ": " SQLERRM
               PERFORM 8950-ABORTAR
           END-IF.

           EXEC SQL
               DECLARE CUR-EXTRAI-SUB CURSOR FOR STMT-EXTRAI-SUB
           END-EXEC.

           EXEC SQL OPEN CUR-EXTRAI-SUB END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO
               DISPLAY
                   "ERRO AO TENTAR LER " FUNCTION TRIM(SBC-TABELA)
                   " NA ORIGEM: " SQLERRM
               PERFORM 8950-ABORTAR
           END-IF.

           SET NAO-FIM-CURSOR TO TRUE.
           PERFORM 2120-BUSCAR-PROXIMA-LINHA.
           PERFORM 2130-GRAVAR-LINHA UNTIL FIM-CURSOR.

           EXEC SQL CLOSE CUR-EXTRAI-SUB END-EXEC.

           SET TAB-EXTRAIDA(WRK-IDX) TO TRUE.
           ADD 1 TO WRK-QTD-EXTRAIDAS.

       2110-MONTAR-EXPRESSOES.

      * UMA EXPRESSAO POR COLUNA, NA ORDEM DA TABELA: COLUNA FORA DO
      * REGISTRO VAI COMO ESTA; MASCARAR E HASH USAM A MESMA TROCA
      * DETERMINISTICA DE PROG-MASCARA-DADOS (VALOR JA TRATADO NAO E
      * RETRATADO); APAGAR, TEXTO LIVRE E MASCARA QUE NAO CABE NA
      * COLUNA VIRAM NULL (OU VAZIO, QUANDO A COLUNA NAO ACEITA
      * NULL).
           EXEC SQL
               SELECT GROUP_CONCAT(c.column_name
                          ORDER BY c.ordinal_position
                          SEPARATOR ', '),
                      GROUP_CONCAT(
                          CASE
                              WHEN d.id IS NULL
                                OR d.regra = 'MANTER'
                                OR d.classificacao = 'NAO_PESSOAL'
                              THEN CONCAT('QUOTE(', c.column_name, ')')
                              WHEN d.classificacao <> 'TEXTO_LIVRE'
                               AND d.regra IN ('MASCARAR', 'HASH')
                               AND c.data_type IN ('char', 'varchar',
                                   'tinytext', 'text', 'mediumtext',
                                   'longtext')
                               AND c.character_maximum_length >= 6
                              THEN CONCAT('QUOTE(IF(', c.column_name,
                                   ' LIKE ',
                                   QUOTE(CONCAT(IF(d.regra = 'HASH',
                                       'HASH-', 'MASC-'), '%')),
                                   ', ', c.column_name,
                                   ', LEFT(CONCAT(',
                                   QUOTE(IF(d.regra = 'HASH',
                                       'HASH-', 'MASC-')),
                                   ', UPPER(SUBSTRING(',
                                   IF(d.regra = 'HASH',
                                       CONCAT('SHA2(', c.column_name,
                                           ', 256)'),
                                       CONCAT('MD5(', c.column_name,
                                           ')')),
                                   ', 1, 16))), ',
                                   c.character_maximum_length, ')))')
                              WHEN c.is_nullable = 'YES'
                              THEN QUOTE('NULL')
                              WHEN c.data_type IN ('char', 'varchar',
                                   'tinytext', 'text', 'mediumtext',
                                   'longtext')
                              THEN CONCAT('QUOTE(', QUOTE(''), ')')
                              ELSE CONCAT('QUOTE(', c.column_name, ')')
                          END
                          ORDER BY c.ordinal_position
                          SEPARATOR ', ')
                 INTO :SBC-COLUNAS, :SBC-EXPRESSOES
                 FROM information_schema.columns c
                 LEFT JOIN dados_pessoais d
                   ON d.tabela = c.table_name
                  AND d.coluna = c.column_name
                  AND d.ativo = 'S'
                WHERE c.table_schema = DATABASE()
                  AND c.table_name = :SBC-TABELA
           END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO
               DISPLAY
                   "ERRO AO TENTAR LER AS COLUNAS DE "
                   FUNCTION TRIM(SBC-TABELA) ": " SQLERRM
               PERFORM 8950-ABORTAR
           END-IF.

       2120-BUSCAR-PROXIMA-LINHA.

           EXEC SQL
               FETCH CUR-EXTRAI-SUB
                   INTO :SBC-CHAVE, :SBC-TAMANHO, :SBC-TUPLA
           END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO
               SET FIM-CURSOR TO TRUE
           END-IF.

       2130-GRAVAR-LINHA.

           IF  SBC-TAMANHO > 4000
               MOVE SBC-CHAVE TO WRK-QTD-MASK
               DISPLAY
                   "ERRO: REGISTRO " FUNCTION TRIM(WRK-QTD-MASK)
                   " DE " FUNCTION TRIM(SBC-TABELA)
                   " EXCEDE 4000 POSICOES NO ARQUIVO DO SUBCONJUNTO."
               PERFORM 8950-ABORTAR
           END-IF.

           MOVE SPACES TO REG-SUBCONJUNTO.
           MOVE "LIN" TO DAD-TIPO.
           MOVE WRK-TAB-NOME(WRK-IDX) TO DAD-TABELA.
           MOVE SBC-CHAVE TO DAD-CHAVE.
           MOVE SBC-TUPLA TO DAD-CONTEUDO.
           PERFORM 2900-GRAVAR-REGISTRO.

           ADD 1 TO WRK-TAB-QTD(WRK-IDX).
           ADD SBC-CHAVE TO WRK-TAB-SOMA(WRK-IDX).

           PERFORM 2120-BUSCAR-PROXIMA-LINHA.

       2500-GRAVAR-MANIFESTO.

      * O MANIFESTO SO E GRAVADO COM O ARQUIVO DE DADOS JA FECHADO;
      * SEM ELE (OU SEM O TRAILER) A CARGA NAO ACONTECE.
           OPEN OUTPUT ARQ-MANIFESTO.

           IF  WRK-FS-ARQ-MANIFESTO NOT = "00"
               DISPLAY
                   "ERRO AO TENTAR ABRIR O MANIFESTO: "
                   FUNCTION TRIM(WRK-ARQ-MANIFESTO-NOME)
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE FUNCTION CURRENT-DATE TO WRK-DATA-HORA-CORRENTE.
           MOVE SPACES TO REG-MAN-CABECALHO.
           MOVE "CAB" TO MCB-TIPO.
           STRING
               WRK-DATA-HORA-CORRENTE(1:4) "-"
               WRK-DATA-HORA-CORRENTE(5:2) "-"
               WRK-DATA-HORA-CORRENTE(7:2) " "
               WRK-DATA-HORA-CORRENTE(9:2) ":"
               WRK-DATA-HORA-CORRENTE(11:2) ":"
               WRK-DATA-HORA-CORRENTE(13:2)
               DELIMITED BY SIZE
               INTO MCB-DATA-HORA
           END-STRING.
           MOVE WRK-SUBC-ORIGEM TO MCB-ORIGEM.
           MOVE WRK-REGRA-DESC TO MCB-REGRA.
           PERFORM 2910-GRAVAR-MANIFESTO.

           MOVE ZERO TO WRK-TOTAL-LINHAS WRK-TOTAL-SOMA.
           PERFORM 2510-GRAVAR-TABELA-MANIFESTO
               VARYING WRK-IDX FROM 1 BY 1
               UNTIL WRK-IDX > WRK-QTD-TABELAS.

           MOVE SPACES TO REG-MAN-TRAILER.
           MOVE "TRL" TO MTR-TIPO.
           MOVE WRK-QTD-EXTRAIDAS TO MTR-QTD-TABELAS.
           MOVE WRK-TOTAL-LINHAS TO MTR-QTD-LINHAS.
           MOVE WRK-TOTAL-SOMA TO MTR-SOMA.
           PERFORM 2910-GRAVAR-MANIFESTO.

           CLOSE ARQ-MANIFESTO.

       2510-GRAVAR-TABELA-MANIFESTO.

           IF  TAB-AUSENTE(WRK-IDX)
               EXIT PARAGRAPH
           END-IF.

           MOVE SPACES TO REG-MANIFESTO.
           MOVE "TAB" TO MAN-TIPO.
           MOVE WRK-TAB-NOME(WRK-IDX) TO MAN-TABELA.
           MOVE WRK-TAB-CHAVE(WRK-IDX) TO MAN-CHAVE.
           MOVE WRK-TAB-QTD(WRK-IDX) TO MAN-QTD.
           MOVE WRK-TAB-SOMA(WRK-IDX) TO MAN-SOMA.
           PERFORM 2910-GRAVAR-MANIFESTO.

           ADD WRK-TAB-QTD(WRK-IDX) TO WRK-TOTAL-LINHAS.
           ADD WRK-TAB-SOMA(WRK-IDX) TO WRK-TOTAL-SOMA.

       2900-GRAVAR-REGISTRO.

           WRITE REG-SUBCONJUNTO.

           IF  WRK-FS-ARQ-DADOS NOT = "00"
               DISPLAY
                   "ERRO AO TENTAR GRAVAR NO ARQUIVO DO SUBCONJUNTO."
               PERFORM 8950-ABORTAR
           END-IF.

       2910-GRAVAR-MANIFESTO.

           WRITE REG-MANIFESTO.

           IF  WRK-FS-ARQ-MANIFESTO NOT = "00"
               DISPLAY
                   "ERRO AO TENTAR GRAVAR NO MANIFESTO."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       4000-CARREGAR.

           PERFORM 4100-LER-MANIFESTO.

           PERFORM 8200-CONECTAR-DESTINO.

           PERFORM 4200-VERIFICAR-TABELA-DESTINO
               VARYING WRK-IDX FROM 1 BY 1
               UNTIL WRK-IDX > WRK-QTD-TABELAS.

      * ESVAZIAR, CARREGAR E CONFERIR E UMA UNICA TRANSACAO: OU O
      * DESTINO FICA COM O SUBCONJUNTO INTEIRO E CONFERIDO, OU FICA
      * COMO ESTAVA.
           PERFORM 4300-ESVAZIAR-TABELA
               VARYING WRK-IDX FROM WRK-QTD-TABELAS BY -1
               UNTIL WRK-IDX < 1.

           OPEN INPUT ARQ-SUBCONJUNTO.

           IF  WRK-FS-ARQ-DADOS NOT = "00"
               DISPLAY
                   "ERRO AO TENTAR ABRIR O ARQUIVO DO SUBCONJUNTO: "
                   FUNCTION TRIM(WRK-ARQ-DADOS-NOME)
               PERFORM 8950-ABORTAR
           END-IF.

           MOVE ZERO TO WRK-IDX-ATUAL.
           SET NAO-FIM-ARQUIVO TO TRUE.
           PERFORM 4410-LER-REGISTRO.
           PERFORM 4400-APLICAR-REGISTRO UNTIL FIM-ARQUIVO.

           CLOSE ARQ-SUBCONJUNTO.

           MOVE ZERO TO WRK-QTD-DIVERGENCIAS.
           PERFORM 4500-CONFERIR-TABELA
               VARYING WRK-IDX FROM 1 BY 1
               UNTIL WRK-IDX > WRK-QTD-TABELAS.

           IF  WRK-QTD-DIVERGENCIAS > ZERO
               DISPLAY
                   "ERRO: CARGA NAO CONFERE COM O MANIFESTO; NADA "
                   "FOI GRAVADO NO DESTINO."
               PERFORM 8950-ABORTAR
           END-IF.

           EXEC SQL COMMIT END-EXEC.
           PERFORM 8900-DESCONECTAR.

       4100-LER-MANIFESTO.

           OPEN INPUT ARQ-MANIFESTO.

           IF  WRK-FS-ARQ-MANIFESTO NOT = "00"
               DISPLAY
                   "ERRO: MANIFESTO DO SUBCONJUNTO NAO ENCONTRADO: "
                   FUNCTION TRIM(WRK-ARQ-MANIFESTO-NOME)
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           READ ARQ-MANIFESTO
               AT END
                   MOVE SPACES TO REG-MANIFESTO
           END-READ.

           IF  MCB-TIPO NOT = "CAB"
               DISPLAY
                   "ERRO: MANIFESTO SEM CABECALHO: "
                   FUNCTION TRIM(WRK-ARQ-MANIFESTO-NOME)
               CLOSE ARQ-MANIFESTO
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      * CARREGAR O SUBCONJUNTO NO PROPRIO AMBIENTE DE ORIGEM
      * APAGARIA OS DADOS DE ONDE ELE SAIU.
           IF  FUNCTION TRIM(MCB-ORIGEM) = WRK-SUBC-DESTINO
               DISPLAY
                   "ERRO: O SUBCONJUNTO SAIU DE "
                   FUNCTION TRIM(MCB-ORIGEM)
                   "; NAO PODE SER CARREGADO NO MESMO AMBIENTE."
               CLOSE ARQ-MANIFESTO
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE MCB-ORIGEM TO WRK-SUBC-ORIGEM.
           MOVE MCB-REGRA TO WRK-REGRA-DESC.
           DISPLAY
               "SUBCONJUNTO EXTRAIDO EM " MCB-DATA-HORA " DE "
               FUNCTION TRIM(MCB-ORIGEM) ": "
               FUNCTION TRIM(MCB-REGRA).

           MOVE ZERO TO WRK-QTD-TABELAS WRK-TOTAL-LINHAS
               WRK-TOTAL-SOMA.
           SET TRAILER-AUSENTE TO TRUE.
           SET NAO-FIM-ARQUIVO TO TRUE.
           PERFORM 4110-LER-LINHA-MANIFESTO
               UNTIL FIM-ARQUIVO OR TRAILER-LIDO.

           CLOSE ARQ-MANIFESTO.

           IF  TRAILER-AUSENTE
               DISPLAY
                   "ERRO: MANIFESTO INCOMPLETO (SEM TRAILER); A "
                   "EXTRACAO NAO TERMINOU."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           IF  MTR-QTD-TABELAS NOT = WRK-QTD-TABELAS
           OR  MTR-QTD-LINHAS NOT = WRK-TOTAL-LINHAS
           OR  MTR-SOMA NOT = WRK-TOTAL-SOMA
               DISPLAY
                   "ERRO: TRAILER DO MANIFESTO NAO CONFERE COM AS "
                   "TABELAS LISTADAS."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       4110-LER-LINHA-MANIFESTO.

           READ ARQ-MANIFESTO
               AT END
                   SET FIM-ARQUIVO TO TRUE
                   EXIT PARAGRAPH
           END-READ.

           EVALUATE MAN-TIPO
               WHEN "TAB"
                   IF  WRK-QTD-TABELAS NOT < 20
                       DISPLAY
                           "ERRO: MANIFESTO COM MAIS DE 20 TABELAS."
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1 TO WRK-QTD-TABELAS
                   MOVE WRK-QTD-TABELAS TO WRK-IDX
                   INITIALIZE WRK-TAB(WRK-IDX)
                   MOVE MAN-TABELA TO WRK-TAB-NOME(WRK-IDX)
                   MOVE MAN-CHAVE TO WRK-TAB-CHAVE(WRK-IDX)
                   MOVE MAN-QTD TO WRK-TAB-QTD(WRK-IDX)
                   MOVE MAN-SOMA TO WRK-TAB-SOMA(WRK-IDX)
                   SET TAB-EXTRAIDA(WRK-IDX) TO TRUE
                   ADD MAN-QTD TO WRK-TOTAL-LINHAS
                   ADD MAN-SOMA TO WRK-TOTAL-SOMA
               WHEN "TRL"
                   SET TRAILER-LIDO TO TRUE
               WHEN OTHER
                   DISPLAY
                       "ERRO: LINHA INVALIDA NO MANIFESTO: " MAN-TIPO
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.

       4200-VERIFICAR-TABELA-DESTINO.

      * OS NOMES DO MANIFESTO ENTRAM EM SQL DINAMICO; SO LETRAS E
      * SUBLINHADO SAO ACEITOS.
           MOVE WRK-TAB-NOME(WRK-IDX) TO WRK-COL-CHECK.
           INSPECT WRK-COL-CHECK REPLACING ALL '_' BY SPACE.
           IF  WRK-COL-CHECK IS NOT ALPHABETIC
           OR  WRK-COL-CHECK = SPACES
               DISPLAY
                   "ERRO: NOME DE TABELA INVALIDO NO MANIFESTO: "
                   FUNCTION TRIM(WRK-TAB-NOME(WRK-IDX))
               PERFORM 8950-ABORTAR
           END-IF.

           MOVE WRK-TAB-CHAVE(WRK-IDX) TO WRK-COL-CHECK.
           INSPECT WRK-COL-CHECK REPLACING ALL '_' BY SPACE.
           IF  WRK-COL-CHECK IS NOT ALPHABETIC
           OR  WRK-COL-CHECK = SPACES
               DISPLAY
                   "ERRO: NOME DE CHAVE INVALIDO NO MANIFESTO: "
                   FUNCTION TRIM(WRK-TAB-CHAVE(WRK-IDX))
               PERFORM 8950-ABORTAR
           END-IF.

           MOVE WRK-TAB-NOME(WRK-IDX) TO SBC-TABELA.

           EXEC SQL
               SELECT COUNT(*)
                 INTO :SBC-EXISTE
                 FROM information_schema.tables
                WHERE table_schema = DATABASE()
                  AND table_name = :SBC-TABELA
           END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO OR SBC-EXISTE = ZERO
               DISPLAY
                   "ERRO: TABELA " FUNCTION TRIM(SBC-TABELA)
                   " NAO EXISTE NO DESTINO. RODE PROG-BOOTSTRAP NO "
                   "DESTINO ANTES DA CARGA."
               PERFORM 8950-ABORTAR
           END-IF.

       4300-ESVAZIAR-TABELA.

           MOVE SPACES TO SQL-BUFFER.
           STRING
               "DELETE FROM " FUNCTION TRIM(WRK-TAB-NOME(WRK-IDX))
               DELIMITED BY SIZE
               INTO SQL-BUFFER
           END-STRING.

           EXEC SQL
               EXECUTE IMMEDIATE :SQL-BUFFER
           END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO
               DISPLAY
                   "ERRO AO TENTAR ESVAZIAR "
                   FUNCTION TRIM(WRK-TAB-NOME(WRK-IDX))
                   " NO DESTINO: " SQLERRM
               PERFORM 8950-ABORTAR
           END-IF.

       4400-APLICAR-REGISTRO.

           EVALUATE DAD-TIPO
               WHEN "TAB"
                   PERFORM 4420-INICIAR-TABELA
               WHEN "LIN"
                   PERFORM 4430-INSERIR-LINHA
               WHEN OTHER
                   DISPLAY
                       "ERRO: REGISTRO INVALIDO NO ARQUIVO DO "
                       "SUBCONJUNTO: " DAD-TIPO
                   PERFORM 8950-ABORTAR
           END-EVALUATE.

           PERFORM 4410-LER-REGISTRO.

       4410-LER-REGISTRO.

           READ ARQ-SUBCONJUNTO
               AT END
                   SET FIM-ARQUIVO TO TRUE
           END-READ.

       4420-INICIAR-TABELA.

      * AS TABELAS VEM NO ARQUIVO NA MESMA ORDEM DO MANIFESTO.
           ADD 1 TO WRK-IDX-ATUAL.

           IF  WRK-IDX-ATUAL > WRK-QTD-TABELAS
           OR  DAD-TABELA NOT = WRK-TAB-NOME(WRK-IDX-ATUAL)
               DISPLAY
                   "ERRO: TABELA " FUNCTION TRIM(DAD-TABELA)
                   " FORA DA ORDEM DO MANIFESTO."
               PERFORM 8950-ABORTAR
           END-IF.

           MOVE DAD-CONTEUDO TO WRK-COLUNAS-ATUAIS.
           MOVE DAD-CONTEUDO TO WRK-COLUNAS-CHECK.
           INSPECT WRK-COLUNAS-CHECK
               CONVERTING "0123456789_," TO "            ".
           IF  WRK-COLUNAS-CHECK IS NOT ALPHABETIC
           OR  WRK-COLUNAS-CHECK = SPACES
               DISPLAY
                   "ERRO: LISTA DE COLUNAS INVALIDA PARA "
                   FUNCTION TRIM(DAD-TABELA)
               PERFORM 8950-ABORTAR
           END-IF.

       4430-INSERIR-LINHA.

           IF  WRK-IDX-ATUAL = ZERO
           OR  DAD-TABELA NOT = WRK-TAB-NOME(WRK-IDX-ATUAL)
               DISPLAY
                   "ERRO: REGISTRO DE " FUNCTION TRIM(DAD-TABELA)
                   " FORA DO BLOCO DA SUA TABELA."
               PERFORM 8950-ABORTAR
           END-IF.

           MOVE SPACES TO SQL-BUFFER.
           STRING
               "INSERT INTO " FUNCTION TRIM(DAD-TABELA)
               " (" FUNCTION TRIM(WRK-COLUNAS-ATUAIS) ") VALUES "
               FUNCTION TRIM(DAD-CONTEUDO)
               DELIMITED BY SIZE
               INTO SQL-BUFFER
           END-STRING.

           EXEC SQL
               EXECUTE IMMEDIATE :SQL-BUFFER
           END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO
               MOVE DAD-CHAVE TO WRK-QTD-MASK
               DISPLAY
                   "ERRO AO TENTAR CARREGAR O REGISTRO "
                   FUNCTION TRIM(WRK-QTD-MASK) " DE "
                   FUNCTION TRIM(DAD-TABELA) ": " SQLERRM
               PERFORM 8950-ABORTAR
           END-IF.

           ADD 1 TO WRK-TAB-LIDA-QTD(WRK-IDX-ATUAL).
           ADD DAD-CHAVE TO WRK-TAB-LIDA-SOMA(WRK-IDX-ATUAL).

       4500-CONFERIR-TABELA.

      * TRES CONTAGENS POR TABELA: A DO MANIFESTO, A LIDA DO ARQUIVO
      * E A QUE FICOU NO DESTINO (QUE FOI ESVAZIADO ANTES).
           MOVE SPACES TO SQL-BUFFER.
           STRING
               "SELECT COUNT(*), COALESCE(SUM("
               FUNCTION TRIM(WRK-TAB-CHAVE(WRK-IDX)) "), 0) FROM "
               FUNCTION TRIM(WRK-TAB-NOME(WRK-IDX))
               DELIMITED BY SIZE
               INTO SQL-BUFFER
           END-STRING.

           MOVE ZERO TO SBC-QTD SBC-SOMA.

           EXEC SQL
               PREPARE STMT-CONFERE-SUB FROM :SQL-BUFFER
           END-EXEC.

           IF  SQLCODE EQUAL ZERO
               EXEC SQL
                   EXECUTE STMT-CONFERE-SUB INTO :SBC-QTD, :SBC-SOMA
               END-EXEC
           END-IF.

           IF  SQLCODE NOT EQUAL ZERO
               DISPLAY
                   "ERRO AO TENTAR CONFERIR "
                   FUNCTION TRIM(WRK-TAB-NOME(WRK-IDX))
                   " NO DESTINO: " SQLERRM
               PERFORM 8950-ABORTAR
           END-IF.

           MOVE SBC-QTD TO WRK-TAB-DEST-QTD(WRK-IDX).
           MOVE SBC-SOMA TO WRK-TAB-DEST-SOMA(WRK-IDX).

           IF  WRK-TAB-LIDA-QTD(WRK-IDX) NOT = WRK-TAB-QTD(WRK-IDX)
           OR  WRK-TAB-LIDA-SOMA(WRK-IDX) NOT = WRK-TAB-SOMA(WRK-IDX)
           OR  WRK-TAB-DEST-QTD(WRK-IDX) NOT = WRK-TAB-QTD(WRK-IDX)
           OR  WRK-TAB-DEST-SOMA(WRK-IDX) NOT = WRK-TAB-SOMA(WRK-IDX)
               ADD 1 TO WRK-QTD-DIVERGENCIAS
               MOVE WRK-TAB-QTD(WRK-IDX) TO WRK-QTD-MASK
               MOVE WRK-TAB-DEST-QTD(WRK-IDX) TO WRK-QTD-MASK-2
               DISPLAY
                   "DIVERGENCIA EM "
                   FUNCTION TRIM(WRK-TAB-NOME(WRK-IDX))
                   ": MANIFESTO " FUNCTION TRIM(WRK-QTD-MASK)
                   " LINHAS, DESTINO " FUNCTION TRIM(WRK-QTD-MASK-2)
                   " LINHAS (OU SOMA DAS CHAVES DIFERENTE)."
           END-IF.

       8100-CONECTAR-ORIGEM.

           MOVE WRK-SUBC-ORIGEM TO WRK-AMBIENTE-CONEXAO.
           PERFORM 8150-CONECTAR-AMBIENTE.

       8200-CONECTAR-DESTINO.

           MOVE WRK-SUBC-DESTINO TO WRK-AMBIENTE-CONEXAO.
           PERFORM 8150-CONECTAR-AMBIENTE.

       8140-RESOLVER-STRING.

           EVALUATE WRK-AMBIENTE-CONEXAO
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

       8150-CONECTAR-AMBIENTE.

           PERFORM 8140-RESOLVER-STRING.

           IF  FUNCTION TRIM(WRK-DB-STRING) = SPACES
               DISPLAY
                   "ERRO: STRING DE CONEXAO NAO CONFIGURADA PARA O "
                   "AMBIENTE "
                   FUNCTION TRIM(WRK-AMBIENTE-CONEXAO) "."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE WRK-DB-STRING TO BUFFER.
           EXEC SQL CONNECT TO :BUFFER END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO
               DISPLAY
                   "ERRO AO TENTAR CONECTAR NO AMBIENTE "
                   FUNCTION TRIM(WRK-AMBIENTE-CONEXAO) ": " SQLERRM
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       8900-DESCONECTAR.

           EXEC SQL CONNECT RESET END-EXEC.

       8950-ABORTAR.

           EXEC SQL ROLLBACK END-EXEC.
           EXEC SQL CONNECT RESET END-EXEC.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.

       5000-FINALIZAR.

           DISPLAY
               "REGRA DE AMOSTRA.............: "
               FUNCTION TRIM(WRK-REGRA-DESC).

           PERFORM 5100-EXIBIR-TABELA
               VARYING WRK-IDX FROM 1 BY 1
               UNTIL WRK-IDX > WRK-QTD-TABELAS.

           IF  FASE-EXTRAIR
               DISPLAY
                   "SUBCONJUNTO GRAVADO EM.......: "
                   FUNCTION TRIM(WRK-ARQ-DADOS-NOME)
               DISPLAY
                   "MANIFESTO....................: "
                   FUNCTION TRIM(WRK-ARQ-MANIFESTO-NOME)
           ELSE
               DISPLAY
                   "SUBCONJUNTO CARREGADO EM.....: "
                   FUNCTION TRIM(WRK-SUBC-DESTINO)
                   " (CONFERIDO COM O MANIFESTO)"
           END-IF.

       5100-EXIBIR-TABELA.

           IF  TAB-AUSENTE(WRK-IDX)
               EXIT PARAGRAPH
           END-IF.

           MOVE WRK-TAB-QTD(WRK-IDX) TO WRK-QTD-MASK.
           DISPLAY
               "LINHAS EM "
               FUNCTION TRIM(WRK-TAB-NOME(WRK-IDX)) ": "
               FUNCTION TRIM(WRK-QTD-MASK).

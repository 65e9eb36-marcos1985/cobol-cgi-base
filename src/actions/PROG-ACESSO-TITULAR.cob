       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG-ACESSO-TITULAR.
      *******************************************
      * AUTOR:
      * DATA:
      * ALTERACOES:
      *   - BATCH DE ACESSO DO TITULAR (DIREITO DE ACESSO DA LGPD),
      *     PAR DE PROG-APAGA-TITULAR: RECEBE ACESSO_ID (COM O
      *     DOMINIO EM ACESSO_TITULAR, TESTE OU CLIENTE, PADRAO
      *     TESTE) OU ACESSO_NOME (NOME EXATO, QUE ALCANCA OS DOIS
      *     DOMINIOS) E REUNE TUDO O QUE O SISTEMA GUARDA DO TITULAR:
      *     TESTE (INCLUSIVE A LIXEIRA), TESTE_HISTORICO,
      *     TESTE_ARQUIVO, OS ARQUIVOS ANUAIS DO ARMAZENAMENTO FRIO
      *     (LOCALIZADOS PELO ARQUIVO_FRIO_INDICE), CLIENTE,
      *     CLIENTE_HISTORICO, CONTATOS, ENDERECOS, VENDAS COM ITENS
      *     E PARCELAS, NOTIFICACOES SOBRE OS REGISTROS DELE E AS
      *     LEITURAS FEITAS PELAS ACOES DA API (LEITURA_ACESSOS,
      *     FILTRADAS PELAS ACOES DE DADOS_PESSOAIS_ACOES). DO
      *     REGISTRO DE DADOS PESSOAIS (DADOS_PESSOAIS) VEM O
      *     RESTANTE: COLUNAS DO TITULAR EM TABELAS FORA DA LISTA
      *     ACIMA E AS COLUNAS DE TEXTO LIVRE (AUDITORIA.PARAMETROS,
      *     NOTIFICACOES.PAYLOAD, ...), ONDE SAO PROCURADOS OS NOMES,
      *     DOCUMENTOS E CONTATOS DO TITULAR. NADA E ALTERADO.
      *   - A SOLICITACAO FICA REGISTRADA EM TITULAR_SOLICITACOES
      *     (PROTOCOLO EM ACESSO_PROTOCOLO, SOLICITANTE EM
      *     ACESSO_SOLICITANTE, CRITERIO E, NA BUSCA POR NOME, SO O
      *     SHA-256 DO NOME), ABERTA NA ENTRADA E CONCLUIDA NO FIM
      *     COM A QUANTIDADE DE REGISTROS E OS ARQUIVOS ENTREGUES.
      *     SAO GRAVADOS NO DIRETORIO ARQ_ACESSO_DIR (PADRAO O
      *     CORRENTE) UM RELATORIO LEGIVEL DE 132 COLUNAS
      *     (RELATORIO_ACESSO_TITULAR_<SOLICITACAO>.TXT) E UM ARQUIVO
      *     JSON PARA PORTABILIDADE
      *     (PORTABILIDADE_TITULAR_<SOLICITACAO>.JSON), OS DOIS
      *     REGISTRADOS NO CATALOGO CENTRAL DE RELATORIOS VIA
      *     MOD-REGISTRA-RELATORIO. SECAO QUE NAO PODE SER LIDA
      *     (TABELA AUSENTE NO AMBIENTE, ARQUIVO FRIO INDISPONIVEL)
      *     FICA MARCADA NOS DOIS ARQUIVOS E O BATCH TERMINA COM
      *     RETURN-CODE 4.
      *   - EXIBE NO INICIO DO LOG DA EXECUCAO O CARIMBO DE VERSAO
      *     (BUILD) COM QUE O PROGRAMA FOI IMPLANTADO.
      *******************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT ARQ-RELATORIO ASSIGN TO WRK-ARQ-REL-NOME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-ARQ-REL.

           SELECT ARQ-PORTABILIDADE ASSIGN TO WRK-ARQ-PORT-NOME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-ARQ-PORT.

           SELECT ARQ-FRIO ASSIGN TO WRK-ARQ-FRIO-NOME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-FS-ARQ-FRIO.

       DATA DIVISION.
       FILE SECTION.

       FD  ARQ-RELATORIO.
       01  REG-RELATORIO                   PIC X(132).

       FD  ARQ-PORTABILIDADE.
       01  REG-PORTABILIDADE               PIC X(8000).

       FD  ARQ-FRIO
           RECORDING MODE IS F.
       01  REG-FRIO.
           05 FRI-ID                       PIC 9(10).
           05 FRI-NOME                     PIC X(255).
           05 FRI-CREATED                  PIC X(19).
           05 FRI-UPDATED                  PIC X(19).
           05 FRI-DELETED                  PIC X(19).
           05 FRI-ARQUIVADO                PIC X(19).
           05 FRI-ORIGEM-CARGA             PIC X(60).
           05 FRI-LOTE                     PIC X(40).

       WORKING-STORAGE SECTION.

       COPY VERSAO-BUILD.

       77  WRK-ARQ-REL-NOME                PIC X(255).
       77  WRK-FS-ARQ-REL                  PIC X(2).
       77  WRK-ARQ-PORT-NOME               PIC X(255).
       77  WRK-FS-ARQ-PORT                 PIC X(2).
       77  WRK-ARQ-FRIO-NOME               PIC X(255).
       77  WRK-FS-ARQ-FRIO                 PIC X(2).
       77  WRK-ACESSO-DIR                  PIC X(255).

       77  WRK-DB-STRING                   PIC X(255).
       77  WRK-APP-ENV                     PIC X(10).

       77  WRK-ACESSO-ID-STG               PIC X(10).
       77  WRK-ACESSO-NOME                 PIC X(255).
       77  WRK-ACESSO-TITULAR              PIC X(10).
       77  WRK-ACESSO-PROTOCOLO            PIC X(60).
       77  WRK-ACESSO-SOLICITANTE          PIC X(60).
       77  WRK-DATA-HORA-CORRENTE          PIC X(21).
       77  WRK-DATA-HORA-FMT               PIC X(19).

       77  WRK-ID-MASK                     PIC Z(9)9.
       77  WRK-QTD-MASK                    PIC Z(9)9.
       77  WRK-SOLIC-MASK                  PIC Z(9)9.

      * CONJUNTOS DE IDS DO TITULAR EM CADA DOMINIO, JA NA FORMA DE
      * LISTA SQL: "(N)" NA BUSCA POR ID, SUBCONSULTA PELO NOME NA
      * BUSCA POR NOME (O NOME FICA NA VARIAVEL @ACESSO_NOME DA
      * SESSAO, CARREGADA EM HEXADECIMAL).
       77  WRK-CONJ-TESTE                  PIC X(400).
       77  WRK-CONJ-CLIENTE                PIC X(400).
       77  WRK-CONJ-CORRENTE               PIC X(400).

      * REGISTRO DE DADOS PESSOAIS.
       77  WRK-COL-CHECK                   PIC X(60).
       77  WRK-QTD-COLUNAS                 PIC 9(3)    VALUE ZERO.
       77  WRK-IDX                         PIC 9(3)    VALUE ZERO.
       01  WRK-COLUNAS-REGISTRO.
           05  WRK-COLUNA-REG OCCURS 100 TIMES.
               10  WRK-REG-TABELA          PIC X(60).
               10  WRK-REG-COLUNA          PIC X(60).
               10  WRK-REG-CLASSIFICACAO   PIC X(20).
               10  WRK-REG-TITULAR         PIC X(10).
               10  WRK-REG-CHAVE           PIC X(60).
               10  WRK-REG-SITUACAO        PIC X(1).
                   88  REG-VALIDA                      VALUE 'S'.
                   88  REG-IGNORADA                    VALUE 'N'.

      * VALORES DO TITULAR PROCURADOS NO TEXTO LIVRE, CARREGADOS NAS
      * VARIAVEIS @ACESSO_V01.. DA SESSAO.
       77  WRK-QTD-VALORES                 PIC 9(2)    VALUE ZERO.
       77  WRK-VALOR-NUM                   PIC 9(2)    VALUE ZERO.
       77  WRK-PTR-UNIAO                   PIC 9(4)    VALUE 1.
       77  WRK-UNIAO-SQL                   PIC X(6000).
       77  WRK-PTR-COND                    PIC 9(4)    VALUE 1.
       77  WRK-CONDICAO-SQL                PIC X(3000).
       77  WRK-COLUNA-ID-SQL               PIC X(40).
       77  WRK-COLUNA-DATA-SQL             PIC X(60).

      * SECAO CORRENTE DO RELATORIO: ORIGEM (CHAVE NO JSON), TITULO
      * (RELATORIO LEGIVEL) E ROTULOS DAS ATE OITO COLUNAS.
       77  WRK-SEC-ORIGEM                  PIC X(60).
       77  WRK-SEC-TITULO                  PIC X(80).
       01  WRK-SEC-ROTULOS.
           05  WRK-SEC-ROTULO OCCURS 8 TIMES PIC X(30).
       77  WRK-SEC-QTD                     PIC 9(10)   VALUE ZERO.
       77  WRK-COL-IDX                     PIC 9(2)    VALUE ZERO.
       77  WRK-QTD-CAMPOS-JSON             PIC 9(2)    VALUE ZERO.

       01  WRK-LINHA-VALORES.
           05  WRK-VALOR-COL OCCURS 8 TIMES PIC X(1000).

      * RESUMO POR SECAO PARA O FIM DO RELATORIO.
       77  WRK-QTD-SECOES                  PIC 9(3)    VALUE ZERO.
       77  WRK-RES-IDX                     PIC 9(3)    VALUE ZERO.
       77  WRK-QTD-INDISPONIVEIS           PIC 9(3)    VALUE ZERO.
       01  WRK-RESUMO.
           05  WRK-RES-ITEM OCCURS 80 TIMES.
               10  WRK-RES-TITULO          PIC X(80).
               10  WRK-RES-QTD             PIC 9(10).
               10  WRK-RES-SITUACAO        PIC X(1).
                   88  RES-LIDA                        VALUE 'S'.
                   88  RES-INDISPONIVEL                VALUE 'N'.

       77  WRK-QTD-REGISTROS               PIC 9(10)   VALUE ZERO.
       77  WRK-QTD-LINHAS-REL              PIC 9(10)   VALUE ZERO.
       77  WRK-QTD-LINHAS-PORT             PIC 9(10)   VALUE ZERO.

      * MONTAGEM DAS LINHAS DOS ARQUIVOS.
       77  WRK-LINHA-REL                   PIC X(132).
       77  WRK-LINHA-PORT                  PIC X(8000).
       77  WRK-PTR-PORT                    PIC 9(4)    VALUE 1.
       77  WRK-ROTULO-REL                  PIC X(30).
       77  WRK-VAL-TAM                     PIC 9(4)    VALUE ZERO.
       77  WRK-VAL-POS                     PIC 9(4)    VALUE ZERO.
       77  WRK-VAL-PEDACO                  PIC 9(4)    VALUE ZERO.

      * ESCAPE DE JSON PARA VALORES LONGOS (PAYLOAD, DETALHE) E O DE
      * CAMPOS CURTOS VIA MOD-JSON-ESCAPE.
       77  WRK-ESC-ENTRADA                 PIC X(1000).
       77  WRK-ESC-SAIDA                   PIC X(2000).
       77  WRK-ESC-TAM                     PIC 9(4)    VALUE ZERO.
       77  WRK-ESC-IDX                     PIC 9(4)    VALUE ZERO.
       77  WRK-ESC-PTR                     PIC 9(4)    VALUE 1.
       77  WRK-ESC-CARACTERE               PIC X(1).
       77  WRK-JSON-ENTRADA                PIC X(255).
       77  WRK-JSON-SAIDA                  PIC X(510).

      * ARMAZENAMENTO FRIO: ULTIMA LINHA ACEITA, PARA NAO REPETIR A
      * DUPLICATA QUE UMA QUEDA NO ESCALONAMENTO DEIXA NO ARQUIVO.
       77  WRK-FRIO-ULTIMO-ID              PIC 9(10)   VALUE ZERO.
       77  WRK-FRIO-ULTIMO-ARQ             PIC X(19)   VALUE SPACES.

       77  WRK-REL-PROGRAMA                PIC X(60)
               VALUE "PROG-ACESSO-TITULAR".
       77  WRK-REL-PERIODO                 PIC X(30).
       77  WRK-REL-QTD                     PIC 9(10).

       77  WRK-FLAG-POR-ID                 PIC X(1)    VALUE 'N'.
           88  ACESSO-POR-ID                           VALUE 'S'.
           88  ACESSO-POR-NOME                         VALUE 'N'.

       77  WRK-FLAG-COBRE-TESTE            PIC X(1)    VALUE 'N'.
           88  COBRE-TESTE                             VALUE 'S'.

       77  WRK-FLAG-COBRE-CLIENTE          PIC X(1)    VALUE 'N'.
           88  COBRE-CLIENTE                           VALUE 'S'.

       77  WRK-FLAG-REGISTRO               PIC X(1)    VALUE 'N'.
           88  REGISTRO-DISPONIVEL                     VALUE 'S'.
           88  REGISTRO-AUSENTE                        VALUE 'N'.

       77  WRK-FLAG-TABELA-FIXA            PIC X(1)    VALUE 'N'.
           88  TABELA-FIXA                             VALUE 'S'.
           88  TABELA-DO-REGISTRO                      VALUE 'N'.

       77  WRK-FLAG-FIM-CURSOR             PIC X(1)    VALUE 'N'.
           88  FIM-CURSOR                              VALUE 'S'.
           88  NAO-FIM-CURSOR                          VALUE 'N'.

       77  WRK-FLAG-FIM-INDICE             PIC X(1)    VALUE 'N'.
           88  FIM-INDICE                              VALUE 'S'.
           88  NAO-FIM-INDICE                          VALUE 'N'.

       77  WRK-FLAG-FIM-ARQUIVO            PIC X(1)    VALUE 'N'.
           88  FIM-ARQUIVO                             VALUE 'S'.
           88  NAO-FIM-ARQUIVO                         VALUE 'N'.

       77  WRK-FLAG-SECAO                  PIC X(1)    VALUE 'S'.
           88  SECAO-LIDA                              VALUE 'S'.
           88  SECAO-INDISPONIVEL                      VALUE 'N'.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.

       01  HOSTVARS.
           05 BUFFER     PIC X(1024).
           05 SQL-BUFFER PIC X(8000).

       01  SQL-01-VARS.
           05 ACS-ID             PIC 9(10).
           05 ACS-NOME           PIC X(255).
           05 ACS-NOME-HEX       PIC X(510).
           05 ACS-VALOR-HEX      PIC X(510).
           05 ACS-EXISTE         PIC 9(10).
           05 ACS-TEM-ID         PIC 9(10).
           05 ACS-TEM-DATA       PIC 9(10).
           05 ACS-CRITERIO       PIC X(10).
           05 ACS-TITULAR        PIC X(10).
           05 ACS-PROTOCOLO      PIC X(60).
           05 ACS-SOLICITANTE    PIC X(60).
           05 ACS-SOLICITACAO-ID PIC 9(10).
           05 ACS-QTD            PIC 9(10).
           05 ACS-ARQ-REL        PIC X(255).
           05 ACS-ARQ-PORT       PIC X(255).
           05 ACS-TABELA         PIC X(60).
           05 ACS-COLUNA         PIC X(60).
           05 ACS-CLASSIFICACAO  PIC X(20).
           05 ACS-REG-TITULAR    PIC X(10).
           05 ACS-CHAVE          PIC X(60).
           05 ACS-ARQUIVO-FRIO   PIC X(255).

       01  ACS-LINHA.
           05 ACS-C1             PIC X(1000).
           05 ACS-C2             PIC X(1000).
           05 ACS-C3             PIC X(1000).
           05 ACS-C4             PIC X(1000).
           05 ACS-C5             PIC X(1000).
           05 ACS-C6             PIC X(1000).
           05 ACS-C7             PIC X(1000).
           05 ACS-C8             PIC X(1000).

       EXEC SQL END DECLARE SECTION END-EXEC.


       PROCEDURE DIVISION.

       MAIN-PROCEDURE.

           DISPLAY "BUILD EM EXECUCAO: " FUNCTION TRIM(VERSAO-BUILD).

           PERFORM 1000-INICIALIZAR.
           PERFORM 1100-CONECTAR-BANCO-DE-DADOS.
           PERFORM 1200-GARANTIR-TABELA-SOLICITACOES.
           PERFORM 1300-REGISTRAR-SOLICITACAO.
           PERFORM 1400-MONTAR-CONJUNTOS.
           PERFORM 1500-CARREGAR-REGISTRO.
           PERFORM 1600-LEVANTAR-VALORES-BUSCA.
           PERFORM 2000-ABRIR-ARQUIVOS.

           IF  COBRE-TESTE
               PERFORM 3000-LEVANTAR-DADOS-TESTE
           END-IF.

           IF  COBRE-CLIENTE
               PERFORM 3500-LEVANTAR-DADOS-CLIENTE
           END-IF.

           IF  REGISTRO-DISPONIVEL
               PERFORM 3800-LEVANTAR-COLUNAS-REGISTRO
               PERFORM 3900-LEVANTAR-TEXTO-LIVRE
           END-IF.

           PERFORM 4000-FECHAR-ARQUIVOS.
           PERFORM 4500-CONCLUIR-SOLICITACAO.
           PERFORM 4900-FINALIZAR.
           STOP RUN.

       1000-INICIALIZAR.

           ACCEPT WRK-ACESSO-DIR FROM ENVIRONMENT "ARQ_ACESSO_DIR".
           IF  FUNCTION TRIM(WRK-ACESSO-DIR) = SPACES
               MOVE "." TO WRK-ACESSO-DIR
           END-IF.

           MOVE ZERO TO ACS-ID.
           ACCEPT WRK-ACESSO-ID-STG FROM ENVIRONMENT "ACESSO_ID".
           ACCEPT WRK-ACESSO-NOME FROM ENVIRONMENT "ACESSO_NOME".
           ACCEPT WRK-ACESSO-TITULAR FROM ENVIRONMENT
               "ACESSO_TITULAR".
           MOVE FUNCTION UPPER-CASE(WRK-ACESSO-TITULAR)
               TO WRK-ACESSO-TITULAR.
           ACCEPT WRK-ACESSO-PROTOCOLO FROM ENVIRONMENT
               "ACESSO_PROTOCOLO".
           ACCEPT WRK-ACESSO-SOLICITANTE FROM ENVIRONMENT
               "ACESSO_SOLICITANTE".
           IF  FUNCTION TRIM(WRK-ACESSO-SOLICITANTE) = SPACES
               MOVE "BATCH" TO WRK-ACESSO-SOLICITANTE
           END-IF.

           IF  WRK-ACESSO-ID-STG NOT = SPACES
           AND WRK-ACESSO-ID-STG IS NUMERIC
               MOVE WRK-ACESSO-ID-STG TO ACS-ID
               SET ACESSO-POR-ID TO TRUE
               EVALUATE FUNCTION TRIM(WRK-ACESSO-TITULAR)
                   WHEN SPACES
                   WHEN "TESTE"
                       MOVE "TESTE" TO WRK-ACESSO-TITULAR
                       SET COBRE-TESTE TO TRUE
                   WHEN "CLIENTE"
                       SET COBRE-CLIENTE TO TRUE
                   WHEN OTHER
                       DISPLAY
                           "ERRO: ACESSO_TITULAR DEVE SER TESTE OU "
                           "CLIENTE."
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
               END-EVALUATE
           ELSE
               IF  FUNCTION TRIM(WRK-ACESSO-NOME) = SPACES
                   DISPLAY
                       "ERRO: INFORME ACESSO_ID (NUMERICO) OU "
                       "ACESSO_NOME PARA O RELATORIO DE ACESSO."
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               SET ACESSO-POR-NOME TO TRUE
               MOVE SPACES TO WRK-ACESSO-TITULAR
               SET COBRE-TESTE TO TRUE
               SET COBRE-CLIENTE TO TRUE
           END-IF.

           MOVE FUNCTION CURRENT-DATE TO WRK-DATA-HORA-CORRENTE.
           STRING
               WRK-DATA-HORA-CORRENTE(1:4) "-"
               WRK-DATA-HORA-CORRENTE(5:2) "-"
               WRK-DATA-HORA-CORRENTE(7:2) " "
               WRK-DATA-HORA-CORRENTE(9:2) ":"
               WRK-DATA-HORA-CORRENTE(11:2) ":"
               WRK-DATA-HORA-CORRENTE(13:2)
               DELIMITED BY SIZE
               INTO WRK-DATA-HORA-FMT
           END-STRING.

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

       1200-GARANTIR-TABELA-SOLICITACOES.

           EXEC SQL
               CREATE TABLE IF NOT EXISTS titular_solicitacoes (
                   id                    INT NOT NULL PRIMARY KEY
                                             AUTO_INCREMENT,
                   tipo                  VARCHAR(10) NOT NULL,
                   criterio              VARCHAR(10) NOT NULL,
                   titular               VARCHAR(10) NULL,
                   titular_id            INT NULL,
                   nome_hash             CHAR(64) NULL,
                   protocolo             VARCHAR(60) NULL,
                   solicitante           VARCHAR(60) NOT NULL,
                   status                VARCHAR(12) NOT NULL
                       DEFAULT 'EM_ANDAMENTO',
                   qtd_registros         INT NOT NULL DEFAULT 0,
                   arquivo_relatorio     VARCHAR(255) NULL,
                   arquivo_portabilidade VARCHAR(255) NULL,
                   criado_em             DATETIME NOT NULL
                       DEFAULT CURRENT_TIMESTAMP,
                   concluido_em          DATETIME NULL,
                   KEY ix_titular_solicitacoes_titular
                       (titular, titular_id)
               )
           END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO
               DISPLAY
                   "ERRO AO TENTAR GARANTIR A TABELA "
                   "TITULAR_SOLICITACOES: " SQLERRM
               EXEC SQL CONNECT RESET END-EXEC
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       1300-REGISTRAR-SOLICITACAO.

      * A SOLICITACAO E REGISTRADA ANTES DE QUALQUER LEITURA; UMA
      * EXECUCAO INTERROMPIDA FICA EM_ANDAMENTO NO REGISTRO. NA
      * BUSCA POR NOME O REGISTRO GUARDA SO O HASH DO NOME.
           IF  ACESSO-POR-ID
               MOVE "ID" TO ACS-CRITERIO
           ELSE
               MOVE "NOME" TO ACS-CRITERIO
           END-IF.
           MOVE WRK-ACESSO-TITULAR TO ACS-TITULAR.
           MOVE WRK-ACESSO-NOME TO ACS-NOME.
           MOVE WRK-ACESSO-PROTOCOLO TO ACS-PROTOCOLO.
           MOVE WRK-ACESSO-SOLICITANTE TO ACS-SOLICITANTE.

           EXEC SQL
               INSERT INTO titular_solicitacoes
                   (tipo, criterio, titular, titular_id, nome_hash,
                    protocolo, solicitante)
               VALUES
                   ('ACESSO', :ACS-CRITERIO,
                    NULLIF(TRIM(:ACS-TITULAR), ''),
                    NULLIF(:ACS-ID, 0),
                    IF(:ACS-CRITERIO = 'NOME',
                       SHA2(TRIM(:ACS-NOME), 256), NULL),
                    NULLIF(TRIM(:ACS-PROTOCOLO), ''),
                    TRIM(:ACS-SOLICITANTE))
           END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO
               DISPLAY
                   "ERRO AO TENTAR REGISTRAR A SOLICITACAO DE "
                   "ACESSO: " SQLERRM
               EXEC SQL ROLLBACK END-EXEC
               EXEC SQL CONNECT RESET END-EXEC
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           EXEC SQL
               SELECT LAST_INSERT_ID() INTO :ACS-SOLICITACAO-ID
           END-EXEC.

           EXEC SQL COMMIT END-EXEC.

           MOVE ACS-SOLICITACAO-ID TO WRK-SOLIC-MASK.

           STRING
               FUNCTION TRIM(WRK-ACESSO-DIR)
               "/RELATORIO_ACESSO_TITULAR_"
               FUNCTION TRIM(WRK-SOLIC-MASK) ".TXT"
               DELIMITED BY SIZE
               INTO WRK-ARQ-REL-NOME
           END-STRING.

           STRING
               FUNCTION TRIM(WRK-ACESSO-DIR)
               "/PORTABILIDADE_TITULAR_"
               FUNCTION TRIM(WRK-SOLIC-MASK) ".JSON"
               DELIMITED BY SIZE
               INTO WRK-ARQ-PORT-NOME
           END-STRING.

           DISPLAY
               "SOLICITACAO DE ACESSO " FUNCTION TRIM(WRK-SOLIC-MASK)
               " REGISTRADA.".

       1400-MONTAR-CONJUNTOS.

           MOVE SPACES TO WRK-CONJ-TESTE WRK-CONJ-CLIENTE.

           IF  ACESSO-POR-ID
               MOVE ACS-ID TO WRK-ID-MASK
               IF  COBRE-TESTE
                   STRING
                       "(" FUNCTION TRIM(WRK-ID-MASK) ")"
                       DELIMITED BY SIZE
                       INTO WRK-CONJ-TESTE
                   END-STRING
               ELSE
                   STRING
                       "(" FUNCTION TRIM(WRK-ID-MASK) ")"
                       DELIMITED BY SIZE
                       INTO WRK-CONJ-CLIENTE
                   END-STRING
               END-IF
               EXIT PARAGRAPH
           END-IF.

      * O NOME VAI PARA A SESSAO EM HEXADECIMAL; NAS CONSULTAS ELE
      * E SO @ACESSO_NOME, SEM ASPAS A ESCAPAR.
           EXEC SQL
               SELECT HEX(CONVERT(TRIM(:ACS-NOME) USING utf8mb4))
                 INTO :ACS-NOME-HEX
           END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO
               DISPLAY
                   "ERRO AO TENTAR PREPARAR O NOME DO TITULAR: "
                   SQLERRM
               EXEC SQL CONNECT RESET END-EXEC
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE SPACES TO SQL-BUFFER.
           STRING
               "SET @acesso_nome = CONVERT(UNHEX('"
               FUNCTION TRIM(ACS-NOME-HEX) "') USING utf8mb4)"
               DELIMITED BY SIZE
               INTO SQL-BUFFER
           END-STRING.

           EXEC SQL
               EXECUTE IMMEDIATE :SQL-BUFFER
           END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO
               DISPLAY
                   "ERRO AO TENTAR CARREGAR O NOME DO TITULAR NA "
                   "SESSAO: " SQLERRM
               EXEC SQL CONNECT RESET END-EXEC
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      * O REGISTRO QUE JA TEVE O NOME (HISTORICO, ARQUIVO) E DO
      * TITULAR, MESMO QUE HOJE TENHA OUTRO.
           STRING
               "(SELECT id FROM teste WHERE nome = @acesso_nome"
               " UNION SELECT registro_id FROM teste_historico"
               " WHERE nome_anterior = @acesso_nome"
               " UNION SELECT id FROM teste_arquivo"
               " WHERE nome = @acesso_nome)"
               DELIMITED BY SIZE
               INTO WRK-CONJ-TESTE
           END-STRING.

           STRING
               "(SELECT id FROM cliente WHERE nome = @acesso_nome"
               " UNION SELECT registro_id FROM cliente_historico"
               " WHERE nome_anterior = @acesso_nome)"
               DELIMITED BY SIZE
               INTO WRK-CONJ-CLIENTE
           END-STRING.

       1500-CARREGAR-REGISTRO.

           EXEC SQL
               SELECT COUNT(*)
                 INTO :ACS-EXISTE
                 FROM information_schema.tables
                WHERE table_schema = DATABASE()
                  AND table_name = 'dados_pessoais'
           END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO OR ACS-EXISTE = ZERO
               DISPLAY
                   "AVISO: REGISTRO DE DADOS PESSOAIS (DADOS_PESSOAIS) "
                   "NAO ENCONTRADO; O RELATORIO COBRE SO AS TABELAS "
                   "CONHECIDAS, SEM TEXTO LIVRE."
               SET REGISTRO-AUSENTE TO TRUE
               EXIT PARAGRAPH
           END-IF.

           SET REGISTRO-DISPONIVEL TO TRUE.

      * SO ENTRAM COLUNAS QUE EXISTEM NO BANCO; A REGRA DE
      * TRATAMENTO NAO IMPORTA AQUI (O ACESSO COBRE ATE O MANTIDO).
           EXEC SQL
               DECLARE CUR-REGISTRO-ACESSO CURSOR FOR
                   SELECT d.tabela, d.coluna, d.classificacao,
                          COALESCE(d.titular, ''),
                          COALESCE(d.chave_titular, '')
                     FROM dados_pessoais d
                     JOIN information_schema.columns c
                       ON c.table_schema = DATABASE()
                      AND c.table_name = d.tabela
                      AND c.column_name = d.coluna
                    WHERE d.ativo = 'S'
                      AND d.classificacao <> 'NAO_PESSOAL'
                    ORDER BY d.tabela, d.coluna
           END-EXEC.

           EXEC SQL OPEN CUR-REGISTRO-ACESSO END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO
               DISPLAY
                   "ERRO AO TENTAR LER O REGISTRO DE DADOS PESSOAIS: "
                   SQLERRM
               EXEC SQL CONNECT RESET END-EXEC
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           SET NAO-FIM-CURSOR TO TRUE.
           PERFORM 1510-BUSCAR-PROXIMA-COLUNA.
           PERFORM 1520-GUARDAR-COLUNA UNTIL FIM-CURSOR.

           EXEC SQL CLOSE CUR-REGISTRO-ACESSO END-EXEC.

       1510-BUSCAR-PROXIMA-COLUNA.

           EXEC SQL
               FETCH CUR-REGISTRO-ACESSO
                   INTO :ACS-TABELA, :ACS-COLUNA, :ACS-CLASSIFICACAO,
                        :ACS-REG-TITULAR, :ACS-CHAVE
           END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO
               SET FIM-CURSOR TO TRUE
           END-IF.

       1520-GUARDAR-COLUNA.

           IF  WRK-QTD-COLUNAS < 100
               ADD 1 TO WRK-QTD-COLUNAS
               MOVE WRK-QTD-COLUNAS TO WRK-IDX
               MOVE ACS-TABELA TO WRK-REG-TABELA(WRK-IDX)
               MOVE ACS-COLUNA TO WRK-REG-COLUNA(WRK-IDX)
               MOVE FUNCTION UPPER-CASE(ACS-CLASSIFICACAO)
                   TO WRK-REG-CLASSIFICACAO(WRK-IDX)
               MOVE FUNCTION UPPER-CASE(ACS-REG-TITULAR)
                   TO WRK-REG-TITULAR(WRK-IDX)
               MOVE ACS-CHAVE TO WRK-REG-CHAVE(WRK-IDX)
               SET REG-VALIDA(WRK-IDX) TO TRUE
               MOVE WRK-REG-TABELA(WRK-IDX) TO WRK-COL-CHECK
               PERFORM 1590-VALIDAR-NOME
               MOVE WRK-REG-COLUNA(WRK-IDX) TO WRK-COL-CHECK
               PERFORM 1590-VALIDAR-NOME
               IF  WRK-REG-CHAVE(WRK-IDX) NOT = SPACES
                   MOVE WRK-REG-CHAVE(WRK-IDX) TO WRK-COL-CHECK
                   PERFORM 1590-VALIDAR-NOME
               END-IF
           ELSE
               DISPLAY
                   "AVISO: LIMITE DE 100 COLUNAS ATINGIDO; "
                   FUNCTION TRIM(ACS-TABELA) "."
                   FUNCTION TRIM(ACS-COLUNA) " NAO SERA LIDA."
           END-IF.

           PERFORM 1510-BUSCAR-PROXIMA-COLUNA.

       1590-VALIDAR-NOME.

      * OS NOMES DO REGISTRO ENTRAM NA MONTAGEM DE SQL DINAMICO;
      * SO LETRAS E SUBLINHADO SAO ACEITOS, COMO NO APAGAMENTO.
           INSPECT WRK-COL-CHECK REPLACING ALL '_' BY SPACE.
           IF  WRK-COL-CHECK IS NOT ALPHABETIC
               DISPLAY
                   "AVISO: NOME INVALIDO NO REGISTRO DE DADOS "
                   "PESSOAIS, COLUNA IGNORADA: "
                   FUNCTION TRIM(WRK-REG-TABELA(WRK-IDX)) "."
                   FUNCTION TRIM(WRK-REG-COLUNA(WRK-IDX))
               SET REG-IGNORADA(WRK-IDX) TO TRUE
           END-IF.

       1600-LEVANTAR-VALORES-BUSCA.

      * OS VALORES PROCURADOS NO TEXTO LIVRE SAO OS NOMES,
      * DOCUMENTOS E CONTATOS DO TITULAR NAS COLUNAS DO REGISTRO
      * (E O PROPRIO NOME, NA BUSCA POR NOME). VALOR JA ANONIMIZADO
      * OU CURTO DEMAIS NAO E PROCURADO.
           MOVE ZERO TO WRK-QTD-VALORES.

           IF  REGISTRO-AUSENTE
               EXIT PARAGRAPH
           END-IF.

           MOVE SPACES TO WRK-UNIAO-SQL.
           MOVE 1 TO WRK-PTR-UNIAO.

           IF  ACESSO-POR-NOME
               STRING
                   "SELECT @acesso_nome AS v"
                   DELIMITED BY SIZE
                   INTO WRK-UNIAO-SQL
                   WITH POINTER WRK-PTR-UNIAO
               END-STRING
           END-IF.

           PERFORM 1610-INCLUIR-COLUNA-NA-UNIAO
               VARYING WRK-IDX FROM 1 BY 1
               UNTIL WRK-IDX > WRK-QTD-COLUNAS.

           IF  WRK-PTR-UNIAO = 1
               EXIT PARAGRAPH
           END-IF.

           MOVE SPACES TO SQL-BUFFER.
           STRING
               "SELECT DISTINCT HEX(v) FROM ("
               FUNCTION TRIM(WRK-UNIAO-SQL)
               ") valores WHERE v IS NOT NULL"
               " AND CHAR_LENGTH(TRIM(v)) >= 3"
               " AND v NOT LIKE 'ANON-%' AND v NOT LIKE 'HASH-%'"
               " LIMIT 10"
               DELIMITED BY SIZE
               INTO SQL-BUFFER
           END-STRING.

           EXEC SQL
               PREPARE STMT-VALORES FROM :SQL-BUFFER
           END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO
               DISPLAY
                   "ERRO AO TENTAR PREPARAR O LEVANTAMENTO DOS "
                   "VALORES DO TITULAR: " SQLERRM
               EXEC SQL CONNECT RESET END-EXEC
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           EXEC SQL
               DECLARE CUR-VALORES-BUSCA CURSOR FOR STMT-VALORES
           END-EXEC.

           EXEC SQL
               OPEN CUR-VALORES-BUSCA
           END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO
               DISPLAY
                   "ERRO AO TENTAR LEVANTAR OS VALORES DO TITULAR: "
                   SQLERRM
               EXEC SQL CONNECT RESET END-EXEC
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           SET NAO-FIM-CURSOR TO TRUE.
           PERFORM 1620-BUSCAR-PROXIMO-VALOR.
           PERFORM 1630-GUARDAR-VALOR UNTIL FIM-CURSOR.

           EXEC SQL CLOSE CUR-VALORES-BUSCA END-EXEC.

           MOVE WRK-QTD-VALORES TO WRK-QTD-MASK.
           DISPLAY
               "VALORES DO TITULAR PROCURADOS NO TEXTO LIVRE: "
               FUNCTION TRIM(WRK-QTD-MASK).

       1610-INCLUIR-COLUNA-NA-UNIAO.

           IF  REG-IGNORADA(WRK-IDX)
           OR  WRK-REG-CHAVE(WRK-IDX) = SPACES
               EXIT PARAGRAPH
           END-IF.

           IF  WRK-REG-CLASSIFICACAO(WRK-IDX) NOT = "NOME"
           AND WRK-REG-CLASSIFICACAO(WRK-IDX) NOT = "DOCUMENTO"
           AND WRK-REG-CLASSIFICACAO(WRK-IDX) NOT = "CONTATO"
               EXIT PARAGRAPH
           END-IF.

           PERFORM 7900-RESOLVER-CONJUNTO.
           IF  WRK-CONJ-CORRENTE = SPACES
               EXIT PARAGRAPH
           END-IF.

           IF  WRK-PTR-UNIAO > 1
               STRING
                   " UNION "
                   DELIMITED BY SIZE
                   INTO WRK-UNIAO-SQL
                   WITH POINTER WRK-PTR-UNIAO
               END-STRING
           END-IF.

           STRING
               "SELECT CAST("
               FUNCTION TRIM(WRK-REG-COLUNA(WRK-IDX))
               " AS CHAR) AS v FROM "
               FUNCTION TRIM(WRK-REG-TABELA(WRK-IDX))
               " WHERE "
               FUNCTION TRIM(WRK-REG-CHAVE(WRK-IDX))
               " IN " FUNCTION TRIM(WRK-CONJ-CORRENTE)
               DELIMITED BY SIZE
               INTO WRK-UNIAO-SQL
               WITH POINTER WRK-PTR-UNIAO
           END-STRING.

       1620-BUSCAR-PROXIMO-VALOR.

           EXEC SQL
               FETCH CUR-VALORES-BUSCA INTO :ACS-VALOR-HEX
           END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO
               SET FIM-CURSOR TO TRUE
           END-IF.

       1630-GUARDAR-VALOR.

      * CADA VALOR VIRA UMA VARIAVEL DA SESSAO (@ACESSO_V01..), QUE
      * AS CONSULTAS DE TEXTO LIVRE USAM NO LIKE.
           ADD 1 TO WRK-QTD-VALORES.
           MOVE WRK-QTD-VALORES TO WRK-VALOR-NUM.

           MOVE SPACES TO SQL-BUFFER.
           STRING
               "SET @acesso_v" WRK-VALOR-NUM
               " = CONVERT(UNHEX('" FUNCTION TRIM(ACS-VALOR-HEX)
               "') USING utf8mb4)"
               DELIMITED BY SIZE
               INTO SQL-BUFFER
           END-STRING.

           EXEC SQL
               EXECUTE IMMEDIATE :SQL-BUFFER
           END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO
               DISPLAY
                   "ERRO AO TENTAR CARREGAR UM VALOR DO TITULAR NA "
                   "SESSAO: " SQLERRM
               EXEC SQL CONNECT RESET END-EXEC
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM 1620-BUSCAR-PROXIMO-VALOR.

      ******************************************************************
      * ARQUIVOS DE SAIDA
      ******************************************************************

       2000-ABRIR-ARQUIVOS.

           OPEN OUTPUT ARQ-RELATORIO.

           IF  WRK-FS-ARQ-REL NOT = "00"
               DISPLAY
                   "ERRO AO TENTAR CRIAR O RELATORIO DE ACESSO "
                   FUNCTION TRIM(WRK-ARQ-REL-NOME)
                   ". FILE STATUS: " WRK-FS-ARQ-REL
               EXEC SQL CONNECT RESET END-EXEC
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN OUTPUT ARQ-PORTABILIDADE.

           IF  WRK-FS-ARQ-PORT NOT = "00"
               DISPLAY
                   "ERRO AO TENTAR CRIAR O ARQUIVO DE PORTABILIDADE "
                   FUNCTION TRIM(WRK-ARQ-PORT-NOME)
                   ". FILE STATUS: " WRK-FS-ARQ-PORT
               CLOSE ARQ-RELATORIO
               EXEC SQL CONNECT RESET END-EXEC
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM 2100-GRAVAR-CABECALHO-RELATORIO.
           PERFORM 2200-GRAVAR-CABECALHO-JSON.

       2100-GRAVAR-CABECALHO-RELATORIO.

           MOVE ALL "=" TO WRK-LINHA-REL.
           PERFORM 8000-GRAVAR-LINHA-REL.

           STRING
               "RELATORIO DE ACESSO DO TITULAR - DADOS PESSOAIS "
               "MANTIDOS PELO SISTEMA (LGPD)"
               DELIMITED BY SIZE
               INTO WRK-LINHA-REL
           END-STRING.
           PERFORM 8000-GRAVAR-LINHA-REL.

           MOVE ALL "=" TO WRK-LINHA-REL.
           PERFORM 8000-GRAVAR-LINHA-REL.

           STRING
               "SOLICITACAO.....: " FUNCTION TRIM(WRK-SOLIC-MASK)
               DELIMITED BY SIZE
               INTO WRK-LINHA-REL
           END-STRING.
           PERFORM 8000-GRAVAR-LINHA-REL.

           IF  WRK-ACESSO-PROTOCOLO NOT = SPACES
               STRING
                   "PROTOCOLO.......: "
                   FUNCTION TRIM(WRK-ACESSO-PROTOCOLO)
                   DELIMITED BY SIZE
                   INTO WRK-LINHA-REL
               END-STRING
               PERFORM 8000-GRAVAR-LINHA-REL
           END-IF.

           STRING
               "SOLICITANTE.....: "
               FUNCTION TRIM(WRK-ACESSO-SOLICITANTE)
               DELIMITED BY SIZE
               INTO WRK-LINHA-REL
           END-STRING.
           PERFORM 8000-GRAVAR-LINHA-REL.

           IF  ACESSO-POR-ID
               MOVE ACS-ID TO WRK-ID-MASK
               STRING
                   "TITULAR.........: "
                   FUNCTION TRIM(WRK-ACESSO-TITULAR) " ID "
                   FUNCTION TRIM(WRK-ID-MASK)
                   DELIMITED BY SIZE
                   INTO WRK-LINHA-REL
               END-STRING
           ELSE
               STRING
                   "TITULAR.........: NOME "
                   FUNCTION TRIM(WRK-ACESSO-NOME)
                   DELIMITED BY SIZE
                   INTO WRK-LINHA-REL
               END-STRING
           END-IF.
           PERFORM 8000-GRAVAR-LINHA-REL.

           STRING
               "GERADO EM.......: " WRK-DATA-HORA-FMT
               DELIMITED BY SIZE
               INTO WRK-LINHA-REL
           END-STRING.
           PERFORM 8000-GRAVAR-LINHA-REL.

       2200-GRAVAR-CABECALHO-JSON.

           MOVE "{" TO WRK-LINHA-PORT.
           PERFORM 8100-GRAVAR-LINHA-PORT.

           MOVE '"relatorio": "ACESSO_TITULAR",' TO WRK-LINHA-PORT.
           PERFORM 8100-GRAVAR-LINHA-PORT.

           STRING
               '"solicitacao_id": ' FUNCTION TRIM(WRK-SOLIC-MASK) ","
               DELIMITED BY SIZE
               INTO WRK-LINHA-PORT
           END-STRING.
           PERFORM 8100-GRAVAR-LINHA-PORT.

           MOVE WRK-ACESSO-PROTOCOLO TO WRK-JSON-ENTRADA.
           CALL 'MOD-JSON-ESCAPE'
               USING WRK-JSON-ENTRADA, WRK-JSON-SAIDA
               END-CALL.
           STRING
               '"protocolo": "' FUNCTION TRIM(WRK-JSON-SAIDA) '",'
               DELIMITED BY SIZE
               INTO WRK-LINHA-PORT
           END-STRING.
           PERFORM 8100-GRAVAR-LINHA-PORT.

           IF  ACESSO-POR-ID
               MOVE ACS-ID TO WRK-ID-MASK
               STRING
                   '"criterio": "ID", "titular": "'
                   FUNCTION TRIM(WRK-ACESSO-TITULAR)
                   '", "titular_id": ' FUNCTION TRIM(WRK-ID-MASK) ","
                   DELIMITED BY SIZE
                   INTO WRK-LINHA-PORT
               END-STRING
           ELSE
               MOVE WRK-ACESSO-NOME TO WRK-JSON-ENTRADA
               CALL 'MOD-JSON-ESCAPE'
                   USING WRK-JSON-ENTRADA, WRK-JSON-SAIDA
                   END-CALL
               STRING
                   '"criterio": "NOME", "nome": "'
                   FUNCTION TRIM(WRK-JSON-SAIDA) '",'
                   DELIMITED BY SIZE
                   INTO WRK-LINHA-PORT
               END-STRING
           END-IF.
           PERFORM 8100-GRAVAR-LINHA-PORT.

           STRING
               '"gerado_em": "' WRK-DATA-HORA-FMT '",'
               DELIMITED BY SIZE
               INTO WRK-LINHA-PORT
           END-STRING.
           PERFORM 8100-GRAVAR-LINHA-PORT.

           MOVE '"secoes": [' TO WRK-LINHA-PORT.
           PERFORM 8100-GRAVAR-LINHA-PORT.

      ******************************************************************
      * DADOS DO DOMINIO TESTE
      ******************************************************************

       3000-LEVANTAR-DADOS-TESTE.

           MOVE "teste" TO WRK-SEC-ORIGEM.
           MOVE "CADASTRO (TESTE), INCLUSIVE REGISTROS NA LIXEIRA"
               TO WRK-SEC-TITULO.
           MOVE SPACES TO WRK-SEC-ROTULOS.
           MOVE "id" TO WRK-SEC-ROTULO(1).
           MOVE "nome" TO WRK-SEC-ROTULO(2).
           MOVE "criado_em" TO WRK-SEC-ROTULO(3).
           MOVE "atualizado_em" TO WRK-SEC-ROTULO(4).
           MOVE "excluido_em" TO WRK-SEC-ROTULO(5).
           MOVE "origem_carga" TO WRK-SEC-ROTULO(6).
           MOVE SPACES TO SQL-BUFFER.
           STRING
               "SELECT CAST(id AS CHAR), nome,"
               " COALESCE(CAST(created_at AS CHAR), ''),"
               " COALESCE(CAST(updated_at AS CHAR), ''),"
               " COALESCE(CAST(deleted_at AS CHAR), ''),"
               " COALESCE(origem_carga, ''), '', ''"
               " FROM teste WHERE id IN "
               FUNCTION TRIM(WRK-CONJ-TESTE)
               " ORDER BY id"
               DELIMITED BY SIZE
               INTO SQL-BUFFER
           END-STRING.
           PERFORM 7000-EXECUTAR-SECAO.

           MOVE "teste_historico" TO WRK-SEC-ORIGEM.
           MOVE "HISTORICO DE ALTERACOES DO CADASTRO (TESTE_HISTORICO)"
               TO WRK-SEC-TITULO.
           MOVE SPACES TO WRK-SEC-ROTULOS.
           MOVE "id" TO WRK-SEC-ROTULO(1).
           MOVE "registro_id" TO WRK-SEC-ROTULO(2).
           MOVE "operacao" TO WRK-SEC-ROTULO(3).
           MOVE "nome_anterior" TO WRK-SEC-ROTULO(4).
           MOVE "alterado_em" TO WRK-SEC-ROTULO(5).
           MOVE "origem" TO WRK-SEC-ROTULO(6).
           MOVE "operador" TO WRK-SEC-ROTULO(7).
           MOVE SPACES TO SQL-BUFFER.
           STRING
               "SELECT CAST(id AS CHAR), CAST(registro_id AS CHAR),"
               " operacao, nome_anterior,"
               " COALESCE(CAST(criado_em AS CHAR), ''),"
               " COALESCE(origem, ''), COALESCE(operador, ''), ''"
               " FROM teste_historico WHERE registro_id IN "
               FUNCTION TRIM(WRK-CONJ-TESTE)
               " ORDER BY registro_id, id"
               DELIMITED BY SIZE
               INTO SQL-BUFFER
           END-STRING.
           PERFORM 7000-EXECUTAR-SECAO.

           MOVE "teste_arquivo" TO WRK-SEC-ORIGEM.
           MOVE "ARQUIVO PERMANENTE (TESTE_ARQUIVO)" TO WRK-SEC-TITULO.
           MOVE SPACES TO WRK-SEC-ROTULOS.
           MOVE "id" TO WRK-SEC-ROTULO(1).
           MOVE "nome" TO WRK-SEC-ROTULO(2).
           MOVE "criado_em" TO WRK-SEC-ROTULO(3).
           MOVE "atualizado_em" TO WRK-SEC-ROTULO(4).
           MOVE "excluido_em" TO WRK-SEC-ROTULO(5).
           MOVE "arquivado_em" TO WRK-SEC-ROTULO(6).
           MOVE SPACES TO SQL-BUFFER.
           STRING
               "SELECT CAST(id AS CHAR), nome,"
               " COALESCE(CAST(created_at AS CHAR), ''),"
               " COALESCE(CAST(updated_at AS CHAR), ''),"
               " COALESCE(CAST(deleted_at AS CHAR), ''),"
               " COALESCE(CAST(arquivado_em AS CHAR), ''), '', ''"
               " FROM teste_arquivo WHERE id IN "
               FUNCTION TRIM(WRK-CONJ-TESTE)
               " ORDER BY id, arquivado_em"
               DELIMITED BY SIZE
               INTO SQL-BUFFER
           END-STRING.
           PERFORM 7000-EXECUTAR-SECAO.

           PERFORM 3300-LEVANTAR-ARQUIVO-FRIO.

           MOVE "leitura_acessos" TO WRK-SEC-ORIGEM.
           MOVE "LEITURAS DO CADASTRO POR ACOES DA API"
               TO WRK-SEC-TITULO.
           MOVE SPACES TO WRK-SEC-ROTULOS.
           MOVE "programa" TO WRK-SEC-ROTULO(1).
           MOVE "registro_id" TO WRK-SEC-ROTULO(2).
           MOVE "chave_api" TO WRK-SEC-ROTULO(3).
           MOVE "operador" TO WRK-SEC-ROTULO(4).
           MOVE "lido_em" TO WRK-SEC-ROTULO(5).
           MOVE SPACES TO SQL-BUFFER.
           STRING
               "SELECT programa, CAST(registro_id AS CHAR),"
               " COALESCE(chave_api, ''), COALESCE(operador, ''),"
               " CAST(criado_em AS CHAR), '', '', ''"
               " FROM leitura_acessos WHERE registro_id IN "
               FUNCTION TRIM(WRK-CONJ-TESTE)
               " AND programa IN (SELECT programa"
               " FROM dados_pessoais_acoes"
               " WHERE tabela LIKE 'teste%')"
               " ORDER BY criado_em, id"
               DELIMITED BY SIZE
               INTO SQL-BUFFER
           END-STRING.
           PERFORM 7000-EXECUTAR-SECAO.

           MOVE "notificacoes" TO WRK-SEC-ORIGEM.
           MOVE "EVENTOS NOTIFICADOS SOBRE O CADASTRO"
               TO WRK-SEC-TITULO.
           MOVE SPACES TO WRK-SEC-ROTULOS.
           MOVE "id" TO WRK-SEC-ROTULO(1).
           MOVE "tabela" TO WRK-SEC-ROTULO(2).
           MOVE "registro_id" TO WRK-SEC-ROTULO(3).
           MOVE "evento" TO WRK-SEC-ROTULO(4).
           MOVE "criado_em" TO WRK-SEC-ROTULO(5).
           MOVE "status_entrega" TO WRK-SEC-ROTULO(6).
           MOVE "payload" TO WRK-SEC-ROTULO(7).
           MOVE SPACES TO SQL-BUFFER.
           STRING
               "SELECT CAST(id AS CHAR), tabela,"
               " CAST(registro_id AS CHAR), evento,"
               " CAST(criado_em AS CHAR), status_entrega,"
               " COALESCE(payload, ''), ''"
               " FROM notificacoes WHERE tabela = 'teste'"
               " AND registro_id IN "
               FUNCTION TRIM(WRK-CONJ-TESTE)
               " ORDER BY id"
               DELIMITED BY SIZE
               INTO SQL-BUFFER
           END-STRING.
           PERFORM 7000-EXECUTAR-SECAO.

       3300-LEVANTAR-ARQUIVO-FRIO.

      * O FRIO NAO ESTA NO BANCO: O INDICE APONTA OS ARQUIVOS ANUAIS
      * (POR ID, SO AS LEVAS CUJA FAIXA CONTEM O ID; POR NOME, TODAS)
      * E CADA UM E LIDO NA SEQUENCIA, COMO NO RESGATE.
           MOVE "arquivo_frio" TO WRK-SEC-ORIGEM.
           MOVE "ARMAZENAMENTO FRIO (ARQUIVOS ANUAIS)"
               TO WRK-SEC-TITULO.
           MOVE SPACES TO WRK-SEC-ROTULOS.
           MOVE "id" TO WRK-SEC-ROTULO(1).
           MOVE "nome" TO WRK-SEC-ROTULO(2).
           MOVE "criado_em" TO WRK-SEC-ROTULO(3).
           MOVE "atualizado_em" TO WRK-SEC-ROTULO(4).
           MOVE "excluido_em" TO WRK-SEC-ROTULO(5).
           MOVE "arquivado_em" TO WRK-SEC-ROTULO(6).
           MOVE "origem_carga" TO WRK-SEC-ROTULO(7).
           MOVE "arquivo" TO WRK-SEC-ROTULO(8).

           PERFORM 7010-ABRIR-SECAO.

           EXEC SQL
               DECLARE CUR-INDICE-FRIO CURSOR FOR
                   SELECT DISTINCT arquivo
                     FROM arquivo_frio_indice
                    WHERE :ACS-ID = 0
                       OR :ACS-ID BETWEEN id_min AND id_max
                    ORDER BY arquivo
           END-EXEC.

           EXEC SQL
               OPEN CUR-INDICE-FRIO
           END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO
               MOVE SQLERRM TO WRK-VALOR-COL(1)
               PERFORM 7050-MARCAR-INDISPONIVEL
               PERFORM 7090-FECHAR-SECAO
               EXIT PARAGRAPH
           END-IF.

           MOVE ZERO TO WRK-FRIO-ULTIMO-ID.
           MOVE SPACES TO WRK-FRIO-ULTIMO-ARQ.
           SET NAO-FIM-INDICE TO TRUE.
           PERFORM 3310-BUSCAR-PROXIMO-ARQUIVO.
           PERFORM 3320-VARRER-ARQUIVO UNTIL FIM-INDICE.

           EXEC SQL CLOSE CUR-INDICE-FRIO END-EXEC.

           PERFORM 7090-FECHAR-SECAO.

       3310-BUSCAR-PROXIMO-ARQUIVO.

           EXEC SQL
               FETCH CUR-INDICE-FRIO INTO :ACS-ARQUIVO-FRIO
           END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO
               SET FIM-INDICE TO TRUE
           END-IF.

       3320-VARRER-ARQUIVO.

           MOVE ACS-ARQUIVO-FRIO TO WRK-ARQ-FRIO-NOME.

           OPEN INPUT ARQ-FRIO.

           IF  WRK-FS-ARQ-FRIO NOT = "00"
               MOVE SPACES TO WRK-VALOR-COL(1)
               STRING
                   "ARQUIVO FRIO INDISPONIVEL: "
                   FUNCTION TRIM(WRK-ARQ-FRIO-NOME)
                   " (FILE STATUS " WRK-FS-ARQ-FRIO ")"
                   DELIMITED BY SIZE
                   INTO WRK-VALOR-COL(1)
               END-STRING
               PERFORM 7050-MARCAR-INDISPONIVEL
               PERFORM 3310-BUSCAR-PROXIMO-ARQUIVO
               EXIT PARAGRAPH
           END-IF.

           SET NAO-FIM-ARQUIVO TO TRUE.
           PERFORM 3330-LER-LINHA-FRIA.
           PERFORM 3340-AVALIAR-LINHA-FRIA UNTIL FIM-ARQUIVO.

           CLOSE ARQ-FRIO.

           PERFORM 3310-BUSCAR-PROXIMO-ARQUIVO.

       3330-LER-LINHA-FRIA.

           READ ARQ-FRIO
               AT END SET FIM-ARQUIVO TO TRUE
           END-READ.

       3340-AVALIAR-LINHA-FRIA.

           IF  ACESSO-POR-ID
               IF  FRI-ID NOT = ACS-ID
                   PERFORM 3330-LER-LINHA-FRIA
                   EXIT PARAGRAPH
               END-IF
           ELSE
               IF  FUNCTION TRIM(FRI-NOME)
                       NOT = FUNCTION TRIM(WRK-ACESSO-NOME)
                   PERFORM 3330-LER-LINHA-FRIA
                   EXIT PARAGRAPH
               END-IF
           END-IF.

           IF  FRI-ID = WRK-FRIO-ULTIMO-ID
           AND FRI-ARQUIVADO = WRK-FRIO-ULTIMO-ARQ
               PERFORM 3330-LER-LINHA-FRIA
               EXIT PARAGRAPH
           END-IF.

           MOVE FRI-ID TO WRK-FRIO-ULTIMO-ID.
           MOVE FRI-ARQUIVADO TO WRK-FRIO-ULTIMO-ARQ.

           MOVE SPACES TO WRK-LINHA-VALORES.
           MOVE FRI-ID TO WRK-ID-MASK.
           MOVE FUNCTION TRIM(WRK-ID-MASK) TO WRK-VALOR-COL(1).
           MOVE FRI-NOME TO WRK-VALOR-COL(2).
           MOVE FRI-CREATED TO WRK-VALOR-COL(3).
           MOVE FRI-UPDATED TO WRK-VALOR-COL(4).
           MOVE FRI-DELETED TO WRK-VALOR-COL(5).
           MOVE FRI-ARQUIVADO TO WRK-VALOR-COL(6).
           MOVE FRI-ORIGEM-CARGA TO WRK-VALOR-COL(7).
           MOVE WRK-ARQ-FRIO-NOME TO WRK-VALOR-COL(8).
           PERFORM 7200-GRAVAR-REGISTRO.

           PERFORM 3330-LER-LINHA-FRIA.

      ******************************************************************
      * DADOS DO DOMINIO CLIENTE
      ******************************************************************

       3500-LEVANTAR-DADOS-CLIENTE.

           MOVE "cliente" TO WRK-SEC-ORIGEM.
           MOVE "CADASTRO DE CLIENTE" TO WRK-SEC-TITULO.
           MOVE SPACES TO WRK-SEC-ROTULOS.
           MOVE "id" TO WRK-SEC-ROTULO(1).
           MOVE "nome" TO WRK-SEC-ROTULO(2).
           MOVE "documento" TO WRK-SEC-ROTULO(3).
           MOVE "ativo" TO WRK-SEC-ROTULO(4).
           MOVE "segmento" TO WRK-SEC-ROTULO(5).
           MOVE "limite_credito" TO WRK-SEC-ROTULO(6).
           MOVE "criado_em" TO WRK-SEC-ROTULO(7).
           MOVE "atualizado_em" TO WRK-SEC-ROTULO(8).
           MOVE SPACES TO SQL-BUFFER.
           STRING
               "SELECT CAST(id AS CHAR), nome,"
               " COALESCE(documento, ''), ativo,"
               " COALESCE(segmento, ''),"
               " COALESCE(CAST(limite_credito AS CHAR), ''),"
               " CAST(criado_em AS CHAR),"
               " COALESCE(CAST(atualizado_em AS CHAR), '')"
               " FROM cliente WHERE id IN "
               FUNCTION TRIM(WRK-CONJ-CLIENTE)
               " ORDER BY id"
               DELIMITED BY SIZE
               INTO SQL-BUFFER
           END-STRING.
           PERFORM 7000-EXECUTAR-SECAO.

           MOVE "cliente_historico" TO WRK-SEC-ORIGEM.
           MOVE "HISTORICO DE ALTERACOES DO CLIENTE (CLIENTE_HISTORICO)"
               TO WRK-SEC-TITULO.
           MOVE SPACES TO WRK-SEC-ROTULOS.
           MOVE "id" TO WRK-SEC-ROTULO(1).
           MOVE "registro_id" TO WRK-SEC-ROTULO(2).
           MOVE "operacao" TO WRK-SEC-ROTULO(3).
           MOVE "nome_anterior" TO WRK-SEC-ROTULO(4).
           MOVE "documento_anterior" TO WRK-SEC-ROTULO(5).
           MOVE "detalhe_anterior" TO WRK-SEC-ROTULO(6).
           MOVE "alterado_em" TO WRK-SEC-ROTULO(7).
           MOVE "origem" TO WRK-SEC-ROTULO(8).
           MOVE SPACES TO SQL-BUFFER.
           STRING
               "SELECT CAST(id AS CHAR), CAST(registro_id AS CHAR),"
               " operacao, nome_anterior,"
               " COALESCE(documento_anterior, ''),"
               " COALESCE(detalhe_anterior, ''),"
               " CAST(criado_em AS CHAR), COALESCE(origem, '')"
               " FROM cliente_historico WHERE registro_id IN "
               FUNCTION TRIM(WRK-CONJ-CLIENTE)
               " ORDER BY registro_id, id"
               DELIMITED BY SIZE
               INTO SQL-BUFFER
           END-STRING.
           PERFORM 7000-EXECUTAR-SECAO.

           MOVE "cliente_contato" TO WRK-SEC-ORIGEM.
           MOVE "CONTATOS DO CLIENTE" TO WRK-SEC-TITULO.
           MOVE SPACES TO WRK-SEC-ROTULOS.
           MOVE "id" TO WRK-SEC-ROTULO(1).
           MOVE "cliente_id" TO WRK-SEC-ROTULO(2).
           MOVE "tipo" TO WRK-SEC-ROTULO(3).
           MOVE "valor" TO WRK-SEC-ROTULO(4).
           MOVE "ativo" TO WRK-SEC-ROTULO(5).
           MOVE "criado_em" TO WRK-SEC-ROTULO(6).
           MOVE "atualizado_em" TO WRK-SEC-ROTULO(7).
           MOVE SPACES TO SQL-BUFFER.
           STRING
               "SELECT CAST(id AS CHAR), CAST(cliente_id AS CHAR),"
               " tipo, valor, ativo, CAST(criado_em AS CHAR),"
               " COALESCE(CAST(atualizado_em AS CHAR), ''), ''"
               " FROM cliente_contato WHERE cliente_id IN "
               FUNCTION TRIM(WRK-CONJ-CLIENTE)
               " ORDER BY cliente_id, id"
               DELIMITED BY SIZE
               INTO SQL-BUFFER
           END-STRING.
           PERFORM 7000-EXECUTAR-SECAO.

           MOVE "cliente_endereco" TO WRK-SEC-ORIGEM.
           MOVE "ENDERECOS DO CLIENTE" TO WRK-SEC-TITULO.
           MOVE SPACES TO WRK-SEC-ROTULOS.
           MOVE "id" TO WRK-SEC-ROTULO(1).
           MOVE "cliente_id" TO WRK-SEC-ROTULO(2).
           MOVE "tipo" TO WRK-SEC-ROTULO(3).
           MOVE "logradouro" TO WRK-SEC-ROTULO(4).
           MOVE "bairro" TO WRK-SEC-ROTULO(5).
           MOVE "cidade_uf" TO WRK-SEC-ROTULO(6).
           MOVE "cep" TO WRK-SEC-ROTULO(7).
           MOVE "ativo" TO WRK-SEC-ROTULO(8).
           MOVE SPACES TO SQL-BUFFER.
           STRING
               "SELECT CAST(id AS CHAR), CAST(cliente_id AS CHAR),"
               " tipo, CONCAT_WS(', ', logradouro, numero,"
               " complemento), COALESCE(bairro, ''),"
               " CONCAT(cidade, '/', uf), cep, ativo"
               " FROM cliente_endereco WHERE cliente_id IN "
               FUNCTION TRIM(WRK-CONJ-CLIENTE)
               " ORDER BY cliente_id, id"
               DELIMITED BY SIZE
               INTO SQL-BUFFER
           END-STRING.
           PERFORM 7000-EXECUTAR-SECAO.

           MOVE "venda" TO WRK-SEC-ORIGEM.
           MOVE "VENDAS DO CLIENTE" TO WRK-SEC-TITULO.
           MOVE SPACES TO WRK-SEC-ROTULOS.
           MOVE "id" TO WRK-SEC-ROTULO(1).
           MOVE "cliente_id" TO WRK-SEC-ROTULO(2).
           MOVE "data_venda" TO WRK-SEC-ROTULO(3).
           MOVE "valor" TO WRK-SEC-ROTULO(4).
           MOVE "qtd_parcelas" TO WRK-SEC-ROTULO(5).
           MOVE "valor_imposto" TO WRK-SEC-ROTULO(6).
           MOVE "cancelada_em" TO WRK-SEC-ROTULO(7).
           MOVE "referencia_parceiro" TO WRK-SEC-ROTULO(8).
           MOVE SPACES TO SQL-BUFFER.
           STRING
               "SELECT CAST(id AS CHAR), CAST(cliente_id AS CHAR),"
               " CAST(data_venda AS CHAR), CAST(valor AS CHAR),"
               " CAST(qtd_parcelas AS CHAR),"
               " CAST(valor_imposto AS CHAR),"
               " COALESCE(CAST(cancelada_em AS CHAR), ''),"
               " COALESCE(referencia_parceiro, '')"
               " FROM venda WHERE cliente_id IN "
               FUNCTION TRIM(WRK-CONJ-CLIENTE)
               " ORDER BY data_venda, id"
               DELIMITED BY SIZE
               INTO SQL-BUFFER
           END-STRING.
           PERFORM 7000-EXECUTAR-SECAO.

           MOVE "venda_itens" TO WRK-SEC-ORIGEM.
           MOVE "ITENS DAS VENDAS" TO WRK-SEC-TITULO.
           MOVE SPACES TO WRK-SEC-ROTULOS.
           MOVE "venda_id" TO WRK-SEC-ROTULO(1).
           MOVE "id" TO WRK-SEC-ROTULO(2).
           MOVE "produto_id" TO WRK-SEC-ROTULO(3).
           MOVE "produto" TO WRK-SEC-ROTULO(4).
           MOVE "quantidade" TO WRK-SEC-ROTULO(5).
           MOVE "preco_unitario" TO WRK-SEC-ROTULO(6).
           MOVE "desconto" TO WRK-SEC-ROTULO(7).
           MOVE "valor_imposto" TO WRK-SEC-ROTULO(8).
           MOVE SPACES TO SQL-BUFFER.
           STRING
               "SELECT CAST(i.venda_id AS CHAR), CAST(i.id AS CHAR),"
               " CAST(i.produto_id AS CHAR), COALESCE(p.nome, ''),"
               " CAST(i.quantidade AS CHAR),"
               " CAST(i.preco_unitario AS CHAR),"
               " CAST(i.desconto AS CHAR),"
               " CAST(i.valor_imposto AS CHAR)"
               " FROM venda_itens i"
               " JOIN venda v ON v.id = i.venda_id"
               " LEFT JOIN produto p ON p.id = i.produto_id"
               " WHERE v.cliente_id IN "
               FUNCTION TRIM(WRK-CONJ-CLIENTE)
               " ORDER BY i.venda_id, i.id"
               DELIMITED BY SIZE
               INTO SQL-BUFFER
           END-STRING.
           PERFORM 7000-EXECUTAR-SECAO.

           MOVE "venda_parcela" TO WRK-SEC-ORIGEM.
           MOVE "PARCELAS DAS VENDAS" TO WRK-SEC-TITULO.
           MOVE SPACES TO WRK-SEC-ROTULOS.
           MOVE "venda_id" TO WRK-SEC-ROTULO(1).
           MOVE "numero" TO WRK-SEC-ROTULO(2).
           MOVE "vencimento" TO WRK-SEC-ROTULO(3).
           MOVE "valor" TO WRK-SEC-ROTULO(4).
           MOVE "valor_pago" TO WRK-SEC-ROTULO(5).
           MOVE "situacao" TO WRK-SEC-ROTULO(6).
           MOVE SPACES TO SQL-BUFFER.
           STRING
               "SELECT CAST(p.venda_id AS CHAR),"
               " CAST(p.numero AS CHAR),"
               " CAST(p.vencimento AS CHAR), CAST(p.valor AS CHAR),"
               " CAST(p.valor_pago AS CHAR), p.situacao, '', ''"
               " FROM venda_parcela p"
               " JOIN venda v ON v.id = p.venda_id"
               " WHERE v.cliente_id IN "
               FUNCTION TRIM(WRK-CONJ-CLIENTE)
               " ORDER BY p.venda_id, p.numero"
               DELIMITED BY SIZE
               INTO SQL-BUFFER
           END-STRING.
           PERFORM 7000-EXECUTAR-SECAO.

           MOVE "leitura_acessos" TO WRK-SEC-ORIGEM.
           MOVE "LEITURAS DO CLIENTE POR ACOES DA API"
               TO WRK-SEC-TITULO.
           MOVE SPACES TO WRK-SEC-ROTULOS.
           MOVE "programa" TO WRK-SEC-ROTULO(1).
           MOVE "registro_id" TO WRK-SEC-ROTULO(2).
           MOVE "chave_api" TO WRK-SEC-ROTULO(3).
           MOVE "operador" TO WRK-SEC-ROTULO(4).
           MOVE "lido_em" TO WRK-SEC-ROTULO(5).
           MOVE SPACES TO SQL-BUFFER.
           STRING
               "SELECT programa, CAST(registro_id AS CHAR),"
               " COALESCE(chave_api, ''), COALESCE(operador, ''),"
               " CAST(criado_em AS CHAR), '', '', ''"
               " FROM leitura_acessos WHERE registro_id IN "
               FUNCTION TRIM(WRK-CONJ-CLIENTE)
               " AND programa IN (SELECT programa"
               " FROM dados_pessoais_acoes"
               " WHERE tabela LIKE 'cliente%')"
               " ORDER BY criado_em, id"
               DELIMITED BY SIZE
               INTO SQL-BUFFER
           END-STRING.
           PERFORM 7000-EXECUTAR-SECAO.

           MOVE "notificacoes" TO WRK-SEC-ORIGEM.
           MOVE "EVENTOS NOTIFICADOS SOBRE O CLIENTE E SUAS VENDAS"
               TO WRK-SEC-TITULO.
           MOVE SPACES TO WRK-SEC-ROTULOS.
           MOVE "id" TO WRK-SEC-ROTULO(1).
           MOVE "tabela" TO WRK-SEC-ROTULO(2).
           MOVE "registro_id" TO WRK-SEC-ROTULO(3).
           MOVE "evento" TO WRK-SEC-ROTULO(4).
           MOVE "criado_em" TO WRK-SEC-ROTULO(5).
           MOVE "status_entrega" TO WRK-SEC-ROTULO(6).
           MOVE "payload" TO WRK-SEC-ROTULO(7).
           MOVE SPACES TO SQL-BUFFER.
           STRING
               "SELECT CAST(id AS CHAR), tabela,"
               " CAST(registro_id AS CHAR), evento,"
               " CAST(criado_em AS CHAR), status_entrega,"
               " COALESCE(payload, ''), ''"
               " FROM notificacoes"
               " WHERE (tabela = 'cliente' AND registro_id IN "
               FUNCTION TRIM(WRK-CONJ-CLIENTE)
               ") OR (tabela = 'venda' AND registro_id IN"
               " (SELECT id FROM venda WHERE cliente_id IN "
               FUNCTION TRIM(WRK-CONJ-CLIENTE)
               ")) ORDER BY id"
               DELIMITED BY SIZE
               INTO SQL-BUFFER
           END-STRING.
           PERFORM 7000-EXECUTAR-SECAO.

      ******************************************************************
      * DADOS VINDOS DO REGISTRO DE DADOS PESSOAIS
      ******************************************************************

       3800-LEVANTAR-COLUNAS-REGISTRO.

      * COLUNA DO TITULAR REGISTRADA EM TABELA FORA DAS SECOES
      * ACIMA ENTRA NO RELATORIO SEM MUDANCA DE PROGRAMA.
           PERFORM 3810-LEVANTAR-COLUNA
               VARYING WRK-IDX FROM 1 BY 1
               UNTIL WRK-IDX > WRK-QTD-COLUNAS.

       3810-LEVANTAR-COLUNA.

           IF  REG-IGNORADA(WRK-IDX)
           OR  WRK-REG-CHAVE(WRK-IDX) = SPACES
           OR  WRK-REG-CLASSIFICACAO(WRK-IDX) = "TEXTO_LIVRE"
               EXIT PARAGRAPH
           END-IF.

           SET TABELA-DO-REGISTRO TO TRUE.
           EVALUATE FUNCTION TRIM(WRK-REG-TABELA(WRK-IDX))
               WHEN "teste"
               WHEN "teste_historico"
               WHEN "teste_arquivo"
               WHEN "cliente"
               WHEN "cliente_historico"
               WHEN "cliente_contato"
               WHEN "cliente_endereco"
                   SET TABELA-FIXA TO TRUE
           END-EVALUATE.
           IF  TABELA-FIXA
               EXIT PARAGRAPH
           END-IF.

           PERFORM 7900-RESOLVER-CONJUNTO.
           IF  WRK-CONJ-CORRENTE = SPACES
               EXIT PARAGRAPH
           END-IF.

           MOVE SPACES TO WRK-SEC-ORIGEM WRK-SEC-TITULO.
           STRING
               FUNCTION TRIM(WRK-REG-TABELA(WRK-IDX)) "."
               FUNCTION TRIM(WRK-REG-COLUNA(WRK-IDX))
               DELIMITED BY SIZE
               INTO WRK-SEC-ORIGEM
           END-STRING.
           STRING
               "OUTROS DADOS REGISTRADOS: "
               FUNCTION UPPER-CASE(FUNCTION TRIM(WRK-SEC-ORIGEM))
               " (" FUNCTION TRIM(WRK-REG-CLASSIFICACAO(WRK-IDX)) ")"
               DELIMITED BY SIZE
               INTO WRK-SEC-TITULO
           END-STRING.
           MOVE SPACES TO WRK-SEC-ROTULOS.
           MOVE WRK-REG-CHAVE(WRK-IDX) TO WRK-SEC-ROTULO(1).
           MOVE WRK-REG-COLUNA(WRK-IDX) TO WRK-SEC-ROTULO(2).

           MOVE SPACES TO SQL-BUFFER.
           STRING
               "SELECT CAST("
               FUNCTION TRIM(WRK-REG-CHAVE(WRK-IDX))
               " AS CHAR), COALESCE(CAST("
               FUNCTION TRIM(WRK-REG-COLUNA(WRK-IDX))
               " AS CHAR), ''), '', '', '', '', '', '' FROM "
               FUNCTION TRIM(WRK-REG-TABELA(WRK-IDX))
               " WHERE "
               FUNCTION TRIM(WRK-REG-CHAVE(WRK-IDX))
               " IN " FUNCTION TRIM(WRK-CONJ-CORRENTE)
               " ORDER BY 1"
               DELIMITED BY SIZE
               INTO SQL-BUFFER
           END-STRING.
           PERFORM 7000-EXECUTAR-SECAO.

       3900-LEVANTAR-TEXTO-LIVRE.

      * TEXTO LIVRE NAO TEM DONO POR LINHA: SAO LISTADAS AS LINHAS
      * ONDE APARECE ALGUM VALOR DO TITULAR, TAMBEM NA FORMA
      * CODIFICADA DE FORMULARIO (ESPACO COMO '+') QUE A AUDITORIA
      * GUARDA NOS PARAMETROS.
           PERFORM 3910-LEVANTAR-COLUNA-LIVRE
               VARYING WRK-IDX FROM 1 BY 1
               UNTIL WRK-IDX > WRK-QTD-COLUNAS.

       3910-LEVANTAR-COLUNA-LIVRE.

           IF  REG-IGNORADA(WRK-IDX)
           OR  WRK-REG-CLASSIFICACAO(WRK-IDX) NOT = "TEXTO_LIVRE"
               EXIT PARAGRAPH
           END-IF.

           MOVE SPACES TO WRK-SEC-ORIGEM WRK-SEC-TITULO.
           STRING
               FUNCTION TRIM(WRK-REG-TABELA(WRK-IDX)) "."
               FUNCTION TRIM(WRK-REG-COLUNA(WRK-IDX))
               DELIMITED BY SIZE
               INTO WRK-SEC-ORIGEM
           END-STRING.
           STRING
               "MENCOES EM TEXTO LIVRE: "
               FUNCTION UPPER-CASE(FUNCTION TRIM(WRK-SEC-ORIGEM))
               DELIMITED BY SIZE
               INTO WRK-SEC-TITULO
           END-STRING.
           MOVE SPACES TO WRK-SEC-ROTULOS.
           MOVE "id" TO WRK-SEC-ROTULO(1).
           MOVE "criado_em" TO WRK-SEC-ROTULO(2).
           MOVE "texto" TO WRK-SEC-ROTULO(3).

           IF  WRK-QTD-VALORES = ZERO
               PERFORM 7010-ABRIR-SECAO
               PERFORM 7090-FECHAR-SECAO
               EXIT PARAGRAPH
           END-IF.

      * ID E DATA ENTRAM QUANDO A TABELA TEM ESSAS COLUNAS.
           MOVE WRK-REG-TABELA(WRK-IDX) TO ACS-TABELA.
           MOVE ZERO TO ACS-TEM-ID ACS-TEM-DATA.
           EXEC SQL
               SELECT COALESCE(SUM(column_name = 'id'), 0),
                      COALESCE(SUM(column_name = 'criado_em'), 0)
                 INTO :ACS-TEM-ID, :ACS-TEM-DATA
                 FROM information_schema.columns
                WHERE table_schema = DATABASE()
                  AND table_name = TRIM(:ACS-TABELA)
           END-EXEC.

           MOVE "''" TO WRK-COLUNA-ID-SQL.
           IF  ACS-TEM-ID > ZERO
               MOVE "CAST(id AS CHAR)" TO WRK-COLUNA-ID-SQL
           END-IF.
           MOVE "''" TO WRK-COLUNA-DATA-SQL.
           IF  ACS-TEM-DATA > ZERO
               MOVE "COALESCE(CAST(criado_em AS CHAR), '')"
                   TO WRK-COLUNA-DATA-SQL
           END-IF.

           MOVE SPACES TO WRK-CONDICAO-SQL.
           MOVE 1 TO WRK-PTR-COND.
           PERFORM 3920-INCLUIR-VALOR-NA-CONDICAO
               VARYING WRK-VALOR-NUM FROM 1 BY 1
               UNTIL WRK-VALOR-NUM > WRK-QTD-VALORES.

           MOVE SPACES TO SQL-BUFFER.
           STRING
               "SELECT " FUNCTION TRIM(WRK-COLUNA-ID-SQL) ", "
               FUNCTION TRIM(WRK-COLUNA-DATA-SQL) ", CAST("
               FUNCTION TRIM(WRK-REG-COLUNA(WRK-IDX))
               " AS CHAR), '', '', '', '', '' FROM "
               FUNCTION TRIM(WRK-REG-TABELA(WRK-IDX))
               " WHERE " FUNCTION TRIM(WRK-CONDICAO-SQL)
               " ORDER BY 2, 1"
               DELIMITED BY SIZE
               INTO SQL-BUFFER
           END-STRING.
           PERFORM 7000-EXECUTAR-SECAO.

       3920-INCLUIR-VALOR-NA-CONDICAO.

           IF  WRK-PTR-COND > 1
               STRING
                   " OR "
                   DELIMITED BY SIZE
                   INTO WRK-CONDICAO-SQL
                   WITH POINTER WRK-PTR-COND
               END-STRING
           END-IF.

           STRING
               FUNCTION TRIM(WRK-REG-COLUNA(WRK-IDX))
               " LIKE CONCAT('%', @acesso_v" WRK-VALOR-NUM
               ", '%') OR "
               FUNCTION TRIM(WRK-REG-COLUNA(WRK-IDX))
               " LIKE CONCAT('%', REPLACE(@acesso_v" WRK-VALOR-NUM
               ", ' ', '+'), '%')"
               DELIMITED BY SIZE
               INTO WRK-CONDICAO-SQL
               WITH POINTER WRK-PTR-COND
           END-STRING.

      ******************************************************************
      * FECHAMENTO
      ******************************************************************

       4000-FECHAR-ARQUIVOS.

           MOVE "]" TO WRK-LINHA-PORT.
           PERFORM 8100-GRAVAR-LINHA-PORT.
           MOVE "}" TO WRK-LINHA-PORT.
           PERFORM 8100-GRAVAR-LINHA-PORT.

           MOVE SPACES TO WRK-LINHA-REL.
           PERFORM 8000-GRAVAR-LINHA-REL.
           MOVE ALL "=" TO WRK-LINHA-REL.
           PERFORM 8000-GRAVAR-LINHA-REL.
           MOVE "RESUMO POR SECAO" TO WRK-LINHA-REL.
           PERFORM 8000-GRAVAR-LINHA-REL.
           MOVE ALL "-" TO WRK-LINHA-REL.
           PERFORM 8000-GRAVAR-LINHA-REL.

           PERFORM 4010-GRAVAR-LINHA-RESUMO
               VARYING WRK-RES-IDX FROM 1 BY 1
               UNTIL WRK-RES-IDX > WRK-QTD-SECOES.

           MOVE ALL "-" TO WRK-LINHA-REL.
           PERFORM 8000-GRAVAR-LINHA-REL.
           MOVE WRK-QTD-REGISTROS TO WRK-QTD-MASK.
           STRING
               "TOTAL DE REGISTROS DO TITULAR: "
               FUNCTION TRIM(WRK-QTD-MASK)
               DELIMITED BY SIZE
               INTO WRK-LINHA-REL
           END-STRING.
           PERFORM 8000-GRAVAR-LINHA-REL.

           IF  WRK-QTD-INDISPONIVEIS > ZERO
               STRING
                   "ATENCAO: HA SECOES INDISPONIVEIS; O RELATORIO "
                   "NAO ESTA COMPLETO."
                   DELIMITED BY SIZE
                   INTO WRK-LINHA-REL
               END-STRING
               PERFORM 8000-GRAVAR-LINHA-REL
           END-IF.

           CLOSE ARQ-RELATORIO.
           CLOSE ARQ-PORTABILIDADE.

       4010-GRAVAR-LINHA-RESUMO.

           MOVE WRK-RES-QTD(WRK-RES-IDX) TO WRK-QTD-MASK.
           IF  RES-LIDA(WRK-RES-IDX)
               STRING
                   WRK-RES-TITULO(WRK-RES-IDX) " " WRK-QTD-MASK
                   DELIMITED BY SIZE
                   INTO WRK-LINHA-REL
               END-STRING
           ELSE
               STRING
                   WRK-RES-TITULO(WRK-RES-IDX) " " WRK-QTD-MASK
                   " (INDISPONIVEL)"
                   DELIMITED BY SIZE
                   INTO WRK-LINHA-REL
               END-STRING
           END-IF.
           PERFORM 8000-GRAVAR-LINHA-REL.

       4500-CONCLUIR-SOLICITACAO.

           MOVE WRK-QTD-REGISTROS TO ACS-QTD.
           MOVE WRK-ARQ-REL-NOME TO ACS-ARQ-REL.
           MOVE WRK-ARQ-PORT-NOME TO ACS-ARQ-PORT.

           EXEC SQL
               UPDATE titular_solicitacoes
                  SET status = 'CONCLUIDA',
                      qtd_registros = :ACS-QTD,
                      arquivo_relatorio = TRIM(:ACS-ARQ-REL),
                      arquivo_portabilidade = TRIM(:ACS-ARQ-PORT),
                      concluido_em = NOW()
                WHERE id = :ACS-SOLICITACAO-ID
           END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO
               DISPLAY
                   "ERRO AO TENTAR CONCLUIR A SOLICITACAO DE ACESSO: "
                   SQLERRM
               EXEC SQL ROLLBACK END-EXEC
               EXEC SQL CONNECT RESET END-EXEC
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           EXEC SQL COMMIT END-EXEC.

      * OS DOIS ARQUIVOS ENTRAM NO CATALOGO CENTRAL DE RELATORIOS.
           MOVE SPACES TO WRK-REL-PERIODO.
           STRING
               "SOLICITACAO " FUNCTION TRIM(WRK-SOLIC-MASK)
               DELIMITED BY SIZE
               INTO WRK-REL-PERIODO
           END-STRING.

           MOVE WRK-QTD-LINHAS-REL TO WRK-REL-QTD.
           CALL 'MOD-REGISTRA-RELATORIO'
               USING WRK-REL-PROGRAMA, WRK-ARQ-REL-NOME,
                   WRK-REL-PERIODO, WRK-REL-QTD
               END-CALL.

           MOVE WRK-QTD-LINHAS-PORT TO WRK-REL-QTD.
           CALL 'MOD-REGISTRA-RELATORIO'
               USING WRK-REL-PROGRAMA, WRK-ARQ-PORT-NOME,
                   WRK-REL-PERIODO, WRK-REL-QTD
               END-CALL.

       4900-FINALIZAR.

           EXEC SQL CONNECT RESET END-EXEC.

           MOVE WRK-QTD-REGISTROS TO WRK-QTD-MASK.
           DISPLAY
               "RELATORIO DE ACESSO CONCLUIDO: "
               FUNCTION TRIM(WRK-QTD-MASK) " REGISTRO(S).".
           DISPLAY "RELATORIO....: " FUNCTION TRIM(WRK-ARQ-REL-NOME).
           DISPLAY "PORTABILIDADE: " FUNCTION TRIM(WRK-ARQ-PORT-NOME).

           IF  WRK-QTD-INDISPONIVEIS > ZERO
               MOVE WRK-QTD-INDISPONIVEIS TO WRK-QTD-MASK
               DISPLAY
                   "AVISO: " FUNCTION TRIM(WRK-QTD-MASK)
                   " SECAO(OES) INDISPONIVEL(IS); VER O RELATORIO."
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE ZERO TO RETURN-CODE
           END-IF.

      ******************************************************************
      * SECOES DO RELATORIO
      ******************************************************************

       7000-EXECUTAR-SECAO.

      * EXECUTA A CONSULTA MONTADA EM SQL-BUFFER (SEMPRE OITO COLUNAS
      * DE TEXTO) E GRAVA CADA LINHA NOS DOIS ARQUIVOS.
           PERFORM 7010-ABRIR-SECAO.

           EXEC SQL
               PREPARE STMT-SECAO FROM :SQL-BUFFER
           END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO
               MOVE SQLERRM TO WRK-VALOR-COL(1)
               PERFORM 7050-MARCAR-INDISPONIVEL
               PERFORM 7090-FECHAR-SECAO
               EXIT PARAGRAPH
           END-IF.

           EXEC SQL
               DECLARE CUR-SECAO CURSOR FOR STMT-SECAO
           END-EXEC.

           EXEC SQL
               OPEN CUR-SECAO
           END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO
               MOVE SQLERRM TO WRK-VALOR-COL(1)
               PERFORM 7050-MARCAR-INDISPONIVEL
               PERFORM 7090-FECHAR-SECAO
               EXIT PARAGRAPH
           END-IF.

           SET NAO-FIM-CURSOR TO TRUE.
           PERFORM 7100-BUSCAR-PROXIMA-LINHA.
           PERFORM 7150-TRATAR-LINHA UNTIL FIM-CURSOR.

           EXEC SQL CLOSE CUR-SECAO END-EXEC.

           PERFORM 7090-FECHAR-SECAO.

       7010-ABRIR-SECAO.

           MOVE ZERO TO WRK-SEC-QTD.
           SET SECAO-LIDA TO TRUE.

           MOVE SPACES TO WRK-LINHA-REL.
           PERFORM 8000-GRAVAR-LINHA-REL.
           STRING
               "== " FUNCTION TRIM(WRK-SEC-TITULO) " =="
               DELIMITED BY SIZE
               INTO WRK-LINHA-REL
           END-STRING.
           PERFORM 8000-GRAVAR-LINHA-REL.

      * A PARTIR DA SEGUNDA SECAO A VIRGULA ABRE A LINHA.
           MOVE SPACES TO WRK-LINHA-PORT.
           MOVE 1 TO WRK-PTR-PORT.
           IF  WRK-QTD-SECOES > ZERO
               STRING
                   "," DELIMITED BY SIZE
                   INTO WRK-LINHA-PORT
                   WITH POINTER WRK-PTR-PORT
               END-STRING
           END-IF.
           STRING
               '{"origem": "' FUNCTION TRIM(WRK-SEC-ORIGEM)
               '", "titulo": "' FUNCTION TRIM(WRK-SEC-TITULO)
               '", "registros": ['
               DELIMITED BY SIZE
               INTO WRK-LINHA-PORT
               WITH POINTER WRK-PTR-PORT
           END-STRING.
           PERFORM 8100-GRAVAR-LINHA-PORT.

           IF  WRK-QTD-SECOES < 80
               ADD 1 TO WRK-QTD-SECOES
           END-IF.
           MOVE WRK-SEC-TITULO TO WRK-RES-TITULO(WRK-QTD-SECOES).
           MOVE ZERO TO WRK-RES-QTD(WRK-QTD-SECOES).
           SET RES-LIDA(WRK-QTD-SECOES) TO TRUE.

       7050-MARCAR-INDISPONIVEL.

      * O MOTIVO CHEGA EM WRK-VALOR-COL(1); A SECAO CONTINUA ABERTA
      * NO JSON E VAI AO RESUMO COMO INDISPONIVEL.
           IF  SECAO-LIDA
               ADD 1 TO WRK-QTD-INDISPONIVEIS
           END-IF.
           SET SECAO-INDISPONIVEL TO TRUE.
           SET RES-INDISPONIVEL(WRK-QTD-SECOES) TO TRUE.

           STRING
               "    SECAO INDISPONIVEL: "
               WRK-VALOR-COL(1)(1:100)
               DELIMITED BY SIZE
               INTO WRK-LINHA-REL
           END-STRING.
           PERFORM 8000-GRAVAR-LINHA-REL.

           DISPLAY
               "AVISO: " FUNCTION TRIM(WRK-SEC-TITULO)
               " INDISPONIVEL: " FUNCTION TRIM(WRK-VALOR-COL(1)).

       7090-FECHAR-SECAO.

           IF  WRK-SEC-QTD = ZERO AND SECAO-LIDA
               IF  WRK-QTD-VALORES = ZERO
               AND WRK-SEC-TITULO(1:7) = "MENCOES"
                   MOVE "    SEM VALORES DO TITULAR PARA PROCURAR."
                       TO WRK-LINHA-REL
               ELSE
                   MOVE "    NENHUM DADO ENCONTRADO." TO WRK-LINHA-REL
               END-IF
               PERFORM 8000-GRAVAR-LINHA-REL
           END-IF.

           IF  SECAO-LIDA
               MOVE "]}" TO WRK-LINHA-PORT
           ELSE
               MOVE '], "indisponivel": true}' TO WRK-LINHA-PORT
           END-IF.
           PERFORM 8100-GRAVAR-LINHA-PORT.

           MOVE WRK-SEC-QTD TO WRK-RES-QTD(WRK-QTD-SECOES).

           MOVE WRK-SEC-QTD TO WRK-QTD-MASK.
           DISPLAY
               FUNCTION TRIM(WRK-SEC-TITULO) ": "
               FUNCTION TRIM(WRK-QTD-MASK) " REGISTRO(S).".

       7100-BUSCAR-PROXIMA-LINHA.

           MOVE SPACES TO ACS-LINHA.

           EXEC SQL
               FETCH CUR-SECAO
                   INTO :ACS-C1, :ACS-C2, :ACS-C3, :ACS-C4,
                        :ACS-C5, :ACS-C6, :ACS-C7, :ACS-C8
           END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO
               SET FIM-CURSOR TO TRUE
           END-IF.

       7150-TRATAR-LINHA.

           MOVE ACS-LINHA TO WRK-LINHA-VALORES.
           PERFORM 7200-GRAVAR-REGISTRO.

           PERFORM 7100-BUSCAR-PROXIMA-LINHA.

       7200-GRAVAR-REGISTRO.

      * UM REGISTRO: BLOCO ROTULO/VALOR NO RELATORIO E UM OBJETO
      * POR LINHA NO JSON (VIRGULA ABRINDO A PARTIR DO SEGUNDO).
           ADD 1 TO WRK-SEC-QTD.
           ADD 1 TO WRK-QTD-REGISTROS.

           MOVE WRK-SEC-QTD TO WRK-QTD-MASK.
           STRING
               "  REGISTRO " FUNCTION TRIM(WRK-QTD-MASK)
               DELIMITED BY SIZE
               INTO WRK-LINHA-REL
           END-STRING.
           PERFORM 8000-GRAVAR-LINHA-REL.

           MOVE SPACES TO WRK-LINHA-PORT.
           MOVE 1 TO WRK-PTR-PORT.
           IF  WRK-SEC-QTD > 1
               STRING
                   "," DELIMITED BY SIZE
                   INTO WRK-LINHA-PORT
                   WITH POINTER WRK-PTR-PORT
               END-STRING
           END-IF.
           STRING
               "{" DELIMITED BY SIZE
               INTO WRK-LINHA-PORT
               WITH POINTER WRK-PTR-PORT
           END-STRING.
           MOVE ZERO TO WRK-QTD-CAMPOS-JSON.

           PERFORM 7210-GRAVAR-CAMPO
               VARYING WRK-COL-IDX FROM 1 BY 1
               UNTIL WRK-COL-IDX > 8.

           STRING
               "}" DELIMITED BY SIZE
               INTO WRK-LINHA-PORT
               WITH POINTER WRK-PTR-PORT
           END-STRING.
           PERFORM 8100-GRAVAR-LINHA-PORT.

       7210-GRAVAR-CAMPO.

           IF  WRK-SEC-ROTULO(WRK-COL-IDX) = SPACES
               EXIT PARAGRAPH
           END-IF.

      * NO JSON TODO CAMPO DA SECAO SAI, MESMO VAZIO.
           MOVE WRK-VALOR-COL(WRK-COL-IDX) TO WRK-ESC-ENTRADA.
           PERFORM 7300-ESCAPAR-VALOR.

           IF  WRK-QTD-CAMPOS-JSON > ZERO
               STRING
                   ", " DELIMITED BY SIZE
                   INTO WRK-LINHA-PORT
                   WITH POINTER WRK-PTR-PORT
               END-STRING
           END-IF.
           ADD 1 TO WRK-QTD-CAMPOS-JSON.

           IF  WRK-ESC-PTR > 1
               STRING
                   '"' FUNCTION TRIM(WRK-SEC-ROTULO(WRK-COL-IDX))
                   '": "' WRK-ESC-SAIDA(1:WRK-ESC-PTR - 1) '"'
                   DELIMITED BY SIZE
                   INTO WRK-LINHA-PORT
                   WITH POINTER WRK-PTR-PORT
               END-STRING
           ELSE
               STRING
                   '"' FUNCTION TRIM(WRK-SEC-ROTULO(WRK-COL-IDX))
                   '": ""'
                   DELIMITED BY SIZE
                   INTO WRK-LINHA-PORT
                   WITH POINTER WRK-PTR-PORT
               END-STRING
           END-IF.

      * NO RELATORIO SO OS CAMPOS PREENCHIDOS, EM PEDACOS DE 100.
           IF  WRK-VALOR-COL(WRK-COL-IDX) = SPACES
               EXIT PARAGRAPH
           END-IF.

           MOVE FUNCTION UPPER-CASE(WRK-SEC-ROTULO(WRK-COL-IDX))
               TO WRK-ROTULO-REL.
           INSPECT WRK-ROTULO-REL REPLACING ALL "_" BY " ".

           MOVE WRK-ESC-TAM TO WRK-VAL-TAM.
           PERFORM 7220-GRAVAR-PEDACO
               VARYING WRK-VAL-POS FROM 1 BY 100
               UNTIL WRK-VAL-POS > WRK-VAL-TAM.

       7220-GRAVAR-PEDACO.

           COMPUTE WRK-VAL-PEDACO = WRK-VAL-TAM - WRK-VAL-POS + 1.
           IF  WRK-VAL-PEDACO > 100
               MOVE 100 TO WRK-VAL-PEDACO
           END-IF.

           IF  WRK-VAL-POS = 1
               STRING
                   "    " WRK-ROTULO-REL(1:22) ": "
                   WRK-VALOR-COL(WRK-COL-IDX)
                       (WRK-VAL-POS:WRK-VAL-PEDACO)
                   DELIMITED BY SIZE
                   INTO WRK-LINHA-REL
               END-STRING
           ELSE
               STRING
                   "                            "
                   WRK-VALOR-COL(WRK-COL-IDX)
                       (WRK-VAL-POS:WRK-VAL-PEDACO)
                   DELIMITED BY SIZE
                   INTO WRK-LINHA-REL
               END-STRING
           END-IF.
           PERFORM 8000-GRAVAR-LINHA-REL.

       7300-ESCAPAR-VALOR.

      * MESMAS TROCAS DE MOD-JSON-ESCAPE, PARA VALORES DE ATE 1000
      * CARACTERES (PAYLOAD, DETALHE DO HISTORICO). DEVOLVE TAMBEM
      * O TAMANHO DO VALOR SEM OS BRANCOS FINAIS EM WRK-ESC-TAM.
           MOVE SPACES TO WRK-ESC-SAIDA.
           MOVE 1 TO WRK-ESC-PTR.
           MOVE ZERO TO WRK-ESC-TAM.

           IF  WRK-ESC-ENTRADA = SPACES
               EXIT PARAGRAPH
           END-IF.

           MOVE FUNCTION LENGTH(FUNCTION TRIM(WRK-ESC-ENTRADA TRAILING))
               TO WRK-ESC-TAM.

           PERFORM 7310-ESCAPAR-CARACTERE
               VARYING WRK-ESC-IDX FROM 1 BY 1
               UNTIL WRK-ESC-IDX > WRK-ESC-TAM.

       7310-ESCAPAR-CARACTERE.

           MOVE WRK-ESC-ENTRADA(WRK-ESC-IDX:1) TO WRK-ESC-CARACTERE.

           EVALUATE WRK-ESC-CARACTERE
               WHEN '"'
                   STRING '\' '"' DELIMITED BY SIZE
                       INTO WRK-ESC-SAIDA WITH POINTER WRK-ESC-PTR
               WHEN '\'
                   STRING '\' '\' DELIMITED BY SIZE
                       INTO WRK-ESC-SAIDA WITH POINTER WRK-ESC-PTR
               WHEN X'0A'
                   STRING '\' 'n' DELIMITED BY SIZE
                       INTO WRK-ESC-SAIDA WITH POINTER WRK-ESC-PTR
               WHEN X'0D'
                   STRING '\' 'r' DELIMITED BY SIZE
                       INTO WRK-ESC-SAIDA WITH POINTER WRK-ESC-PTR
               WHEN X'09'
                   STRING '\' 't' DELIMITED BY SIZE
                       INTO WRK-ESC-SAIDA WITH POINTER WRK-ESC-PTR
               WHEN OTHER
                   STRING WRK-ESC-CARACTERE DELIMITED BY SIZE
                       INTO WRK-ESC-SAIDA WITH POINTER WRK-ESC-PTR
           END-EVALUATE.

       7900-RESOLVER-CONJUNTO.

      * CONJUNTO DE IDS DO DOMINIO DA COLUNA WRK-IDX DO REGISTRO;
      * EM BRANCO QUANDO O DOMINIO NAO ESTA NA SOLICITACAO.
           MOVE SPACES TO WRK-CONJ-CORRENTE.

           EVALUATE WRK-REG-TITULAR(WRK-IDX)
               WHEN "TESTE"
                   IF  COBRE-TESTE
                       MOVE WRK-CONJ-TESTE TO WRK-CONJ-CORRENTE
                   END-IF
               WHEN "CLIENTE"
                   IF  COBRE-CLIENTE
                       MOVE WRK-CONJ-CLIENTE TO WRK-CONJ-CORRENTE
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       8000-GRAVAR-LINHA-REL.

           MOVE WRK-LINHA-REL TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           ADD 1 TO WRK-QTD-LINHAS-REL.
           MOVE SPACES TO WRK-LINHA-REL.

       8100-GRAVAR-LINHA-PORT.

           MOVE WRK-LINHA-PORT TO REG-PORTABILIDADE.
           WRITE REG-PORTABILIDADE.
           ADD 1 TO WRK-QTD-LINHAS-PORT.
           MOVE SPACES TO WRK-LINHA-PORT.

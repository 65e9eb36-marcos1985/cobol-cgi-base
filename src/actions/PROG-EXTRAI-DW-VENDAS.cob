       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG-EXTRAI-DW-VENDAS.
      *******************************************
      * AUTOR:
      * DATA:
      * ALTERACOES:
      *   - BATCH DE EXTRACAO DAS VENDAS PARA O DATA WAREHOUSE EM
      *     ESQUEMA ESTRELA, NO LUGAR DE RODAR PROG-EXPORTA-GENERICO
      *     TABELA A TABELA E JUNTAR TUDO DO LADO DE LA. GERA QUATRO
      *     ARQUIVOS DE LAYOUT FIXO COM CABECALHO, DETALHE E TRAILER
      *     (QUANTIDADE E TOTAL DE CONTROLE), COMO AS DEMAIS
      *     INTERFACES DA CASA:
      *       FATO         UMA LINHA POR ITEM DE VENDA: CHAVE DE DATA
      *                    (AAAAMMDD), CHAVE DO CLIENTE E DO PRODUTO
      *                    (CHAVES SUBSTITUTAS DAS DIMENSOES),
      *                    VENDEDOR, QUANTIDADE, VALOR LIQUIDO
      *                    (QUANTIDADE X PRECO MENOS O IMPOSTO),
      *                    IMPOSTO E INDICADOR DE VENDA CANCELADA
      *                    (ARQ_DW_FATO_VENDAS);
      *       CLIENTE      DIMENSAO VERSIONADA (ARQ_DW_DIM_CLIENTE);
      *       PRODUTO      DIMENSAO VERSIONADA (ARQ_DW_DIM_PRODUTO);
      *       DATA         DIMENSAO DE CALENDARIO DOS DIAS PRESENTES
      *                    NO FATO, COM O DIA UTIL DE MOD-DIA-UTIL
      *                    (ARQ_DW_DIM_DATA).
      *     PADRAO DOS NOMES: DW_<FATO_VENDAS|DIM_CLIENTE|DIM_PRODUTO|
      *     DIM_DATA>_<AAAA-MM-DD>.DAT. AS VERSOES DAS DIMENSOES FICAM
      *     EM DW_DIM_CLIENTE E DW_DIM_PRODUTO: NOME ALTERADO FECHA A
      *     VERSAO CORRENTE (VALIDO_ATE) E ABRE UMA NOVA COM NOVA
      *     CHAVE, E CADA ITEM APONTA PARA A VERSAO VIGENTE QUANDO A
      *     VENDA FOI REGISTRADA; OS DEMAIS ATRIBUTOS (DOCUMENTO E
      *     SEGMENTO DO CLIENTE, CLASSE FISCAL DO PRODUTO) SAO
      *     ATUALIZADOS EM TODAS AS VERSOES. DW_MODO=COMPLETA EXTRAI
      *     TUDO; INCREMENTAL (PADRAO) EXTRAI OS ITENS ACIMA DA MARCA
      *     D'AGUA DE EXPORT_CHECKPOINT, OS ITENS DE VENDAS CANCELADAS
      *     DESDE A EXECUCAO ANTERIOR (DE NOVO, COM O INDICADOR) E AS
      *     VERSOES DE DIMENSAO CRIADAS OU ALTERADAS DESDE ENTAO; SEM
      *     MARCA D'AGUA A INCREMENTAL SAI COMPLETA. A MARCA SO
      *     AVANCA DEPOIS DOS QUATRO TRAILERS GRAVADOS E CADA ARQUIVO
      *     ENTRA NO LIVRO-RAZAO DE INTERFACES (MOD-REGISTRA-INTERFACE;
      *     TOTAL DE CONTROLE: VALOR LIQUIDO EM CENTAVOS NO FATO, SOMA
      *     DAS CHAVES NAS DIMENSOES). RODA SOB A TRAVA NOMEADA
      *     "DW-VENDAS" (MOD-TRAVA-JOB).
      *   - EXIBE NO INICIO DO LOG DA EXECUCAO O CARIMBO DE VERSAO
      *     (BUILD) COM QUE O PROGRAMA FOI IMPLANTADO.
      *******************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT ARQ-FATO ASSIGN TO WRK-ARQ-FATO-NOME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-FS-ARQ-FATO.

           SELECT ARQ-DIM-CLIENTE ASSIGN TO WRK-ARQ-CLIENTE-NOME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-FS-ARQ-CLIENTE.

           SELECT ARQ-DIM-PRODUTO ASSIGN TO WRK-ARQ-PRODUTO-NOME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-FS-ARQ-PRODUTO.

           SELECT ARQ-DIM-DATA ASSIGN TO WRK-ARQ-DATA-NOME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-FS-ARQ-DATA.

       DATA DIVISION.
       FILE SECTION.

       FD  ARQ-FATO
           RECORDING MODE IS F.
       01  REG-FATO                        PIC X(120).
       01  REG-FATO-DET.
           05 FAT-TIPO                     PIC X(3).
           05 FAT-ITEM-ID                  PIC 9(10).
           05 FAT-VENDA-ID                 PIC 9(10).
           05 FAT-DATA-KEY                 PIC 9(8).
           05 FAT-CLIENTE-KEY              PIC 9(10).
           05 FAT-PRODUTO-KEY              PIC 9(10).
           05 FAT-VENDEDOR-ID              PIC 9(10).
           05 FAT-QUANTIDADE               PIC 9(7).
           05 FAT-VALOR-LIQUIDO            PIC 9(10)V99.
           05 FAT-VALOR-IMPOSTO            PIC 9(10)V99.
           05 FAT-CANCELADA                PIC X(1).
           05 FILLER                       PIC X(27).

       FD  ARQ-DIM-CLIENTE
           RECORDING MODE IS F.
       01  REG-DIM-CLIENTE                 PIC X(360).
       01  REG-DIM-CLIENTE-DET.
           05 DCL-TIPO                     PIC X(3).
           05 DCL-CLIENTE-KEY              PIC 9(10).
           05 DCL-CLIENTE-ID               PIC 9(10).
           05 DCL-NOME                     PIC X(255).
           05 DCL-DOCUMENTO                PIC X(14).
           05 DCL-SEGMENTO                 PIC X(20).
           05 DCL-VALIDO-DE                PIC X(19).
           05 DCL-VALIDO-ATE               PIC X(19).
           05 DCL-ATUAL                    PIC X(1).
           05 FILLER                       PIC X(9).

       FD  ARQ-DIM-PRODUTO
           RECORDING MODE IS F.
       01  REG-DIM-PRODUTO                 PIC X(340).
       01  REG-DIM-PRODUTO-DET.
           05 DPR-TIPO                     PIC X(3).
           05 DPR-PRODUTO-KEY              PIC 9(10).
           05 DPR-PRODUTO-ID               PIC 9(10).
           05 DPR-NOME                     PIC X(255).
           05 DPR-CLASSE-FISCAL            PIC X(10).
           05 DPR-VALIDO-DE                PIC X(19).
           05 DPR-VALIDO-ATE               PIC X(19).
           05 DPR-ATUAL                    PIC X(1).
           05 FILLER                       PIC X(13).

       FD  ARQ-DIM-DATA
           RECORDING MODE IS F.
       01  REG-DIM-DATA                    PIC X(80).
       01  REG-DIM-DATA-DET.
           05 DDT-TIPO                     PIC X(3).
           05 DDT-DATA-KEY                 PIC 9(8).
           05 DDT-DATA                     PIC X(10).
           05 DDT-ANO                      PIC 9(4).
           05 DDT-MES                      PIC 9(2).
           05 DDT-DIA                      PIC 9(2).
           05 DDT-TRIMESTRE                PIC 9(1).
           05 DDT-DIA-SEMANA               PIC 9(1).
           05 DDT-DIA-UTIL                 PIC X(1).
           05 FILLER                       PIC X(48).

       WORKING-STORAGE SECTION.

       COPY VERSAO-BUILD.

      * CABECALHO E TRAILER COMUNS AOS QUATRO ARQUIVOS; CAB-CONTEUDO
      * DIZ QUAL DELES E (FATO, CLIENTE, PRODUTO OU DATA).
       01  WRK-CABECALHO-DW.
           05 CAB-TIPO                     PIC X(3).
           05 CAB-DATA-HORA                PIC X(19).
           05 CAB-AMBIENTE                 PIC X(10).
           05 CAB-MODO                     PIC X(11).
           05 CAB-CHECKPOINT               PIC 9(10).
           05 CAB-CONTEUDO                 PIC X(10).
       01  WRK-TRAILER-DW.
           05 TRL-TIPO                     PIC X(3).
           05 TRL-QTD                      PIC 9(10).
           05 TRL-TOTAL                    PIC 9(15).

       77  WRK-TRAVA-NOME                  PIC X(60)
               VALUE "DW-VENDAS".
       77  WRK-TRAVA-PROGRAMA              PIC X(60)
               VALUE "PROG-EXTRAI-DW-VENDAS".
       77  WRK-TRAVA-DURACAO               PIC 9(5)    VALUE 3600.
       77  WRK-TRAVA-ACAO                  PIC X(10).
       77  WRK-TRAVA-OBTIDA                PIC X(1).
           88  TRAVA-OBTIDA                            VALUE 'S'.

       77  WRK-ARQ-FATO-NOME               PIC X(255).
       77  WRK-ARQ-CLIENTE-NOME            PIC X(255).
       77  WRK-ARQ-PRODUTO-NOME            PIC X(255).
       77  WRK-ARQ-DATA-NOME               PIC X(255).
       77  WRK-FS-ARQ-FATO                 PIC X(2).
       77  WRK-FS-ARQ-CLIENTE              PIC X(2).
       77  WRK-FS-ARQ-PRODUTO              PIC X(2).
       77  WRK-FS-ARQ-DATA                 PIC X(2).

       77  WRK-CONEXAO-ACAO                PIC X(10).
       77  WRK-CONEXAO-OK                  PIC X(1).
           88  CONEXAO-DISPONIVEL                      VALUE 'S'.
       77  WRK-CONEXAO-MSG                 PIC X(255).

       77  WRK-APP-ENV                     PIC X(10).
       77  WRK-DW-MODO                     PIC X(11).
           88  MODO-COMPLETA                           VALUE
               "COMPLETA".
           88  MODO-INCREMENTAL                        VALUE
               "INCREMENTAL".
       77  WRK-LED-PROGRAMA                PIC X(60)
               VALUE "PROG-EXTRAI-DW-VENDAS".
       77  WRK-LED-CHECKSUM                PIC 9(15).

       77  WRK-DIA-UTIL                    PIC X(1).
           88  DIA-UTIL                                VALUE 'S'.
       77  WRK-DIA-UTIL-ANTERIOR           PIC X(10).

       77  WRK-QTD-FATO                    PIC 9(10)   VALUE ZERO.
       77  WRK-QTD-CLIENTE                 PIC 9(10)   VALUE ZERO.
       77  WRK-QTD-PRODUTO                 PIC 9(10)   VALUE ZERO.
       77  WRK-QTD-DATA                    PIC 9(10)   VALUE ZERO.
       77  WRK-TOT-LIQUIDO                 PIC 9(13)V99 VALUE ZERO.
       77  WRK-TOT-CLIENTE-KEY             PIC 9(15)   VALUE ZERO.
       77  WRK-TOT-PRODUTO-KEY             PIC 9(15)   VALUE ZERO.
       77  WRK-TOT-DATA-KEY                PIC 9(15)   VALUE ZERO.
       77  WRK-MAIOR-ITEM-ID               PIC 9(10)   VALUE ZERO.

       77  WRK-TOTAL-MASK                  PIC Z(12)9.99.

       77  WRK-FLAG-ARQUIVOS               PIC X(1)    VALUE 'N'.
           88  ARQUIVOS-ABERTOS                        VALUE 'S'.

       77  WRK-FLAG-LEDGER                 PIC X(1)    VALUE 'N'.
           88  REGISTRAR-LEDGER                        VALUE 'S'.

       77  WRK-FLAG-FIM-CURSOR             PIC X(1)    VALUE 'N'.
           88  FIM-CURSOR                              VALUE 'S'.
           88  NAO-FIM-CURSOR                          VALUE 'N'.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.

       01  HOSTVARS.
           05 BUFFER     PIC X(1024).

       01  SQL-01-VARS.
           05 DWV-PROGRAMA        PIC X(60)
                                       VALUE "PROG-EXTRAI-DW-VENDAS".
           05 DWV-AGORA           PIC X(19).
           05 DWV-HOJE            PIC X(10).
           05 DWV-ULTIMO-ID       PIC 9(10).
           05 DWV-ULTIMA-EXECUCAO PIC X(19).
           05 DWV-MAIOR-ITEM-ID   PIC 9(10).
           05 DWV-KEY             PIC 9(10).
           05 DWV-REGISTRO-ID     PIC 9(10).
           05 DWV-NOME            PIC X(255).
           05 DWV-DOCUMENTO       PIC X(14).
           05 DWV-SEGMENTO        PIC X(20).
           05 DWV-CLASSE-FISCAL   PIC X(10).
           05 DWV-VALIDO-DE       PIC X(19).
           05 DWV-VALIDO-ATE      PIC X(19).
           05 DWV-ATUAL           PIC X(1).
           05 DWV-ITEM-ID         PIC 9(10).
           05 DWV-VENDA-ID        PIC 9(10).
           05 DWV-DATA-KEY        PIC 9(8).
           05 DWV-CLIENTE-KEY     PIC 9(10).
           05 DWV-PRODUTO-KEY     PIC 9(10).
           05 DWV-VENDEDOR-ID     PIC 9(10).
           05 DWV-QUANTIDADE      PIC 9(7).
           05 DWV-VALOR-LIQUIDO   PIC 9(10)V99.
           05 DWV-VALOR-IMPOSTO   PIC 9(10)V99.
           05 DWV-CANCELADA       PIC X(1).
           05 DWV-DATA            PIC X(10).
           05 DWV-ANO             PIC 9(4).
           05 DWV-MES             PIC 9(2).
           05 DWV-DIA             PIC 9(2).
           05 DWV-TRIMESTRE       PIC 9(1).
           05 DWV-DIA-SEMANA      PIC 9(1).

       EXEC SQL END DECLARE SECTION END-EXEC.


       PROCEDURE DIVISION.

       MAIN-PROCEDURE.

           DISPLAY "BUILD EM EXECUCAO: " FUNCTION TRIM(VERSAO-BUILD).

           PERFORM 1000-INICIALIZAR.
           PERFORM 1050-OBTER-TRAVA-JOB.
           PERFORM 1100-CONECTAR-BANCO-DE-DADOS.
           PERFORM 1200-GARANTIR-ESTRUTURA.
           PERFORM 1300-CARREGAR-CHECKPOINT.
           PERFORM 1400-ABRIR-ARQUIVOS.

           PERFORM 2000-VERSIONAR-DIMENSOES.
           PERFORM 2200-EXTRAIR-DIM-CLIENTE.
           PERFORM 2300-EXTRAIR-DIM-PRODUTO.
           PERFORM 2400-EXTRAIR-FATOS.
           PERFORM 2500-EXTRAIR-DIM-DATA.

           PERFORM 2800-GRAVAR-TRAILERS.
           PERFORM 2850-ATUALIZAR-CHECKPOINT.

           SET REGISTRAR-LEDGER TO TRUE.
           PERFORM 3000-FINALIZAR.
           STOP RUN.

       1000-INICIALIZAR.

           ACCEPT WRK-ARQ-FATO-NOME FROM ENVIRONMENT
               "ARQ_DW_FATO_VENDAS".
           ACCEPT WRK-ARQ-CLIENTE-NOME FROM ENVIRONMENT
               "ARQ_DW_DIM_CLIENTE".
           ACCEPT WRK-ARQ-PRODUTO-NOME FROM ENVIRONMENT
               "ARQ_DW_DIM_PRODUTO".
           ACCEPT WRK-ARQ-DATA-NOME FROM ENVIRONMENT
               "ARQ_DW_DIM_DATA".
           ACCEPT WRK-APP-ENV FROM ENVIRONMENT "APP_ENV".

           ACCEPT WRK-DW-MODO FROM ENVIRONMENT "DW_MODO".
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WRK-DW-MODO))
               TO WRK-DW-MODO.
           IF  WRK-DW-MODO = SPACES
               SET MODO-INCREMENTAL TO TRUE
           END-IF.

           IF  NOT MODO-COMPLETA
           AND NOT MODO-INCREMENTAL
               DISPLAY
                   "ERRO: DW_MODO DEVE SER COMPLETA OU INCREMENTAL: "
                   WRK-DW-MODO
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       1050-OBTER-TRAVA-JOB.

      * A TRAVA NOMEADA "DW-VENDAS" IMPEDE DUAS EXTRACOES AO MESMO
      * TEMPO ABRINDO VERSOES REPETIDAS NAS DIMENSOES.
           MOVE "OBTER" TO WRK-TRAVA-ACAO.

           CALL 'MOD-TRAVA-JOB'
               USING WRK-TRAVA-NOME, WRK-TRAVA-PROGRAMA,
                   WRK-TRAVA-DURACAO, WRK-TRAVA-ACAO,
                   WRK-TRAVA-OBTIDA
               END-CALL.

           IF  NOT TRAVA-OBTIDA
               DISPLAY
                   "TRAVA DE JOB DW-VENDAS EM USO POR OUTRO "
                   "PROCESSO. EXECUCAO RECUSADA."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       1100-CONECTAR-BANCO-DE-DADOS.

      * A SESSAO VEM DE MOD-CONEXAO-BD: O CALENDARIO E O LIVRO-RAZAO
      * USAM A MESMA CONEXAO DO JOB.
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

      * UM SO INSTANTE PARA A EXECUCAO INTEIRA: ABERTURA E
      * FECHAMENTO DE VERSOES E A NOVA MARCA D'AGUA.
           EXEC SQL
               SELECT DATE_FORMAT(NOW(), '%Y-%m-%d %H:%i:%s'),
                      DATE_FORMAT(CURRENT_DATE, '%Y-%m-%d')
                 INTO :DWV-AGORA, :DWV-HOJE
           END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO
               DISPLAY
                   "ERRO AO TENTAR LER A DATA CORRENTE: " SQLERRM
               PERFORM 2990-ABORTAR
           END-IF.

           IF  FUNCTION TRIM(WRK-ARQ-FATO-NOME) = SPACES
               STRING
                   "DW_FATO_VENDAS_" DWV-HOJE ".DAT"
                   DELIMITED BY SIZE
                   INTO WRK-ARQ-FATO-NOME
               END-STRING
           END-IF.

           IF  FUNCTION TRIM(WRK-ARQ-CLIENTE-NOME) = SPACES
               STRING
                   "DW_DIM_CLIENTE_" DWV-HOJE ".DAT"
                   DELIMITED BY SIZE
                   INTO WRK-ARQ-CLIENTE-NOME
               END-STRING
           END-IF.

           IF  FUNCTION TRIM(WRK-ARQ-PRODUTO-NOME) = SPACES
               STRING
                   "DW_DIM_PRODUTO_" DWV-HOJE ".DAT"
                   DELIMITED BY SIZE
                   INTO WRK-ARQ-PRODUTO-NOME
               END-STRING
           END-IF.

           IF  FUNCTION TRIM(WRK-ARQ-DATA-NOME) = SPACES
               STRING
                   "DW_DIM_DATA_" DWV-HOJE ".DAT"
                   DELIMITED BY SIZE
                   INTO WRK-ARQ-DATA-NOME
               END-STRING
           END-IF.

       1200-GARANTIR-ESTRUTURA.

      * FORA DE QUALQUER TRANSACAO: DDL FAZ COMMIT IMPLICITO. A
      * CHAVE SUBSTITUTA (SK) E A CHAVE DA DIMENSAO NO WAREHOUSE.
           EXEC SQL
               CREATE TABLE IF NOT EXISTS dw_dim_cliente (
                   sk          INT NOT NULL PRIMARY KEY
                                   AUTO_INCREMENT,
                   cliente_id  INT NOT NULL,
                   nome        VARCHAR(255) NOT NULL,
                   documento   VARCHAR(14) NULL,
                   segmento    VARCHAR(20) NULL,
                   valido_de   DATETIME NOT NULL,
                   valido_ate  DATETIME NULL,
                   atual       CHAR(1) NOT NULL DEFAULT 'S',
                   alterado_em DATETIME NOT NULL,
                   KEY ix_dw_dim_cliente_id (cliente_id, atual),
                   KEY ix_dw_dim_cliente_alterado (alterado_em)
               )
           END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO
               DISPLAY
                   "ERRO AO TENTAR CRIAR A TABELA DW_DIM_CLIENTE: "
                   SQLERRM
               PERFORM 2990-ABORTAR
           END-IF.

           EXEC SQL
               CREATE TABLE IF NOT EXISTS dw_dim_produto (
                   sk            INT NOT NULL PRIMARY KEY
                                     AUTO_INCREMENT,
                   produto_id    INT NOT NULL,
                   nome          VARCHAR(255) NOT NULL,
                   classe_fiscal VARCHAR(10) NULL,
                   valido_de     DATETIME NOT NULL,
                   valido_ate    DATETIME NULL,
                   atual         CHAR(1) NOT NULL DEFAULT 'S',
                   alterado_em   DATETIME NOT NULL,
                   KEY ix_dw_dim_produto_id (produto_id, atual),
                   KEY ix_dw_dim_produto_alterado (alterado_em)
               )
           END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO
               DISPLAY
                   "ERRO AO TENTAR CRIAR A TABELA DW_DIM_PRODUTO: "
                   SQLERRM
               PERFORM 2990-ABORTAR
           END-IF.

           EXEC SQL
               CREATE TABLE IF NOT EXISTS export_checkpoint (
                   programa      VARCHAR(60) NOT NULL PRIMARY KEY,
                   ultimo_id     INT NOT NULL DEFAULT 0,
                   atualizado_em DATETIME
               )
           END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO
               DISPLAY
                   "ERRO AO TENTAR CRIAR TABELA DE CHECKPOINT: "
                   SQLERRM
               PERFORM 2990-ABORTAR
           END-IF.

       1300-CARREGAR-CHECKPOINT.

      * A MARCA D'AGUA E O ULTIMO ITEM DE VENDA JA EXTRAIDO E O
      * INSTANTE DA EXECUCAO QUE O EXTRAIU. NA COMPLETA (OU SEM
      * MARCA) TUDO ESTA ACIMA DELA.
           MOVE ZERO TO DWV-ULTIMO-ID.
           MOVE "1000-01-01 00:00:00" TO DWV-ULTIMA-EXECUCAO.

           IF  MODO-COMPLETA
               EXIT PARAGRAPH
           END-IF.

           EXEC SQL
               SELECT ultimo_id,
                      COALESCE(DATE_FORMAT(atualizado_em,
                          '%Y-%m-%d %H:%i:%s'), '1000-01-01 00:00:00')
                 INTO :DWV-ULTIMO-ID, :DWV-ULTIMA-EXECUCAO
                 FROM export_checkpoint
                WHERE programa = :DWV-PROGRAMA
           END-EXEC.

           IF  SQLCODE EQUAL 100
               MOVE ZERO TO DWV-ULTIMO-ID
               MOVE "1000-01-01 00:00:00" TO DWV-ULTIMA-EXECUCAO
               DISPLAY
                   "SEM MARCA D'AGUA ANTERIOR: A EXTRACAO INCREMENTAL "
                   "SAI COMPLETA."
           ELSE
               IF  SQLCODE NOT EQUAL ZERO
                   DISPLAY
                       "ERRO AO TENTAR LER A MARCA D'AGUA DA "
                       "EXTRACAO: " SQLERRM
                   PERFORM 2990-ABORTAR
               END-IF
           END-IF.

       1400-ABRIR-ARQUIVOS.

           OPEN OUTPUT ARQ-FATO.
           IF  WRK-FS-ARQ-FATO NOT = "00"
               DISPLAY
                   "ERRO AO TENTAR ABRIR O ARQUIVO DO FATO: "
                   FUNCTION TRIM(WRK-ARQ-FATO-NOME)
               PERFORM 2990-ABORTAR
           END-IF.

           OPEN OUTPUT ARQ-DIM-CLIENTE.
           IF  WRK-FS-ARQ-CLIENTE NOT = "00"
               DISPLAY
                   "ERRO AO TENTAR ABRIR O ARQUIVO DA DIMENSAO "
                   "CLIENTE: " FUNCTION TRIM(WRK-ARQ-CLIENTE-NOME)
               CLOSE ARQ-FATO
               PERFORM 2990-ABORTAR
           END-IF.

           OPEN OUTPUT ARQ-DIM-PRODUTO.
           IF  WRK-FS-ARQ-PRODUTO NOT = "00"
               DISPLAY
                   "ERRO AO TENTAR ABRIR O ARQUIVO DA DIMENSAO "
                   "PRODUTO: " FUNCTION TRIM(WRK-ARQ-PRODUTO-NOME)
               CLOSE ARQ-FATO
               CLOSE ARQ-DIM-CLIENTE
               PERFORM 2990-ABORTAR
           END-IF.

           OPEN OUTPUT ARQ-DIM-DATA.
           IF  WRK-FS-ARQ-DATA NOT = "00"
               DISPLAY
                   "ERRO AO TENTAR ABRIR O ARQUIVO DA DIMENSAO "
                   "DATA: " FUNCTION TRIM(WRK-ARQ-DATA-NOME)
               CLOSE ARQ-FATO
               CLOSE ARQ-DIM-CLIENTE
               CLOSE ARQ-DIM-PRODUTO
               PERFORM 2990-ABORTAR
           END-IF.

           SET ARQUIVOS-ABERTOS TO TRUE.

           MOVE SPACES TO WRK-CABECALHO-DW.
           MOVE "HDR"               TO CAB-TIPO.
           MOVE DWV-AGORA           TO CAB-DATA-HORA.
           MOVE WRK-APP-ENV         TO CAB-AMBIENTE.
           MOVE WRK-DW-MODO         TO CAB-MODO.
           MOVE DWV-ULTIMO-ID       TO CAB-CHECKPOINT.

           MOVE "FATO"              TO CAB-CONTEUDO.
           MOVE WRK-CABECALHO-DW    TO REG-FATO.
           PERFORM 2910-GRAVAR-FATO.

           MOVE "CLIENTE"           TO CAB-CONTEUDO.
           MOVE WRK-CABECALHO-DW    TO REG-DIM-CLIENTE.
           PERFORM 2920-GRAVAR-CLIENTE.

           MOVE "PRODUTO"           TO CAB-CONTEUDO.
           MOVE WRK-CABECALHO-DW    TO REG-DIM-PRODUTO.
           PERFORM 2930-GRAVAR-PRODUTO.

           MOVE "DATA"              TO CAB-CONTEUDO.
           MOVE WRK-CABECALHO-DW    TO REG-DIM-DATA.
           PERFORM 2940-GRAVAR-DATA.

       2000-VERSIONAR-DIMENSOES.

      * UMA TRANSACAO PARA AS DUAS DIMENSOES, CONFIRMADA ANTES DA
      * EXTRACAO: UMA EXECUCAO INTERROMPIDA DEPOIS DAQUI NAO AVANCA A
      * MARCA D'AGUA, E A PROXIMA LEVA AS VERSOES ABERTAS AGORA
      * (ALTERADO_EM ACIMA DA MARCA).
           EXEC SQL START TRANSACTION END-EXEC.

           PERFORM 2010-VERSIONAR-CLIENTES.
           PERFORM 2020-VERSIONAR-PRODUTOS.

           EXEC SQL COMMIT END-EXEC.

       2010-VERSIONAR-CLIENTES.

      * DOCUMENTO E SEGMENTO NAO ABREM VERSAO: VALEM O VALOR ATUAL
      * EM TODAS AS VERSOES DO CLIENTE.
           EXEC SQL
               UPDATE dw_dim_cliente d
                 JOIN cliente c
                   ON c.id = d.cliente_id
                  SET d.documento = c.documento,
                      d.segmento = c.segmento,
                      d.alterado_em = :DWV-AGORA
                WHERE NOT (d.documento <=> c.documento
                      AND  d.segmento <=> c.segmento)
           END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO
           AND SQLCODE NOT EQUAL 100
               DISPLAY
                   "ERRO AO TENTAR ATUALIZAR A DIMENSAO CLIENTE: "
                   SQLERRM
               PERFORM 2990-ABORTAR
           END-IF.

      * NOME ALTERADO (INCLUSIVE SO MAIUSCULAS/MINUSCULAS) FECHA A
      * VERSAO CORRENTE NO INSTANTE DA ALTERACAO NO CADASTRO.
           EXEC SQL
               UPDATE dw_dim_cliente d
                 JOIN cliente c
                   ON c.id = d.cliente_id
                  SET d.valido_ate = LEAST(COALESCE(c.atualizado_em,
                          :DWV-AGORA), :DWV-AGORA),
                      d.atual = 'N',
                      d.alterado_em = :DWV-AGORA
                WHERE d.atual = 'S'
                  AND BINARY d.nome <> BINARY c.nome
           END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO
           AND SQLCODE NOT EQUAL 100
               DISPLAY
                   "ERRO AO TENTAR FECHAR VERSOES DA DIMENSAO "
                   "CLIENTE: " SQLERRM
               PERFORM 2990-ABORTAR
           END-IF.

      * CLIENTE SEM VERSAO CORRENTE GANHA UMA: A PRIMEIRA VALE DESDE
      * SEMPRE (AS VENDAS ANTIGAS APONTAM PARA ELA); AS SEGUINTES
      * COMECAM ONDE A ANTERIOR FOI FECHADA.
           EXEC SQL
               INSERT INTO dw_dim_cliente
                   (cliente_id, nome, documento, segmento, valido_de,
                    atual, alterado_em)
               SELECT c.id, c.nome, c.documento, c.segmento,
                      COALESCE((SELECT MAX(x.valido_ate)
                                  FROM dw_dim_cliente x
                                 WHERE x.cliente_id = c.id),
                               '1000-01-01 00:00:00'),
                      'S', :DWV-AGORA
                 FROM cliente c
                WHERE NOT EXISTS (SELECT 1
                                    FROM dw_dim_cliente x
                                   WHERE x.cliente_id = c.id
                                     AND x.atual = 'S')
           END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO
           AND SQLCODE NOT EQUAL 100
               DISPLAY
                   "ERRO AO TENTAR ABRIR VERSOES DA DIMENSAO "
                   "CLIENTE: " SQLERRM
               PERFORM 2990-ABORTAR
           END-IF.

       2020-VERSIONAR-PRODUTOS.

      * O PRODUTO NAO GUARDA O INSTANTE DA ALTERACAO: A NOVA VERSAO
      * VALE A PARTIR DESTA EXECUCAO.
           EXEC SQL
               UPDATE dw_dim_produto d
                 JOIN produto p
                   ON p.id = d.produto_id
                  SET d.classe_fiscal = p.classe_fiscal,
                      d.alterado_em = :DWV-AGORA
                WHERE NOT (d.classe_fiscal <=> p.classe_fiscal)
           END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO
           AND SQLCODE NOT EQUAL 100
               DISPLAY
                   "ERRO AO TENTAR ATUALIZAR A DIMENSAO PRODUTO: "
                   SQLERRM
               PERFORM 2990-ABORTAR
           END-IF.

           EXEC SQL
               UPDATE dw_dim_produto d
                 JOIN produto p
                   ON p.id = d.produto_id
                  SET d.valido_ate = :DWV-AGORA,
                      d.atual = 'N',
                      d.alterado_em = :DWV-AGORA
                WHERE d.atual = 'S'
                  AND BINARY d.nome <> BINARY p.nome
           END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO
           AND SQLCODE NOT EQUAL 100
               DISPLAY
                   "ERRO AO TENTAR FECHAR VERSOES DA DIMENSAO "
                   "PRODUTO: " SQLERRM
               PERFORM 2990-ABORTAR
           END-IF.

           EXEC SQL
               INSERT INTO dw_dim_produto
                   (produto_id, nome, classe_fiscal, valido_de,
                    atual, alterado_em)
               SELECT p.id, p.nome, p.classe_fiscal,
                      COALESCE((SELECT MAX(x.valido_ate)
                                  FROM dw_dim_produto x
                                 WHERE x.produto_id = p.id),
                               '1000-01-01 00:00:00'),
                      'S', :DWV-AGORA
                 FROM produto p
                WHERE NOT EXISTS (SELECT 1
                                    FROM dw_dim_produto x
                                   WHERE x.produto_id = p.id
                                     AND x.atual = 'S')
           END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO
           AND SQLCODE NOT EQUAL 100
               DISPLAY
                   "ERRO AO TENTAR ABRIR VERSOES DA DIMENSAO "
                   "PRODUTO: " SQLERRM
               PERFORM 2990-ABORTAR
           END-IF.

       2200-EXTRAIR-DIM-CLIENTE.

           EXEC SQL
               DECLARE CUR-DIM-CLIENTE CURSOR FOR
                   SELECT sk, cliente_id, nome,
                          COALESCE(documento, ' '),
                          COALESCE(segmento, ' '),
                          DATE_FORMAT(valido_de, '%Y-%m-%d %H:%i:%s'),
                          COALESCE(DATE_FORMAT(valido_ate,
                              '%Y-%m-%d %H:%i:%s'), ' '),
                          atual
                     FROM dw_dim_cliente
                    WHERE alterado_em > :DWV-ULTIMA-EXECUCAO
                    ORDER BY sk
           END-EXEC.

           EXEC SQL
               OPEN CUR-DIM-CLIENTE
           END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO
               DISPLAY
                   "ERRO AO TENTAR ABRIR CURSOR DA DIMENSAO CLIENTE: "
                   SQLERRM
               PERFORM 2990-ABORTAR
           END-IF.

           SET NAO-FIM-CURSOR TO TRUE.
           PERFORM 2210-BUSCAR-PROXIMO-CLIENTE.
           PERFORM 2220-GRAVAR-VERSAO-CLIENTE UNTIL FIM-CURSOR.

           EXEC SQL CLOSE CUR-DIM-CLIENTE END-EXEC.

       2210-BUSCAR-PROXIMO-CLIENTE.

           EXEC SQL
               FETCH CUR-DIM-CLIENTE
                   INTO :DWV-KEY, :DWV-REGISTRO-ID, :DWV-NOME,
                        :DWV-DOCUMENTO, :DWV-SEGMENTO,
                        :DWV-VALIDO-DE, :DWV-VALIDO-ATE, :DWV-ATUAL
           END-EXEC.

           IF  SQLCODE EQUAL 100
               SET FIM-CURSOR TO TRUE
           END-IF.

       2220-GRAVAR-VERSAO-CLIENTE.

           MOVE SPACES TO REG-DIM-CLIENTE-DET.
           MOVE "DET"            TO DCL-TIPO.
           MOVE DWV-KEY          TO DCL-CLIENTE-KEY.
           MOVE DWV-REGISTRO-ID  TO DCL-CLIENTE-ID.
           MOVE DWV-NOME         TO DCL-NOME.
           MOVE DWV-DOCUMENTO    TO DCL-DOCUMENTO.
           MOVE DWV-SEGMENTO     TO DCL-SEGMENTO.
           MOVE DWV-VALIDO-DE    TO DCL-VALIDO-DE.
           MOVE DWV-VALIDO-ATE   TO DCL-VALIDO-ATE.
           MOVE DWV-ATUAL        TO DCL-ATUAL.
           PERFORM 2920-GRAVAR-CLIENTE.

           ADD 1 TO WRK-QTD-CLIENTE.
           ADD DWV-KEY TO WRK-TOT-CLIENTE-KEY.

           PERFORM 2210-BUSCAR-PROXIMO-CLIENTE.

       2300-EXTRAIR-DIM-PRODUTO.

           EXEC SQL
               DECLARE CUR-DIM-PRODUTO CURSOR FOR
                   SELECT sk, produto_id, nome,
                          COALESCE(classe_fiscal, ' '),
                          DATE_FORMAT(valido_de, '%Y-%m-%d %H:%i:%s'),
                          COALESCE(DATE_FORMAT(valido_ate,
                              '%Y-%m-%d %H:%i:%s'), ' '),
                          atual
                     FROM dw_dim_produto
                    WHERE alterado_em > :DWV-ULTIMA-EXECUCAO
                    ORDER BY sk
           END-EXEC.

           EXEC SQL
               OPEN CUR-DIM-PRODUTO
           END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO
               DISPLAY
                   "ERRO AO TENTAR ABRIR CURSOR DA DIMENSAO PRODUTO: "
                   SQLERRM
               PERFORM 2990-ABORTAR
           END-IF.

           SET NAO-FIM-CURSOR TO TRUE.
           PERFORM 2310-BUSCAR-PROXIMO-PRODUTO.
           PERFORM 2320-GRAVAR-VERSAO-PRODUTO UNTIL FIM-CURSOR.

           EXEC SQL CLOSE CUR-DIM-PRODUTO END-EXEC.

       2310-BUSCAR-PROXIMO-PRODUTO.

           EXEC SQL
               FETCH CUR-DIM-PRODUTO
                   INTO :DWV-KEY, :DWV-REGISTRO-ID, :DWV-NOME,
                        :DWV-CLASSE-FISCAL, :DWV-VALIDO-DE,
                        :DWV-VALIDO-ATE, :DWV-ATUAL
           END-EXEC.

           IF  SQLCODE EQUAL 100
               SET FIM-CURSOR TO TRUE
           END-IF.

       2320-GRAVAR-VERSAO-PRODUTO.

           MOVE SPACES TO REG-DIM-PRODUTO-DET.
           MOVE "DET"             TO DPR-TIPO.
           MOVE DWV-KEY           TO DPR-PRODUTO-KEY.
           MOVE DWV-REGISTRO-ID   TO DPR-PRODUTO-ID.
           MOVE DWV-NOME          TO DPR-NOME.
           MOVE DWV-CLASSE-FISCAL TO DPR-CLASSE-FISCAL.
           MOVE DWV-VALIDO-DE     TO DPR-VALIDO-DE.
           MOVE DWV-VALIDO-ATE    TO DPR-VALIDO-ATE.
           MOVE DWV-ATUAL         TO DPR-ATUAL.
           PERFORM 2930-GRAVAR-PRODUTO.

           ADD 1 TO WRK-QTD-PRODUTO.
           ADD DWV-KEY TO WRK-TOT-PRODUTO-KEY.

           PERFORM 2310-BUSCAR-PROXIMO-PRODUTO.

       2400-EXTRAIR-FATOS.

      * O ITEM APONTA PARA A VERSAO DO CLIENTE E DO PRODUTO VIGENTE
      * QUANDO A VENDA FOI REGISTRADA. ITEM DE VENDA CANCELADA DESDE
      * A EXECUCAO ANTERIOR SAI DE NOVO COM O INDICADOR, PARA O
      * WAREHOUSE SUBSTITUIR A LINHA JA CARREGADA (CHAVE: ITEM).
           EXEC SQL
               DECLARE CUR-FATOS CURSOR FOR
                   SELECT i.id, i.venda_id,
                          DATE_FORMAT(v.data_venda, '%Y%m%d'),
                          COALESCE((SELECT MAX(dc.sk)
                                      FROM dw_dim_cliente dc
                                     WHERE dc.cliente_id = v.cliente_id
                                       AND dc.valido_de <= v.criado_em),
                                   0),
                          COALESCE((SELECT MAX(dp.sk)
                                      FROM dw_dim_produto dp
                                     WHERE dp.produto_id = i.produto_id
                                       AND dp.valido_de <= v.criado_em),
                                   0),
                          COALESCE(v.vendedor_id, 0),
                          i.quantidade,
                          i.quantidade * i.preco_unitario
                              - i.valor_imposto,
                          i.valor_imposto,
                          CASE WHEN v.cancelada_em IS NULL THEN 'N'
                               ELSE 'S' END
                     FROM venda_itens i
                     JOIN venda v
                       ON v.id = i.venda_id
                    WHERE i.id > :DWV-ULTIMO-ID
                       OR v.cancelada_em > :DWV-ULTIMA-EXECUCAO
                    ORDER BY i.id
           END-EXEC.

           EXEC SQL
               OPEN CUR-FATOS
           END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO
               DISPLAY
                   "ERRO AO TENTAR ABRIR CURSOR DO FATO: " SQLERRM
               PERFORM 2990-ABORTAR
           END-IF.

           MOVE DWV-ULTIMO-ID TO WRK-MAIOR-ITEM-ID.

           SET NAO-FIM-CURSOR TO TRUE.
           PERFORM 2410-BUSCAR-PROXIMO-FATO.
           PERFORM 2420-GRAVAR-FATO UNTIL FIM-CURSOR.

           EXEC SQL CLOSE CUR-FATOS END-EXEC.

       2410-BUSCAR-PROXIMO-FATO.

           EXEC SQL
               FETCH CUR-FATOS
                   INTO :DWV-ITEM-ID, :DWV-VENDA-ID, :DWV-DATA-KEY,
                        :DWV-CLIENTE-KEY, :DWV-PRODUTO-KEY,
                        :DWV-VENDEDOR-ID, :DWV-QUANTIDADE,
                        :DWV-VALOR-LIQUIDO, :DWV-VALOR-IMPOSTO,
                        :DWV-CANCELADA
           END-EXEC.

           IF  SQLCODE EQUAL 100
               SET FIM-CURSOR TO TRUE
           END-IF.

       2420-GRAVAR-FATO.

           MOVE SPACES TO REG-FATO-DET.
           MOVE "DET"             TO FAT-TIPO.
           MOVE DWV-ITEM-ID       TO FAT-ITEM-ID.
           MOVE DWV-VENDA-ID      TO FAT-VENDA-ID.
           MOVE DWV-DATA-KEY      TO FAT-DATA-KEY.
           MOVE DWV-CLIENTE-KEY   TO FAT-CLIENTE-KEY.
           MOVE DWV-PRODUTO-KEY   TO FAT-PRODUTO-KEY.
           MOVE DWV-VENDEDOR-ID   TO FAT-VENDEDOR-ID.
           MOVE DWV-QUANTIDADE    TO FAT-QUANTIDADE.
           MOVE DWV-VALOR-LIQUIDO TO FAT-VALOR-LIQUIDO.
           MOVE DWV-VALOR-IMPOSTO TO FAT-VALOR-IMPOSTO.
           MOVE DWV-CANCELADA     TO FAT-CANCELADA.
           PERFORM 2910-GRAVAR-FATO.

           ADD 1 TO WRK-QTD-FATO.
           ADD DWV-VALOR-LIQUIDO TO WRK-TOT-LIQUIDO.
           IF  DWV-ITEM-ID > WRK-MAIOR-ITEM-ID
               MOVE DWV-ITEM-ID TO WRK-MAIOR-ITEM-ID
           END-IF.

           PERFORM 2410-BUSCAR-PROXIMO-FATO.

       2500-EXTRAIR-DIM-DATA.

      * OS DIAS DAS VENDAS DESTA EXTRACAO, COM O MESMO FILTRO DO
      * FATO; O DIA DA SEMANA SEGUE O DAYOFWEEK (1 = DOMINGO).
           EXEC SQL
               DECLARE CUR-DIM-DATA CURSOR FOR
                   SELECT DISTINCT
                          DATE_FORMAT(v.data_venda, '%Y%m%d'),
                          DATE_FORMAT(v.data_venda, '%Y-%m-%d'),
                          YEAR(v.data_venda), MONTH(v.data_venda),
                          DAY(v.data_venda), QUARTER(v.data_venda),
                          DAYOFWEEK(v.data_venda)
                     FROM venda_itens i
                     JOIN venda v
                       ON v.id = i.venda_id
                    WHERE i.id > :DWV-ULTIMO-ID
                       OR v.cancelada_em > :DWV-ULTIMA-EXECUCAO
                    ORDER BY 1
           END-EXEC.

           EXEC SQL
               OPEN CUR-DIM-DATA
           END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO
               DISPLAY
                   "ERRO AO TENTAR ABRIR CURSOR DA DIMENSAO DATA: "
                   SQLERRM
               PERFORM 2990-ABORTAR
           END-IF.

           SET NAO-FIM-CURSOR TO TRUE.
           PERFORM 2510-BUSCAR-PROXIMA-DATA.
           PERFORM 2520-GRAVAR-DATA UNTIL FIM-CURSOR.

           EXEC SQL CLOSE CUR-DIM-DATA END-EXEC.

       2510-BUSCAR-PROXIMA-DATA.

           EXEC SQL
               FETCH CUR-DIM-DATA
                   INTO :DWV-DATA-KEY, :DWV-DATA, :DWV-ANO, :DWV-MES,
                        :DWV-DIA, :DWV-TRIMESTRE, :DWV-DIA-SEMANA
           END-EXEC.

           IF  SQLCODE EQUAL 100
               SET FIM-CURSOR TO TRUE
           END-IF.

       2520-GRAVAR-DATA.

           CALL 'MOD-DIA-UTIL'
               USING DWV-DATA, WRK-DIA-UTIL, WRK-DIA-UTIL-ANTERIOR
               END-CALL.

           MOVE SPACES TO REG-DIM-DATA-DET.
           MOVE "DET"             TO DDT-TIPO.
           MOVE DWV-DATA-KEY      TO DDT-DATA-KEY.
           MOVE DWV-DATA          TO DDT-DATA.
           MOVE DWV-ANO           TO DDT-ANO.
           MOVE DWV-MES           TO DDT-MES.
           MOVE DWV-DIA           TO DDT-DIA.
           MOVE DWV-TRIMESTRE     TO DDT-TRIMESTRE.
           MOVE DWV-DIA-SEMANA    TO DDT-DIA-SEMANA.
           IF  DIA-UTIL
               MOVE "S"           TO DDT-DIA-UTIL
           ELSE
               MOVE "N"           TO DDT-DIA-UTIL
           END-IF.
           PERFORM 2940-GRAVAR-DATA.

           ADD 1 TO WRK-QTD-DATA.
           ADD DWV-DATA-KEY TO WRK-TOT-DATA-KEY.

           PERFORM 2510-BUSCAR-PROXIMA-DATA.

       2800-GRAVAR-TRAILERS.

      * O TRAILER SO E GRAVADO NO TERMINO NORMAL: SEM ELE O ARQUIVO
      * ESTA CORTADO. O TOTAL DE CONTROLE DO FATO E O VALOR LIQUIDO
      * EM CENTAVOS; NAS DIMENSOES, A SOMA DAS CHAVES.
           MOVE SPACES TO WRK-TRAILER-DW.
           MOVE "TRL" TO TRL-TIPO.

           MOVE WRK-QTD-FATO TO TRL-QTD.
           COMPUTE TRL-TOTAL = WRK-TOT-LIQUIDO * 100.
           MOVE WRK-TRAILER-DW TO REG-FATO.
           PERFORM 2910-GRAVAR-FATO.

           MOVE WRK-QTD-CLIENTE TO TRL-QTD.
           MOVE WRK-TOT-CLIENTE-KEY TO TRL-TOTAL.
           MOVE WRK-TRAILER-DW TO REG-DIM-CLIENTE.
           PERFORM 2920-GRAVAR-CLIENTE.

           MOVE WRK-QTD-PRODUTO TO TRL-QTD.
           MOVE WRK-TOT-PRODUTO-KEY TO TRL-TOTAL.
           MOVE WRK-TRAILER-DW TO REG-DIM-PRODUTO.
           PERFORM 2930-GRAVAR-PRODUTO.

           MOVE WRK-QTD-DATA TO TRL-QTD.
           MOVE WRK-TOT-DATA-KEY TO TRL-TOTAL.
           MOVE WRK-TRAILER-DW TO REG-DIM-DATA.
           PERFORM 2940-GRAVAR-DATA.

       2850-ATUALIZAR-CHECKPOINT.

      * A MARCA D'AGUA AVANCA SO COM OS QUATRO ARQUIVOS COMPLETOS; A
      * COMPLETA TAMBEM A REPOSICIONA.
           MOVE WRK-MAIOR-ITEM-ID TO DWV-MAIOR-ITEM-ID.

           EXEC SQL
               INSERT INTO export_checkpoint
                   (programa, ultimo_id, atualizado_em)
               VALUES
                   (:DWV-PROGRAMA, :DWV-MAIOR-ITEM-ID, :DWV-AGORA)
               ON DUPLICATE KEY UPDATE
                   ultimo_id = VALUES(ultimo_id),
                   atualizado_em = VALUES(atualizado_em)
           END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO
               DISPLAY
                   "ERRO AO TENTAR ATUALIZAR A MARCA D'AGUA DA "
                   "EXTRACAO: " SQLERRM
               PERFORM 2990-ABORTAR
           END-IF.

           EXEC SQL COMMIT END-EXEC.

       2910-GRAVAR-FATO.

           WRITE REG-FATO.

           IF  WRK-FS-ARQ-FATO NOT = "00"
               DISPLAY
                   "ERRO AO TENTAR GRAVAR NO ARQUIVO DO FATO: "
                   FUNCTION TRIM(WRK-ARQ-FATO-NOME)
               PERFORM 2990-ABORTAR
           END-IF.

       2920-GRAVAR-CLIENTE.

           WRITE REG-DIM-CLIENTE.

           IF  WRK-FS-ARQ-CLIENTE NOT = "00"
               DISPLAY
                   "ERRO AO TENTAR GRAVAR NO ARQUIVO DA DIMENSAO "
                   "CLIENTE: " FUNCTION TRIM(WRK-ARQ-CLIENTE-NOME)
               PERFORM 2990-ABORTAR
           END-IF.

       2930-GRAVAR-PRODUTO.

           WRITE REG-DIM-PRODUTO.

           IF  WRK-FS-ARQ-PRODUTO NOT = "00"
               DISPLAY
                   "ERRO AO TENTAR GRAVAR NO ARQUIVO DA DIMENSAO "
                   "PRODUTO: " FUNCTION TRIM(WRK-ARQ-PRODUTO-NOME)
               PERFORM 2990-ABORTAR
           END-IF.

       2940-GRAVAR-DATA.

           WRITE REG-DIM-DATA.

           IF  WRK-FS-ARQ-DATA NOT = "00"
               DISPLAY
                   "ERRO AO TENTAR GRAVAR NO ARQUIVO DA DIMENSAO "
                   "DATA: " FUNCTION TRIM(WRK-ARQ-DATA-NOME)
               PERFORM 2990-ABORTAR
           END-IF.

       2990-ABORTAR.

      * NADA DO QUE FOI GRAVADO NESTA EXECUCAO ENTRA NO LIVRO-RAZAO
      * E A MARCA D'AGUA FICA ONDE ESTAVA.
           EXEC SQL ROLLBACK END-EXEC.
           PERFORM 3000-FINALIZAR.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.

       3000-FINALIZAR.

           IF  ARQUIVOS-ABERTOS
               CLOSE ARQ-FATO
               CLOSE ARQ-DIM-CLIENTE
               CLOSE ARQ-DIM-PRODUTO
               CLOSE ARQ-DIM-DATA
               MOVE 'N' TO WRK-FLAG-ARQUIVOS
           END-IF.

      * SO A EXECUCAO COM OS QUATRO TRAILERS E A MARCA D'AGUA
      * CONFIRMADA ENTRA NO LIVRO-RAZAO, UM REGISTRO POR ARQUIVO.
           IF  REGISTRAR-LEDGER
               COMPUTE WRK-LED-CHECKSUM = WRK-TOT-LIQUIDO * 100
               CALL 'MOD-REGISTRA-INTERFACE'
                   USING WRK-LED-PROGRAMA, WRK-ARQ-FATO-NOME,
                       WRK-QTD-FATO, WRK-LED-CHECKSUM
                   END-CALL

               MOVE WRK-TOT-CLIENTE-KEY TO WRK-LED-CHECKSUM
               CALL 'MOD-REGISTRA-INTERFACE'
                   USING WRK-LED-PROGRAMA, WRK-ARQ-CLIENTE-NOME,
                       WRK-QTD-CLIENTE, WRK-LED-CHECKSUM
                   END-CALL

               MOVE WRK-TOT-PRODUTO-KEY TO WRK-LED-CHECKSUM
               CALL 'MOD-REGISTRA-INTERFACE'
                   USING WRK-LED-PROGRAMA, WRK-ARQ-PRODUTO-NOME,
                       WRK-QTD-PRODUTO, WRK-LED-CHECKSUM
                   END-CALL

               MOVE WRK-TOT-DATA-KEY TO WRK-LED-CHECKSUM
               CALL 'MOD-REGISTRA-INTERFACE'
                   USING WRK-LED-PROGRAMA, WRK-ARQ-DATA-NOME,
                       WRK-QTD-DATA, WRK-LED-CHECKSUM
                   END-CALL

               MOVE WRK-TOT-LIQUIDO TO WRK-TOTAL-MASK
               DISPLAY
                   "EXTRACAO " FUNCTION TRIM(WRK-DW-MODO)
                   " DO WAREHOUSE DE VENDAS CONCLUIDA (VALOR LIQUIDO "
                   FUNCTION TRIM(WRK-TOTAL-MASK) ")"
               DISPLAY
                   "ITENS NO FATO.................: " WRK-QTD-FATO
               DISPLAY
                   "VERSOES DE CLIENTE............: " WRK-QTD-CLIENTE
               DISPLAY
                   "VERSOES DE PRODUTO............: " WRK-QTD-PRODUTO
               DISPLAY
                   "DIAS NA DIMENSAO DATA.........: " WRK-QTD-DATA
           END-IF.

           PERFORM 8900-ENCERRAR-CONEXAO.
           PERFORM 8800-LIBERAR-TRAVA-JOB.

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

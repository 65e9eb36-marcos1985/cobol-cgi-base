       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG-CONTRATOS.
      *******************************************
      * AUTOR:
      * DATA:
      * ALTERACOES:
      *   - ACAO DO CADASTRO DE CONTRATOS RECORRENTES: O CLIENTE QUE
      *     COMPRA O MESMO SERVICO TODO MES TEM UM CONTRATO COM OS
      *     PRODUTOS E QUANTIDADES, O DIA DE FATURAMENTO (1 A 31; DIA
      *     ALEM DO FIM DO MES CAI NO ULTIMO DIA) E A VIGENCIA (INICIO
      *     E FIM OPCIONAL), E A VENDA DE CADA MES E CRIADA PELO
      *     BATCH PROG-FATURA-CONTRATOS EM VEZ DE SER DIGITADA.
      *     QS_ACAO=LISTAR (PADRAO; FILTROS QS_STATUS E
      *     QS_CLIENTE_ID), ITENS (QS_ID) E FATURAMENTOS (QS_ID, AS
      *     VENDAS JA GERADAS POR PERIODO) SAO LEITURAS. CRIAR
      *     (QS_CLIENTE_ID, QS_DIA, QS_INICIO AAAA-MM-DD OPCIONAL,
      *     PADRAO HOJE, QS_FIM OPCIONAL, QS_VENDEDOR_ID E QS_PARCELAS
      *     OPCIONAIS E QS_OBS) ABRE O CONTRATO ATIVO. INCLUIR (QS_ID,
      *     QS_PRODUTO_ID, QS_QUANTIDADE, QS_PRECO OPCIONAL; SEM PRECO
      *     VALE A TABELA DO DIA DO FATURAMENTO) E REMOVER
      *     (QS_ITEM_ID) MEXEM NOS ITENS. SUSPENDER, REATIVAR E
      *     ENCERRAR (QS_ID) MUDAM A SITUACAO; O ENCERRAMENTO FIXA O
      *     FIM DA VIGENCIA EM HOJE QUANDO ELE ESTAVA ABERTO OU MAIS
      *     ADIANTE. AS ESCRITAS SEGUEM O PADRAO: METODO POST, MODO DE
      *     MANUTENCAO (503), CHAVE DE API COM PAPEL WRITER OU ADMIN,
      *     CHAVE DE IDEMPOTENCIA E AUDITORIA.
      *******************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       DATA DIVISION.
       FILE SECTION.

       WORKING-STORAGE SECTION.

       77  WRK-TEMPO-ACAO                  PIC X(10).

       77  WRK-CORRELACAO-ID               PIC X(40).

       01  WRK-NEWLINE                     PIC X       VALUE x'0a'.

       77  WRK-ID-MASK                     PIC Z(9)9.
       77  WRK-QTD-MASK                    PIC Z(8)9.
       77  WRK-VALOR-MASK                  PIC Z(7)9.99.
       77  WRK-TOTAL-MASK                  PIC Z(9)9.99.
       77  WRK-DIA-MASK                    PIC Z9.
       77  WRK-MSG-ERRO                    PIC X(255).
       77  WRK-CORS-ORIGIN                 PIC X(255).
       77  WRK-MSG-EXP-ERRO                PIC X(255).
       77  WRK-CONEXAO-ACAO                PIC X(10).
       77  WRK-CONEXAO-OK                  PIC X(1).
           88  CONEXAO-DISPONIVEL                      VALUE 'S'.
       77  WRK-CONEXAO-MSG                 PIC X(255).
       77  WRK-CAMPO-ESC                   PIC X(510).
       77  WRK-CAMPO-TXT                   PIC X(255).

       77  WRK-HTTP-STATUS-200             PIC 9(3)        VALUE 200.
       77  WRK-HTTP-STATUS-400             PIC 9(3)        VALUE 400.
       77  WRK-HTTP-STATUS-401             PIC 9(3)        VALUE 401.
       77  WRK-HTTP-STATUS-403             PIC 9(3)        VALUE 403.
       77  WRK-HTTP-STATUS-404             PIC 9(3)        VALUE 404.
       77  WRK-HTTP-STATUS-500             PIC 9(3)        VALUE 500.
       77  WRK-HTTP-STATUS-503             PIC 9(3)        VALUE 503.

       77  WRK-CHAVE-AUTORIZADA            PIC X(1).
           88  CHAVE-AUTORIZADA                        VALUE 'S'.
       77  WRK-CHAVE-PAPEL                 PIC X(10).
       77  WRK-QUOTA-ESTOURADA             PIC X(1).
           88  QUOTA-ESTOURADA                         VALUE 'S'.
           88  ORIGEM-BLOQUEADA                        VALUE 'B'.

       77  WRK-RETRY-SEG-MASK              PIC Z(4)9.
       77  WRK-EM-MANUTENCAO               PIC X(1).
           88  EM-MANUTENCAO                           VALUE 'S'.
       77  WRK-MANUT-RETRY-SEG             PIC 9(5).
       77  WRK-MANUT-MENSAGEM              PIC X(255).

       77  WRK-IDEM-ACAO                   PIC X(10).
       77  WRK-IDEM-STATUS                 PIC 9(3).
       77  WRK-IDEM-RESPOSTA               PIC X(12288).
       77  WRK-IDEM-ENCONTRADA             PIC X(1).
           88  IDEM-RESPOSTA-ENCONTRADA                VALUE 'S'.

       77  WRK-PROGRAMA-NOME               PIC X(60)
               VALUE "PROG-CONTRATOS".
       77  WRK-AUDIT-PARAMS                PIC X(255).
       77  WRK-COD-ERRO                    PIC 9(4).

       COPY ERRO-CODES.
       COPY VERSAO-BUILD.

       77  WRK-QS-ACAO                     PIC X(12).
       77  WRK-QS-ID-STG                   PIC X(10).
       77  WRK-QS-ITEM-STG                 PIC X(10).
       77  WRK-QS-CLIENTE-STG              PIC X(10).
       77  WRK-QS-VENDEDOR-STG             PIC X(10).
       77  WRK-QS-PARCELAS-STG             PIC X(10).
       77  WRK-QS-DIA-STG                  PIC X(10).
       77  WRK-QS-PRODUTO-STG              PIC X(10).
       77  WRK-QS-QUANTIDADE-STG           PIC X(10).
       77  WRK-QS-PRECO-STG                PIC X(15).
       77  WRK-QS-INICIO                   PIC X(10).
       77  WRK-QS-FIM                      PIC X(10).
       77  WRK-QS-STATUS                   PIC X(12).
       77  WRK-QS-OBS                      PIC X(255).
       77  WRK-VALOR-CHECK                 PIC X(15).
       77  WRK-REQUEST-METHOD              PIC X(10).
       77  WRK-OPERADOR                    PIC X(60).
       77  WRK-RESP-DADOS                  PIC X(1024).

       77  WRK-STATUS-EXIGIDO              PIC X(10).
       77  WRK-STATUS-NOVO                 PIC X(10).

       77  WRK-PRC-ACAO                    PIC X(10).
       77  WRK-PRC-QUANTIDADE              PIC 9(9).
       77  WRK-PRC-RESULTADO               PIC X(2).
           88  PRC-PRECO-OK                            VALUE 'OK'.
           88  PRC-PRODUTO-INEXISTENTE                 VALUE 'NE'.
       77  WRK-PRC-MSG                     PIC X(255).

       77  WRK-FLAG-PRIMEIRO               PIC X(1)    VALUE 'S'.
           88  PRIMEIRO-REGISTRO                       VALUE 'S'.
           88  NAO-PRIMEIRO-REGISTRO                   VALUE 'N'.

       77  WRK-FLAG-FIM-CURSOR             PIC X(1)    VALUE 'N'.
           88  FIM-CURSOR                              VALUE 'S'.
           88  NAO-FIM-CURSOR                          VALUE 'N'.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.

       01  HOSTVARS.
           05 BUFFER     PIC X(1024).

       01  SQL-01-VARS.
           05 CTR-ID             PIC 9(10).
           05 CTR-CLIENTE-ID     PIC 9(10).
           05 CTR-CLIENTE-ATIVO  PIC X(1).
           05 CTR-VENDEDOR-ID    PIC 9(10).
           05 CTR-VENDEDOR-ATIVO PIC X(1).
           05 CTR-QTD-PARCELAS   PIC 9(3).
           05 CTR-DIA-FATURAMENTO PIC 9(2).
           05 CTR-INICIO         PIC X(10).
           05 CTR-FIM            PIC X(10).
           05 CTR-VIGENCIA-SIT   PIC X(1).
           05 CTR-STATUS         PIC X(10).
           05 CTR-DIA            PIC X(10).
           05 CTR-OBSERVACAO     PIC X(255).
           05 CTR-OPERADOR       PIC X(60).
           05 CTR-CRIADO-EM      PIC X(19).
           05 CTR-FILTRO         PIC X(10).
           05 CTR-QTD-ITENS      PIC 9(5).
           05 ITM-ID             PIC 9(10).
           05 ITM-PRODUTO-ID     PIC 9(10).
           05 ITM-PRODUTO-NOME   PIC X(255).
           05 ITM-QUANTIDADE     PIC 9(5).
           05 ITM-PRECO          PIC 9(8)V99.
           05 ITM-TEM-PRECO      PIC X(1).
           05 ITM-PRECO-LISTA    PIC 9(8)V99.
           05 ITM-DESCONTO       PIC 9(8)V99.
           05 ITM-PROMOCAO-ID    PIC 9(10).
           05 FAT-PERIODO        PIC X(7).
           05 FAT-DATA           PIC X(10).
           05 FAT-VENDA-ID       PIC 9(10).
           05 FAT-VALOR          PIC 9(10)V99.
           05 FAT-LOTE           PIC X(40).
           05 FAT-CRIADO-EM      PIC X(19).

       EXEC SQL END DECLARE SECTION END-EXEC.

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.

           MOVE "INICIAR" TO WRK-TEMPO-ACAO.
           CALL 'MOD-MEDE-TEMPO'
               USING WRK-TEMPO-ACAO, WRK-PROGRAMA-NOME
               END-CALL.

           PERFORM 1000-CONFIGURAR-HTTP-HEADERS.
           ACCEPT WRK-AUDIT-PARAMS FROM ENVIRONMENT "QUERY_STRING".
           PERFORM 1100-PROCESSAR-PARAMETROS.
           PERFORM 1200-CONECTA-BANCO-DE-DADOS.
           PERFORM 1300-GARANTIR-TABELAS.

           EVALUATE FUNCTION UPPER-CASE(FUNCTION TRIM(WRK-QS-ACAO))
               WHEN "CRIAR"
                   PERFORM 2000-CRIAR-CONTRATO
               WHEN "INCLUIR"
                   PERFORM 1350-GARANTIR-PRECOS
                   PERFORM 2200-INCLUIR-ITEM
               WHEN "REMOVER"
                   PERFORM 2300-REMOVER-ITEM
               WHEN "SUSPENDER"
                   MOVE "ATIVO" TO WRK-STATUS-EXIGIDO
                   MOVE "SUSPENSO" TO WRK-STATUS-NOVO
                   PERFORM 2400-MUDAR-SITUACAO
               WHEN "REATIVAR"
                   MOVE "SUSPENSO" TO WRK-STATUS-EXIGIDO
                   MOVE "ATIVO" TO WRK-STATUS-NOVO
                   PERFORM 2400-MUDAR-SITUACAO
               WHEN "ENCERRAR"
                   MOVE SPACES TO WRK-STATUS-EXIGIDO
                   MOVE "ENCERRADO" TO WRK-STATUS-NOVO
                   PERFORM 2400-MUDAR-SITUACAO
               WHEN "ITENS"
                   PERFORM 3500-LISTAR-ITENS
               WHEN "FATURAMENTOS"
                   PERFORM 3800-LISTAR-FATURAMENTOS
               WHEN OTHER
                   PERFORM 3000-LISTAR-CONTRATOS
           END-EVALUATE.

           PERFORM 4000-LIBERAR-RECURSOS.
           STOP RUN.

       1000-CONFIGURAR-HTTP-HEADERS.

           ACCEPT WRK-CORS-ORIGIN FROM ENVIRONMENT "CORS_ORIGIN".
           IF  FUNCTION TRIM(WRK-CORS-ORIGIN) = SPACES
               MOVE "*" TO WRK-CORS-ORIGIN
           END-IF.
           DISPLAY "Access-Control-Allow-Origin: "
               FUNCTION TRIM(WRK-CORS-ORIGIN).
           DISPLAY "X-Versao-Build: " FUNCTION TRIM(VERSAO-BUILD).

           CALL 'MOD-CORRELACAO' USING WRK-CORRELACAO-ID
               END-CALL.
           DISPLAY "X-Correlation-Id: "
               FUNCTION TRIM(WRK-CORRELACAO-ID).
           DISPLAY "Content-type: application/json".
           DISPLAY WRK-NEWLINE.

       1100-PROCESSAR-PARAMETROS.

           ACCEPT WRK-QS-ACAO FROM ENVIRONMENT "QS_ACAO".
           IF  FUNCTION TRIM(WRK-QS-ACAO) = SPACES
               MOVE "LISTAR" TO WRK-QS-ACAO
           END-IF.

      * LISTAR, ITENS E FATURAMENTOS SAO LEITURAS; AS DEMAIS ACOES
      * PASSAM PELO PADRAO DE ESCRITA.
           IF  FUNCTION UPPER-CASE(FUNCTION TRIM(WRK-QS-ACAO))
                   NOT = "LISTAR"
           AND FUNCTION UPPER-CASE(FUNCTION TRIM(WRK-QS-ACAO))
                   NOT = "ITENS"
           AND FUNCTION UPPER-CASE(FUNCTION TRIM(WRK-QS-ACAO))
                   NOT = "FATURAMENTOS"
               ACCEPT WRK-REQUEST-METHOD FROM ENVIRONMENT
                   "REQUEST_METHOD"
               IF  FUNCTION UPPER-CASE(FUNCTION TRIM(
                       WRK-REQUEST-METHOD)) NOT = 'POST'
                   STRING
                       "METODO HTTP INVALIDO. USE POST PARA ESTA "
                       "OPERACAO."
                   INTO WRK-MSG-ERRO
                   MOVE ERR-COD-VALIDACAO TO WRK-COD-ERRO
                   PERFORM 9100-RETORNAR-RESPOSTA-HTTP-400
               END-IF

               PERFORM 1140-VERIFICAR-MANUTENCAO
               PERFORM 1150-VERIFICAR-CHAVE-API
               PERFORM 1160-VERIFICAR-IDEMPOTENCIA
           END-IF.

       1140-VERIFICAR-MANUTENCAO.

      * DURANTE A JANELA DE MANUTENCAO AS ESCRITAS RESPONDEM 503 COM
      * SUGESTAO DE RETRY; AS LEITURAS SEGUEM FUNCIONANDO.
           CALL 'MOD-VERIFICA-MANUTENCAO'
               USING WRK-EM-MANUTENCAO, WRK-MANUT-RETRY-SEG,
                   WRK-MANUT-MENSAGEM
               END-CALL.

           IF  EM-MANUTENCAO
               IF  FUNCTION TRIM(WRK-MANUT-MENSAGEM) = SPACES
                   STRING
                       "SISTEMA EM MANUTENCAO. TENTE NOVAMENTE "
                       "MAIS TARDE."
                   INTO WRK-MSG-ERRO
               ELSE
                   MOVE WRK-MANUT-MENSAGEM TO WRK-MSG-ERRO
               END-IF
               MOVE WRK-MANUT-RETRY-SEG TO WRK-RETRY-SEG-MASK
               MOVE SPACES TO WRK-MSG-EXP-ERRO
               STRING
                   "RETRY-AFTER: "
                   FUNCTION TRIM(WRK-RETRY-SEG-MASK)
                   " SEGUNDOS"
                   DELIMITED BY SIZE
                   INTO WRK-MSG-EXP-ERRO
               END-STRING
               MOVE ERR-COD-MANUTENCAO TO WRK-COD-ERRO
               PERFORM 9600-RETORNAR-RESPOSTA-HTTP-503
           END-IF.

       1150-VERIFICAR-CHAVE-API.

           CALL 'MOD-VERIFICA-CHAVE'
               USING WRK-CHAVE-AUTORIZADA, WRK-CHAVE-PAPEL,
                   WRK-QUOTA-ESTOURADA
               END-CALL.

           IF  QUOTA-ESTOURADA
               STRING
                   "QUOTA MENSAL DA CHAVE DE API ESGOTADA PARA O "
                   "MES CORRENTE."
               INTO WRK-MSG-ERRO
               MOVE ERR-COD-QUOTA-ESGOTADA TO WRK-COD-ERRO
               PERFORM 9400-RETORNAR-RESPOSTA-HTTP-403
           END-IF.

           IF  ORIGEM-BLOQUEADA
               STRING
                   "ORIGEM BLOQUEADA APOS FALHAS REPETIDAS DE "
                   "AUTENTICACAO. TENTE NOVAMENTE MAIS TARDE."
               INTO WRK-MSG-ERRO
               MOVE ERR-COD-ORIGEM-BLOQUEADA TO WRK-COD-ERRO
               PERFORM 9400-RETORNAR-RESPOSTA-HTTP-403
           END-IF.

           IF  NOT CHAVE-AUTORIZADA
               STRING
                   "CHAVE DE API AUSENTE, INVALIDA OU EXPIRADA."
               INTO WRK-MSG-ERRO
               MOVE ERR-COD-NAO-AUTENTICADO TO WRK-COD-ERRO
               PERFORM 9300-RETORNAR-RESPOSTA-HTTP-401
           END-IF.

           IF  FUNCTION TRIM(WRK-CHAVE-PAPEL) NOT = "writer"
           AND FUNCTION TRIM(WRK-CHAVE-PAPEL) NOT = "admin"
               STRING
                   "CHAVE DE API SEM PERMISSAO PARA ESTA OPERACAO "
                   "(EXIGE PAPEL WRITER OU ADMIN)."
               INTO WRK-MSG-ERRO
               MOVE ERR-COD-NAO-AUTORIZADO TO WRK-COD-ERRO
               PERFORM 9400-RETORNAR-RESPOSTA-HTTP-403
           END-IF.

       1160-VERIFICAR-IDEMPOTENCIA.

      * UMA REPETICAO COM A MESMA CHAVE DE IDEMPOTENCIA DEVOLVE A
      * RESPOSTA JA GRAVADA, SEM EXECUTAR DE NOVO.
           MOVE "BUSCAR" TO WRK-IDEM-ACAO.
           MOVE 'N' TO WRK-IDEM-ENCONTRADA.

           CALL 'MOD-IDEMPOTENCIA'
               USING WRK-IDEM-ACAO, WRK-PROGRAMA-NOME,
                   WRK-IDEM-STATUS, WRK-IDEM-RESPOSTA,
                   WRK-IDEM-ENCONTRADA
               END-CALL.

           IF  IDEM-RESPOSTA-ENCONTRADA
               CALL 'MOD-REGISTRA-AUDITORIA'
                   USING WRK-PROGRAMA-NOME, WRK-AUDIT-PARAMS,
                       WRK-IDEM-STATUS
                   END-CALL
               DISPLAY FUNCTION TRIM(WRK-IDEM-RESPOSTA)
               STOP RUN
           END-IF.

       1200-CONECTA-BANCO-DE-DADOS.

      * A SESSAO E A COMPARTILHADA DA REQUISICAO, A MESMA DO MODULO
      * DE PRECO CHAMADO COM O CONTRATO TRAVADO.
           MOVE "OBTER" TO WRK-CONEXAO-ACAO.
           CALL 'MOD-CONEXAO-BD'
               USING WRK-CONEXAO-ACAO, WRK-CONEXAO-OK,
                   WRK-CONEXAO-MSG
               END-CALL.

           IF  NOT CONEXAO-DISPONIVEL
               STRING
                   "ERRO AO TENTAR ABIR CONEXAO COM O "
                   "BANCO DE DADOS."
               INTO WRK-MSG-ERRO

               MOVE WRK-CONEXAO-MSG TO WRK-MSG-EXP-ERRO

               MOVE ERR-COD-CONEXAO TO WRK-COD-ERRO

               PERFORM 9000-RETORNAR-RESPOSTA-HTTP-500
           END-IF.

       1300-GARANTIR-TABELAS.

           EXEC SQL
               CREATE TABLE IF NOT EXISTS contrato (
                   id              INT NOT NULL PRIMARY KEY
                                       AUTO_INCREMENT,
                   cliente_id      INT NOT NULL,
                   vendedor_id     INT NULL,
                   qtd_parcelas    INT NOT NULL DEFAULT 1,
                   dia_faturamento INT NOT NULL,
                   inicio          DATE NOT NULL,
                   fim             DATE NULL,
                   status          VARCHAR(10) NOT NULL
                       DEFAULT 'ATIVO',
                   observacao      VARCHAR(255) NULL,
                   operador        VARCHAR(60) NULL,
                   criado_em       DATETIME NOT NULL
                       DEFAULT CURRENT_TIMESTAMP,
                   atualizado_em   DATETIME NULL,
                   KEY ix_contrato_status (status),
                   KEY ix_contrato_cliente (cliente_id)
               )
           END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO
               STRING
                   "ERRO AO TENTAR GARANTIR A TABELA DE CONTRATOS."
               INTO WRK-MSG-ERRO
               MOVE SQLERRM TO WRK-MSG-EXP-ERRO
               MOVE ERR-COD-SQL-EXEC TO WRK-COD-ERRO
               PERFORM 9000-RETORNAR-RESPOSTA-HTTP-500
           END-IF.

      * PRECO_UNITARIO NULO E PRECO DE TABELA NO DIA DO FATURAMENTO.
           EXEC SQL
               CREATE TABLE IF NOT EXISTS contrato_itens (
                   id             INT NOT NULL PRIMARY KEY
                                      AUTO_INCREMENT,
                   contrato_id    INT NOT NULL,
                   produto_id     INT NOT NULL,
                   quantidade     INT NOT NULL DEFAULT 1,
                   preco_unitario DECIMAL(10,2) NULL,
                   criado_em      DATETIME NOT NULL
                       DEFAULT CURRENT_TIMESTAMP,
                   KEY ix_contrato_itens_contrato (contrato_id)
               )
           END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO
               STRING
                   "ERRO AO TENTAR GARANTIR A TABELA DE ITENS DO "
                   "CONTRATO."
               INTO WRK-MSG-ERRO
               MOVE SQLERRM TO WRK-MSG-EXP-ERRO
               MOVE ERR-COD-SQL-EXEC TO WRK-COD-ERRO
               PERFORM 9000-RETORNAR-RESPOSTA-HTTP-500
           END-IF.

      * UMA LINHA POR CONTRATO E PERIODO FATURADO: A CHAVE UNICA E O
      * QUE IMPEDE O BATCH DE FATURAR O MESMO MES DUAS VEZES.
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
               STRING
                   "ERRO AO TENTAR GARANTIR A TABELA DE FATURAMENTOS "
                   "DOS CONTRATOS."
               INTO WRK-MSG-ERRO
               MOVE SQLERRM TO WRK-MSG-EXP-ERRO
               MOVE ERR-COD-SQL-EXEC TO WRK-COD-ERRO
               PERFORM 9000-RETORNAR-RESPOSTA-HTTP-500
           END-IF.

       1350-GARANTIR-PRECOS.

      * AS TABELAS DE PRECO SAO GARANTIDAS ANTES DE ABRIR A
      * TRANSACAO: DDL FAZ COMMIT IMPLICITO.
           MOVE "GARANTIR" TO WRK-PRC-ACAO.
           PERFORM 2260-CHAMAR-PRECO-VENDA.

           IF  NOT PRC-PRECO-OK
               STRING
                   "ERRO AO TENTAR GARANTIR AS TABELAS DE PRECO."
               INTO WRK-MSG-ERRO
               MOVE WRK-PRC-MSG TO WRK-MSG-EXP-ERRO
               MOVE ERR-COD-SQL-EXEC TO WRK-COD-ERRO
               PERFORM 9000-RETORNAR-RESPOSTA-HTTP-500
           END-IF.

       2000-CRIAR-CONTRATO.

           ACCEPT WRK-QS-CLIENTE-STG FROM ENVIRONMENT "QS_CLIENTE_ID".
           PERFORM 2030-VALIDAR-CLIENTE.

           ACCEPT WRK-QS-DIA-STG FROM ENVIRONMENT "QS_DIA".
           PERFORM 2040-VALIDAR-DIA.

           MOVE ZERO TO CTR-VENDEDOR-ID.
           ACCEPT WRK-QS-VENDEDOR-STG FROM ENVIRONMENT "QS_VENDEDOR_ID".
           IF  FUNCTION TRIM(WRK-QS-VENDEDOR-STG) NOT = SPACES
               PERFORM 2020-VALIDAR-VENDEDOR
           END-IF.

           MOVE 1 TO CTR-QTD-PARCELAS.
           ACCEPT WRK-QS-PARCELAS-STG FROM ENVIRONMENT "QS_PARCELAS".
           IF  FUNCTION TRIM(WRK-QS-PARCELAS-STG) NOT = SPACES
               PERFORM 2010-VALIDAR-PARCELAS
           END-IF.

           ACCEPT WRK-QS-OBS FROM ENVIRONMENT "QS_OBS".
           MOVE FUNCTION TRIM(WRK-QS-OBS) TO CTR-OBSERVACAO.

           ACCEPT WRK-QS-INICIO FROM ENVIRONMENT "QS_INICIO".
           ACCEPT WRK-QS-FIM FROM ENVIRONMENT "QS_FIM".
           PERFORM 2050-RESOLVER-VIGENCIA.

           PERFORM 2060-VERIFICAR-CLIENTE.

           IF  CTR-VENDEDOR-ID NOT = ZERO
               PERFORM 2070-VERIFICAR-VENDEDOR
           END-IF.

           CALL 'MOD-RESOLVE-OPERADOR' USING WRK-OPERADOR
               END-CALL.
           MOVE WRK-OPERADOR TO CTR-OPERADOR.

           EXEC SQL START TRANSACTION END-EXEC.

           EXEC SQL
               INSERT INTO contrato
                   (cliente_id, vendedor_id, qtd_parcelas,
                    dia_faturamento, inicio, fim, observacao,
                    operador)
               VALUES
                   (:CTR-CLIENTE-ID, NULLIF(:CTR-VENDEDOR-ID, 0),
                    :CTR-QTD-PARCELAS, :CTR-DIA-FATURAMENTO,
                    :CTR-INICIO, NULLIF(TRIM(:CTR-FIM), ''),
                    NULLIF(TRIM(:CTR-OBSERVACAO), ''),
                    NULLIF(TRIM(:CTR-OPERADOR), ''))
           END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO
               STRING
                   "ERRO AO TENTAR INCLUIR O CONTRATO."
               INTO WRK-MSG-ERRO
               MOVE SQLERRM TO WRK-MSG-EXP-ERRO
               MOVE ERR-COD-SQL-EXEC TO WRK-COD-ERRO
               EXEC SQL ROLLBACK END-EXEC
               PERFORM 9000-RETORNAR-RESPOSTA-HTTP-500
           END-IF.

           EXEC SQL
               SELECT LAST_INSERT_ID() INTO :CTR-ID
           END-EXEC.

           EXEC SQL COMMIT END-EXEC.

           MOVE "ATIVO" TO CTR-STATUS.
           MOVE CTR-ID TO WRK-ID-MASK.
           MOVE SPACES TO WRK-RESP-DADOS.
           STRING
               '"id": ' FUNCTION TRIM(WRK-ID-MASK) ','
               WRK-NEWLINE
               DELIMITED BY SIZE
               INTO WRK-RESP-DADOS
           END-STRING.
           MOVE CTR-CLIENTE-ID TO WRK-ID-MASK.
           STRING
               FUNCTION TRIM(WRK-RESP-DADOS TRAILING)
               '"cliente_id": ' FUNCTION TRIM(WRK-ID-MASK) ','
               WRK-NEWLINE
               DELIMITED BY SIZE
               INTO WRK-RESP-DADOS
           END-STRING.
           PERFORM 2080-RESPONDER-VENDEDOR.
           MOVE CTR-QTD-PARCELAS TO WRK-QTD-MASK.
           MOVE CTR-DIA-FATURAMENTO TO WRK-DIA-MASK.
           STRING
               FUNCTION TRIM(WRK-RESP-DADOS TRAILING)
               '"qtd_parcelas": ' FUNCTION TRIM(WRK-QTD-MASK) ','
               WRK-NEWLINE
               '"dia_faturamento": ' FUNCTION TRIM(WRK-DIA-MASK) ','
               WRK-NEWLINE
               '"inicio": "' CTR-INICIO '",' WRK-NEWLINE
               DELIMITED BY SIZE
               INTO WRK-RESP-DADOS
           END-STRING.
           IF  CTR-FIM = SPACES
               STRING
                   FUNCTION TRIM(WRK-RESP-DADOS TRAILING)
                   '"fim": null,' WRK-NEWLINE
                   DELIMITED BY SIZE
                   INTO WRK-RESP-DADOS
               END-STRING
           ELSE
               STRING
                   FUNCTION TRIM(WRK-RESP-DADOS TRAILING)
                   '"fim": "' CTR-FIM '",' WRK-NEWLINE
                   DELIMITED BY SIZE
                   INTO WRK-RESP-DADOS
               END-STRING
           END-IF.
           STRING
               FUNCTION TRIM(WRK-RESP-DADOS TRAILING)
               '"status": "' FUNCTION TRIM(CTR-STATUS) '"'
               WRK-NEWLINE
               DELIMITED BY SIZE
               INTO WRK-RESP-DADOS
           END-STRING.

           PERFORM 2900-RESPONDER-OPERACAO.

       2010-VALIDAR-PARCELAS.

           COPY VALIDACAO-CAMPO-NUMERICO
               REPLACING ==TAG-CAMPO-STG==  BY ==WRK-QS-PARCELAS-STG==
                   ==TAG-NOME-PARAM==       BY =="QS_PARCELAS"==
                   ==TAG-PARAGRAFO-400==    BY
                       ==9100-RETORNAR-RESPOSTA-HTTP-400==.

           IF  FUNCTION NUMVAL(WRK-QS-PARCELAS-STG) < 1
           OR  FUNCTION NUMVAL(WRK-QS-PARCELAS-STG) > 24
               STRING
                   "PARAMETRO QS_PARCELAS DEVE ESTAR ENTRE 1 E 24."
               INTO WRK-MSG-ERRO
               MOVE ERR-COD-VALIDACAO TO WRK-COD-ERRO
               PERFORM 9100-RETORNAR-RESPOSTA-HTTP-400
           END-IF.

           MOVE WRK-QS-PARCELAS-STG TO CTR-QTD-PARCELAS.

       2020-VALIDAR-VENDEDOR.

           COPY VALIDACAO-CAMPO-NUMERICO
               REPLACING ==TAG-CAMPO-STG==  BY ==WRK-QS-VENDEDOR-STG==
                   ==TAG-NOME-PARAM==       BY =="QS_VENDEDOR_ID"==
                   ==TAG-PARAGRAFO-400==    BY
                       ==9100-RETORNAR-RESPOSTA-HTTP-400==.
           MOVE WRK-QS-VENDEDOR-STG TO CTR-VENDEDOR-ID.

       2030-VALIDAR-CLIENTE.

           COPY VALIDACAO-CAMPO-NUMERICO
               REPLACING ==TAG-CAMPO-STG==  BY ==WRK-QS-CLIENTE-STG==
                   ==TAG-NOME-PARAM==       BY =="QS_CLIENTE_ID"==
                   ==TAG-PARAGRAFO-400==    BY
                       ==9100-RETORNAR-RESPOSTA-HTTP-400==.
           MOVE WRK-QS-CLIENTE-STG TO CTR-CLIENTE-ID.

       2040-VALIDAR-DIA.

      * DIA 29 A 31 VALE PELO ULTIMO DIA NOS MESES MAIS CURTOS.
           COPY VALIDACAO-CAMPO-NUMERICO
               REPLACING ==TAG-CAMPO-STG==  BY ==WRK-QS-DIA-STG==
                   ==TAG-NOME-PARAM==       BY =="QS_DIA"==
                   ==TAG-PARAGRAFO-400==    BY
                       ==9100-RETORNAR-RESPOSTA-HTTP-400==.

           IF  FUNCTION NUMVAL(WRK-QS-DIA-STG) < 1
           OR  FUNCTION NUMVAL(WRK-QS-DIA-STG) > 31
               STRING
                   "PARAMETRO QS_DIA DEVE ESTAR ENTRE 1 E 31."
               INTO WRK-MSG-ERRO
               MOVE ERR-COD-VALIDACAO TO WRK-COD-ERRO
               PERFORM 9100-RETORNAR-RESPOSTA-HTTP-400
           END-IF.

           MOVE WRK-QS-DIA-STG TO CTR-DIA-FATURAMENTO.

       2050-RESOLVER-VIGENCIA.

      * SEM QS_INICIO O CONTRATO VALE A PARTIR DE HOJE; QS_FIM E
      * OPCIONAL E NAO PODE SER ANTERIOR AO INICIO.
           IF  FUNCTION TRIM(WRK-QS-INICIO) NOT = SPACES
               IF  WRK-QS-INICIO(5:1) NOT = '-'
               OR  WRK-QS-INICIO(8:1) NOT = '-'
               OR  WRK-QS-INICIO(1:4) IS NOT NUMERIC
               OR  WRK-QS-INICIO(6:2) IS NOT NUMERIC
               OR  WRK-QS-INICIO(9:2) IS NOT NUMERIC
                   STRING
                       "PARAMETRO QS_INICIO DEVE ESTAR NO FORMATO "
                       "AAAA-MM-DD."
                   INTO WRK-MSG-ERRO
                   MOVE ERR-COD-VALIDACAO TO WRK-COD-ERRO
                   PERFORM 9100-RETORNAR-RESPOSTA-HTTP-400
               END-IF
           END-IF.

           IF  FUNCTION TRIM(WRK-QS-FIM) NOT = SPACES
               IF  WRK-QS-FIM(5:1) NOT = '-'
               OR  WRK-QS-FIM(8:1) NOT = '-'
               OR  WRK-QS-FIM(1:4) IS NOT NUMERIC
               OR  WRK-QS-FIM(6:2) IS NOT NUMERIC
               OR  WRK-QS-FIM(9:2) IS NOT NUMERIC
                   STRING
                       "PARAMETRO QS_FIM DEVE ESTAR NO FORMATO "
                       "AAAA-MM-DD."
                   INTO WRK-MSG-ERRO
                   MOVE ERR-COD-VALIDACAO TO WRK-COD-ERRO
                   PERFORM 9100-RETORNAR-RESPOSTA-HTTP-400
               END-IF
           END-IF.

           MOVE WRK-QS-INICIO TO CTR-INICIO.
           MOVE WRK-QS-FIM TO CTR-FIM.

           EXEC SQL
               SELECT COALESCE(DATE_FORMAT(
                          STR_TO_DATE(NULLIF(TRIM(:CTR-INICIO), ''),
                              '%Y-%m-%d'), '%Y-%m-%d'),
                          CASE WHEN TRIM(:CTR-INICIO) = ''
                               THEN DATE_FORMAT(CURRENT_DATE,
                                   '%Y-%m-%d')
                               ELSE ' ' END),
                      CASE
                        WHEN TRIM(:CTR-INICIO) <> ''
                         AND STR_TO_DATE(:CTR-INICIO, '%Y-%m-%d')
                             IS NULL THEN 'I'
                        WHEN TRIM(:CTR-FIM) = '' THEN 'S'
                        WHEN STR_TO_DATE(:CTR-FIM, '%Y-%m-%d')
                             IS NULL THEN 'J'
                        WHEN STR_TO_DATE(:CTR-FIM, '%Y-%m-%d')
                             < COALESCE(STR_TO_DATE(NULLIF(
                                   TRIM(:CTR-INICIO), ''), '%Y-%m-%d'),
                                   CURRENT_DATE) THEN 'F'
                        ELSE 'S'
                      END
                 INTO :CTR-INICIO, :CTR-VIGENCIA-SIT
           END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO
               STRING
                   "ERRO AO TENTAR VALIDAR A VIGENCIA DO CONTRATO."
               INTO WRK-MSG-ERRO
               MOVE SQLERRM TO WRK-MSG-EXP-ERRO
               MOVE ERR-COD-SQL-EXEC TO WRK-COD-ERRO
               PERFORM 9000-RETORNAR-RESPOSTA-HTTP-500
           END-IF.

           IF  CTR-VIGENCIA-SIT = 'I'
               STRING
                   "PARAMETRO QS_INICIO NAO E UMA DATA VALIDA."
               INTO WRK-MSG-ERRO
               MOVE ERR-COD-VALIDACAO TO WRK-COD-ERRO
               PERFORM 9100-RETORNAR-RESPOSTA-HTTP-400
           END-IF.

           IF  CTR-VIGENCIA-SIT = 'J'
               STRING
                   "PARAMETRO QS_FIM NAO E UMA DATA VALIDA."
               INTO WRK-MSG-ERRO
               MOVE ERR-COD-VALIDACAO TO WRK-COD-ERRO
               PERFORM 9100-RETORNAR-RESPOSTA-HTTP-400
           END-IF.

           IF  CTR-VIGENCIA-SIT = 'F'
               STRING
                   "PARAMETRO QS_FIM NAO PODE SER ANTERIOR AO INICIO "
                   "DO CONTRATO."
               INTO WRK-MSG-ERRO
               MOVE ERR-COD-VALIDACAO TO WRK-COD-ERRO
               PERFORM 9100-RETORNAR-RESPOSTA-HTTP-400
           END-IF.

       2060-VERIFICAR-CLIENTE.

           EXEC SQL
               SELECT ativo
                 INTO :CTR-CLIENTE-ATIVO
                 FROM cliente
                WHERE id = :CTR-CLIENTE-ID
           END-EXEC.

           IF  SQLCODE EQUAL 100
               STRING
                   "CLIENTE NAO ENCONTRADO."
               INTO WRK-MSG-ERRO
               MOVE ERR-COD-VALIDACAO TO WRK-COD-ERRO
               PERFORM 9200-RETORNAR-RESPOSTA-HTTP-404
           END-IF.

           IF  SQLCODE NOT EQUAL ZERO
               STRING
                   "ERRO AO TENTAR VERIFICAR EXISTENCIA DO CLIENTE."
               INTO WRK-MSG-ERRO
               MOVE SQLERRM TO WRK-MSG-EXP-ERRO
               MOVE ERR-COD-SQL-EXEC TO WRK-COD-ERRO
               PERFORM 9000-RETORNAR-RESPOSTA-HTTP-500
           END-IF.

           IF  CTR-CLIENTE-ATIVO NOT = 'S'
               STRING
                   "CLIENTE INATIVO NAO PODE RECEBER CONTRATO NOVO."
               INTO WRK-MSG-ERRO
               MOVE ERR-COD-SITUACAO-INVALIDA TO WRK-COD-ERRO
               PERFORM 9100-RETORNAR-RESPOSTA-HTTP-400
           END-IF.

       2070-VERIFICAR-VENDEDOR.

      * A COMISSAO NAO FICA NO CONTRATO: CADA VENDA DO FATURAMENTO
      * COPIA O PERCENTUAL VIGENTE NO DIA EM QUE NASCE.
           EXEC SQL
               SELECT ativo
                 INTO :CTR-VENDEDOR-ATIVO
                 FROM vendedor
                WHERE id = :CTR-VENDEDOR-ID
           END-EXEC.

           IF  SQLCODE EQUAL 100
               STRING
                   "VENDEDOR NAO ENCONTRADO."
               INTO WRK-MSG-ERRO
               MOVE ERR-COD-VALIDACAO TO WRK-COD-ERRO
               PERFORM 9200-RETORNAR-RESPOSTA-HTTP-404
           END-IF.

           IF  SQLCODE NOT EQUAL ZERO
               STRING
                   "ERRO AO TENTAR VERIFICAR O VENDEDOR."
               INTO WRK-MSG-ERRO
               MOVE SQLERRM TO WRK-MSG-EXP-ERRO
               MOVE ERR-COD-SQL-EXEC TO WRK-COD-ERRO
               PERFORM 9000-RETORNAR-RESPOSTA-HTTP-500
           END-IF.

           IF  CTR-VENDEDOR-ATIVO NOT = 'S'
               STRING
                   "VENDEDOR INATIVO NAO PODE RECEBER CONTRATO NOVO."
               INTO WRK-MSG-ERRO
               MOVE ERR-COD-SITUACAO-INVALIDA TO WRK-COD-ERRO
               PERFORM 9100-RETORNAR-RESPOSTA-HTTP-400
           END-IF.

       2080-RESPONDER-VENDEDOR.

           IF  CTR-VENDEDOR-ID = ZERO
               STRING
                   FUNCTION TRIM(WRK-RESP-DADOS TRAILING)
                   '"vendedor_id": null,' WRK-NEWLINE
                   DELIMITED BY SIZE
                   INTO WRK-RESP-DADOS
               END-STRING
           ELSE
               MOVE CTR-VENDEDOR-ID TO WRK-ID-MASK
               STRING
                   FUNCTION TRIM(WRK-RESP-DADOS TRAILING)
                   '"vendedor_id": ' FUNCTION TRIM(WRK-ID-MASK) ','
                   WRK-NEWLINE
                   DELIMITED BY SIZE
                   INTO WRK-RESP-DADOS
               END-STRING
           END-IF.

       2090-LER-QS-ID.

           ACCEPT WRK-QS-ID-STG FROM ENVIRONMENT "QS_ID".
           COPY VALIDACAO-CAMPO-NUMERICO
               REPLACING ==TAG-CAMPO-STG==  BY ==WRK-QS-ID-STG==
                   ==TAG-NOME-PARAM==       BY =="QS_ID"==
                   ==TAG-PARAGRAFO-400==    BY
                       ==9100-RETORNAR-RESPOSTA-HTTP-400==.
           MOVE WRK-QS-ID-STG TO CTR-ID.

       2100-TRAVAR-CONTRATO.

      * A LINHA DO CONTRATO FICA TRAVADA ATE O COMMIT: MUDANCA DE
      * ITENS E DE SITUACAO NAO SE CRUZA COM O FATURAMENTO DO MES.
           EXEC SQL START TRANSACTION END-EXEC.

           EXEC SQL
               SELECT cliente_id, status,
                      DATE_FORMAT(CURRENT_DATE, '%Y-%m-%d')
                 INTO :CTR-CLIENTE-ID, :CTR-STATUS, :CTR-DIA
                 FROM contrato
                WHERE id = :CTR-ID
                  FOR UPDATE
           END-EXEC.

           IF  SQLCODE EQUAL 100
               STRING
                   "CONTRATO NAO ENCONTRADO."
               INTO WRK-MSG-ERRO
               EXEC SQL ROLLBACK END-EXEC
               MOVE ERR-COD-VALIDACAO TO WRK-COD-ERRO
               PERFORM 9200-RETORNAR-RESPOSTA-HTTP-404
           END-IF.

           IF  SQLCODE NOT EQUAL ZERO
               STRING
                   "ERRO AO TENTAR LER O CONTRATO."
               INTO WRK-MSG-ERRO
               MOVE SQLERRM TO WRK-MSG-EXP-ERRO
               MOVE ERR-COD-SQL-EXEC TO WRK-COD-ERRO
               EXEC SQL ROLLBACK END-EXEC
               PERFORM 9000-RETORNAR-RESPOSTA-HTTP-500
           END-IF.

       2150-EXIGIR-NAO-ENCERRADO.

           IF  CTR-STATUS = "ENCERRADO"
               STRING
                   "CONTRATO ENCERRADO NAO PODE SER ALTERADO."
               INTO WRK-MSG-ERRO
               EXEC SQL ROLLBACK END-EXEC
               MOVE ERR-COD-SITUACAO-INVALIDA TO WRK-COD-ERRO
               PERFORM 9100-RETORNAR-RESPOSTA-HTTP-400
           END-IF.

       2200-INCLUIR-ITEM.

           PERFORM 2090-LER-QS-ID.

           ACCEPT WRK-QS-PRODUTO-STG FROM ENVIRONMENT "QS_PRODUTO_ID".
           COPY VALIDACAO-CAMPO-NUMERICO
               REPLACING ==TAG-CAMPO-STG==  BY ==WRK-QS-PRODUTO-STG==
                   ==TAG-NOME-PARAM==       BY =="QS_PRODUTO_ID"==
                   ==TAG-PARAGRAFO-400==    BY
                       ==9100-RETORNAR-RESPOSTA-HTTP-400==.
           MOVE WRK-QS-PRODUTO-STG TO ITM-PRODUTO-ID.

           ACCEPT WRK-QS-QUANTIDADE-STG FROM ENVIRONMENT
               "QS_QUANTIDADE".
           COPY VALIDACAO-CAMPO-NUMERICO
               REPLACING ==TAG-CAMPO-STG==  BY
                       ==WRK-QS-QUANTIDADE-STG==
                   ==TAG-NOME-PARAM==       BY =="QS_QUANTIDADE"==
                   ==TAG-PARAGRAFO-400==    BY
                       ==9100-RETORNAR-RESPOSTA-HTTP-400==.
           MOVE WRK-QS-QUANTIDADE-STG TO ITM-QUANTIDADE.

           IF  ITM-QUANTIDADE = ZERO
               STRING
                   "PARAMETRO QS_QUANTIDADE DEVE SER MAIOR QUE ZERO."
               INTO WRK-MSG-ERRO
               MOVE ERR-COD-VALIDACAO TO WRK-COD-ERRO
               PERFORM 9100-RETORNAR-RESPOSTA-HTTP-400
           END-IF.

           MOVE 'N' TO ITM-TEM-PRECO.
           MOVE ZERO TO ITM-PRECO.
           ACCEPT WRK-QS-PRECO-STG FROM ENVIRONMENT "QS_PRECO".
           IF  FUNCTION TRIM(WRK-QS-PRECO-STG) NOT = SPACES
               MOVE FUNCTION TRIM(WRK-QS-PRECO-STG)
                   TO WRK-VALOR-CHECK
               INSPECT WRK-VALOR-CHECK REPLACING FIRST '.' BY '0'
               INSPECT WRK-VALOR-CHECK REPLACING ALL SPACE BY '0'
               IF  WRK-VALOR-CHECK IS NOT NUMERIC
                   STRING
                       "PARAMETRO QS_PRECO DEVE SER UM NUMERO COM "
                       "PONTO DECIMAL OPCIONAL."
                   INTO WRK-MSG-ERRO
                   MOVE ERR-COD-VALIDACAO TO WRK-COD-ERRO
                   PERFORM 9100-RETORNAR-RESPOSTA-HTTP-400
               END-IF
               COMPUTE ITM-PRECO = FUNCTION NUMVAL(WRK-QS-PRECO-STG)
               MOVE 'S' TO ITM-TEM-PRECO
           END-IF.

           PERFORM 2100-TRAVAR-CONTRATO.
           PERFORM 2150-EXIGIR-NAO-ENCERRADO.

      * O PRODUTO PRECISA EXISTIR E ESTAR ATIVO HOJE; O PRECO DE
      * TABELA DEVOLVIDO E SO INFORMATIVO, PORQUE O FATURAMENTO
      * PRECIFICA DE NOVO NO SEU DIA.
           MOVE "CALCULAR" TO WRK-PRC-ACAO.
           PERFORM 2260-CHAMAR-PRECO-VENDA.

           IF  PRC-PRODUTO-INEXISTENTE
               STRING
                   "PRODUTO NAO ENCONTRADO OU INATIVO."
               INTO WRK-MSG-ERRO
               EXEC SQL ROLLBACK END-EXEC
               MOVE ERR-COD-VALIDACAO TO WRK-COD-ERRO
               PERFORM 9200-RETORNAR-RESPOSTA-HTTP-404
           END-IF.

           IF  NOT PRC-PRECO-OK
               STRING
                   "ERRO AO TENTAR CALCULAR O PRECO DO ITEM."
               INTO WRK-MSG-ERRO
               MOVE WRK-PRC-MSG TO WRK-MSG-EXP-ERRO
               MOVE ERR-COD-SQL-EXEC TO WRK-COD-ERRO
               EXEC SQL ROLLBACK END-EXEC
               PERFORM 9000-RETORNAR-RESPOSTA-HTTP-500
           END-IF.

           EXEC SQL
               INSERT INTO contrato_itens
                   (contrato_id, produto_id, quantidade,
                    preco_unitario)
               VALUES
                   (:CTR-ID, :ITM-PRODUTO-ID, :ITM-QUANTIDADE,
                    CASE WHEN :ITM-TEM-PRECO = 'S'
                         THEN :ITM-PRECO ELSE NULL END)
           END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO
               STRING
                   "ERRO AO TENTAR INCLUIR O ITEM DO CONTRATO."
               INTO WRK-MSG-ERRO
               MOVE SQLERRM TO WRK-MSG-EXP-ERRO
               MOVE ERR-COD-SQL-EXEC TO WRK-COD-ERRO
               EXEC SQL ROLLBACK END-EXEC
               PERFORM 9000-RETORNAR-RESPOSTA-HTTP-500
           END-IF.

           EXEC SQL
               SELECT LAST_INSERT_ID() INTO :ITM-ID
           END-EXEC.

           EXEC SQL
               UPDATE contrato
                  SET atualizado_em = CURRENT_TIMESTAMP
                WHERE id = :CTR-ID
           END-EXEC.

           EXEC SQL COMMIT END-EXEC.

           MOVE CTR-ID TO WRK-ID-MASK.
           MOVE SPACES TO WRK-RESP-DADOS.
           STRING
               '"contrato_id": ' FUNCTION TRIM(WRK-ID-MASK) ','
               WRK-NEWLINE
               DELIMITED BY SIZE
               INTO WRK-RESP-DADOS
           END-STRING.
           MOVE ITM-ID TO WRK-ID-MASK.
           STRING
               FUNCTION TRIM(WRK-RESP-DADOS TRAILING)
               '"item_id": ' FUNCTION TRIM(WRK-ID-MASK) ','
               WRK-NEWLINE
               DELIMITED BY SIZE
               INTO WRK-RESP-DADOS
           END-STRING.
           MOVE ITM-PRODUTO-ID TO WRK-ID-MASK.
           MOVE ITM-QUANTIDADE TO WRK-QTD-MASK.
           STRING
               FUNCTION TRIM(WRK-RESP-DADOS TRAILING)
               '"produto_id": ' FUNCTION TRIM(WRK-ID-MASK) ','
               WRK-NEWLINE
               '"quantidade": ' FUNCTION TRIM(WRK-QTD-MASK) ','
               WRK-NEWLINE
               DELIMITED BY SIZE
               INTO WRK-RESP-DADOS
           END-STRING.
           IF  ITM-TEM-PRECO = 'N'
               STRING
                   FUNCTION TRIM(WRK-RESP-DADOS TRAILING)
                   '"preco_unitario": null,' WRK-NEWLINE
                   DELIMITED BY SIZE
                   INTO WRK-RESP-DADOS
               END-STRING
           ELSE
               MOVE ITM-PRECO TO WRK-VALOR-MASK
               STRING
                   FUNCTION TRIM(WRK-RESP-DADOS TRAILING)
                   '"preco_unitario": ' FUNCTION TRIM(WRK-VALOR-MASK)
                   ',' WRK-NEWLINE
                   DELIMITED BY SIZE
                   INTO WRK-RESP-DADOS
               END-STRING
           END-IF.
           MOVE ITM-PRECO-LISTA TO WRK-VALOR-MASK.
           STRING
               FUNCTION TRIM(WRK-RESP-DADOS TRAILING)
               '"preco_lista_hoje": ' FUNCTION TRIM(WRK-VALOR-MASK)
               WRK-NEWLINE
               DELIMITED BY SIZE
               INTO WRK-RESP-DADOS
           END-STRING.

           PERFORM 2900-RESPONDER-OPERACAO.

       2260-CHAMAR-PRECO-VENDA.

           MOVE ITM-QUANTIDADE TO WRK-PRC-QUANTIDADE.

           CALL 'MOD-PRECO-VENDA'
               USING WRK-PRC-ACAO, ITM-PRODUTO-ID, CTR-CLIENTE-ID,
                   WRK-PRC-QUANTIDADE, CTR-DIA, ITM-PRECO-LISTA,
                   ITM-DESCONTO, ITM-PROMOCAO-ID, WRK-PRC-RESULTADO,
                   WRK-PRC-MSG
               END-CALL.

       2300-REMOVER-ITEM.

           ACCEPT WRK-QS-ITEM-STG FROM ENVIRONMENT "QS_ITEM_ID".
           COPY VALIDACAO-CAMPO-NUMERICO
               REPLACING ==TAG-CAMPO-STG==  BY ==WRK-QS-ITEM-STG==
                   ==TAG-NOME-PARAM==       BY =="QS_ITEM_ID"==
                   ==TAG-PARAGRAFO-400==    BY
                       ==9100-RETORNAR-RESPOSTA-HTTP-400==.
           MOVE WRK-QS-ITEM-STG TO ITM-ID.

           EXEC SQL
               SELECT contrato_id
                 INTO :CTR-ID
                 FROM contrato_itens
                WHERE id = :ITM-ID
           END-EXEC.

           IF  SQLCODE EQUAL 100
               STRING
                   "ITEM DO CONTRATO NAO ENCONTRADO."
               INTO WRK-MSG-ERRO
               MOVE ERR-COD-VALIDACAO TO WRK-COD-ERRO
               PERFORM 9200-RETORNAR-RESPOSTA-HTTP-404
           END-IF.

           IF  SQLCODE NOT EQUAL ZERO
               STRING
                   "ERRO AO TENTAR LER O ITEM DO CONTRATO."
               INTO WRK-MSG-ERRO
               MOVE SQLERRM TO WRK-MSG-EXP-ERRO
               MOVE ERR-COD-SQL-EXEC TO WRK-COD-ERRO
               PERFORM 9000-RETORNAR-RESPOSTA-HTTP-500
           END-IF.

           PERFORM 2100-TRAVAR-CONTRATO.
           PERFORM 2150-EXIGIR-NAO-ENCERRADO.

      * AS VENDAS JA FATURADAS NAO MUDAM: O ITEM REMOVIDO SO SAI DOS
      * PROXIMOS FATURAMENTOS.
           EXEC SQL
               DELETE FROM contrato_itens
                WHERE id = :ITM-ID
                  AND contrato_id = :CTR-ID
           END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO
               STRING
                   "ERRO AO TENTAR REMOVER O ITEM DO CONTRATO."
               INTO WRK-MSG-ERRO
               MOVE SQLERRM TO WRK-MSG-EXP-ERRO
               MOVE ERR-COD-SQL-EXEC TO WRK-COD-ERRO
               EXEC SQL ROLLBACK END-EXEC
               PERFORM 9000-RETORNAR-RESPOSTA-HTTP-500
           END-IF.

           EXEC SQL
               UPDATE contrato
                  SET atualizado_em = CURRENT_TIMESTAMP
                WHERE id = :CTR-ID
           END-EXEC.

           EXEC SQL COMMIT END-EXEC.

           MOVE CTR-ID TO WRK-ID-MASK.
           MOVE SPACES TO WRK-RESP-DADOS.
           STRING
               '"contrato_id": ' FUNCTION TRIM(WRK-ID-MASK) ','
               WRK-NEWLINE
               DELIMITED BY SIZE
               INTO WRK-RESP-DADOS
           END-STRING.
           MOVE ITM-ID TO WRK-ID-MASK.
           STRING
               FUNCTION TRIM(WRK-RESP-DADOS TRAILING)
               '"item_id": ' FUNCTION TRIM(WRK-ID-MASK)
               WRK-NEWLINE
               DELIMITED BY SIZE
               INTO WRK-RESP-DADOS
           END-STRING.

           PERFORM 2900-RESPONDER-OPERACAO.

       2400-MUDAR-SITUACAO.

      * SUSPENDER EXIGE ATIVO E REATIVAR EXIGE SUSPENSO; ENCERRAR
      * VALE PARA QUALQUER CONTRATO AINDA NAO ENCERRADO E TRAZ O FIM
      * DA VIGENCIA PARA HOJE QUANDO ELE ESTAVA ABERTO OU ADIANTE.
           PERFORM 2090-LER-QS-ID.

           PERFORM 2100-TRAVAR-CONTRATO.
           PERFORM 2150-EXIGIR-NAO-ENCERRADO.

           IF  WRK-STATUS-EXIGIDO NOT = SPACES
           AND CTR-STATUS NOT = WRK-STATUS-EXIGIDO
               STRING
                   "CONTRATO " FUNCTION TRIM(CTR-STATUS)
                   ". A OPERACAO EXIGE CONTRATO "
                   FUNCTION TRIM(WRK-STATUS-EXIGIDO) "."
                   DELIMITED BY SIZE
               INTO WRK-MSG-ERRO
               EXEC SQL ROLLBACK END-EXEC
               MOVE ERR-COD-SITUACAO-INVALIDA TO WRK-COD-ERRO
               PERFORM 9100-RETORNAR-RESPOSTA-HTTP-400
           END-IF.

           MOVE WRK-STATUS-NOVO TO CTR-STATUS.

           EXEC SQL
               UPDATE contrato
                  SET status = :CTR-STATUS,
                      fim = CASE
                              WHEN :CTR-STATUS <> 'ENCERRADO'
                                THEN fim
                              WHEN fim IS NULL
                                OR fim > CURRENT_DATE
                                THEN CURRENT_DATE
                              ELSE fim
                            END,
                      atualizado_em = CURRENT_TIMESTAMP
                WHERE id = :CTR-ID
           END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO
               STRING
                   "ERRO AO TENTAR ALTERAR A SITUACAO DO CONTRATO."
               INTO WRK-MSG-ERRO
               MOVE SQLERRM TO WRK-MSG-EXP-ERRO
               MOVE ERR-COD-SQL-EXEC TO WRK-COD-ERRO
               EXEC SQL ROLLBACK END-EXEC
               PERFORM 9000-RETORNAR-RESPOSTA-HTTP-500
           END-IF.

           EXEC SQL
               SELECT COALESCE(DATE_FORMAT(fim, '%Y-%m-%d'), ' ')
                 INTO :CTR-FIM
                 FROM contrato
                WHERE id = :CTR-ID
           END-EXEC.

           EXEC SQL COMMIT END-EXEC.

           MOVE CTR-ID TO WRK-ID-MASK.
           MOVE SPACES TO WRK-RESP-DADOS.
           STRING
               '"id": ' FUNCTION TRIM(WRK-ID-MASK) ','
               WRK-NEWLINE
               '"status": "' FUNCTION TRIM(CTR-STATUS) '",'
               WRK-NEWLINE
               DELIMITED BY SIZE
               INTO WRK-RESP-DADOS
           END-STRING.
           IF  CTR-FIM = SPACES
               STRING
                   FUNCTION TRIM(WRK-RESP-DADOS TRAILING)
                   '"fim": null' WRK-NEWLINE
                   DELIMITED BY SIZE
                   INTO WRK-RESP-DADOS
               END-STRING
           ELSE
               STRING
                   FUNCTION TRIM(WRK-RESP-DADOS TRAILING)
                   '"fim": "' CTR-FIM '"' WRK-NEWLINE
                   DELIMITED BY SIZE
                   INTO WRK-RESP-DADOS
               END-STRING
           END-IF.

           PERFORM 2900-RESPONDER-OPERACAO.

       2900-RESPONDER-OPERACAO.

           MOVE "PARAR" TO WRK-TEMPO-ACAO.
           CALL 'MOD-MEDE-TEMPO'
               USING WRK-TEMPO-ACAO, WRK-PROGRAMA-NOME
               END-CALL.

           CALL 'MOD-REGISTRA-AUDITORIA'
               USING WRK-PROGRAMA-NOME, WRK-AUDIT-PARAMS,
                   WRK-HTTP-STATUS-200
               END-CALL.

      * A RESPOSTA E MONTADA EM UM UNICO BUFFER PARA PODER SER
      * GRAVADA PELA IDEMPOTENCIA E EXIBIDA DE UMA SO VEZ.
           MOVE SPACES TO WRK-IDEM-RESPOSTA.
           STRING
               '{' WRK-NEWLINE
               '"http-status": ' WRK-HTTP-STATUS-200 ','
               WRK-NEWLINE
               '"msg": null,' WRK-NEWLINE
               '"correlation-id": "'
               FUNCTION TRIM(WRK-CORRELACAO-ID) '",' WRK-NEWLINE
               '"data": {' WRK-NEWLINE
               '"acao": "'
               FUNCTION UPPER-CASE(FUNCTION TRIM(WRK-QS-ACAO))
               '",' WRK-NEWLINE
               FUNCTION TRIM(WRK-RESP-DADOS TRAILING)
               '}' WRK-NEWLINE
               '}'
               DELIMITED BY SIZE
               INTO WRK-IDEM-RESPOSTA
           END-STRING.

           DISPLAY FUNCTION TRIM(WRK-IDEM-RESPOSTA).

           MOVE "GRAVAR" TO WRK-IDEM-ACAO.
           MOVE WRK-HTTP-STATUS-200 TO WRK-IDEM-STATUS.

           CALL 'MOD-IDEMPOTENCIA'
               USING WRK-IDEM-ACAO, WRK-PROGRAMA-NOME,
                   WRK-IDEM-STATUS, WRK-IDEM-RESPOSTA,
                   WRK-IDEM-ENCONTRADA
               END-CALL.

       3000-LISTAR-CONTRATOS.

      * SEM FILTRO VEM TODOS OS STATUS, MAIS RECENTES PRIMEIRO.
           ACCEPT WRK-QS-STATUS FROM ENVIRONMENT "QS_STATUS".
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WRK-QS-STATUS))
               TO CTR-FILTRO.

           EVALUATE CTR-FILTRO
               WHEN SPACES
                   MOVE "TODOS" TO CTR-FILTRO
               WHEN "ATIVO"
               WHEN "SUSPENSO"
               WHEN "ENCERRADO"
               WHEN "TODOS"
                   CONTINUE
               WHEN OTHER
                   STRING
                       "PARAMETRO QS_STATUS INVALIDO. USE ATIVO, "
                       "SUSPENSO, ENCERRADO OU TODOS."
                   INTO WRK-MSG-ERRO
                   MOVE ERR-COD-VALIDACAO TO WRK-COD-ERRO
                   PERFORM 9100-RETORNAR-RESPOSTA-HTTP-400
           END-EVALUATE.

           MOVE ZERO TO CTR-CLIENTE-ID.
           ACCEPT WRK-QS-CLIENTE-STG FROM ENVIRONMENT "QS_CLIENTE_ID".
           IF  FUNCTION TRIM(WRK-QS-CLIENTE-STG) NOT = SPACES
               PERFORM 2030-VALIDAR-CLIENTE
           END-IF.

           EXEC SQL
               DECLARE CUR-CONTRATOS CURSOR FOR
                   SELECT c.id, c.cliente_id,
                          COALESCE(c.vendedor_id, 0),
                          c.qtd_parcelas, c.dia_faturamento,
                          DATE_FORMAT(c.inicio, '%Y-%m-%d'),
                          COALESCE(DATE_FORMAT(c.fim, '%Y-%m-%d'),
                              ' '),
                          c.status,
                          (SELECT COUNT(*)
                             FROM contrato_itens i
                            WHERE i.contrato_id = c.id),
                          COALESCE(c.observacao, ' '),
                          DATE_FORMAT(c.criado_em,
                              '%Y-%m-%d %H:%i:%s')
                     FROM contrato c
                    WHERE (:CTR-FILTRO = 'TODOS'
                           OR c.status = :CTR-FILTRO)
                      AND (:CTR-CLIENTE-ID = 0
                           OR c.cliente_id = :CTR-CLIENTE-ID)
                    ORDER BY c.id DESC
                    LIMIT 500
           END-EXEC.

           EXEC SQL OPEN CUR-CONTRATOS END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO
               STRING
                   "ERRO AO TENTAR LISTAR OS CONTRATOS."
               INTO WRK-MSG-ERRO
               MOVE SQLERRM TO WRK-MSG-EXP-ERRO
               MOVE ERR-COD-SQL-EXEC TO WRK-COD-ERRO
               PERFORM 9000-RETORNAR-RESPOSTA-HTTP-500
           END-IF.

           DISPLAY '{'.
           DISPLAY '"http-status": ' WRK-HTTP-STATUS-200 ','.
           DISPLAY '"msg": null,'.
           DISPLAY '"data": ['.

           SET PRIMEIRO-REGISTRO TO TRUE.
           PERFORM 3100-BUSCAR-PROXIMO-CONTRATO.
           PERFORM 3200-EMITIR-CONTRATO UNTIL FIM-CURSOR.

           DISPLAY ']'.
           DISPLAY '}'.

           EXEC SQL CLOSE CUR-CONTRATOS END-EXEC.

           PERFORM 3900-CONCLUIR-LEITURA.

       3100-BUSCAR-PROXIMO-CONTRATO.

           EXEC SQL
               FETCH CUR-CONTRATOS
                   INTO :CTR-ID, :CTR-CLIENTE-ID, :CTR-VENDEDOR-ID,
                        :CTR-QTD-PARCELAS, :CTR-DIA-FATURAMENTO,
                        :CTR-INICIO, :CTR-FIM, :CTR-STATUS,
                        :CTR-QTD-ITENS, :CTR-OBSERVACAO,
                        :CTR-CRIADO-EM
           END-EXEC.

           IF  SQLCODE EQUAL 100
               SET FIM-CURSOR TO TRUE
           END-IF.

       3200-EMITIR-CONTRATO.

           IF  NAO-PRIMEIRO-REGISTRO
               DISPLAY ','
           END-IF.
           SET NAO-PRIMEIRO-REGISTRO TO TRUE.

           DISPLAY '   {'.
           MOVE CTR-ID TO WRK-ID-MASK.
           DISPLAY '    "id": ' FUNCTION TRIM(WRK-ID-MASK) ','.
           MOVE CTR-CLIENTE-ID TO WRK-ID-MASK.
           DISPLAY '    "cliente_id": ' FUNCTION TRIM(WRK-ID-MASK) ','.

           IF  CTR-VENDEDOR-ID = ZERO
               DISPLAY '    "vendedor_id": null,'
           ELSE
               MOVE CTR-VENDEDOR-ID TO WRK-ID-MASK
               DISPLAY '    "vendedor_id": '
                   FUNCTION TRIM(WRK-ID-MASK) ','
           END-IF.

           MOVE CTR-QTD-PARCELAS TO WRK-QTD-MASK.
           DISPLAY '    "qtd_parcelas": '
               FUNCTION TRIM(WRK-QTD-MASK) ','.
           MOVE CTR-DIA-FATURAMENTO TO WRK-DIA-MASK.
           DISPLAY '    "dia_faturamento": '
               FUNCTION TRIM(WRK-DIA-MASK) ','.
           DISPLAY '    "inicio": "' CTR-INICIO '",'.
           IF  CTR-FIM = SPACES
               DISPLAY '    "fim": null,'
           ELSE
               DISPLAY '    "fim": "' CTR-FIM '",'
           END-IF.
           DISPLAY '    "status": "' FUNCTION TRIM(CTR-STATUS) '",'.
           MOVE CTR-QTD-ITENS TO WRK-QTD-MASK.
           DISPLAY '    "qtd_itens": ' FUNCTION TRIM(WRK-QTD-MASK) ','.
           DISPLAY '    "criado_em": "' CTR-CRIADO-EM '",'.

           IF  CTR-OBSERVACAO = SPACES
               DISPLAY '    "observacao": null'
           ELSE
               MOVE CTR-OBSERVACAO TO WRK-CAMPO-TXT
               CALL 'MOD-JSON-ESCAPE' USING WRK-CAMPO-TXT
                   WRK-CAMPO-ESC
                   END-CALL
               DISPLAY '    "observacao": "'
                   FUNCTION TRIM(WRK-CAMPO-ESC) '"'
           END-IF.
           DISPLAY '   }'.

           PERFORM 3100-BUSCAR-PROXIMO-CONTRATO.

       3500-LISTAR-ITENS.

           PERFORM 2090-LER-QS-ID.

           EXEC SQL
               DECLARE CUR-ITENS CURSOR FOR
                   SELECT i.id, i.produto_id,
                          COALESCE(p.nome, ''),
                          i.quantidade,
                          CASE WHEN i.preco_unitario IS NULL
                               THEN 'N' ELSE 'S' END,
                          COALESCE(i.preco_unitario, 0)
                     FROM contrato_itens i
                     LEFT JOIN produto p
                       ON p.id = i.produto_id
                    WHERE i.contrato_id = :CTR-ID
                    ORDER BY i.id
           END-EXEC.

           EXEC SQL OPEN CUR-ITENS END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO
               STRING
                   "ERRO AO TENTAR LISTAR OS ITENS DO CONTRATO."
               INTO WRK-MSG-ERRO
               MOVE SQLERRM TO WRK-MSG-EXP-ERRO
               MOVE ERR-COD-SQL-EXEC TO WRK-COD-ERRO
               PERFORM 9000-RETORNAR-RESPOSTA-HTTP-500
           END-IF.

           DISPLAY '{'.
           DISPLAY '"http-status": ' WRK-HTTP-STATUS-200 ','.
           DISPLAY '"msg": null,'.
           DISPLAY '"data": ['.

           SET PRIMEIRO-REGISTRO TO TRUE.
           PERFORM 3600-BUSCAR-PROXIMO-ITEM.
           PERFORM 3700-EMITIR-ITEM UNTIL FIM-CURSOR.

           DISPLAY ']'.
           DISPLAY '}'.

           EXEC SQL CLOSE CUR-ITENS END-EXEC.

           PERFORM 3900-CONCLUIR-LEITURA.

       3600-BUSCAR-PROXIMO-ITEM.

           EXEC SQL
               FETCH CUR-ITENS
                   INTO :ITM-ID, :ITM-PRODUTO-ID, :ITM-PRODUTO-NOME,
                        :ITM-QUANTIDADE, :ITM-TEM-PRECO, :ITM-PRECO
           END-EXEC.

           IF  SQLCODE EQUAL 100
               SET FIM-CURSOR TO TRUE
           END-IF.

       3700-EMITIR-ITEM.

           IF  NAO-PRIMEIRO-REGISTRO
               DISPLAY ','
           END-IF.
           SET NAO-PRIMEIRO-REGISTRO TO TRUE.

           DISPLAY '   {'.
           MOVE ITM-ID TO WRK-ID-MASK.
           DISPLAY '    "id": ' FUNCTION TRIM(WRK-ID-MASK) ','.
           MOVE CTR-ID TO WRK-ID-MASK.
           DISPLAY '    "contrato_id": ' FUNCTION TRIM(WRK-ID-MASK) ','.
           MOVE ITM-PRODUTO-ID TO WRK-ID-MASK.
           DISPLAY '    "produto_id": ' FUNCTION TRIM(WRK-ID-MASK) ','.

           MOVE ITM-PRODUTO-NOME TO WRK-CAMPO-TXT.
           CALL 'MOD-JSON-ESCAPE' USING WRK-CAMPO-TXT
               WRK-CAMPO-ESC
               END-CALL.
           DISPLAY '    "produto_nome": "'
               FUNCTION TRIM(WRK-CAMPO-ESC) '",'.

           MOVE ITM-QUANTIDADE TO WRK-QTD-MASK.
           DISPLAY '    "quantidade": ' FUNCTION TRIM(WRK-QTD-MASK) ','.

           IF  ITM-TEM-PRECO = 'N'
               DISPLAY '    "preco_unitario": null'
           ELSE
               MOVE ITM-PRECO TO WRK-VALOR-MASK
               DISPLAY '    "preco_unitario": '
                   FUNCTION TRIM(WRK-VALOR-MASK)
           END-IF.
           DISPLAY '   }'.

           PERFORM 3600-BUSCAR-PROXIMO-ITEM.

       3800-LISTAR-FATURAMENTOS.

           PERFORM 2090-LER-QS-ID.

           EXEC SQL
               DECLARE CUR-FATURAMENTOS CURSOR FOR
                   SELECT periodo,
                          DATE_FORMAT(data_faturamento, '%Y-%m-%d'),
                          venda_id, valor, COALESCE(lote_id, ' '),
                          DATE_FORMAT(criado_em, '%Y-%m-%d %H:%i:%s')
                     FROM contrato_faturamento
                    WHERE contrato_id = :CTR-ID
                    ORDER BY periodo DESC
           END-EXEC.

           EXEC SQL OPEN CUR-FATURAMENTOS END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO
               STRING
                   "ERRO AO TENTAR LISTAR OS FATURAMENTOS DO CONTRATO."
               INTO WRK-MSG-ERRO
               MOVE SQLERRM TO WRK-MSG-EXP-ERRO
               MOVE ERR-COD-SQL-EXEC TO WRK-COD-ERRO
               PERFORM 9000-RETORNAR-RESPOSTA-HTTP-500
           END-IF.

           DISPLAY '{'.
           DISPLAY '"http-status": ' WRK-HTTP-STATUS-200 ','.
           DISPLAY '"msg": null,'.
           DISPLAY '"data": ['.

           SET PRIMEIRO-REGISTRO TO TRUE.
           PERFORM 3810-BUSCAR-PROXIMO-FATURAMENTO.
           PERFORM 3820-EMITIR-FATURAMENTO UNTIL FIM-CURSOR.

           DISPLAY ']'.
           DISPLAY '}'.

           EXEC SQL CLOSE CUR-FATURAMENTOS END-EXEC.

           PERFORM 3900-CONCLUIR-LEITURA.

       3810-BUSCAR-PROXIMO-FATURAMENTO.

           EXEC SQL
               FETCH CUR-FATURAMENTOS
                   INTO :FAT-PERIODO, :FAT-DATA, :FAT-VENDA-ID,
                        :FAT-VALOR, :FAT-LOTE, :FAT-CRIADO-EM
           END-EXEC.

           IF  SQLCODE EQUAL 100
               SET FIM-CURSOR TO TRUE
           END-IF.

       3820-EMITIR-FATURAMENTO.

           IF  NAO-PRIMEIRO-REGISTRO
               DISPLAY ','
           END-IF.
           SET NAO-PRIMEIRO-REGISTRO TO TRUE.

           DISPLAY '   {'.
           MOVE CTR-ID TO WRK-ID-MASK.
           DISPLAY '    "contrato_id": ' FUNCTION TRIM(WRK-ID-MASK) ','.
           DISPLAY '    "periodo": "' FAT-PERIODO '",'.
           DISPLAY '    "data_faturamento": "' FAT-DATA '",'.
           MOVE FAT-VENDA-ID TO WRK-ID-MASK.
           DISPLAY '    "venda_id": ' FUNCTION TRIM(WRK-ID-MASK) ','.
           MOVE FAT-VALOR TO WRK-TOTAL-MASK.
           DISPLAY '    "valor": ' FUNCTION TRIM(WRK-TOTAL-MASK) ','.
           DISPLAY '    "lote_id": "' FUNCTION TRIM(FAT-LOTE) '",'.
           DISPLAY '    "criado_em": "' FAT-CRIADO-EM '"'.
           DISPLAY '   }'.

           PERFORM 3810-BUSCAR-PROXIMO-FATURAMENTO.

       3900-CONCLUIR-LEITURA.

           MOVE "PARAR" TO WRK-TEMPO-ACAO.
           CALL 'MOD-MEDE-TEMPO'
               USING WRK-TEMPO-ACAO, WRK-PROGRAMA-NOME
               END-CALL.

           CALL 'MOD-REGISTRA-AUDITORIA'
               USING WRK-PROGRAMA-NOME, WRK-AUDIT-PARAMS,
                   WRK-HTTP-STATUS-200
               END-CALL.

       4000-LIBERAR-RECURSOS.

           MOVE "ENCERRAR" TO WRK-CONEXAO-ACAO.
           CALL 'MOD-CONEXAO-BD'
               USING WRK-CONEXAO-ACAO, WRK-CONEXAO-OK,
                   WRK-CONEXAO-MSG
               END-CALL.

       9600-RETORNAR-RESPOSTA-HTTP-503.

           MOVE "PARAR" TO WRK-TEMPO-ACAO.
           CALL 'MOD-MEDE-TEMPO'
               USING WRK-TEMPO-ACAO, WRK-PROGRAMA-NOME
               END-CALL.

           CALL 'MOD-REGISTRA-AUDITORIA'
               USING WRK-PROGRAMA-NOME, WRK-AUDIT-PARAMS,
                   WRK-HTTP-STATUS-503
               END-CALL.

           CALL 'MOD-JSON-ENVELOPE-ERRO'
               USING WRK-HTTP-STATUS-503, WRK-MSG-ERRO,
                   WRK-MSG-EXP-ERRO, WRK-COD-ERRO
               END-CALL.

           STOP RUN.

       9000-RETORNAR-RESPOSTA-HTTP-500.

           MOVE "PARAR" TO WRK-TEMPO-ACAO.
           CALL 'MOD-MEDE-TEMPO'
               USING WRK-TEMPO-ACAO, WRK-PROGRAMA-NOME
               END-CALL.

           CALL 'MOD-REGISTRA-AUDITORIA'
               USING WRK-PROGRAMA-NOME, WRK-AUDIT-PARAMS,
                   WRK-HTTP-STATUS-500
               END-CALL.

           PERFORM 4000-LIBERAR-RECURSOS.

           CALL 'MOD-JSON-ENVELOPE-ERRO'
               USING WRK-HTTP-STATUS-500, WRK-MSG-ERRO,
                   WRK-MSG-EXP-ERRO, WRK-COD-ERRO
               END-CALL.

           STOP RUN.

       9100-RETORNAR-RESPOSTA-HTTP-400.

           MOVE "PARAR" TO WRK-TEMPO-ACAO.
           CALL 'MOD-MEDE-TEMPO'
               USING WRK-TEMPO-ACAO, WRK-PROGRAMA-NOME
               END-CALL.

           CALL 'MOD-REGISTRA-AUDITORIA'
               USING WRK-PROGRAMA-NOME, WRK-AUDIT-PARAMS,
                   WRK-HTTP-STATUS-400
               END-CALL.

           CALL 'MOD-JSON-ENVELOPE-ERRO'
               USING WRK-HTTP-STATUS-400, WRK-MSG-ERRO,
                   WRK-MSG-EXP-ERRO, WRK-COD-ERRO
               END-CALL.

           STOP RUN.

       9200-RETORNAR-RESPOSTA-HTTP-404.

           MOVE "PARAR" TO WRK-TEMPO-ACAO.
           CALL 'MOD-MEDE-TEMPO'
               USING WRK-TEMPO-ACAO, WRK-PROGRAMA-NOME
               END-CALL.

           CALL 'MOD-REGISTRA-AUDITORIA'
               USING WRK-PROGRAMA-NOME, WRK-AUDIT-PARAMS,
                   WRK-HTTP-STATUS-404
               END-CALL.

           CALL 'MOD-JSON-ENVELOPE-ERRO'
               USING WRK-HTTP-STATUS-404, WRK-MSG-ERRO,
                   WRK-MSG-EXP-ERRO, WRK-COD-ERRO
               END-CALL.

           PERFORM 4000-LIBERAR-RECURSOS.
           STOP RUN.

       9300-RETORNAR-RESPOSTA-HTTP-401.

           MOVE "PARAR" TO WRK-TEMPO-ACAO.
           CALL 'MOD-MEDE-TEMPO'
               USING WRK-TEMPO-ACAO, WRK-PROGRAMA-NOME
               END-CALL.

           CALL 'MOD-REGISTRA-AUDITORIA'
               USING WRK-PROGRAMA-NOME, WRK-AUDIT-PARAMS,
                   WRK-HTTP-STATUS-401
               END-CALL.

           CALL 'MOD-JSON-ENVELOPE-ERRO'
               USING WRK-HTTP-STATUS-401, WRK-MSG-ERRO,
                   WRK-MSG-EXP-ERRO, WRK-COD-ERRO
               END-CALL.

           STOP RUN.

       9400-RETORNAR-RESPOSTA-HTTP-403.

           MOVE "PARAR" TO WRK-TEMPO-ACAO.
           CALL 'MOD-MEDE-TEMPO'
               USING WRK-TEMPO-ACAO, WRK-PROGRAMA-NOME
               END-CALL.

           CALL 'MOD-REGISTRA-AUDITORIA'
               USING WRK-PROGRAMA-NOME, WRK-AUDIT-PARAMS,
                   WRK-HTTP-STATUS-403
               END-CALL.

           CALL 'MOD-JSON-ENVELOPE-ERRO'
               USING WRK-HTTP-STATUS-403, WRK-MSG-ERRO,
                   WRK-MSG-EXP-ERRO, WRK-COD-ERRO
               END-CALL.

           STOP RUN.

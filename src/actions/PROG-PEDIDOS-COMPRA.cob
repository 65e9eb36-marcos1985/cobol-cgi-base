       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG-PEDIDOS-COMPRA.
      *******************************************
      * AUTOR:
      * DATA:
      * ALTERACOES:
      *   - ACAO DE PEDIDOS DE COMPRA A FORNECEDOR (PEDIDO_COMPRA E
      *     PEDIDO_COMPRA_ITENS, CADA ITEM APONTANDO PARA PRODUTO) E
      *     DO RECEBIMENTO DE MERCADORIA. QS_ACAO=LISTAR (PADRAO,
      *     QS_STATUS OPCIONAL) E DETALHE (QS_ID) SAO LEITURAS;
      *     CRIAR (QS_FORNECEDOR_ID, FORNECEDOR ATIVO) ABRE O PEDIDO;
      *     ADICIONAR (QS_ID, QS_PRODUTO_ID, QS_QUANTIDADE, QS_PRECO)
      *     INCLUI ITEM ENQUANTO O PEDIDO ESTA ABERTO; RECEBER (QS_ID,
      *     QS_ITEM_ID, QS_QUANTIDADE, QS_MOTIVO OPCIONAL) DA ENTRADA
      *     NO RAZAO DE ESTOQUE (MOD-MOVIMENTA-ESTOQUE, TIPO
      *     RECEBIMENTO) DO QUE DE FATO CHEGOU, ACEITANDO RECEBIMENTO
      *     PARCIAL E RECUSANDO QUANTIDADE ACIMA DO PENDENTE DO ITEM;
      *     O PEDIDO PASSA A PARCIAL E, COM TODOS OS ITENS
      *     COMPLETOS, A RECEBIDO. ENCERRAR (QS_ID, QS_MOTIVO) FECHA
      *     O PEDIDO COM FALTA, ABANDONANDO O SALDO PENDENTE. PEDIDO
      *     EM SITUACAO QUE NAO ADMITE A OPERACAO E RECUSADO COM
      *     ERR-COD-SITUACAO-INVALIDA. AS ESCRITAS SEGUEM O PADRAO:
      *     METODO POST, MODO DE MANUTENCAO (503), CHAVE DE API COM
      *     PAPEL WRITER OU ADMIN, CHAVE DE IDEMPOTENCIA E AUDITORIA.
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
       77  WRK-ITEM-MASK                   PIC Z(9)9.
       77  WRK-QTD-MASK                    PIC Z(8)9.
       77  WRK-RECEBIDA-MASK               PIC Z(8)9.
       77  WRK-SALDO-MASK                  PIC -(8)9.
       77  WRK-VALOR-MASK                  PIC Z(7)9.99.
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
               VALUE "PROG-PEDIDOS-COMPRA".
       77  WRK-AUDIT-PARAMS                PIC X(255).
       77  WRK-COD-ERRO                    PIC 9(4).

       COPY ERRO-CODES.
       COPY VERSAO-BUILD.

       77  WRK-QS-ACAO                     PIC X(10).
       77  WRK-QS-ID-STG                   PIC X(10).
       77  WRK-QS-FORNECEDOR-STG           PIC X(10).
       77  WRK-QS-PRODUTO-STG              PIC X(10).
       77  WRK-QS-ITEM-STG                 PIC X(10).
       77  WRK-QS-QUANTIDADE-STG           PIC X(10).
       77  WRK-QS-PRECO-STG                PIC X(15).
       77  WRK-VALOR-CHECK                 PIC X(15).
       77  WRK-QS-STATUS                   PIC X(10).
       77  WRK-QS-MOTIVO                   PIC X(255).
       77  WRK-REQUEST-METHOD              PIC X(10).
       77  WRK-QTD-INFORMADA               PIC 9(9).
       77  WRK-QTD-PENDENTE                PIC 9(9).

       77  WRK-OPERADOR                    PIC X(60).

       77  WRK-EST-ACAO                    PIC X(10).
       77  WRK-EST-QUANTIDADE              PIC S9(9).
       77  WRK-EST-TIPO                    PIC X(12).
       77  WRK-EST-DOC-ID                  PIC 9(10).
       77  WRK-EST-ITEM-ID                 PIC 9(10).
       77  WRK-EST-SALDO                   PIC S9(9).
       77  WRK-EST-RESULTADO               PIC X(2).
           88  EST-MOVIMENTO-OK                        VALUE 'OK'.
           88  EST-SALDO-INSUFICIENTE                  VALUE 'SI'.
       77  WRK-EST-MSG                     PIC X(255).

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
           05 PED-ID             PIC 9(10).
           05 PED-FORNECEDOR-ID  PIC 9(10).
           05 PED-FORNECEDOR-NOME PIC X(255).
           05 PED-STATUS         PIC X(10).
           05 PED-FILTRO-STATUS  PIC X(10).
           05 PED-CRIADO-EM      PIC X(19).
           05 PED-ENCERRADO-EM   PIC X(19).
           05 PED-MOTIVO         PIC X(255).
           05 PED-OPERADOR       PIC X(60).
           05 PED-QTD-ITENS      PIC 9(10).
           05 PED-QTD-PEDIDA     PIC 9(10).
           05 PED-QTD-RECEBIDA   PIC 9(10).
           05 PED-QTD-PENDENTES  PIC 9(10).
           05 FOR-ATIVO          PIC X(1).
           05 PRD-QTD            PIC 9(10).
           05 ITM-ID             PIC 9(10).
           05 ITM-PRODUTO-ID     PIC 9(10).
           05 ITM-PRODUTO-NOME   PIC X(255).
           05 ITM-QUANTIDADE     PIC 9(9).
           05 ITM-RECEBIDA       PIC 9(9).
           05 ITM-PRECO          PIC 9(8)V99.
           05 NOVO-ID            PIC 9(10).

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
           PERFORM 1300-GARANTIR-TABELAS-COMPRA.

           EVALUATE FUNCTION UPPER-CASE(FUNCTION TRIM(WRK-QS-ACAO))
               WHEN "CRIAR"
                   PERFORM 2000-CRIAR-PEDIDO
               WHEN "ADICIONAR"
                   PERFORM 2100-ADICIONAR-ITEM
               WHEN "RECEBER"
                   PERFORM 2200-RECEBER-ITEM
               WHEN "ENCERRAR"
                   PERFORM 2400-ENCERRAR-PEDIDO
               WHEN "DETALHE"
                   PERFORM 3500-DETALHAR-PEDIDO
               WHEN OTHER
                   PERFORM 3000-LISTAR-PEDIDOS
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

           IF  FUNCTION UPPER-CASE(FUNCTION TRIM(WRK-QS-ACAO))
                   NOT = "LISTAR"
           AND FUNCTION UPPER-CASE(FUNCTION TRIM(WRK-QS-ACAO))
                   NOT = "DETALHE"
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

      * A SESSAO E A COMPARTILHADA DA REQUISICAO; O RAZAO DE ESTOQUE
      * GRAVA O RECEBIMENTO NA MESMA TRANSACAO ABERTA AQUI.
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

       1300-GARANTIR-TABELAS-COMPRA.

           EXEC SQL
               CREATE TABLE IF NOT EXISTS pedido_compra (
                   id                  INT NOT NULL PRIMARY KEY
                                           AUTO_INCREMENT,
                   fornecedor_id       INT NOT NULL,
                   status              VARCHAR(10) NOT NULL
                                           DEFAULT 'ABERTO',
                   operador            VARCHAR(60) NULL,
                   criado_em           DATETIME NOT NULL
                       DEFAULT CURRENT_TIMESTAMP,
                   encerrado_em        DATETIME NULL,
                   motivo_encerramento VARCHAR(255) NULL,
                   KEY idx_pedido_compra_status (status)
               )
           END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO
               STRING
                   "ERRO AO TENTAR GARANTIR A TABELA PEDIDO_COMPRA."
               INTO WRK-MSG-ERRO
               MOVE SQLERRM TO WRK-MSG-EXP-ERRO
               MOVE ERR-COD-SQL-EXEC TO WRK-COD-ERRO
               PERFORM 9000-RETORNAR-RESPOSTA-HTTP-500
           END-IF.

           EXEC SQL
               CREATE TABLE IF NOT EXISTS pedido_compra_itens (
                   id                  INT NOT NULL PRIMARY KEY
                                           AUTO_INCREMENT,
                   pedido_id           INT NOT NULL,
                   produto_id          INT NOT NULL,
                   quantidade          INT NOT NULL,
                   quantidade_recebida INT NOT NULL DEFAULT 0,
                   preco_unitario      DECIMAL(10,2) NOT NULL
                                           DEFAULT 0,
                   KEY idx_pedido_compra_itens_pedido (pedido_id)
               )
           END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO
               STRING
                   "ERRO AO TENTAR GARANTIR A TABELA "
                   "PEDIDO_COMPRA_ITENS."
               INTO WRK-MSG-ERRO
               MOVE SQLERRM TO WRK-MSG-EXP-ERRO
               MOVE ERR-COD-SQL-EXEC TO WRK-COD-ERRO
               PERFORM 9000-RETORNAR-RESPOSTA-HTTP-500
           END-IF.

      * O DDL DO RAZAO FAZ COMMIT IMPLICITO; POR ISSO E GARANTIDO AQUI,
      * ANTES DE QUALQUER TRANSACAO SER ABERTA.
           MOVE "GARANTIR" TO WRK-EST-ACAO.
           PERFORM 2750-CHAMAR-RAZAO-ESTOQUE.

           IF  NOT EST-MOVIMENTO-OK
               STRING
                   "ERRO AO TENTAR GARANTIR AS TABELAS DE ESTOQUE."
               INTO WRK-MSG-ERRO
               MOVE WRK-EST-MSG TO WRK-MSG-EXP-ERRO
               MOVE ERR-COD-SQL-EXEC TO WRK-COD-ERRO
               PERFORM 9000-RETORNAR-RESPOSTA-HTTP-500
           END-IF.

       2000-CRIAR-PEDIDO.

           ACCEPT WRK-QS-FORNECEDOR-STG FROM ENVIRONMENT
               "QS_FORNECEDOR_ID".
           COPY VALIDACAO-CAMPO-NUMERICO
               REPLACING ==TAG-CAMPO-STG==  BY ==WRK-QS-FORNECEDOR-STG==
                   ==TAG-NOME-PARAM==       BY =="QS_FORNECEDOR_ID"==
                   ==TAG-PARAGRAFO-400==    BY
                       ==9100-RETORNAR-RESPOSTA-HTTP-400==.
           MOVE WRK-QS-FORNECEDOR-STG TO PED-FORNECEDOR-ID.

           EXEC SQL
               SELECT COALESCE(MAX(ativo), ' ')
                 INTO :FOR-ATIVO
                 FROM fornecedor
                WHERE id = :PED-FORNECEDOR-ID
           END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO
               STRING
                   "ERRO AO TENTAR VERIFICAR O FORNECEDOR."
               INTO WRK-MSG-ERRO
               MOVE SQLERRM TO WRK-MSG-EXP-ERRO
               MOVE ERR-COD-SQL-EXEC TO WRK-COD-ERRO
               PERFORM 9000-RETORNAR-RESPOSTA-HTTP-500
           END-IF.

           IF  FOR-ATIVO = SPACE
               STRING
                   "FORNECEDOR NAO ENCONTRADO."
               INTO WRK-MSG-ERRO
               MOVE ERR-COD-VALIDACAO TO WRK-COD-ERRO
               PERFORM 9200-RETORNAR-RESPOSTA-HTTP-404
           END-IF.

           IF  FOR-ATIVO NOT = 'S'
               STRING
                   "FORNECEDOR INATIVO NAO RECEBE PEDIDO DE COMPRA."
               INTO WRK-MSG-ERRO
               MOVE ERR-COD-SITUACAO-INVALIDA TO WRK-COD-ERRO
               PERFORM 9100-RETORNAR-RESPOSTA-HTTP-400
           END-IF.

           CALL 'MOD-RESOLVE-OPERADOR' USING WRK-OPERADOR
               END-CALL.
           MOVE WRK-OPERADOR TO PED-OPERADOR.

           EXEC SQL
               INSERT INTO pedido_compra (fornecedor_id, operador)
               VALUES (:PED-FORNECEDOR-ID,
                       NULLIF(TRIM(:PED-OPERADOR), ''))
           END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO
               STRING
                   "ERRO AO TENTAR CRIAR O PEDIDO DE COMPRA."
               INTO WRK-MSG-ERRO
               MOVE SQLERRM TO WRK-MSG-EXP-ERRO
               MOVE ERR-COD-SQL-EXEC TO WRK-COD-ERRO
               EXEC SQL ROLLBACK END-EXEC
               PERFORM 9000-RETORNAR-RESPOSTA-HTTP-500
           END-IF.

           EXEC SQL
               SELECT LAST_INSERT_ID() INTO :NOVO-ID
           END-EXEC.

           EXEC SQL COMMIT END-EXEC.

           MOVE NOVO-ID TO PED-ID.
           MOVE "ABERTO" TO PED-STATUS.
           MOVE ZERO TO ITM-ID, ITM-QUANTIDADE, ITM-RECEBIDA.
           MOVE ZERO TO WRK-EST-SALDO.
           PERFORM 2900-RESPONDER-PEDIDO.

       2100-ADICIONAR-ITEM.

           PERFORM 2500-VALIDAR-ID-PEDIDO.

           ACCEPT WRK-QS-PRODUTO-STG FROM ENVIRONMENT "QS_PRODUTO_ID".
           COPY VALIDACAO-CAMPO-NUMERICO
               REPLACING ==TAG-CAMPO-STG==  BY ==WRK-QS-PRODUTO-STG==
                   ==TAG-NOME-PARAM==       BY =="QS_PRODUTO_ID"==
                   ==TAG-PARAGRAFO-400==    BY
                       ==9100-RETORNAR-RESPOSTA-HTTP-400==.
           MOVE WRK-QS-PRODUTO-STG TO ITM-PRODUTO-ID.

           PERFORM 2550-VALIDAR-QUANTIDADE.
           MOVE WRK-QTD-INFORMADA TO ITM-QUANTIDADE.

           ACCEPT WRK-QS-PRECO-STG FROM ENVIRONMENT "QS_PRECO".
           IF  FUNCTION TRIM(WRK-QS-PRECO-STG) = SPACES
               STRING
                   "PARAMETRO QS_PRECO E OBRIGATORIO PARA ADICIONAR "
                   "ITEM AO PEDIDO."
               INTO WRK-MSG-ERRO
               MOVE ERR-COD-VALIDACAO TO WRK-COD-ERRO
               PERFORM 9100-RETORNAR-RESPOSTA-HTTP-400
           END-IF.

      * O PRECO ACEITA SO DIGITOS E UM PONTO DECIMAL OPCIONAL.
           MOVE FUNCTION TRIM(WRK-QS-PRECO-STG) TO WRK-VALOR-CHECK.
           INSPECT WRK-VALOR-CHECK REPLACING FIRST '.' BY '0'.
           INSPECT WRK-VALOR-CHECK REPLACING ALL SPACE BY '0'.
           IF  WRK-VALOR-CHECK IS NOT NUMERIC
               STRING
                   "PARAMETRO QS_PRECO DEVE SER UM NUMERO COM PONTO "
                   "DECIMAL OPCIONAL."
               INTO WRK-MSG-ERRO
               MOVE ERR-COD-VALIDACAO TO WRK-COD-ERRO
               PERFORM 9100-RETORNAR-RESPOSTA-HTTP-400
           END-IF.
           COMPUTE ITM-PRECO = FUNCTION NUMVAL(WRK-QS-PRECO-STG).

           EXEC SQL
               SELECT COUNT(*)
                 INTO :PRD-QTD
                 FROM produto
                WHERE id = :ITM-PRODUTO-ID
           END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO
               STRING
                   "ERRO AO TENTAR VERIFICAR O PRODUTO."
               INTO WRK-MSG-ERRO
               MOVE SQLERRM TO WRK-MSG-EXP-ERRO
               MOVE ERR-COD-SQL-EXEC TO WRK-COD-ERRO
               PERFORM 9000-RETORNAR-RESPOSTA-HTTP-500
           END-IF.

           IF  PRD-QTD = ZERO
               STRING
                   "PRODUTO NAO ENCONTRADO."
               INTO WRK-MSG-ERRO
               MOVE ERR-COD-VALIDACAO TO WRK-COD-ERRO
               PERFORM 9200-RETORNAR-RESPOSTA-HTTP-404
           END-IF.

           PERFORM 2600-TRAVAR-PEDIDO.

      * ITEM NOVO SO ENTRA EM PEDIDO AINDA SEM RECEBIMENTO.
           IF  PED-STATUS NOT = "ABERTO"
               EXEC SQL ROLLBACK END-EXEC
               STRING
                   "PEDIDO NAO ESTA ABERTO; NAO ACEITA ITEM NOVO."
               INTO WRK-MSG-ERRO
               MOVE ERR-COD-SITUACAO-INVALIDA TO WRK-COD-ERRO
               PERFORM 9100-RETORNAR-RESPOSTA-HTTP-400
           END-IF.

           EXEC SQL
               INSERT INTO pedido_compra_itens
                   (pedido_id, produto_id, quantidade, preco_unitario)
               VALUES (:PED-ID, :ITM-PRODUTO-ID, :ITM-QUANTIDADE,
                       :ITM-PRECO)
           END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO
               STRING
                   "ERRO AO TENTAR INCLUIR O ITEM DO PEDIDO."
               INTO WRK-MSG-ERRO
               MOVE SQLERRM TO WRK-MSG-EXP-ERRO
               MOVE ERR-COD-SQL-EXEC TO WRK-COD-ERRO
               EXEC SQL ROLLBACK END-EXEC
               PERFORM 9000-RETORNAR-RESPOSTA-HTTP-500
           END-IF.

           EXEC SQL
               SELECT LAST_INSERT_ID() INTO :NOVO-ID
           END-EXEC.

           EXEC SQL COMMIT END-EXEC.

           MOVE NOVO-ID TO ITM-ID.
           MOVE ZERO TO ITM-RECEBIDA.
           MOVE ZERO TO WRK-EST-SALDO.
           PERFORM 2900-RESPONDER-PEDIDO.

       2200-RECEBER-ITEM.

           PERFORM 2500-VALIDAR-ID-PEDIDO.

           ACCEPT WRK-QS-ITEM-STG FROM ENVIRONMENT "QS_ITEM_ID".
           COPY VALIDACAO-CAMPO-NUMERICO
               REPLACING ==TAG-CAMPO-STG==  BY ==WRK-QS-ITEM-STG==
                   ==TAG-NOME-PARAM==       BY =="QS_ITEM_ID"==
                   ==TAG-PARAGRAFO-400==    BY
                       ==9100-RETORNAR-RESPOSTA-HTTP-400==.
           MOVE WRK-QS-ITEM-STG TO ITM-ID.

           PERFORM 2550-VALIDAR-QUANTIDADE.

      * O MOTIVO E OPCIONAL NO RECEBIMENTO (NUMERO DA NOTA DO
      * FORNECEDOR, POR EXEMPLO) E VAI PARA O RAZAO DE ESTOQUE.
           ACCEPT WRK-QS-MOTIVO FROM ENVIRONMENT "QS_MOTIVO".

           CALL 'MOD-RESOLVE-OPERADOR' USING WRK-OPERADOR
               END-CALL.

           PERFORM 2600-TRAVAR-PEDIDO.

           IF  PED-STATUS NOT = "ABERTO"
           AND PED-STATUS NOT = "PARCIAL"
               EXEC SQL ROLLBACK END-EXEC
               STRING
                   "PEDIDO JA RECEBIDO OU ENCERRADO; NAO ACEITA "
                   "RECEBIMENTO."
               INTO WRK-MSG-ERRO
               MOVE ERR-COD-SITUACAO-INVALIDA TO WRK-COD-ERRO
               PERFORM 9100-RETORNAR-RESPOSTA-HTTP-400
           END-IF.

           EXEC SQL
               SELECT produto_id, quantidade, quantidade_recebida
                 INTO :ITM-PRODUTO-ID, :ITM-QUANTIDADE, :ITM-RECEBIDA
                 FROM pedido_compra_itens
                WHERE id = :ITM-ID
                  AND pedido_id = :PED-ID
               FOR UPDATE
           END-EXEC.

           IF  SQLCODE EQUAL 100
               EXEC SQL ROLLBACK END-EXEC
               STRING
                   "ITEM NAO ENCONTRADO NESTE PEDIDO."
               INTO WRK-MSG-ERRO
               MOVE ERR-COD-VALIDACAO TO WRK-COD-ERRO
               PERFORM 9200-RETORNAR-RESPOSTA-HTTP-404
           END-IF.

           IF  SQLCODE NOT EQUAL ZERO
               STRING
                   "ERRO AO TENTAR LER O ITEM DO PEDIDO."
               INTO WRK-MSG-ERRO
               MOVE SQLERRM TO WRK-MSG-EXP-ERRO
               MOVE ERR-COD-SQL-EXEC TO WRK-COD-ERRO
               EXEC SQL ROLLBACK END-EXEC
               PERFORM 9000-RETORNAR-RESPOSTA-HTTP-500
           END-IF.

      * CHEGOU MAIS DO QUE O PEDIDO? O EXCEDENTE NAO ENTRA POR AQUI;
      * SE FICAR COM A MERCADORIA, LANCE UM AJUSTE EM
      * PROG-ESTOQUE-ADMIN.
           COMPUTE WRK-QTD-PENDENTE = ITM-QUANTIDADE - ITM-RECEBIDA.
           IF  WRK-QTD-INFORMADA > WRK-QTD-PENDENTE
               EXEC SQL ROLLBACK END-EXEC
               MOVE WRK-QTD-PENDENTE TO WRK-QTD-MASK
               STRING
                   "QUANTIDADE MAIOR QUE O PENDENTE DO ITEM. "
                   "PENDENTE: " FUNCTION TRIM(WRK-QTD-MASK) "."
                   DELIMITED BY SIZE
                   INTO WRK-MSG-ERRO
               END-STRING
               MOVE ERR-COD-VALIDACAO TO WRK-COD-ERRO
               PERFORM 9100-RETORNAR-RESPOSTA-HTTP-400
           END-IF.

           ADD WRK-QTD-INFORMADA TO ITM-RECEBIDA.

           EXEC SQL
               UPDATE pedido_compra_itens
                  SET quantidade_recebida = :ITM-RECEBIDA
                WHERE id = :ITM-ID
           END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO
               STRING
                   "ERRO AO TENTAR ATUALIZAR O ITEM DO PEDIDO."
               INTO WRK-MSG-ERRO
               MOVE SQLERRM TO WRK-MSG-EXP-ERRO
               MOVE ERR-COD-SQL-EXEC TO WRK-COD-ERRO
               EXEC SQL ROLLBACK END-EXEC
               PERFORM 9000-RETORNAR-RESPOSTA-HTTP-500
           END-IF.

           MOVE WRK-QTD-INFORMADA TO WRK-EST-QUANTIDADE.
           MOVE "RECEBIMENTO" TO WRK-EST-TIPO.
           MOVE PED-ID TO WRK-EST-DOC-ID.
           MOVE ITM-ID TO WRK-EST-ITEM-ID.
           PERFORM 2700-MOVIMENTAR-ESTOQUE.

           PERFORM 2300-ATUALIZAR-SITUACAO.

           EXEC SQL COMMIT END-EXEC.

           MOVE WRK-QTD-INFORMADA TO ITM-QUANTIDADE.
           PERFORM 2900-RESPONDER-PEDIDO.

       2300-ATUALIZAR-SITUACAO.

      * COM TODOS OS ITENS COMPLETOS O PEDIDO ESTA RECEBIDO; SENAO
      * FICA PARCIAL ATE O PROXIMO RECEBIMENTO OU O ENCERRAMENTO.
           EXEC SQL
               SELECT COUNT(*)
                 INTO :PED-QTD-PENDENTES
                 FROM pedido_compra_itens
                WHERE pedido_id = :PED-ID
                  AND quantidade_recebida < quantidade
           END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO
               STRING
                   "ERRO AO TENTAR CONFERIR OS ITENS DO PEDIDO."
               INTO WRK-MSG-ERRO
               MOVE SQLERRM TO WRK-MSG-EXP-ERRO
               MOVE ERR-COD-SQL-EXEC TO WRK-COD-ERRO
               EXEC SQL ROLLBACK END-EXEC
               PERFORM 9000-RETORNAR-RESPOSTA-HTTP-500
           END-IF.

           IF  PED-QTD-PENDENTES = ZERO
               MOVE "RECEBIDO" TO PED-STATUS
           ELSE
               MOVE "PARCIAL" TO PED-STATUS
           END-IF.

           EXEC SQL
               UPDATE pedido_compra
                  SET status = :PED-STATUS,
                      encerrado_em = IF(:PED-STATUS = 'RECEBIDO',
                          CURRENT_TIMESTAMP, NULL)
                WHERE id = :PED-ID
           END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO
               STRING
                   "ERRO AO TENTAR ATUALIZAR A SITUACAO DO PEDIDO."
               INTO WRK-MSG-ERRO
               MOVE SQLERRM TO WRK-MSG-EXP-ERRO
               MOVE ERR-COD-SQL-EXEC TO WRK-COD-ERRO
               EXEC SQL ROLLBACK END-EXEC
               PERFORM 9000-RETORNAR-RESPOSTA-HTTP-500
           END-IF.

       2400-ENCERRAR-PEDIDO.

           PERFORM 2500-VALIDAR-ID-PEDIDO.

           ACCEPT WRK-QS-MOTIVO FROM ENVIRONMENT "QS_MOTIVO".
           IF  FUNCTION TRIM(WRK-QS-MOTIVO) = SPACES
               STRING
                   "PARAMETRO QS_MOTIVO E OBRIGATORIO PARA ENCERRAR "
                   "PEDIDO COM FALTA."
               INTO WRK-MSG-ERRO
               MOVE ERR-COD-VALIDACAO TO WRK-COD-ERRO
               PERFORM 9100-RETORNAR-RESPOSTA-HTTP-400
           END-IF.
           MOVE WRK-QS-MOTIVO TO PED-MOTIVO.

           PERFORM 2600-TRAVAR-PEDIDO.

           IF  PED-STATUS NOT = "ABERTO"
           AND PED-STATUS NOT = "PARCIAL"
               EXEC SQL ROLLBACK END-EXEC
               STRING
                   "PEDIDO JA RECEBIDO OU ENCERRADO."
               INTO WRK-MSG-ERRO
               MOVE ERR-COD-SITUACAO-INVALIDA TO WRK-COD-ERRO
               PERFORM 9100-RETORNAR-RESPOSTA-HTTP-400
           END-IF.

      * O QUE FALTAVA CHEGAR E ABANDONADO; A QUANTIDADE E DEVOLVIDA
      * NA RESPOSTA PARA QUEM ENCERRA SABER O TAMANHO DA FALTA.
           EXEC SQL
               SELECT COALESCE(SUM(quantidade - quantidade_recebida),
                          0)
                 INTO :ITM-QUANTIDADE
                 FROM pedido_compra_itens
                WHERE pedido_id = :PED-ID
           END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO
               STRING
                   "ERRO AO TENTAR SOMAR O PENDENTE DO PEDIDO."
               INTO WRK-MSG-ERRO
               MOVE SQLERRM TO WRK-MSG-EXP-ERRO
               MOVE ERR-COD-SQL-EXEC TO WRK-COD-ERRO
               EXEC SQL ROLLBACK END-EXEC
               PERFORM 9000-RETORNAR-RESPOSTA-HTTP-500
           END-IF.

           EXEC SQL
               UPDATE pedido_compra
                  SET status = 'ENCERRADO',
                      encerrado_em = CURRENT_TIMESTAMP,
                      motivo_encerramento = :PED-MOTIVO
                WHERE id = :PED-ID
           END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO
               STRING
                   "ERRO AO TENTAR ENCERRAR O PEDIDO."
               INTO WRK-MSG-ERRO
               MOVE SQLERRM TO WRK-MSG-EXP-ERRO
               MOVE ERR-COD-SQL-EXEC TO WRK-COD-ERRO
               EXEC SQL ROLLBACK END-EXEC
               PERFORM 9000-RETORNAR-RESPOSTA-HTTP-500
           END-IF.

           EXEC SQL COMMIT END-EXEC.

           MOVE "ENCERRADO" TO PED-STATUS.
           MOVE ZERO TO ITM-ID, ITM-RECEBIDA.
           MOVE ZERO TO WRK-EST-SALDO.
           PERFORM 2900-RESPONDER-PEDIDO.

       2500-VALIDAR-ID-PEDIDO.

           ACCEPT WRK-QS-ID-STG FROM ENVIRONMENT "QS_ID".
           COPY VALIDACAO-CAMPO-NUMERICO
               REPLACING ==TAG-CAMPO-STG==  BY ==WRK-QS-ID-STG==
                   ==TAG-NOME-PARAM==       BY =="QS_ID"==
                   ==TAG-PARAGRAFO-400==    BY
                       ==9100-RETORNAR-RESPOSTA-HTTP-400==.
           MOVE WRK-QS-ID-STG TO PED-ID.

       2550-VALIDAR-QUANTIDADE.

           ACCEPT WRK-QS-QUANTIDADE-STG FROM ENVIRONMENT
               "QS_QUANTIDADE".
           COPY VALIDACAO-CAMPO-NUMERICO
               REPLACING ==TAG-CAMPO-STG==  BY
                       ==WRK-QS-QUANTIDADE-STG==
                   ==TAG-NOME-PARAM==       BY =="QS_QUANTIDADE"==
                   ==TAG-PARAGRAFO-400==    BY
                       ==9100-RETORNAR-RESPOSTA-HTTP-400==.
           MOVE WRK-QS-QUANTIDADE-STG TO WRK-QTD-INFORMADA.

           IF  WRK-QTD-INFORMADA = ZERO
               STRING
                   "PARAMETRO QS_QUANTIDADE DEVE SER MAIOR QUE ZERO."
               INTO WRK-MSG-ERRO
               MOVE ERR-COD-VALIDACAO TO WRK-COD-ERRO
               PERFORM 9100-RETORNAR-RESPOSTA-HTTP-400
           END-IF.

       2600-TRAVAR-PEDIDO.

      * A LINHA DO PEDIDO FICA TRAVADA ATE O COMMIT, PARA DOIS
      * RECEBIMENTOS SIMULTANEOS NAO DECIDIREM A SITUACAO SOBRE O
      * MESMO ESTADO.
           EXEC SQL START TRANSACTION END-EXEC.

           EXEC SQL
               SELECT status
                 INTO :PED-STATUS
                 FROM pedido_compra
                WHERE id = :PED-ID
               FOR UPDATE
           END-EXEC.

           IF  SQLCODE EQUAL 100
               EXEC SQL ROLLBACK END-EXEC
               STRING
                   "PEDIDO DE COMPRA NAO ENCONTRADO."
               INTO WRK-MSG-ERRO
               MOVE ERR-COD-VALIDACAO TO WRK-COD-ERRO
               PERFORM 9200-RETORNAR-RESPOSTA-HTTP-404
           END-IF.

           IF  SQLCODE NOT EQUAL ZERO
               STRING
                   "ERRO AO TENTAR LER O PEDIDO DE COMPRA."
               INTO WRK-MSG-ERRO
               MOVE SQLERRM TO WRK-MSG-EXP-ERRO
               MOVE ERR-COD-SQL-EXEC TO WRK-COD-ERRO
               EXEC SQL ROLLBACK END-EXEC
               PERFORM 9000-RETORNAR-RESPOSTA-HTTP-500
           END-IF.

       2700-MOVIMENTAR-ESTOQUE.

      * CHAMADO COM A TRANSACAO ABERTA; QUALQUER FALHA DESFAZ TAMBEM
      * A ATUALIZACAO DO ITEM.
           MOVE "MOVIMENTAR" TO WRK-EST-ACAO.
           PERFORM 2750-CHAMAR-RAZAO-ESTOQUE.

           IF  NOT EST-MOVIMENTO-OK
               EXEC SQL ROLLBACK END-EXEC
               STRING
                   "ERRO AO TENTAR DAR ENTRADA NO ESTOQUE DO PRODUTO."
               INTO WRK-MSG-ERRO
               MOVE WRK-EST-MSG TO WRK-MSG-EXP-ERRO
               MOVE ERR-COD-SQL-EXEC TO WRK-COD-ERRO
               PERFORM 9000-RETORNAR-RESPOSTA-HTTP-500
           END-IF.

       2750-CHAMAR-RAZAO-ESTOQUE.

           CALL 'MOD-MOVIMENTA-ESTOQUE'
               USING WRK-EST-ACAO, ITM-PRODUTO-ID,
                   WRK-EST-QUANTIDADE, WRK-EST-TIPO, WRK-EST-DOC-ID,
                   WRK-EST-ITEM-ID, WRK-QS-MOTIVO, WRK-OPERADOR,
                   WRK-EST-SALDO, WRK-EST-RESULTADO, WRK-EST-MSG
               END-CALL.

       2900-RESPONDER-PEDIDO.

           MOVE "PARAR" TO WRK-TEMPO-ACAO.
           CALL 'MOD-MEDE-TEMPO'
               USING WRK-TEMPO-ACAO, WRK-PROGRAMA-NOME
               END-CALL.

           CALL 'MOD-REGISTRA-AUDITORIA'
               USING WRK-PROGRAMA-NOME, WRK-AUDIT-PARAMS,
                   WRK-HTTP-STATUS-200
               END-CALL.

           MOVE PED-ID TO WRK-ID-MASK.
           MOVE ITM-ID TO WRK-ITEM-MASK.
           MOVE ITM-QUANTIDADE TO WRK-QTD-MASK.
           MOVE ITM-RECEBIDA TO WRK-RECEBIDA-MASK.
           MOVE WRK-EST-SALDO TO WRK-SALDO-MASK.

      * A RESPOSTA E MONTADA EM UM UNICO BUFFER PARA PODER SER
      * GRAVADA PELA IDEMPOTENCIA E EXIBIDA DE UMA SO VEZ. ITEM,
      * QUANTIDADE E SALDO SAO ZERO QUANDO A ACAO NAO OS ENVOLVE; NO
      * ENCERRAR A QUANTIDADE E O PENDENTE ABANDONADO.
           MOVE SPACES TO WRK-IDEM-RESPOSTA.
           STRING
               '{' WRK-NEWLINE
               '"http-status": ' WRK-HTTP-STATUS-200 ','
               WRK-NEWLINE
               '"msg": null,' WRK-NEWLINE
               '"correlation-id": "'
               FUNCTION TRIM(WRK-CORRELACAO-ID) '",' WRK-NEWLINE
               '"data": {' WRK-NEWLINE
               '"pedido_id": ' FUNCTION TRIM(WRK-ID-MASK) ','
               WRK-NEWLINE
               '"acao": "'
               FUNCTION UPPER-CASE(FUNCTION TRIM(WRK-QS-ACAO))
               '",' WRK-NEWLINE
               '"status": "' FUNCTION TRIM(PED-STATUS) '",'
               WRK-NEWLINE
               '"item_id": ' FUNCTION TRIM(WRK-ITEM-MASK) ','
               WRK-NEWLINE
               '"quantidade": ' FUNCTION TRIM(WRK-QTD-MASK) ','
               WRK-NEWLINE
               '"quantidade_recebida": '
               FUNCTION TRIM(WRK-RECEBIDA-MASK) ','
               WRK-NEWLINE
               '"saldo_estoque": ' FUNCTION TRIM(WRK-SALDO-MASK)
               WRK-NEWLINE
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

       3000-LISTAR-PEDIDOS.

      * QS_STATUS E OPCIONAL; EM BRANCO LISTA TODOS, DO MAIS NOVO
      * PARA O MAIS ANTIGO.
           ACCEPT WRK-QS-STATUS FROM ENVIRONMENT "QS_STATUS".
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WRK-QS-STATUS))
               TO PED-FILTRO-STATUS.

           EXEC SQL
               DECLARE CUR-PEDIDOS CURSOR FOR
                   SELECT p.id, p.fornecedor_id,
                          COALESCE(f.nome, ''), p.status,
                          DATE_FORMAT(p.criado_em,
                              '%Y-%m-%d %H:%i:%s'),
                          COUNT(i.id),
                          COALESCE(SUM(i.quantidade), 0),
                          COALESCE(SUM(i.quantidade_recebida), 0)
                     FROM pedido_compra p
                     LEFT JOIN fornecedor f
                       ON f.id = p.fornecedor_id
                     LEFT JOIN pedido_compra_itens i
                       ON i.pedido_id = p.id
                    WHERE (TRIM(:PED-FILTRO-STATUS) = ''
                       OR  p.status = TRIM(:PED-FILTRO-STATUS))
                    GROUP BY p.id, p.fornecedor_id, f.nome, p.status,
                          p.criado_em
                    ORDER BY p.id DESC
                    LIMIT 200
           END-EXEC.

           EXEC SQL OPEN CUR-PEDIDOS END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO
               STRING
                   "ERRO AO TENTAR LISTAR OS PEDIDOS DE COMPRA."
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
           PERFORM 3100-BUSCAR-PROXIMO-PEDIDO.
           PERFORM 3200-EMITIR-PEDIDO UNTIL FIM-CURSOR.

           DISPLAY ']'.
           DISPLAY '}'.

           EXEC SQL CLOSE CUR-PEDIDOS END-EXEC.

           MOVE "PARAR" TO WRK-TEMPO-ACAO.
           CALL 'MOD-MEDE-TEMPO'
               USING WRK-TEMPO-ACAO, WRK-PROGRAMA-NOME
               END-CALL.

           CALL 'MOD-REGISTRA-AUDITORIA'
               USING WRK-PROGRAMA-NOME, WRK-AUDIT-PARAMS,
                   WRK-HTTP-STATUS-200
               END-CALL.

       3100-BUSCAR-PROXIMO-PEDIDO.

           EXEC SQL
               FETCH CUR-PEDIDOS
                   INTO :PED-ID, :PED-FORNECEDOR-ID,
                        :PED-FORNECEDOR-NOME, :PED-STATUS,
                        :PED-CRIADO-EM, :PED-QTD-ITENS,
                        :PED-QTD-PEDIDA, :PED-QTD-RECEBIDA
           END-EXEC.

           IF  SQLCODE EQUAL 100
               SET FIM-CURSOR TO TRUE
           END-IF.

       3200-EMITIR-PEDIDO.

           IF  NAO-PRIMEIRO-REGISTRO
               DISPLAY ','
           END-IF.
           SET NAO-PRIMEIRO-REGISTRO TO TRUE.

           DISPLAY '   {'.
           PERFORM 3300-EMITIR-CABECALHO-PEDIDO.
           DISPLAY '   }'.

           PERFORM 3100-BUSCAR-PROXIMO-PEDIDO.

       3300-EMITIR-CABECALHO-PEDIDO.

           MOVE PED-ID TO WRK-ID-MASK.
           DISPLAY '    "id": ' FUNCTION TRIM(WRK-ID-MASK) ','.

           MOVE PED-FORNECEDOR-ID TO WRK-ID-MASK.
           DISPLAY '    "fornecedor_id": '
               FUNCTION TRIM(WRK-ID-MASK) ','.

           MOVE PED-FORNECEDOR-NOME TO WRK-CAMPO-TXT.
           CALL 'MOD-JSON-ESCAPE' USING WRK-CAMPO-TXT WRK-CAMPO-ESC
               END-CALL.
           DISPLAY '    "fornecedor": "'
               FUNCTION TRIM(WRK-CAMPO-ESC) '",'.

           DISPLAY '    "status": "' FUNCTION TRIM(PED-STATUS) '",'.
           DISPLAY '    "criado_em": "' PED-CRIADO-EM '",'.

           MOVE PED-QTD-ITENS TO WRK-QTD-MASK.
           DISPLAY '    "itens": ' FUNCTION TRIM(WRK-QTD-MASK) ','.

           MOVE PED-QTD-PEDIDA TO WRK-QTD-MASK.
           DISPLAY '    "quantidade": '
               FUNCTION TRIM(WRK-QTD-MASK) ','.

           MOVE PED-QTD-RECEBIDA TO WRK-QTD-MASK.
           DISPLAY '    "quantidade_recebida": '
               FUNCTION TRIM(WRK-QTD-MASK).

       3500-DETALHAR-PEDIDO.

           PERFORM 2500-VALIDAR-ID-PEDIDO.

           EXEC SQL
               SELECT p.fornecedor_id, COALESCE(f.nome, ''),
                      p.status,
                      DATE_FORMAT(p.criado_em, '%Y-%m-%d %H:%i:%s'),
                      COALESCE(DATE_FORMAT(p.encerrado_em,
                          '%Y-%m-%d %H:%i:%s'), ''),
                      COALESCE(p.motivo_encerramento, ''),
                      COALESCE(p.operador, '')
                 INTO :PED-FORNECEDOR-ID, :PED-FORNECEDOR-NOME,
                      :PED-STATUS, :PED-CRIADO-EM,
                      :PED-ENCERRADO-EM, :PED-MOTIVO, :PED-OPERADOR
                 FROM pedido_compra p
                 LEFT JOIN fornecedor f
                   ON f.id = p.fornecedor_id
                WHERE p.id = :PED-ID
           END-EXEC.

           IF  SQLCODE EQUAL 100
               STRING
                   "PEDIDO DE COMPRA NAO ENCONTRADO."
               INTO WRK-MSG-ERRO
               MOVE ERR-COD-VALIDACAO TO WRK-COD-ERRO
               PERFORM 9200-RETORNAR-RESPOSTA-HTTP-404
           END-IF.

           IF  SQLCODE NOT EQUAL ZERO
               STRING
                   "ERRO AO TENTAR LER O PEDIDO DE COMPRA."
               INTO WRK-MSG-ERRO
               MOVE SQLERRM TO WRK-MSG-EXP-ERRO
               MOVE ERR-COD-SQL-EXEC TO WRK-COD-ERRO
               PERFORM 9000-RETORNAR-RESPOSTA-HTTP-500
           END-IF.

           EXEC SQL
               DECLARE CUR-ITENS CURSOR FOR
                   SELECT i.id, i.produto_id, COALESCE(p.nome, ''),
                          i.quantidade, i.quantidade_recebida,
                          i.preco_unitario
                     FROM pedido_compra_itens i
                     LEFT JOIN produto p
                       ON p.id = i.produto_id
                    WHERE i.pedido_id = :PED-ID
                    ORDER BY i.id
           END-EXEC.

           EXEC SQL OPEN CUR-ITENS END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO
               STRING
                   "ERRO AO TENTAR LISTAR OS ITENS DO PEDIDO."
               INTO WRK-MSG-ERRO
               MOVE SQLERRM TO WRK-MSG-EXP-ERRO
               MOVE ERR-COD-SQL-EXEC TO WRK-COD-ERRO
               PERFORM 9000-RETORNAR-RESPOSTA-HTTP-500
           END-IF.

           MOVE PED-ID TO WRK-ID-MASK.

           DISPLAY '{'.
           DISPLAY '"http-status": ' WRK-HTTP-STATUS-200 ','.
           DISPLAY '"msg": null,'.
           DISPLAY '"data": {'.
           DISPLAY '"id": ' FUNCTION TRIM(WRK-ID-MASK) ','.

           MOVE PED-FORNECEDOR-ID TO WRK-ID-MASK.
           DISPLAY '"fornecedor_id": ' FUNCTION TRIM(WRK-ID-MASK) ','.

           MOVE PED-FORNECEDOR-NOME TO WRK-CAMPO-TXT.
           CALL 'MOD-JSON-ESCAPE' USING WRK-CAMPO-TXT WRK-CAMPO-ESC
               END-CALL.
           DISPLAY '"fornecedor": "' FUNCTION TRIM(WRK-CAMPO-ESC) '",'.

           DISPLAY '"status": "' FUNCTION TRIM(PED-STATUS) '",'.
           DISPLAY '"criado_em": "' PED-CRIADO-EM '",'.

           IF  PED-ENCERRADO-EM = SPACES
               DISPLAY '"encerrado_em": null,'
           ELSE
               DISPLAY '"encerrado_em": "' PED-ENCERRADO-EM '",'
           END-IF.

           MOVE PED-MOTIVO TO WRK-CAMPO-TXT.
           CALL 'MOD-JSON-ESCAPE' USING WRK-CAMPO-TXT WRK-CAMPO-ESC
               END-CALL.
           DISPLAY '"motivo_encerramento": "'
               FUNCTION TRIM(WRK-CAMPO-ESC) '",'.

           MOVE PED-OPERADOR TO WRK-CAMPO-TXT.
           CALL 'MOD-JSON-ESCAPE' USING WRK-CAMPO-TXT WRK-CAMPO-ESC
               END-CALL.
           DISPLAY '"operador": "' FUNCTION TRIM(WRK-CAMPO-ESC) '",'.

           DISPLAY '"itens": ['.

           SET PRIMEIRO-REGISTRO TO TRUE.
           PERFORM 3600-BUSCAR-PROXIMO-ITEM.
           PERFORM 3700-EMITIR-ITEM UNTIL FIM-CURSOR.

           DISPLAY ']'.
           DISPLAY '}'.
           DISPLAY '}'.

           EXEC SQL CLOSE CUR-ITENS END-EXEC.

           MOVE "PARAR" TO WRK-TEMPO-ACAO.
           CALL 'MOD-MEDE-TEMPO'
               USING WRK-TEMPO-ACAO, WRK-PROGRAMA-NOME
               END-CALL.

           CALL 'MOD-REGISTRA-AUDITORIA'
               USING WRK-PROGRAMA-NOME, WRK-AUDIT-PARAMS,
                   WRK-HTTP-STATUS-200
               END-CALL.

       3600-BUSCAR-PROXIMO-ITEM.

           EXEC SQL
               FETCH CUR-ITENS
                   INTO :ITM-ID, :ITM-PRODUTO-ID, :ITM-PRODUTO-NOME,
                        :ITM-QUANTIDADE, :ITM-RECEBIDA, :ITM-PRECO
           END-EXEC.

           IF  SQLCODE EQUAL 100
               SET FIM-CURSOR TO TRUE
           END-IF.

       3700-EMITIR-ITEM.

           IF  NAO-PRIMEIRO-REGISTRO
               DISPLAY ','
           END-IF.
           SET NAO-PRIMEIRO-REGISTRO TO TRUE.

           MOVE ITM-ID TO WRK-ITEM-MASK.
           MOVE ITM-PRODUTO-ID TO WRK-ID-MASK.
           MOVE ITM-QUANTIDADE TO WRK-QTD-MASK.
           MOVE ITM-RECEBIDA TO WRK-RECEBIDA-MASK.
           MOVE ITM-PRECO TO WRK-VALOR-MASK.

           DISPLAY '   {'.
           DISPLAY '    "id": ' FUNCTION TRIM(WRK-ITEM-MASK) ','.
           DISPLAY '    "produto_id": ' FUNCTION TRIM(WRK-ID-MASK) ','.

           MOVE ITM-PRODUTO-NOME TO WRK-CAMPO-TXT.
           CALL 'MOD-JSON-ESCAPE' USING WRK-CAMPO-TXT WRK-CAMPO-ESC
               END-CALL.
           DISPLAY '    "produto": "'
               FUNCTION TRIM(WRK-CAMPO-ESC) '",'.

           DISPLAY '    "quantidade": '
               FUNCTION TRIM(WRK-QTD-MASK) ','.
           DISPLAY '    "quantidade_recebida": '
               FUNCTION TRIM(WRK-RECEBIDA-MASK) ','.
           DISPLAY '    "preco_unitario": '
               FUNCTION TRIM(WRK-VALOR-MASK).
           DISPLAY '   }'.

           PERFORM 3600-BUSCAR-PROXIMO-ITEM.

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

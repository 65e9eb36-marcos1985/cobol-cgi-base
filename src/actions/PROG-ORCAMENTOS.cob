       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG-ORCAMENTOS.
      *******************************************
      * AUTOR:
      * DATA:
      * ALTERACOES:
      *   - ACAO DE ORCAMENTOS DE VENDA: A PROPOSTA PRECIFICADA QUE O
      *     VENDEDOR MANDA AO CLIENTE ANTES DE QUALQUER VENDA SER
      *     LANCADA (ANTES ERA UMA VENDA CANCELADA DEPOIS, QUE SUJAVA
      *     OS TOTAIS DE PROG-FECHA-VENDAS E AS NOTIFICACOES).
      *     QS_ACAO=LISTAR (PADRAO; FILTROS QS_STATUS, QS_CLIENTE_ID E
      *     QS_VENDEDOR_ID) E ITENS (QS_ID) SAO LEITURAS. CRIAR
      *     (QS_CLIENTE_ID, QS_VENDEDOR_ID E QS_PARCELAS OPCIONAIS,
      *     QS_VALIDADE AAAA-MM-DD OPCIONAL, PADRAO HOJE MAIS
      *     ORCAMENTO.VALIDADE_DIAS DA CONFIGURACAO CENTRAL, E QS_OBS)
      *     ABRE O ORCAMENTO. INCLUIR (QS_ID, QS_PRODUTO_ID,
      *     QS_QUANTIDADE, QS_PRECO OPCIONAL) E REMOVER (QS_ITEM_ID)
      *     MEXEM NAS LINHAS DO ORCAMENTO ABERTO, PRECIFICADAS POR
      *     MOD-PRECO-VENDA COMO OS ITENS DA VENDA. ENVIAR MARCA O
      *     ORCAMENTO COMO ENVIADO AO CLIENTE. ACEITAR CRIA A VENDA E
      *     OS ITENS NA MESMA TRANSACAO, PELOS MESMOS CORRIMAOS DE
      *     PROG-CRIA-VENDA E PROG-ITENS-VENDA (DIA FECHADO, CLIENTE,
      *     VENDEDOR ATIVO, IMPOSTO, ESTOQUE, PARCELAS E LIMITE DE
      *     CREDITO), AOS PRECOS DO ORCAMENTO E DATADA NO DIA DO
      *     ACEITE. ORCAMENTO VENCIDO NAO E ENVIADO NEM ACEITO; A
      *     EXPIRACAO NOTURNA E DE PROG-EXPIRA-ORCAMENTOS. ORCAMENTO
      *     NAO GERA NOTIFICACAO: SO A VENDA DO ACEITE. AS ESCRITAS
      *     SEGUEM O PADRAO: METODO POST, MODO DE MANUTENCAO (503),
      *     CHAVE DE API COM PAPEL WRITER OU ADMIN, CHAVE DE
      *     IDEMPOTENCIA E AUDITORIA.
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
       77  WRK-SALDO-MASK                  PIC -(8)9.
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
               VALUE "PROG-ORCAMENTOS".
       77  WRK-AUDIT-PARAMS                PIC X(255).
       77  WRK-COD-ERRO                    PIC 9(4).

       COPY ERRO-CODES.
       COPY VERSAO-BUILD.

       77  WRK-QS-ACAO                     PIC X(10).
       77  WRK-QS-ID-STG                   PIC X(10).
       77  WRK-QS-ITEM-STG                 PIC X(10).
       77  WRK-QS-CLIENTE-STG              PIC X(10).
       77  WRK-QS-VENDEDOR-STG             PIC X(10).
       77  WRK-QS-PARCELAS-STG             PIC X(10).
       77  WRK-QS-PRODUTO-STG              PIC X(10).
       77  WRK-QS-QUANTIDADE-STG           PIC X(10).
       77  WRK-QS-PRECO-STG                PIC X(15).
       77  WRK-QS-VALIDADE                 PIC X(10).
       77  WRK-QS-STATUS                   PIC X(12).
       77  WRK-QS-OBS                      PIC X(255).
       77  WRK-VALOR-CHECK                 PIC X(15).
       77  WRK-REQUEST-METHOD              PIC X(10).
       77  WRK-OPERADOR                    PIC X(60).
       77  WRK-RESP-DADOS                  PIC X(1024).

       77  WRK-CFG-CHAVE                   PIC X(60).
       77  WRK-CFG-VALOR                   PIC X(255).
       77  WRK-CFG-ENCONTRADA              PIC X(1).
           88  CONFIG-ENCONTRADA                       VALUE 'S'.
       77  WRK-CFG-NUM-STG                 PIC X(12).
       77  WRK-CFG-NUM-CHECK               PIC X(12).

       77  WRK-DIA-FECHAMENTO              PIC X(10).
       77  WRK-DIA-FECHADO                 PIC X(1).
           88  DIA-FECHADO                             VALUE 'S'.

       77  WRK-EST-ACAO                    PIC X(10).
       77  WRK-EST-QUANTIDADE              PIC S9(9).
       77  WRK-EST-TIPO                    PIC X(12).
       77  WRK-EST-DOC-ID                  PIC 9(10).
       77  WRK-EST-ITEM-ID                 PIC 9(10).
       77  WRK-EST-MOTIVO                  PIC X(255).
       77  WRK-EST-SALDO                   PIC S9(9).
       77  WRK-EST-RESULTADO               PIC X(2).
           88  EST-MOVIMENTO-OK                        VALUE 'OK'.
           88  EST-SALDO-INSUFICIENTE                  VALUE 'SI'.
       77  WRK-EST-MSG                     PIC X(255).

       77  WRK-PRC-ACAO                    PIC X(10).
       77  WRK-PRC-QUANTIDADE              PIC 9(9).
       77  WRK-PRC-RESULTADO               PIC X(2).
           88  PRC-PRECO-OK                            VALUE 'OK'.
           88  PRC-PRODUTO-INEXISTENTE                 VALUE 'NE'.
       77  WRK-PRC-MSG                     PIC X(255).

       77  WRK-IMP-ACAO                    PIC X(10).
       77  WRK-IMP-RESULTADO               PIC X(2).
           88  IMP-IMPOSTO-OK                          VALUE 'OK'.
       77  WRK-IMP-MSG                     PIC X(255).

       77  WRK-PAR-ACAO                    PIC X(10).
       77  WRK-PAR-RESULTADO               PIC X(2).
           88  PAR-PARCELAS-OK                         VALUE 'OK'.
       77  WRK-PAR-MSG                     PIC X(255).

       77  WRK-CRD-ACAO                    PIC X(10).
       77  WRK-CRD-LIMITE                  PIC 9(10)V99.
       77  WRK-CRD-EM-ABERTO               PIC 9(10)V99.
       77  WRK-CRD-SALDO-VENDA             PIC 9(10)V99.
       77  WRK-CRD-RESULTADO               PIC X(2).
           88  CRD-CREDITO-OK                          VALUE 'OK'.
           88  CRD-CREDITO-LIBERADO                    VALUE 'LB'.
           88  CRD-CREDITO-EXCEDIDO                    VALUE 'EX'.
       77  WRK-CRD-MSG                     PIC X(255).
       77  WRK-CRD-LIMITE-MASK             PIC Z(9)9.99.
       77  WRK-CRD-ABERTO-MASK             PIC Z(9)9.99.
       77  WRK-CRD-LIBERADO-TXT            PIC X(5)    VALUE "false".

       77  WRK-MAX-ITENS                   PIC 9(5)    VALUE 200.
       77  WRK-QTD-ITENS                   PIC 9(5)    VALUE ZERO.
       77  WRK-IDX                         PIC 9(5)    VALUE ZERO.

       01  WRK-ORCAMENTO-ITENS.
           05  WRK-OI-ITEM                 OCCURS 200 TIMES.
               10  WRK-OI-PRODUTO-ID       PIC 9(10).
               10  WRK-OI-QUANTIDADE       PIC 9(5).
               10  WRK-OI-PRECO            PIC 9(8)V99.
               10  WRK-OI-PRECO-LISTA      PIC 9(8)V99.
               10  WRK-OI-DESCONTO         PIC 9(8)V99.
               10  WRK-OI-PROMOCAO-ID      PIC 9(10).

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
           05 ORC-ID             PIC 9(10).
           05 ORC-CLIENTE-ID     PIC 9(10).
           05 ORC-CLIENTE-ATIVO  PIC X(1).
           05 ORC-VENDEDOR-ID    PIC 9(10).
           05 ORC-VENDEDOR-ATIVO PIC X(1).
           05 ORC-COMISSAO       PIC 9(3)V99.
           05 ORC-QTD-PARCELAS   PIC 9(3).
           05 ORC-VALIDADE       PIC X(10).
           05 ORC-VALIDADE-SIT   PIC X(1).
           05 ORC-DIAS-VALIDADE  PIC 9(5).
           05 ORC-STATUS         PIC X(10).
           05 ORC-VENCIDO        PIC X(1).
           05 ORC-DIA            PIC X(10).
           05 ORC-VALOR          PIC 9(10)V99.
           05 ORC-OBSERVACAO     PIC X(255).
           05 ORC-OPERADOR       PIC X(60).
           05 ORC-VENDA-ID       PIC 9(10).
           05 ORC-CRIADO-EM      PIC X(19).
           05 ORC-FILTRO         PIC X(10).
           05 ORC-QTD            PIC 9(10).
           05 ITM-ID             PIC 9(10).
           05 ITM-PRODUTO-ID     PIC 9(10).
           05 ITM-PRODUTO-NOME   PIC X(255).
           05 ITM-QUANTIDADE     PIC 9(5).
           05 ITM-PRECO          PIC 9(8)V99.
           05 ITM-TEM-PRECO      PIC X(1).
           05 ITM-PRECO-LISTA    PIC 9(8)V99.
           05 ITM-DESCONTO       PIC 9(8)V99.
           05 ITM-PROMOCAO-ID    PIC 9(10).
           05 ITM-CLASSE         PIC X(10).
           05 ITM-ALIQUOTA       PIC 9(3)V99.
           05 ITM-VALOR-IMPOSTO  PIC 9(8)V99.

       EXEC SQL END DECLARE SECTION END-EXEC.

       77  WRK-TABELA-NOTIF  PIC X(60) VALUE "venda".
       77  WRK-NOTIF-PAYLOAD PIC X(600) VALUE SPACES.
       77  WRK-EVENTO-INSERT PIC X(30) VALUE "INSERT".

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
                   PERFORM 2000-CRIAR-ORCAMENTO
               WHEN "INCLUIR"
                   PERFORM 1350-GARANTIR-MODULOS
                   PERFORM 2200-INCLUIR-ITEM
               WHEN "REMOVER"
                   PERFORM 2300-REMOVER-ITEM
               WHEN "ENVIAR"
                   PERFORM 2400-ENVIAR-ORCAMENTO
               WHEN "ACEITAR"
                   PERFORM 1350-GARANTIR-MODULOS
                   PERFORM 2500-ACEITAR-ORCAMENTO
               WHEN "ITENS"
                   PERFORM 3500-LISTAR-ITENS
               WHEN OTHER
                   PERFORM 3000-LISTAR-ORCAMENTOS
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

      * LISTAR E ITENS SAO LEITURAS; AS DEMAIS ACOES PASSAM PELO
      * PADRAO DE ESCRITA.
           IF  FUNCTION UPPER-CASE(FUNCTION TRIM(WRK-QS-ACAO))
                   NOT = "LISTAR"
           AND FUNCTION UPPER-CASE(FUNCTION TRIM(WRK-QS-ACAO))
                   NOT = "ITENS"
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

      * A SESSAO E A COMPARTILHADA DA REQUISICAO; OS MODULOS DE
      * APOIO CHAMADOS DENTRO DA TRANSACAO DO ACEITE PRECISAM
      * ENXERGAR A MESMA CONEXAO PARA GRAVAR NA MESMA UNIDADE DE
      * TRABALHO.
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
               CREATE TABLE IF NOT EXISTS orcamento (
                   id           INT NOT NULL PRIMARY KEY
                                    AUTO_INCREMENT,
                   cliente_id   INT NOT NULL,
                   vendedor_id  INT NULL,
                   qtd_parcelas INT NOT NULL DEFAULT 1,
                   validade     DATE NOT NULL,
                   status       VARCHAR(10) NOT NULL
                       DEFAULT 'ABERTO',
                   valor        DECIMAL(10,2) NOT NULL DEFAULT 0,
                   observacao   VARCHAR(255) NULL,
                   venda_id     INT NULL,
                   operador     VARCHAR(60) NULL,
                   criado_em    DATETIME NOT NULL
                       DEFAULT CURRENT_TIMESTAMP,
                   enviado_em   DATETIME NULL,
                   aceito_em    DATETIME NULL,
                   expirado_em  DATETIME NULL,
                   KEY ix_orcamento_status (status, validade),
                   KEY ix_orcamento_vendedor (vendedor_id, criado_em)
               )
           END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO
               STRING
                   "ERRO AO TENTAR GARANTIR A TABELA DE ORCAMENTOS."
               INTO WRK-MSG-ERRO
               MOVE SQLERRM TO WRK-MSG-EXP-ERRO
               MOVE ERR-COD-SQL-EXEC TO WRK-COD-ERRO
               PERFORM 9000-RETORNAR-RESPOSTA-HTTP-500
           END-IF.

           EXEC SQL
               CREATE TABLE IF NOT EXISTS orcamento_itens (
                   id             INT NOT NULL PRIMARY KEY
                                      AUTO_INCREMENT,
                   orcamento_id   INT NOT NULL,
                   produto_id     INT NOT NULL,
                   quantidade     INT NOT NULL DEFAULT 1,
                   preco_unitario DECIMAL(10,2) NOT NULL DEFAULT 0,
                   preco_lista    DECIMAL(10,2) NULL,
                   desconto       DECIMAL(10,2) NOT NULL DEFAULT 0,
                   promocao_id    INT NULL,
                   criado_em      DATETIME NOT NULL
                       DEFAULT CURRENT_TIMESTAMP,
                   KEY ix_orcamento_itens_orcamento (orcamento_id)
               )
           END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO
               STRING
                   "ERRO AO TENTAR GARANTIR A TABELA DE ITENS DO "
                   "ORCAMENTO."
               INTO WRK-MSG-ERRO
               MOVE SQLERRM TO WRK-MSG-EXP-ERRO
               MOVE ERR-COD-SQL-EXEC TO WRK-COD-ERRO
               PERFORM 9000-RETORNAR-RESPOSTA-HTTP-500
           END-IF.

       1350-GARANTIR-MODULOS.

      * AS TABELAS DOS MODULOS DE PRECO, IMPOSTO, PARCELAS, CREDITO
      * E ESTOQUE SAO GARANTIDAS ANTES DE ABRIR A TRANSACAO: DDL FAZ
      * COMMIT IMPLICITO.
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

           MOVE "GARANTIR" TO WRK-IMP-ACAO.
           PERFORM 2560-CHAMAR-IMPOSTO-VENDA.

           IF  NOT IMP-IMPOSTO-OK
               STRING
                   "ERRO AO TENTAR GARANTIR AS TABELAS DE "
                   "CLASSES FISCAIS."
               INTO WRK-MSG-ERRO
               MOVE WRK-IMP-MSG TO WRK-MSG-EXP-ERRO
               MOVE ERR-COD-SQL-EXEC TO WRK-COD-ERRO
               PERFORM 9000-RETORNAR-RESPOSTA-HTTP-500
           END-IF.

           MOVE "GARANTIR" TO WRK-PAR-ACAO.
           PERFORM 2610-CHAMAR-PARCELAS-VENDA.

           IF  NOT PAR-PARCELAS-OK
               STRING
                   "ERRO AO TENTAR GARANTIR AS TABELAS DE PARCELAS."
               INTO WRK-MSG-ERRO
               MOVE WRK-PAR-MSG TO WRK-MSG-EXP-ERRO
               MOVE ERR-COD-SQL-EXEC TO WRK-COD-ERRO
               PERFORM 9000-RETORNAR-RESPOSTA-HTTP-500
           END-IF.

           MOVE "GARANTIR" TO WRK-CRD-ACAO.
           PERFORM 2630-CHAMAR-LIMITE-CREDITO.

           IF  NOT CRD-CREDITO-OK
               STRING
                   "ERRO AO TENTAR GARANTIR A ESTRUTURA DO LIMITE DE "
                   "CREDITO."
               INTO WRK-MSG-ERRO
               MOVE WRK-CRD-MSG TO WRK-MSG-EXP-ERRO
               MOVE ERR-COD-SQL-EXEC TO WRK-COD-ERRO
               PERFORM 9000-RETORNAR-RESPOSTA-HTTP-500
           END-IF.

           MOVE "GARANTIR" TO WRK-EST-ACAO.
           PERFORM 2570-CHAMAR-RAZAO-ESTOQUE.

           IF  NOT EST-MOVIMENTO-OK
               STRING
                   "ERRO AO TENTAR GARANTIR AS TABELAS DE ESTOQUE."
               INTO WRK-MSG-ERRO
               MOVE WRK-EST-MSG TO WRK-MSG-EXP-ERRO
               MOVE ERR-COD-SQL-EXEC TO WRK-COD-ERRO
               PERFORM 9000-RETORNAR-RESPOSTA-HTTP-500
           END-IF.

       1400-LER-VALIDADE-PADRAO.

      * VALOR AUSENTE, NAO NUMERICO OU ZERO NA CONFIGURACAO MANTEM OS
      * 15 DIAS PADRAO.
           MOVE 15 TO ORC-DIAS-VALIDADE.
           MOVE "orcamento.validade_dias" TO WRK-CFG-CHAVE.
           MOVE SPACES TO WRK-CFG-VALOR.
           CALL 'MOD-LE-CONFIG'
               USING WRK-CFG-CHAVE, WRK-CFG-VALOR,
                   WRK-CFG-ENCONTRADA
               END-CALL.

           IF  CONFIG-ENCONTRADA
               MOVE FUNCTION TRIM(WRK-CFG-VALOR)
                   TO WRK-CFG-NUM-STG
               MOVE WRK-CFG-NUM-STG TO WRK-CFG-NUM-CHECK
               INSPECT WRK-CFG-NUM-CHECK REPLACING ALL SPACE BY '0'
               IF  WRK-CFG-NUM-CHECK IS NUMERIC
               AND FUNCTION TRIM(WRK-CFG-NUM-STG) NOT = SPACES
               AND FUNCTION NUMVAL(WRK-CFG-NUM-STG) > ZERO
               AND FUNCTION NUMVAL(WRK-CFG-NUM-STG) < 100000
                   COMPUTE ORC-DIAS-VALIDADE =
                       FUNCTION NUMVAL(WRK-CFG-NUM-STG)
               END-IF
           END-IF.

       2000-CRIAR-ORCAMENTO.

           ACCEPT WRK-QS-CLIENTE-STG FROM ENVIRONMENT "QS_CLIENTE_ID".
           PERFORM 2030-VALIDAR-CLIENTE.

           MOVE ZERO TO ORC-VENDEDOR-ID.
           ACCEPT WRK-QS-VENDEDOR-STG FROM ENVIRONMENT "QS_VENDEDOR_ID".
           IF  FUNCTION TRIM(WRK-QS-VENDEDOR-STG) NOT = SPACES
               PERFORM 2020-VALIDAR-VENDEDOR
           END-IF.

           MOVE 1 TO ORC-QTD-PARCELAS.
           ACCEPT WRK-QS-PARCELAS-STG FROM ENVIRONMENT "QS_PARCELAS".
           IF  FUNCTION TRIM(WRK-QS-PARCELAS-STG) NOT = SPACES
               PERFORM 2010-VALIDAR-PARCELAS
           END-IF.

           ACCEPT WRK-QS-OBS FROM ENVIRONMENT "QS_OBS".
           MOVE FUNCTION TRIM(WRK-QS-OBS) TO ORC-OBSERVACAO.

           ACCEPT WRK-QS-VALIDADE FROM ENVIRONMENT "QS_VALIDADE".
           PERFORM 2050-RESOLVER-VALIDADE.

           PERFORM 2060-VERIFICAR-CLIENTE.

           IF  ORC-VENDEDOR-ID NOT = ZERO
               PERFORM 2070-VERIFICAR-VENDEDOR
           END-IF.

           CALL 'MOD-RESOLVE-OPERADOR' USING WRK-OPERADOR
               END-CALL.
           MOVE WRK-OPERADOR TO ORC-OPERADOR.

           EXEC SQL START TRANSACTION END-EXEC.

           EXEC SQL
               INSERT INTO orcamento
                   (cliente_id, vendedor_id, qtd_parcelas, validade,
                    observacao, operador)
               VALUES
                   (:ORC-CLIENTE-ID, NULLIF(:ORC-VENDEDOR-ID, 0),
                    :ORC-QTD-PARCELAS, :ORC-VALIDADE,
                    NULLIF(TRIM(:ORC-OBSERVACAO), ''),
                    NULLIF(TRIM(:ORC-OPERADOR), ''))
           END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO
               STRING
                   "ERRO AO TENTAR INCLUIR O ORCAMENTO."
               INTO WRK-MSG-ERRO
               MOVE SQLERRM TO WRK-MSG-EXP-ERRO
               MOVE ERR-COD-SQL-EXEC TO WRK-COD-ERRO
               EXEC SQL ROLLBACK END-EXEC
               PERFORM 9000-RETORNAR-RESPOSTA-HTTP-500
           END-IF.

           EXEC SQL
               SELECT LAST_INSERT_ID() INTO :ORC-ID
           END-EXEC.

           EXEC SQL COMMIT END-EXEC.

           MOVE "ABERTO" TO ORC-STATUS.
           MOVE ORC-ID TO WRK-ID-MASK.
           MOVE SPACES TO WRK-RESP-DADOS.
           STRING
               '"id": ' FUNCTION TRIM(WRK-ID-MASK) ','
               WRK-NEWLINE
               DELIMITED BY SIZE
               INTO WRK-RESP-DADOS
           END-STRING.
           MOVE ORC-CLIENTE-ID TO WRK-ID-MASK.
           STRING
               FUNCTION TRIM(WRK-RESP-DADOS TRAILING)
               '"cliente_id": ' FUNCTION TRIM(WRK-ID-MASK) ','
               WRK-NEWLINE
               DELIMITED BY SIZE
               INTO WRK-RESP-DADOS
           END-STRING.
           PERFORM 2080-RESPONDER-VENDEDOR.
           MOVE ORC-QTD-PARCELAS TO WRK-QTD-MASK.
           STRING
               FUNCTION TRIM(WRK-RESP-DADOS TRAILING)
               '"qtd_parcelas": ' FUNCTION TRIM(WRK-QTD-MASK) ','
               WRK-NEWLINE
               '"validade": "' ORC-VALIDADE '",' WRK-NEWLINE
               '"status": "' FUNCTION TRIM(ORC-STATUS) '"'
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

           MOVE WRK-QS-PARCELAS-STG TO ORC-QTD-PARCELAS.

       2020-VALIDAR-VENDEDOR.

           COPY VALIDACAO-CAMPO-NUMERICO
               REPLACING ==TAG-CAMPO-STG==  BY ==WRK-QS-VENDEDOR-STG==
                   ==TAG-NOME-PARAM==       BY =="QS_VENDEDOR_ID"==
                   ==TAG-PARAGRAFO-400==    BY
                       ==9100-RETORNAR-RESPOSTA-HTTP-400==.
           MOVE WRK-QS-VENDEDOR-STG TO ORC-VENDEDOR-ID.

       2030-VALIDAR-CLIENTE.

           COPY VALIDACAO-CAMPO-NUMERICO
               REPLACING ==TAG-CAMPO-STG==  BY ==WRK-QS-CLIENTE-STG==
                   ==TAG-NOME-PARAM==       BY =="QS_CLIENTE_ID"==
                   ==TAG-PARAGRAFO-400==    BY
                       ==9100-RETORNAR-RESPOSTA-HTTP-400==.
           MOVE WRK-QS-CLIENTE-STG TO ORC-CLIENTE-ID.

       2050-RESOLVER-VALIDADE.

      * SEM QS_VALIDADE O ORCAMENTO VALE PELOS DIAS DA CONFIGURACAO;
      * DATA INFORMADA PRECISA SER VALIDA E NAO PODE SER PASSADA.
           IF  FUNCTION TRIM(WRK-QS-VALIDADE) = SPACES
               PERFORM 1400-LER-VALIDADE-PADRAO
               EXEC SQL
                   SELECT DATE_FORMAT(DATE_ADD(CURRENT_DATE,
                              INTERVAL :ORC-DIAS-VALIDADE DAY),
                              '%Y-%m-%d')
                     INTO :ORC-VALIDADE
               END-EXEC
               IF  SQLCODE NOT EQUAL ZERO
                   STRING
                       "ERRO AO TENTAR CALCULAR A VALIDADE DO "
                       "ORCAMENTO."
                   INTO WRK-MSG-ERRO
                   MOVE SQLERRM TO WRK-MSG-EXP-ERRO
                   MOVE ERR-COD-SQL-EXEC TO WRK-COD-ERRO
                   PERFORM 9000-RETORNAR-RESPOSTA-HTTP-500
               END-IF
               EXIT PARAGRAPH
           END-IF.

           IF  WRK-QS-VALIDADE(5:1) NOT = '-'
           OR  WRK-QS-VALIDADE(8:1) NOT = '-'
           OR  WRK-QS-VALIDADE(1:4) IS NOT NUMERIC
           OR  WRK-QS-VALIDADE(6:2) IS NOT NUMERIC
           OR  WRK-QS-VALIDADE(9:2) IS NOT NUMERIC
               STRING
                   "PARAMETRO QS_VALIDADE DEVE ESTAR NO FORMATO "
                   "AAAA-MM-DD."
               INTO WRK-MSG-ERRO
               MOVE ERR-COD-VALIDACAO TO WRK-COD-ERRO
               PERFORM 9100-RETORNAR-RESPOSTA-HTTP-400
           END-IF.

           MOVE WRK-QS-VALIDADE TO ORC-VALIDADE.

           EXEC SQL
               SELECT CASE
                        WHEN STR_TO_DATE(:ORC-VALIDADE, '%Y-%m-%d')
                             IS NULL THEN 'I'
                        WHEN STR_TO_DATE(:ORC-VALIDADE, '%Y-%m-%d')
                             < CURRENT_DATE THEN 'P'
                        ELSE 'S'
                      END
                 INTO :ORC-VALIDADE-SIT
           END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO
               STRING
                   "ERRO AO TENTAR VALIDAR A VALIDADE DO ORCAMENTO."
               INTO WRK-MSG-ERRO
               MOVE SQLERRM TO WRK-MSG-EXP-ERRO
               MOVE ERR-COD-SQL-EXEC TO WRK-COD-ERRO
               PERFORM 9000-RETORNAR-RESPOSTA-HTTP-500
           END-IF.

           IF  ORC-VALIDADE-SIT = 'I'
               STRING
                   "PARAMETRO QS_VALIDADE NAO E UMA DATA VALIDA."
               INTO WRK-MSG-ERRO
               MOVE ERR-COD-VALIDACAO TO WRK-COD-ERRO
               PERFORM 9100-RETORNAR-RESPOSTA-HTTP-400
           END-IF.

           IF  ORC-VALIDADE-SIT = 'P'
               STRING
                   "PARAMETRO QS_VALIDADE NAO PODE SER ANTERIOR A "
                   "HOJE."
               INTO WRK-MSG-ERRO
               MOVE ERR-COD-VALIDACAO TO WRK-COD-ERRO
               PERFORM 9100-RETORNAR-RESPOSTA-HTTP-400
           END-IF.

       2060-VERIFICAR-CLIENTE.

           EXEC SQL
               SELECT ativo
                 INTO :ORC-CLIENTE-ATIVO
                 FROM cliente
                WHERE id = :ORC-CLIENTE-ID
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

           IF  ORC-CLIENTE-ATIVO NOT = 'S'
               STRING
                   "CLIENTE INATIVO NAO PODE RECEBER ORCAMENTO NEM "
                   "VENDA NOVA."
               INTO WRK-MSG-ERRO
               MOVE ERR-COD-SITUACAO-INVALIDA TO WRK-COD-ERRO
               PERFORM 9100-RETORNAR-RESPOSTA-HTTP-400
           END-IF.

       2070-VERIFICAR-VENDEDOR.

      * O PERCENTUAL LIDO AQUI SO VALE PARA A VENDA DO ACEITE: O
      * ORCAMENTO NAO GUARDA COMISSAO, QUE E A VIGENTE NO DIA EM QUE
      * A VENDA NASCE.
           EXEC SQL
               SELECT percentual_comissao, ativo
                 INTO :ORC-COMISSAO, :ORC-VENDEDOR-ATIVO
                 FROM vendedor
                WHERE id = :ORC-VENDEDOR-ID
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

           IF  ORC-VENDEDOR-ATIVO NOT = 'S'
               STRING
                   "VENDEDOR INATIVO NAO PODE RECEBER VENDA NOVA."
               INTO WRK-MSG-ERRO
               MOVE ERR-COD-SITUACAO-INVALIDA TO WRK-COD-ERRO
               PERFORM 9100-RETORNAR-RESPOSTA-HTTP-400
           END-IF.

       2080-RESPONDER-VENDEDOR.

           IF  ORC-VENDEDOR-ID = ZERO
               STRING
                   FUNCTION TRIM(WRK-RESP-DADOS TRAILING)
                   '"vendedor_id": null,' WRK-NEWLINE
                   DELIMITED BY SIZE
                   INTO WRK-RESP-DADOS
               END-STRING
           ELSE
               MOVE ORC-VENDEDOR-ID TO WRK-ID-MASK
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
           MOVE WRK-QS-ID-STG TO ORC-ID.

       2100-TRAVAR-ORCAMENTO.

      * A LINHA DO ORCAMENTO FICA TRAVADA ATE O COMMIT: ITENS, ENVIO,
      * ACEITE E EXPIRACAO SIMULTANEOS NAO SE CRUZAM. O DIA CORRENTE
      * VEM DO BANCO, PARA PRECO E IMPOSTO USAREM A MESMA DATA DA
      * VENDA.
           EXEC SQL START TRANSACTION END-EXEC.

           EXEC SQL
               SELECT cliente_id, COALESCE(vendedor_id, 0),
                      qtd_parcelas, status,
                      DATE_FORMAT(validade, '%Y-%m-%d'),
                      CASE WHEN validade < CURRENT_DATE
                           THEN 'S' ELSE 'N' END,
                      DATE_FORMAT(CURRENT_DATE, '%Y-%m-%d')
                 INTO :ORC-CLIENTE-ID, :ORC-VENDEDOR-ID,
                      :ORC-QTD-PARCELAS, :ORC-STATUS,
                      :ORC-VALIDADE, :ORC-VENCIDO, :ORC-DIA
                 FROM orcamento
                WHERE id = :ORC-ID
                  FOR UPDATE
           END-EXEC.

           IF  SQLCODE EQUAL 100
               STRING
                   "ORCAMENTO NAO ENCONTRADO."
               INTO WRK-MSG-ERRO
               EXEC SQL ROLLBACK END-EXEC
               MOVE ERR-COD-VALIDACAO TO WRK-COD-ERRO
               PERFORM 9200-RETORNAR-RESPOSTA-HTTP-404
           END-IF.

           IF  SQLCODE NOT EQUAL ZERO
               STRING
                   "ERRO AO TENTAR LER O ORCAMENTO."
               INTO WRK-MSG-ERRO
               MOVE SQLERRM TO WRK-MSG-EXP-ERRO
               MOVE ERR-COD-SQL-EXEC TO WRK-COD-ERRO
               EXEC SQL ROLLBACK END-EXEC
               PERFORM 9000-RETORNAR-RESPOSTA-HTTP-500
           END-IF.

       2150-EXIGIR-ABERTO.

      * ITENS SO MUDAM ENQUANTO O ORCAMENTO NAO FOI ENVIADO: O QUE O
      * CLIENTE RECEBEU E O QUE ELE ACEITA.
           IF  ORC-STATUS NOT = "ABERTO"
               STRING
                   "ORCAMENTO " FUNCTION TRIM(ORC-STATUS)
                   ". SO ORCAMENTO ABERTO PODE TER OS ITENS "
                   "ALTERADOS OU SER ENVIADO."
                   DELIMITED BY SIZE
               INTO WRK-MSG-ERRO
               EXEC SQL ROLLBACK END-EXEC
               MOVE ERR-COD-SITUACAO-INVALIDA TO WRK-COD-ERRO
               PERFORM 9100-RETORNAR-RESPOSTA-HTTP-400
           END-IF.

       2160-EXIGIR-VIGENTE.

           IF  ORC-VENCIDO = 'S'
               STRING
                   "ORCAMENTO VENCIDO EM " ORC-VALIDADE
                   ". CRIE UM ORCAMENTO NOVO."
                   DELIMITED BY SIZE
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

           PERFORM 2100-TRAVAR-ORCAMENTO.
           PERFORM 2150-EXIGIR-ABERTO.

           PERFORM 2250-PRECIFICAR-ITEM.

           EXEC SQL
               INSERT INTO orcamento_itens
                   (orcamento_id, produto_id, quantidade,
                    preco_unitario, preco_lista, desconto,
                    promocao_id)
               VALUES
                   (:ORC-ID, :ITM-PRODUTO-ID, :ITM-QUANTIDADE,
                    :ITM-PRECO, :ITM-PRECO-LISTA, :ITM-DESCONTO,
                    NULLIF(:ITM-PROMOCAO-ID, 0))
           END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO
               STRING
                   "ERRO AO TENTAR INCLUIR O ITEM DO ORCAMENTO."
               INTO WRK-MSG-ERRO
               MOVE SQLERRM TO WRK-MSG-EXP-ERRO
               MOVE ERR-COD-SQL-EXEC TO WRK-COD-ERRO
               EXEC SQL ROLLBACK END-EXEC
               PERFORM 9000-RETORNAR-RESPOSTA-HTTP-500
           END-IF.

           EXEC SQL
               SELECT LAST_INSERT_ID() INTO :ITM-ID
           END-EXEC.

           PERFORM 2350-RECALCULAR-VALOR.

           EXEC SQL COMMIT END-EXEC.

           MOVE ORC-ID TO WRK-ID-MASK.
           MOVE SPACES TO WRK-RESP-DADOS.
           STRING
               '"orcamento_id": ' FUNCTION TRIM(WRK-ID-MASK) ','
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
           STRING
               FUNCTION TRIM(WRK-RESP-DADOS TRAILING)
               '"produto_id": ' FUNCTION TRIM(WRK-ID-MASK) ','
               WRK-NEWLINE
               DELIMITED BY SIZE
               INTO WRK-RESP-DADOS
           END-STRING.
           MOVE ITM-QUANTIDADE TO WRK-QTD-MASK.
           MOVE ITM-PRECO TO WRK-VALOR-MASK.
           STRING
               FUNCTION TRIM(WRK-RESP-DADOS TRAILING)
               '"quantidade": ' FUNCTION TRIM(WRK-QTD-MASK) ','
               WRK-NEWLINE
               '"preco_unitario": ' FUNCTION TRIM(WRK-VALOR-MASK) ','
               WRK-NEWLINE
               DELIMITED BY SIZE
               INTO WRK-RESP-DADOS
           END-STRING.
           MOVE ITM-PRECO-LISTA TO WRK-VALOR-MASK.
           STRING
               FUNCTION TRIM(WRK-RESP-DADOS TRAILING)
               '"preco_lista": ' FUNCTION TRIM(WRK-VALOR-MASK) ','
               WRK-NEWLINE
               DELIMITED BY SIZE
               INTO WRK-RESP-DADOS
           END-STRING.
           MOVE ITM-DESCONTO TO WRK-VALOR-MASK.
           STRING
               FUNCTION TRIM(WRK-RESP-DADOS TRAILING)
               '"desconto": ' FUNCTION TRIM(WRK-VALOR-MASK) ','
               WRK-NEWLINE
               DELIMITED BY SIZE
               INTO WRK-RESP-DADOS
           END-STRING.
           IF  ITM-PROMOCAO-ID = ZERO
               STRING
                   FUNCTION TRIM(WRK-RESP-DADOS TRAILING)
                   '"promocao_id": null,' WRK-NEWLINE
                   DELIMITED BY SIZE
                   INTO WRK-RESP-DADOS
               END-STRING
           ELSE
               MOVE ITM-PROMOCAO-ID TO WRK-ID-MASK
               STRING
                   FUNCTION TRIM(WRK-RESP-DADOS TRAILING)
                   '"promocao_id": ' FUNCTION TRIM(WRK-ID-MASK) ','
                   WRK-NEWLINE
                   DELIMITED BY SIZE
                   INTO WRK-RESP-DADOS
               END-STRING
           END-IF.
           PERFORM 2360-RESPONDER-VALOR.

           PERFORM 2900-RESPONDER-OPERACAO.

       2250-PRECIFICAR-ITEM.

      * O MESMO CALCULO DO ITEM DA VENDA, NO DIA DE HOJE: SEM
      * QS_PRECO VALE A LISTA MENOS A MELHOR PROMOCAO PARA O PRODUTO,
      * O CLIENTE E A QUANTIDADE; PRECO INFORMADO ABAIXO DA LISTA E
      * DESCONTO MANUAL. O PRECO FICA CONGELADO NO ORCAMENTO.
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

           IF  ITM-TEM-PRECO = 'N'
               COMPUTE ITM-PRECO = ITM-PRECO-LISTA - ITM-DESCONTO
           ELSE
               MOVE ZERO TO ITM-PROMOCAO-ID
               MOVE ZERO TO ITM-DESCONTO
               IF  ITM-PRECO < ITM-PRECO-LISTA
                   COMPUTE ITM-DESCONTO = ITM-PRECO-LISTA - ITM-PRECO
               END-IF
           END-IF.

       2260-CHAMAR-PRECO-VENDA.

           MOVE ITM-QUANTIDADE TO WRK-PRC-QUANTIDADE.

           CALL 'MOD-PRECO-VENDA'
               USING WRK-PRC-ACAO, ITM-PRODUTO-ID, ORC-CLIENTE-ID,
                   WRK-PRC-QUANTIDADE, ORC-DIA, ITM-PRECO-LISTA,
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
               SELECT orcamento_id
                 INTO :ORC-ID
                 FROM orcamento_itens
                WHERE id = :ITM-ID
           END-EXEC.

           IF  SQLCODE EQUAL 100
               STRING
                   "ITEM DO ORCAMENTO NAO ENCONTRADO."
               INTO WRK-MSG-ERRO
               MOVE ERR-COD-VALIDACAO TO WRK-COD-ERRO
               PERFORM 9200-RETORNAR-RESPOSTA-HTTP-404
           END-IF.

           IF  SQLCODE NOT EQUAL ZERO
               STRING
                   "ERRO AO TENTAR LER O ITEM DO ORCAMENTO."
               INTO WRK-MSG-ERRO
               MOVE SQLERRM TO WRK-MSG-EXP-ERRO
               MOVE ERR-COD-SQL-EXEC TO WRK-COD-ERRO
               PERFORM 9000-RETORNAR-RESPOSTA-HTTP-500
           END-IF.

           PERFORM 2100-TRAVAR-ORCAMENTO.
           PERFORM 2150-EXIGIR-ABERTO.

           EXEC SQL
               DELETE FROM orcamento_itens
                WHERE id = :ITM-ID
                  AND orcamento_id = :ORC-ID
           END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO
               STRING
                   "ERRO AO TENTAR REMOVER O ITEM DO ORCAMENTO."
               INTO WRK-MSG-ERRO
               MOVE SQLERRM TO WRK-MSG-EXP-ERRO
               MOVE ERR-COD-SQL-EXEC TO WRK-COD-ERRO
               EXEC SQL ROLLBACK END-EXEC
               PERFORM 9000-RETORNAR-RESPOSTA-HTTP-500
           END-IF.

           PERFORM 2350-RECALCULAR-VALOR.

           EXEC SQL COMMIT END-EXEC.

           MOVE ORC-ID TO WRK-ID-MASK.
           MOVE SPACES TO WRK-RESP-DADOS.
           STRING
               '"orcamento_id": ' FUNCTION TRIM(WRK-ID-MASK) ','
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
           PERFORM 2360-RESPONDER-VALOR.

           PERFORM 2900-RESPONDER-OPERACAO.

       2350-RECALCULAR-VALOR.

      * O VALOR DO ORCAMENTO E SEMPRE DERIVADO DAS LINHAS, COMO O DA
      * VENDA.
           EXEC SQL
               UPDATE orcamento
                  SET valor = (SELECT COALESCE(SUM(quantidade *
                          preco_unitario), 0)
                          FROM orcamento_itens
                         WHERE orcamento_id = :ORC-ID)
                WHERE id = :ORC-ID
           END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO
               STRING
                   "ERRO AO TENTAR RECALCULAR O VALOR DO ORCAMENTO."
               INTO WRK-MSG-ERRO
               MOVE SQLERRM TO WRK-MSG-EXP-ERRO
               MOVE ERR-COD-SQL-EXEC TO WRK-COD-ERRO
               EXEC SQL ROLLBACK END-EXEC
               PERFORM 9000-RETORNAR-RESPOSTA-HTTP-500
           END-IF.

           EXEC SQL
               SELECT valor INTO :ORC-VALOR
                 FROM orcamento
                WHERE id = :ORC-ID
           END-EXEC.

       2360-RESPONDER-VALOR.

           MOVE ORC-VALOR TO WRK-TOTAL-MASK.
           STRING
               FUNCTION TRIM(WRK-RESP-DADOS TRAILING)
               '"valor_orcamento": ' FUNCTION TRIM(WRK-TOTAL-MASK)
               WRK-NEWLINE
               DELIMITED BY SIZE
               INTO WRK-RESP-DADOS
           END-STRING.

       2400-ENVIAR-ORCAMENTO.

           PERFORM 2090-LER-QS-ID.

           PERFORM 2100-TRAVAR-ORCAMENTO.
           PERFORM 2150-EXIGIR-ABERTO.
           PERFORM 2160-EXIGIR-VIGENTE.

           EXEC SQL
               SELECT COUNT(*)
                 INTO :ORC-QTD
                 FROM orcamento_itens
                WHERE orcamento_id = :ORC-ID
           END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO
               STRING
                   "ERRO AO TENTAR CONTAR OS ITENS DO ORCAMENTO."
               INTO WRK-MSG-ERRO
               MOVE SQLERRM TO WRK-MSG-EXP-ERRO
               MOVE ERR-COD-SQL-EXEC TO WRK-COD-ERRO
               EXEC SQL ROLLBACK END-EXEC
               PERFORM 9000-RETORNAR-RESPOSTA-HTTP-500
           END-IF.

           IF  ORC-QTD = ZERO
               STRING
                   "ORCAMENTO SEM ITENS NAO PODE SER ENVIADO."
               INTO WRK-MSG-ERRO
               EXEC SQL ROLLBACK END-EXEC
               MOVE ERR-COD-SITUACAO-INVALIDA TO WRK-COD-ERRO
               PERFORM 9100-RETORNAR-RESPOSTA-HTTP-400
           END-IF.

           EXEC SQL
               UPDATE orcamento
                  SET status = 'ENVIADO',
                      enviado_em = CURRENT_TIMESTAMP
                WHERE id = :ORC-ID
           END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO
               STRING
                   "ERRO AO TENTAR MARCAR O ORCAMENTO COMO ENVIADO."
               INTO WRK-MSG-ERRO
               MOVE SQLERRM TO WRK-MSG-EXP-ERRO
               MOVE ERR-COD-SQL-EXEC TO WRK-COD-ERRO
               EXEC SQL ROLLBACK END-EXEC
               PERFORM 9000-RETORNAR-RESPOSTA-HTTP-500
           END-IF.

           EXEC SQL COMMIT END-EXEC.

           MOVE ORC-ID TO WRK-ID-MASK.
           MOVE SPACES TO WRK-RESP-DADOS.
           STRING
               '"id": ' FUNCTION TRIM(WRK-ID-MASK) ','
               WRK-NEWLINE
               '"status": "ENVIADO",' WRK-NEWLINE
               '"validade": "' ORC-VALIDADE '"' WRK-NEWLINE
               DELIMITED BY SIZE
               INTO WRK-RESP-DADOS
           END-STRING.

           PERFORM 2900-RESPONDER-OPERACAO.

       2500-ACEITAR-ORCAMENTO.

           PERFORM 2090-LER-QS-ID.

      * OS CADASTROS SAO CONFERIDOS ANTES DA TRANSACAO, COMO EM
      * PROG-CRIA-VENDA; A SITUACAO DO ORCAMENTO E CONFERIDA DE NOVO
      * COM A LINHA TRAVADA.
           PERFORM 2450-LER-ORCAMENTO.
           PERFORM 2460-CONFERIR-ACEITE.

      * A VENDA DO ACEITE E DATADA HOJE; DIA JA FECHADO NAO A RECEBE.
           MOVE SPACES TO WRK-DIA-FECHAMENTO.
           CALL 'MOD-VERIFICA-FECHAMENTO'
               USING WRK-DIA-FECHAMENTO, WRK-DIA-FECHADO
               END-CALL.

           IF  DIA-FECHADO
               STRING
                   "DIA DE VENDAS JA FECHADO PELO FINANCEIRO. "
                   "SOLICITE A REABERTURA A UM ADMINISTRADOR "
                   "(PROG-FECHAMENTO-VENDAS)."
               INTO WRK-MSG-ERRO
               MOVE ERR-COD-VALIDACAO TO WRK-COD-ERRO
               PERFORM 9100-RETORNAR-RESPOSTA-HTTP-400
           END-IF.

           PERFORM 2060-VERIFICAR-CLIENTE.

           MOVE ZERO TO ORC-COMISSAO.
           IF  ORC-VENDEDOR-ID NOT = ZERO
               PERFORM 2070-VERIFICAR-VENDEDOR
           END-IF.

           CALL 'MOD-RESOLVE-OPERADOR' USING WRK-OPERADOR
               END-CALL.

           PERFORM 2100-TRAVAR-ORCAMENTO.
           PERFORM 2470-RECONFERIR-ACEITE.

           PERFORM 2510-CARREGAR-ITENS.

           EXEC SQL
               INSERT INTO venda
                   (cliente_id, valor, data_venda, qtd_parcelas,
                    vendedor_id, percentual_comissao)
               VALUES
                   (:ORC-CLIENTE-ID, 0, :ORC-DIA, :ORC-QTD-PARCELAS,
                    NULLIF(:ORC-VENDEDOR-ID, 0),
                    CASE WHEN :ORC-VENDEDOR-ID = 0 THEN NULL
                         ELSE :ORC-COMISSAO END)
           END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO
               STRING
                   "ERRO AO TENTAR INCLUIR A VENDA DO ORCAMENTO."
               INTO WRK-MSG-ERRO
               MOVE SQLERRM TO WRK-MSG-EXP-ERRO
               MOVE ERR-COD-SQL-EXEC TO WRK-COD-ERRO
               EXEC SQL ROLLBACK END-EXEC
               PERFORM 9000-RETORNAR-RESPOSTA-HTTP-500
           END-IF.

           EXEC SQL
               SELECT LAST_INSERT_ID() INTO :ORC-VENDA-ID
           END-EXEC.

           PERFORM 2550-GRAVAR-ITEM-VENDA
               VARYING WRK-IDX FROM 1 BY 1
               UNTIL WRK-IDX > WRK-QTD-ITENS.

           PERFORM 2600-FECHAR-VENDA.

           EXEC SQL
               UPDATE orcamento
                  SET status = 'ACEITO',
                      venda_id = :ORC-VENDA-ID,
                      aceito_em = CURRENT_TIMESTAMP
                WHERE id = :ORC-ID
           END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO
               STRING
                   "ERRO AO TENTAR MARCAR O ORCAMENTO COMO ACEITO."
               INTO WRK-MSG-ERRO
               MOVE SQLERRM TO WRK-MSG-EXP-ERRO
               MOVE ERR-COD-SQL-EXEC TO WRK-COD-ERRO
               EXEC SQL ROLLBACK END-EXEC
               PERFORM 9000-RETORNAR-RESPOSTA-HTTP-500
           END-IF.

           EXEC SQL COMMIT END-EXEC.

      * CHAMADO SOMENTE APOS O COMMIT, PARA NAO MISTURAR O COMMIT
      * PROPRIO DO MODULO DE NOTIFICACAO COM A TRANSACAO DO ACEITE.
           CALL 'MOD-REGISTRA-NOTIFICACAO'
               USING WRK-TABELA-NOTIF, ORC-VENDA-ID, WRK-EVENTO-INSERT,
                   WRK-NOTIF-PAYLOAD
               END-CALL.

           MOVE ORC-ID TO WRK-ID-MASK.
           MOVE SPACES TO WRK-RESP-DADOS.
           STRING
               '"id": ' FUNCTION TRIM(WRK-ID-MASK) ','
               WRK-NEWLINE
               '"status": "ACEITO",' WRK-NEWLINE
               DELIMITED BY SIZE
               INTO WRK-RESP-DADOS
           END-STRING.
           MOVE ORC-VENDA-ID TO WRK-ID-MASK.
           MOVE ORC-VALOR TO WRK-TOTAL-MASK.
           STRING
               FUNCTION TRIM(WRK-RESP-DADOS TRAILING)
               '"venda_id": ' FUNCTION TRIM(WRK-ID-MASK) ','
               WRK-NEWLINE
               '"data_venda": "' ORC-DIA '",' WRK-NEWLINE
               '"valor": ' FUNCTION TRIM(WRK-TOTAL-MASK) ','
               WRK-NEWLINE
               '"credito_liberado": '
               FUNCTION TRIM(WRK-CRD-LIBERADO-TXT)
               WRK-NEWLINE
               DELIMITED BY SIZE
               INTO WRK-RESP-DADOS
           END-STRING.

           PERFORM 2900-RESPONDER-OPERACAO.

       2450-LER-ORCAMENTO.

           EXEC SQL
               SELECT cliente_id, COALESCE(vendedor_id, 0), status,
                      DATE_FORMAT(validade, '%Y-%m-%d'),
                      CASE WHEN validade < CURRENT_DATE
                           THEN 'S' ELSE 'N' END
                 INTO :ORC-CLIENTE-ID, :ORC-VENDEDOR-ID, :ORC-STATUS,
                      :ORC-VALIDADE, :ORC-VENCIDO
                 FROM orcamento
                WHERE id = :ORC-ID
           END-EXEC.

           IF  SQLCODE EQUAL 100
               STRING
                   "ORCAMENTO NAO ENCONTRADO."
               INTO WRK-MSG-ERRO
               MOVE ERR-COD-VALIDACAO TO WRK-COD-ERRO
               PERFORM 9200-RETORNAR-RESPOSTA-HTTP-404
           END-IF.

           IF  SQLCODE NOT EQUAL ZERO
               STRING
                   "ERRO AO TENTAR LER O ORCAMENTO."
               INTO WRK-MSG-ERRO
               MOVE SQLERRM TO WRK-MSG-EXP-ERRO
               MOVE ERR-COD-SQL-EXEC TO WRK-COD-ERRO
               PERFORM 9000-RETORNAR-RESPOSTA-HTTP-500
           END-IF.

       2460-CONFERIR-ACEITE.

           IF  ORC-STATUS NOT = "ABERTO"
           AND ORC-STATUS NOT = "ENVIADO"
               STRING
                   "ORCAMENTO " FUNCTION TRIM(ORC-STATUS)
                   ". SO ORCAMENTO ABERTO OU ENVIADO PODE SER "
                   "ACEITO."
                   DELIMITED BY SIZE
               INTO WRK-MSG-ERRO
               MOVE ERR-COD-SITUACAO-INVALIDA TO WRK-COD-ERRO
               PERFORM 9100-RETORNAR-RESPOSTA-HTTP-400
           END-IF.

           IF  ORC-VENCIDO = 'S'
               STRING
                   "ORCAMENTO VENCIDO EM " ORC-VALIDADE
                   ". CRIE UM ORCAMENTO NOVO."
                   DELIMITED BY SIZE
               INTO WRK-MSG-ERRO
               MOVE ERR-COD-SITUACAO-INVALIDA TO WRK-COD-ERRO
               PERFORM 9100-RETORNAR-RESPOSTA-HTTP-400
           END-IF.

       2470-RECONFERIR-ACEITE.

      * OUTRO ACEITE OU A EXPIRACAO NOTURNA PODEM TER PASSADO ENTRE A
      * LEITURA E A TRAVA.
           IF  ORC-STATUS NOT = "ABERTO"
           AND ORC-STATUS NOT = "ENVIADO"
               STRING
                   "ORCAMENTO " FUNCTION TRIM(ORC-STATUS)
                   ". SO ORCAMENTO ABERTO OU ENVIADO PODE SER "
                   "ACEITO."
                   DELIMITED BY SIZE
               INTO WRK-MSG-ERRO
               EXEC SQL ROLLBACK END-EXEC
               MOVE ERR-COD-SITUACAO-INVALIDA TO WRK-COD-ERRO
               PERFORM 9100-RETORNAR-RESPOSTA-HTTP-400
           END-IF.

           PERFORM 2160-EXIGIR-VIGENTE.

       2510-CARREGAR-ITENS.

      * AS LINHAS SAO CARREGADAS E O CURSOR FECHADO ANTES DE GRAVAR
      * A VENDA: OS MODULOS DE IMPOSTO E ESTOQUE USAM A MESMA SESSAO.
           MOVE ZERO TO WRK-QTD-ITENS.

           EXEC SQL
               DECLARE CUR-ACEITE CURSOR FOR
                   SELECT produto_id, quantidade, preco_unitario,
                          COALESCE(preco_lista, preco_unitario),
                          desconto, COALESCE(promocao_id, 0)
                     FROM orcamento_itens
                    WHERE orcamento_id = :ORC-ID
                    ORDER BY id
           END-EXEC.

           EXEC SQL OPEN CUR-ACEITE END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO
               STRING
                   "ERRO AO TENTAR LER OS ITENS DO ORCAMENTO."
               INTO WRK-MSG-ERRO
               MOVE SQLERRM TO WRK-MSG-EXP-ERRO
               MOVE ERR-COD-SQL-EXEC TO WRK-COD-ERRO
               EXEC SQL ROLLBACK END-EXEC
               PERFORM 9000-RETORNAR-RESPOSTA-HTTP-500
           END-IF.

           SET NAO-FIM-CURSOR TO TRUE.
           PERFORM 2520-BUSCAR-ITEM-ACEITE.
           PERFORM 2530-GUARDAR-ITEM-ACEITE
               UNTIL FIM-CURSOR
                  OR WRK-QTD-ITENS > WRK-MAX-ITENS.

           EXEC SQL CLOSE CUR-ACEITE END-EXEC.

           IF  WRK-QTD-ITENS = ZERO
               STRING
                   "ORCAMENTO SEM ITENS NAO PODE SER ACEITO."
               INTO WRK-MSG-ERRO
               EXEC SQL ROLLBACK END-EXEC
               MOVE ERR-COD-SITUACAO-INVALIDA TO WRK-COD-ERRO
               PERFORM 9100-RETORNAR-RESPOSTA-HTTP-400
           END-IF.

           IF  WRK-QTD-ITENS > WRK-MAX-ITENS
               MOVE WRK-MAX-ITENS TO WRK-QTD-MASK
               STRING
                   "ORCAMENTO COM MAIS DE "
                   FUNCTION TRIM(WRK-QTD-MASK)
                   " ITENS NAO PODE SER ACEITO DE UMA VEZ."
                   DELIMITED BY SIZE
               INTO WRK-MSG-ERRO
               EXEC SQL ROLLBACK END-EXEC
               MOVE ERR-COD-VALIDACAO TO WRK-COD-ERRO
               PERFORM 9100-RETORNAR-RESPOSTA-HTTP-400
           END-IF.

       2520-BUSCAR-ITEM-ACEITE.

           EXEC SQL
               FETCH CUR-ACEITE
                   INTO :ITM-PRODUTO-ID, :ITM-QUANTIDADE, :ITM-PRECO,
                        :ITM-PRECO-LISTA, :ITM-DESCONTO,
                        :ITM-PROMOCAO-ID
           END-EXEC.

           IF  SQLCODE EQUAL 100
               SET FIM-CURSOR TO TRUE
           END-IF.

       2530-GUARDAR-ITEM-ACEITE.

           ADD 1 TO WRK-QTD-ITENS.

           IF  WRK-QTD-ITENS NOT > WRK-MAX-ITENS
               MOVE ITM-PRODUTO-ID  TO WRK-OI-PRODUTO-ID(WRK-QTD-ITENS)
               MOVE ITM-QUANTIDADE  TO WRK-OI-QUANTIDADE(WRK-QTD-ITENS)
               MOVE ITM-PRECO       TO WRK-OI-PRECO(WRK-QTD-ITENS)
               MOVE ITM-PRECO-LISTA TO
                   WRK-OI-PRECO-LISTA(WRK-QTD-ITENS)
               MOVE ITM-DESCONTO    TO WRK-OI-DESCONTO(WRK-QTD-ITENS)
               MOVE ITM-PROMOCAO-ID TO
                   WRK-OI-PROMOCAO-ID(WRK-QTD-ITENS)
               PERFORM 2520-BUSCAR-ITEM-ACEITE
           END-IF.

       2550-GRAVAR-ITEM-VENDA.

           MOVE WRK-OI-PRODUTO-ID(WRK-IDX)  TO ITM-PRODUTO-ID.
           MOVE WRK-OI-QUANTIDADE(WRK-IDX)  TO ITM-QUANTIDADE.
           MOVE WRK-OI-PRECO(WRK-IDX)       TO ITM-PRECO.
           MOVE WRK-OI-PRECO-LISTA(WRK-IDX) TO ITM-PRECO-LISTA.
           MOVE WRK-OI-DESCONTO(WRK-IDX)    TO ITM-DESCONTO.
           MOVE WRK-OI-PROMOCAO-ID(WRK-IDX) TO ITM-PROMOCAO-ID.

      * O PRECO E O DO ORCAMENTO; O IMPOSTO E O DA CLASSE VIGENTE NO
      * DIA DA VENDA, COMO EM QUALQUER ITEM NOVO.
           MOVE "CALCULAR" TO WRK-IMP-ACAO.
           PERFORM 2560-CHAMAR-IMPOSTO-VENDA.

           IF  NOT IMP-IMPOSTO-OK
               STRING
                   "ERRO AO TENTAR CALCULAR O IMPOSTO DO ITEM."
               INTO WRK-MSG-ERRO
               MOVE WRK-IMP-MSG TO WRK-MSG-EXP-ERRO
               MOVE ERR-COD-SQL-EXEC TO WRK-COD-ERRO
               EXEC SQL ROLLBACK END-EXEC
               PERFORM 9000-RETORNAR-RESPOSTA-HTTP-500
           END-IF.

           COMPUTE ITM-VALOR-IMPOSTO ROUNDED =
               ITM-QUANTIDADE * ITM-PRECO * ITM-ALIQUOTA / 100.

           EXEC SQL
               INSERT INTO venda_itens
                   (venda_id, produto_id, quantidade, preco_unitario,
                    preco_lista, desconto, promocao_id, classe_fiscal,
                    aliquota, valor_imposto)
               VALUES
                   (:ORC-VENDA-ID, :ITM-PRODUTO-ID, :ITM-QUANTIDADE,
                    :ITM-PRECO, :ITM-PRECO-LISTA, :ITM-DESCONTO,
                    NULLIF(:ITM-PROMOCAO-ID, 0),
                    NULLIF(TRIM(:ITM-CLASSE), ''), :ITM-ALIQUOTA,
                    :ITM-VALOR-IMPOSTO)
           END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO
               STRING
                   "ERRO AO TENTAR INCLUIR O ITEM DA VENDA."
               INTO WRK-MSG-ERRO
               MOVE SQLERRM TO WRK-MSG-EXP-ERRO
               MOVE ERR-COD-SQL-EXEC TO WRK-COD-ERRO
               EXEC SQL ROLLBACK END-EXEC
               PERFORM 9000-RETORNAR-RESPOSTA-HTTP-500
           END-IF.

           EXEC SQL
               SELECT LAST_INSERT_ID() INTO :ITM-ID
           END-EXEC.

      * A QUANTIDADE VENDIDA SAI DO ESTOQUE NA MESMA TRANSACAO; O
      * SALDO INSUFICIENTE DESFAZ O ACEITE INTEIRO.
           MOVE "MOVIMENTAR" TO WRK-EST-ACAO.
           COMPUTE WRK-EST-QUANTIDADE = ZERO - ITM-QUANTIDADE.
           MOVE "VENDA" TO WRK-EST-TIPO.
           MOVE ORC-VENDA-ID TO WRK-EST-DOC-ID.
           MOVE ITM-ID TO WRK-EST-ITEM-ID.
           MOVE SPACES TO WRK-EST-MOTIVO.
           PERFORM 2570-CHAMAR-RAZAO-ESTOQUE.

           IF  EST-SALDO-INSUFICIENTE
               EXEC SQL ROLLBACK END-EXEC
               MOVE WRK-EST-SALDO TO WRK-SALDO-MASK
               MOVE ITM-PRODUTO-ID TO WRK-ID-MASK
               STRING
                   "ESTOQUE INSUFICIENTE PARA O PRODUTO "
                   FUNCTION TRIM(WRK-ID-MASK) ". SALDO ATUAL: "
                   FUNCTION TRIM(WRK-SALDO-MASK) "."
                   DELIMITED BY SIZE
                   INTO WRK-MSG-ERRO
               END-STRING
               MOVE ERR-COD-SEM-ESTOQUE TO WRK-COD-ERRO
               PERFORM 9100-RETORNAR-RESPOSTA-HTTP-400
           END-IF.

           IF  NOT EST-MOVIMENTO-OK
               EXEC SQL ROLLBACK END-EXEC
               STRING
                   "ERRO AO TENTAR MOVIMENTAR O ESTOQUE DO PRODUTO."
               INTO WRK-MSG-ERRO
               MOVE WRK-EST-MSG TO WRK-MSG-EXP-ERRO
               MOVE ERR-COD-SQL-EXEC TO WRK-COD-ERRO
               PERFORM 9000-RETORNAR-RESPOSTA-HTTP-500
           END-IF.

       2560-CHAMAR-IMPOSTO-VENDA.

           CALL 'MOD-IMPOSTO-VENDA'
               USING WRK-IMP-ACAO, ITM-PRODUTO-ID, ORC-DIA,
                   ITM-CLASSE, ITM-ALIQUOTA, WRK-IMP-RESULTADO,
                   WRK-IMP-MSG
               END-CALL.

       2570-CHAMAR-RAZAO-ESTOQUE.

           CALL 'MOD-MOVIMENTA-ESTOQUE'
               USING WRK-EST-ACAO, ITM-PRODUTO-ID,
                   WRK-EST-QUANTIDADE, WRK-EST-TIPO, WRK-EST-DOC-ID,
                   WRK-EST-ITEM-ID, WRK-EST-MOTIVO, WRK-OPERADOR,
                   WRK-EST-SALDO, WRK-EST-RESULTADO, WRK-EST-MSG
               END-CALL.

       2600-FECHAR-VENDA.

      * TOTAIS DERIVADOS DOS ITENS, COMO EM PROG-ITENS-VENDA, E AS
      * PARCELAS GERADAS SOBRE ELES.
           EXEC SQL
               UPDATE venda
                  SET valor = (SELECT COALESCE(SUM(quantidade *
                          preco_unitario), 0)
                          FROM venda_itens
                         WHERE venda_id = :ORC-VENDA-ID),
                      valor_imposto = (SELECT COALESCE(
                          SUM(valor_imposto), 0)
                          FROM venda_itens
                         WHERE venda_id = :ORC-VENDA-ID)
                WHERE id = :ORC-VENDA-ID
           END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO
               STRING
                   "ERRO AO TENTAR TOTALIZAR A VENDA DO ORCAMENTO."
               INTO WRK-MSG-ERRO
               MOVE SQLERRM TO WRK-MSG-EXP-ERRO
               MOVE ERR-COD-SQL-EXEC TO WRK-COD-ERRO
               EXEC SQL ROLLBACK END-EXEC
               PERFORM 9000-RETORNAR-RESPOSTA-HTTP-500
           END-IF.

           EXEC SQL
               SELECT valor INTO :ORC-VALOR
                 FROM venda
                WHERE id = :ORC-VENDA-ID
           END-EXEC.

           MOVE "GERAR" TO WRK-PAR-ACAO.
           PERFORM 2610-CHAMAR-PARCELAS-VENDA.

           IF  NOT PAR-PARCELAS-OK
               STRING
                   "ERRO AO TENTAR GERAR AS PARCELAS DA VENDA."
               INTO WRK-MSG-ERRO
               MOVE WRK-PAR-MSG TO WRK-MSG-EXP-ERRO
               MOVE ERR-COD-SQL-EXEC TO WRK-COD-ERRO
               EXEC SQL ROLLBACK END-EXEC
               PERFORM 9000-RETORNAR-RESPOSTA-HTTP-500
           END-IF.

           PERFORM 2620-VERIFICAR-LIMITE-CREDITO.

       2610-CHAMAR-PARCELAS-VENDA.

           CALL 'MOD-PARCELAS-VENDA'
               USING WRK-PAR-ACAO, ORC-VENDA-ID, WRK-PAR-RESULTADO,
                   WRK-PAR-MSG
               END-CALL.

       2620-VERIFICAR-LIMITE-CREDITO.

      * CHAMADO COM A TRANSACAO ABERTA E AS PARCELAS JA GERADAS; A
      * RECUSA DESFAZ O ACEITE INTEIRO E O ORCAMENTO SEGUE ABERTO.
           MOVE "VERIFICAR" TO WRK-CRD-ACAO.
           PERFORM 2630-CHAMAR-LIMITE-CREDITO.

           IF  CRD-CREDITO-EXCEDIDO
               EXEC SQL ROLLBACK END-EXEC
               MOVE WRK-CRD-LIMITE TO WRK-CRD-LIMITE-MASK
               COMPUTE WRK-CRD-EM-ABERTO =
                   WRK-CRD-EM-ABERTO + WRK-CRD-SALDO-VENDA
               MOVE WRK-CRD-EM-ABERTO TO WRK-CRD-ABERTO-MASK
               STRING
                   "LIMITE DE CREDITO DO CLIENTE EXCEDIDO. LIMITE: "
                   FUNCTION TRIM(WRK-CRD-LIMITE-MASK)
                   "; EM ABERTO COM ESTA VENDA: "
                   FUNCTION TRIM(WRK-CRD-ABERTO-MASK) "."
                   DELIMITED BY SIZE
                   INTO WRK-MSG-ERRO
               END-STRING
               MOVE ERR-COD-LIMITE-CREDITO TO WRK-COD-ERRO
               PERFORM 9100-RETORNAR-RESPOSTA-HTTP-400
           END-IF.

           IF  CRD-CREDITO-LIBERADO
               MOVE "true" TO WRK-CRD-LIBERADO-TXT
           ELSE
               IF  NOT CRD-CREDITO-OK
                   EXEC SQL ROLLBACK END-EXEC
                   STRING
                       "ERRO AO TENTAR VERIFICAR O LIMITE DE CREDITO "
                       "DO CLIENTE."
                   INTO WRK-MSG-ERRO
                   MOVE WRK-CRD-MSG TO WRK-MSG-EXP-ERRO
                   MOVE ERR-COD-SQL-EXEC TO WRK-COD-ERRO
                   PERFORM 9000-RETORNAR-RESPOSTA-HTTP-500
               END-IF
           END-IF.

       2630-CHAMAR-LIMITE-CREDITO.

           CALL 'MOD-LIMITE-CREDITO'
               USING WRK-CRD-ACAO, ORC-CLIENTE-ID, ORC-VENDA-ID,
                   WRK-CRD-LIMITE, WRK-CRD-EM-ABERTO,
                   WRK-CRD-SALDO-VENDA, WRK-CRD-RESULTADO,
                   WRK-CRD-MSG
               END-CALL.

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

       3000-LISTAR-ORCAMENTOS.

      * SEM FILTRO VEM TODOS OS STATUS, MAIS RECENTES PRIMEIRO. O
      * CAMPO VENCIDO MOSTRA O ORCAMENTO JA FORA DA VALIDADE QUE A
      * EXPIRACAO NOTURNA AINDA NAO MARCOU.
           ACCEPT WRK-QS-STATUS FROM ENVIRONMENT "QS_STATUS".
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WRK-QS-STATUS))
               TO ORC-FILTRO.

           EVALUATE ORC-FILTRO
               WHEN SPACES
                   MOVE "TODOS" TO ORC-FILTRO
               WHEN "ABERTO"
               WHEN "ENVIADO"
               WHEN "ACEITO"
               WHEN "EXPIRADO"
               WHEN "TODOS"
                   CONTINUE
               WHEN OTHER
                   STRING
                       "PARAMETRO QS_STATUS INVALIDO. USE ABERTO, "
                       "ENVIADO, ACEITO, EXPIRADO OU TODOS."
                   INTO WRK-MSG-ERRO
                   MOVE ERR-COD-VALIDACAO TO WRK-COD-ERRO
                   PERFORM 9100-RETORNAR-RESPOSTA-HTTP-400
           END-EVALUATE.

           MOVE ZERO TO ORC-CLIENTE-ID.
           ACCEPT WRK-QS-CLIENTE-STG FROM ENVIRONMENT "QS_CLIENTE_ID".
           IF  FUNCTION TRIM(WRK-QS-CLIENTE-STG) NOT = SPACES
               PERFORM 2030-VALIDAR-CLIENTE
           END-IF.

           MOVE ZERO TO ORC-VENDEDOR-ID.
           ACCEPT WRK-QS-VENDEDOR-STG FROM ENVIRONMENT "QS_VENDEDOR_ID".
           IF  FUNCTION TRIM(WRK-QS-VENDEDOR-STG) NOT = SPACES
               PERFORM 2020-VALIDAR-VENDEDOR
           END-IF.

           EXEC SQL
               DECLARE CUR-ORCAMENTOS CURSOR FOR
                   SELECT id, cliente_id, COALESCE(vendedor_id, 0),
                          qtd_parcelas,
                          DATE_FORMAT(validade, '%Y-%m-%d'),
                          CASE WHEN validade < CURRENT_DATE
                                AND status IN ('ABERTO', 'ENVIADO')
                               THEN 'S' ELSE 'N' END,
                          status, valor, COALESCE(venda_id, 0),
                          COALESCE(observacao, ' '),
                          DATE_FORMAT(criado_em, '%Y-%m-%d %H:%i:%s')
                     FROM orcamento
                    WHERE (:ORC-FILTRO = 'TODOS'
                           OR status = :ORC-FILTRO)
                      AND (:ORC-CLIENTE-ID = 0
                           OR cliente_id = :ORC-CLIENTE-ID)
                      AND (:ORC-VENDEDOR-ID = 0
                           OR vendedor_id = :ORC-VENDEDOR-ID)
                    ORDER BY id DESC
                    LIMIT 500
           END-EXEC.

           EXEC SQL OPEN CUR-ORCAMENTOS END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO
               STRING
                   "ERRO AO TENTAR LISTAR OS ORCAMENTOS."
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
           PERFORM 3100-BUSCAR-PROXIMO-ORCAMENTO.
           PERFORM 3200-EMITIR-ORCAMENTO UNTIL FIM-CURSOR.

           DISPLAY ']'.
           DISPLAY '}'.

           EXEC SQL CLOSE CUR-ORCAMENTOS END-EXEC.

           MOVE "PARAR" TO WRK-TEMPO-ACAO.
           CALL 'MOD-MEDE-TEMPO'
               USING WRK-TEMPO-ACAO, WRK-PROGRAMA-NOME
               END-CALL.

           CALL 'MOD-REGISTRA-AUDITORIA'
               USING WRK-PROGRAMA-NOME, WRK-AUDIT-PARAMS,
                   WRK-HTTP-STATUS-200
               END-CALL.

       3100-BUSCAR-PROXIMO-ORCAMENTO.

           EXEC SQL
               FETCH CUR-ORCAMENTOS
                   INTO :ORC-ID, :ORC-CLIENTE-ID, :ORC-VENDEDOR-ID,
                        :ORC-QTD-PARCELAS, :ORC-VALIDADE,
                        :ORC-VENCIDO, :ORC-STATUS, :ORC-VALOR,
                        :ORC-VENDA-ID, :ORC-OBSERVACAO, :ORC-CRIADO-EM
           END-EXEC.

           IF  SQLCODE EQUAL 100
               SET FIM-CURSOR TO TRUE
           END-IF.

       3200-EMITIR-ORCAMENTO.

           IF  NAO-PRIMEIRO-REGISTRO
               DISPLAY ','
           END-IF.
           SET NAO-PRIMEIRO-REGISTRO TO TRUE.

           DISPLAY '   {'.
           MOVE ORC-ID TO WRK-ID-MASK.
           DISPLAY '    "id": ' FUNCTION TRIM(WRK-ID-MASK) ','.
           MOVE ORC-CLIENTE-ID TO WRK-ID-MASK.
           DISPLAY '    "cliente_id": ' FUNCTION TRIM(WRK-ID-MASK) ','.

           IF  ORC-VENDEDOR-ID = ZERO
               DISPLAY '    "vendedor_id": null,'
           ELSE
               MOVE ORC-VENDEDOR-ID TO WRK-ID-MASK
               DISPLAY '    "vendedor_id": '
                   FUNCTION TRIM(WRK-ID-MASK) ','
           END-IF.

           MOVE ORC-QTD-PARCELAS TO WRK-QTD-MASK.
           DISPLAY '    "qtd_parcelas": '
               FUNCTION TRIM(WRK-QTD-MASK) ','.
           DISPLAY '    "validade": "' ORC-VALIDADE '",'.
           IF  ORC-VENCIDO = 'S'
               DISPLAY '    "vencido": true,'
           ELSE
               DISPLAY '    "vencido": false,'
           END-IF.
           DISPLAY '    "status": "' FUNCTION TRIM(ORC-STATUS) '",'.
           MOVE ORC-VALOR TO WRK-TOTAL-MASK.
           DISPLAY '    "valor": ' FUNCTION TRIM(WRK-TOTAL-MASK) ','.

           IF  ORC-VENDA-ID = ZERO
               DISPLAY '    "venda_id": null,'
           ELSE
               MOVE ORC-VENDA-ID TO WRK-ID-MASK
               DISPLAY '    "venda_id": '
                   FUNCTION TRIM(WRK-ID-MASK) ','
           END-IF.

           DISPLAY '    "criado_em": "' ORC-CRIADO-EM '",'.

           IF  ORC-OBSERVACAO = SPACES
               DISPLAY '    "observacao": null'
           ELSE
               MOVE ORC-OBSERVACAO TO WRK-CAMPO-TXT
               CALL 'MOD-JSON-ESCAPE' USING WRK-CAMPO-TXT
                   WRK-CAMPO-ESC
                   END-CALL
               DISPLAY '    "observacao": "'
                   FUNCTION TRIM(WRK-CAMPO-ESC) '"'
           END-IF.
           DISPLAY '   }'.

           PERFORM 3100-BUSCAR-PROXIMO-ORCAMENTO.

       3500-LISTAR-ITENS.

           PERFORM 2090-LER-QS-ID.

           EXEC SQL
               DECLARE CUR-ITENS CURSOR FOR
                   SELECT i.id, i.produto_id,
                          COALESCE(p.nome, ''),
                          i.quantidade, i.preco_unitario,
                          COALESCE(i.preco_lista, i.preco_unitario),
                          i.desconto, COALESCE(i.promocao_id, 0)
                     FROM orcamento_itens i
                     LEFT JOIN produto p
                       ON p.id = i.produto_id
                    WHERE i.orcamento_id = :ORC-ID
                    ORDER BY i.id
           END-EXEC.

           EXEC SQL OPEN CUR-ITENS END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO
               STRING
                   "ERRO AO TENTAR LISTAR OS ITENS DO ORCAMENTO."
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
                        :ITM-QUANTIDADE, :ITM-PRECO, :ITM-PRECO-LISTA,
                        :ITM-DESCONTO, :ITM-PROMOCAO-ID
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
           MOVE ORC-ID TO WRK-ID-MASK.
           DISPLAY '    "orcamento_id": '
               FUNCTION TRIM(WRK-ID-MASK) ','.
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
           MOVE ITM-PRECO TO WRK-VALOR-MASK.
           DISPLAY '    "preco_unitario": '
               FUNCTION TRIM(WRK-VALOR-MASK) ','.
           MOVE ITM-PRECO-LISTA TO WRK-VALOR-MASK.
           DISPLAY '    "preco_lista": '
               FUNCTION TRIM(WRK-VALOR-MASK) ','.
           MOVE ITM-DESCONTO TO WRK-VALOR-MASK.
           DISPLAY '    "desconto": ' FUNCTION TRIM(WRK-VALOR-MASK) ','.

           IF  ITM-PROMOCAO-ID = ZERO
               DISPLAY '    "promocao_id": null'
           ELSE
               MOVE ITM-PROMOCAO-ID TO WRK-ID-MASK
               DISPLAY '    "promocao_id": '
                   FUNCTION TRIM(WRK-ID-MASK)
           END-IF.
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

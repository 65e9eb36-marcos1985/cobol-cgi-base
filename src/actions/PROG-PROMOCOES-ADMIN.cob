       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG-PROMOCOES-ADMIN.
      *******************************************
      * AUTOR:
      * DATA:
      * ALTERACOES:
      *   - ACAO DE MANUTENCAO DO CADASTRO DE PROMOCOES (TABELA
      *     PROMOCAO), AS REGRAS DE DESCONTO QUE MOD-PRECO-VENDA
      *     APLICA NA INCLUSAO DE ITEM DE VENDA. QS_ACAO=LISTAR
      *     (PADRAO) MOSTRA AS PROMOCOES E A SITUACAO DE CADA UMA
      *     (VIGENTE, AGENDADA, ENCERRADA OU INATIVA); INCLUIR
      *     (QS_DESCRICAO, QS_TIPO PERCENTUAL OU VALOR, QS_VALOR E
      *     OS CRITERIOS OPCIONAIS QS_PRODUTO_ID, QS_CLIENTE_ID,
      *     QS_QTD_MIN, QS_QTD_MAX, QS_VIGENCIA_INI E
      *     QS_VIGENCIA_FIM) CADASTRA A REGRA; INATIVAR E ATIVAR
      *     (QS_ID) TIRAM OU DEVOLVEM A REGRA DE CIRCULACAO. A REGRA
      *     NAO E ALTERADA DEPOIS DE CRIADA, POIS OS ITENS DE VENDA
      *     APONTAM PARA ELA: PARA MUDAR, INATIVA-SE E CRIA-SE OUTRA.
      *     AS ESCRITAS SEGUEM O PADRAO: METODO POST, MODO DE
      *     MANUTENCAO (503), CHAVE DE API COM PAPEL ADMIN, CHAVE DE
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
       77  WRK-MSG-ERRO                    PIC X(255).
       77  WRK-CORS-ORIGIN                 PIC X(255).
       77  WRK-MSG-EXP-ERRO                PIC X(255).
       77  WRK-DB-STRING                   PIC X(255).
       77  WRK-APP-ENV                     PIC X(10).
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
               VALUE "PROG-PROMOCOES-ADMIN".
       77  WRK-AUDIT-PARAMS                PIC X(255).
       77  WRK-COD-ERRO                    PIC 9(4).

       COPY ERRO-CODES.
       COPY VERSAO-BUILD.

       77  WRK-QS-ACAO                     PIC X(10).
       77  WRK-QS-ID-STG                   PIC X(10).
       77  WRK-QS-DESCRICAO                PIC X(255).
       77  WRK-QS-TIPO                     PIC X(10).
       77  WRK-QS-VALOR-STG                PIC X(12).
       77  WRK-QS-PRODUTO-STG              PIC X(10).
       77  WRK-QS-CLIENTE-STG              PIC X(10).
       77  WRK-QS-QTD-MIN-STG              PIC X(10).
       77  WRK-QS-QTD-MAX-STG              PIC X(10).
       77  WRK-QS-VIGENCIA-INI             PIC X(10).
       77  WRK-QS-VIGENCIA-FIM             PIC X(10).
       77  WRK-REQUEST-METHOD              PIC X(10).
       77  WRK-NOVO-ATIVO                  PIC X(1).
       77  WRK-VALOR-CHECK                 PIC X(12).
       77  WRK-DATA-CHECK                  PIC X(10).
       77  WRK-DATA-PARAM                  PIC X(20).
       77  WRK-OPERADOR                    PIC X(60).

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
           05 PRM-ID            PIC 9(10).
           05 PRM-DESCRICAO     PIC X(255).
           05 PRM-TIPO          PIC X(10).
           05 PRM-VALOR         PIC 9(8)V99.
           05 PRM-PRODUTO-ID    PIC 9(10).
           05 PRM-CLIENTE-ID    PIC 9(10).
           05 PRM-QTD-MIN       PIC 9(9).
           05 PRM-QTD-MAX       PIC 9(9).
           05 PRM-VIGENCIA-INI  PIC X(10).
           05 PRM-VIGENCIA-FIM  PIC X(10).
           05 PRM-ATIVO         PIC X(1).
           05 PRM-SITUACAO      PIC X(10).
           05 PRM-OPERADOR      PIC X(60).
           05 PRM-QTD           PIC 9(10).
           05 NOVO-ID           PIC 9(10).

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
           PERFORM 1300-GARANTIR-TABELA-PROMOCAO.

           EVALUATE FUNCTION UPPER-CASE(FUNCTION TRIM(WRK-QS-ACAO))
               WHEN "INCLUIR"
                   PERFORM 2000-INCLUIR-PROMOCAO
               WHEN "INATIVAR"
                   MOVE 'N' TO WRK-NOVO-ATIVO
                   PERFORM 2500-ALTERAR-SITUACAO
               WHEN "ATIVAR"
                   MOVE 'S' TO WRK-NOVO-ATIVO
                   PERFORM 2500-ALTERAR-SITUACAO
               WHEN OTHER
                   PERFORM 3000-LISTAR-PROMOCOES
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

      * AS REGRAS DE DESCONTO MEXEM NO PRECO DE TODAS AS VENDAS;
      * TODA ESCRITA EXIGE ADMIN.
           IF  FUNCTION TRIM(WRK-CHAVE-PAPEL) NOT = "admin"
               STRING
                   "CHAVE DE API SEM PERMISSAO PARA ESTA "
                   "OPERACAO (EXIGE PAPEL ADMIN)."
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
               STRING
                   "VARIAVEL DE AMBIENTE DA STRING DE CONEXAO COM O "
                   "BANCO DE DADOS NAO ESTA CONFIGURADA."
               INTO WRK-MSG-ERRO
               MOVE ERR-COD-CONEXAO TO WRK-COD-ERRO
               PERFORM 9000-RETORNAR-RESPOSTA-HTTP-500
           END-IF.

           MOVE WRK-DB-STRING TO BUFFER.
           EXEC SQL CONNECT TO :BUFFER END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO
               STRING
                   "ERRO AO TENTAR ABIR CONEXAO COM O "
                   "BANCO DE DADOS."
               INTO WRK-MSG-ERRO

               MOVE SQLERRM TO WRK-MSG-EXP-ERRO

               MOVE ERR-COD-CONEXAO TO WRK-COD-ERRO

               PERFORM 9000-RETORNAR-RESPOSTA-HTTP-500
           END-IF.

       1300-GARANTIR-TABELA-PROMOCAO.

      * A TABELA E A MESMA GARANTIDA POR MOD-PRECO-VENDA, QUE A LE NA
      * INCLUSAO DE ITEM.
           EXEC SQL
               CREATE TABLE IF NOT EXISTS promocao (
                   id            INT NOT NULL PRIMARY KEY
                                     AUTO_INCREMENT,
                   descricao     VARCHAR(255) NOT NULL,
                   tipo          VARCHAR(10) NOT NULL,
                   valor         DECIMAL(10,2) NOT NULL,
                   produto_id    INT NULL,
                   cliente_id    INT NULL,
                   qtd_min       INT NOT NULL DEFAULT 1,
                   qtd_max       INT NULL,
                   vigencia_ini  DATE NOT NULL,
                   vigencia_fim  DATE NULL,
                   ativo         CHAR(1) NOT NULL DEFAULT 'S',
                   operador      VARCHAR(60) NULL,
                   criado_em     DATETIME NOT NULL
                       DEFAULT CURRENT_TIMESTAMP,
                   atualizado_em DATETIME NULL,
                   KEY idx_promocao_vigencia (ativo, vigencia_ini)
               )
           END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO
               STRING
                   "ERRO AO TENTAR GARANTIR A TABELA PROMOCAO."
               INTO WRK-MSG-ERRO
               MOVE SQLERRM TO WRK-MSG-EXP-ERRO
               MOVE ERR-COD-SQL-EXEC TO WRK-COD-ERRO
               PERFORM 9000-RETORNAR-RESPOSTA-HTTP-500
           END-IF.

       2000-INCLUIR-PROMOCAO.

           ACCEPT WRK-QS-DESCRICAO FROM ENVIRONMENT "QS_DESCRICAO".
           ACCEPT WRK-QS-TIPO FROM ENVIRONMENT "QS_TIPO".
           ACCEPT WRK-QS-VALOR-STG FROM ENVIRONMENT "QS_VALOR".

           IF  FUNCTION TRIM(WRK-QS-DESCRICAO) = SPACES
           OR  FUNCTION TRIM(WRK-QS-TIPO) = SPACES
           OR  FUNCTION TRIM(WRK-QS-VALOR-STG) = SPACES
               STRING
                   "PARAMETROS QS_DESCRICAO, QS_TIPO E QS_VALOR SAO "
                   "OBRIGATORIOS PARA INCLUIR."
               INTO WRK-MSG-ERRO
               MOVE ERR-COD-VALIDACAO TO WRK-COD-ERRO
               PERFORM 9100-RETORNAR-RESPOSTA-HTTP-400
           END-IF.

           MOVE WRK-QS-DESCRICAO TO PRM-DESCRICAO.
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WRK-QS-TIPO))
               TO PRM-TIPO.

           IF  PRM-TIPO NOT = "PERCENTUAL"
           AND PRM-TIPO NOT = "VALOR"
               STRING
                   "PARAMETRO QS_TIPO DEVE SER PERCENTUAL OU VALOR."
               INTO WRK-MSG-ERRO
               MOVE ERR-COD-VALIDACAO TO WRK-COD-ERRO
               PERFORM 9100-RETORNAR-RESPOSTA-HTTP-400
           END-IF.

           PERFORM 2100-VALIDAR-VALOR.
           PERFORM 2150-VALIDAR-CRITERIOS.
           PERFORM 2200-VALIDAR-VIGENCIA.

           CALL 'MOD-RESOLVE-OPERADOR' USING WRK-OPERADOR
               END-CALL.
           MOVE WRK-OPERADOR TO PRM-OPERADOR.

           EXEC SQL
               INSERT INTO promocao
                   (descricao, tipo, valor, produto_id, cliente_id,
                    qtd_min, qtd_max, vigencia_ini, vigencia_fim,
                    operador)
               VALUES
                   (:PRM-DESCRICAO, :PRM-TIPO, :PRM-VALOR,
                    NULLIF(:PRM-PRODUTO-ID, 0),
                    NULLIF(:PRM-CLIENTE-ID, 0),
                    :PRM-QTD-MIN,
                    NULLIF(:PRM-QTD-MAX, 0),
                    COALESCE(NULLIF(TRIM(:PRM-VIGENCIA-INI), ''),
                        CURDATE()),
                    NULLIF(TRIM(:PRM-VIGENCIA-FIM), ''),
                    NULLIF(TRIM(:PRM-OPERADOR), ''))
           END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO
               STRING
                   "ERRO AO TENTAR INCLUIR A PROMOCAO."
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

           MOVE NOVO-ID TO PRM-ID.
           PERFORM 2900-RESPONDER-PROMOCAO.

       2100-VALIDAR-VALOR.

      * O VALOR ACEITA SO DIGITOS E UM PONTO DECIMAL OPCIONAL; O
      * PERCENTUAL NAO PASSA DE 100.
           MOVE FUNCTION TRIM(WRK-QS-VALOR-STG) TO WRK-VALOR-CHECK.
           INSPECT WRK-VALOR-CHECK REPLACING FIRST '.' BY '0'.
           INSPECT WRK-VALOR-CHECK REPLACING ALL SPACE BY '0'.
           IF  WRK-VALOR-CHECK IS NOT NUMERIC
               STRING
                   "PARAMETRO QS_VALOR DEVE SER UM NUMERO COM PONTO "
                   "DECIMAL OPCIONAL."
               INTO WRK-MSG-ERRO
               MOVE ERR-COD-VALIDACAO TO WRK-COD-ERRO
               PERFORM 9100-RETORNAR-RESPOSTA-HTTP-400
           END-IF.

           COMPUTE PRM-VALOR = FUNCTION NUMVAL(WRK-QS-VALOR-STG).

           IF  PRM-VALOR = ZERO
               STRING
                   "PARAMETRO QS_VALOR DEVE SER MAIOR QUE ZERO."
               INTO WRK-MSG-ERRO
               MOVE ERR-COD-VALIDACAO TO WRK-COD-ERRO
               PERFORM 9100-RETORNAR-RESPOSTA-HTTP-400
           END-IF.

           IF  PRM-TIPO = "PERCENTUAL" AND PRM-VALOR > 100
               STRING
                   "DESCONTO PERCENTUAL NAO PODE PASSAR DE 100."
               INTO WRK-MSG-ERRO
               MOVE ERR-COD-VALIDACAO TO WRK-COD-ERRO
               PERFORM 9100-RETORNAR-RESPOSTA-HTTP-400
           END-IF.

       2150-VALIDAR-CRITERIOS.

      * CRITERIO NAO INFORMADO FICA ZERO E E GRAVADO COMO NULO.
           MOVE ZERO TO PRM-PRODUTO-ID.
           MOVE ZERO TO PRM-CLIENTE-ID.
           MOVE 1 TO PRM-QTD-MIN.
           MOVE ZERO TO PRM-QTD-MAX.

           ACCEPT WRK-QS-PRODUTO-STG FROM ENVIRONMENT "QS_PRODUTO_ID".
           IF  FUNCTION TRIM(WRK-QS-PRODUTO-STG) NOT = SPACES
               PERFORM 2160-VALIDAR-PRODUTO
           END-IF.

           ACCEPT WRK-QS-CLIENTE-STG FROM ENVIRONMENT "QS_CLIENTE_ID".
           IF  FUNCTION TRIM(WRK-QS-CLIENTE-STG) NOT = SPACES
               PERFORM 2170-VALIDAR-CLIENTE
           END-IF.

           ACCEPT WRK-QS-QTD-MIN-STG FROM ENVIRONMENT "QS_QTD_MIN".
           IF  FUNCTION TRIM(WRK-QS-QTD-MIN-STG) NOT = SPACES
               PERFORM 2180-VALIDAR-QTD-MIN
           END-IF.

           ACCEPT WRK-QS-QTD-MAX-STG FROM ENVIRONMENT "QS_QTD_MAX".
           IF  FUNCTION TRIM(WRK-QS-QTD-MAX-STG) NOT = SPACES
               PERFORM 2190-VALIDAR-QTD-MAX
           END-IF.

       2160-VALIDAR-PRODUTO.

           COPY VALIDACAO-CAMPO-NUMERICO
               REPLACING ==TAG-CAMPO-STG==  BY ==WRK-QS-PRODUTO-STG==
                   ==TAG-NOME-PARAM==       BY =="QS_PRODUTO_ID"==
                   ==TAG-PARAGRAFO-400==    BY
                       ==9100-RETORNAR-RESPOSTA-HTTP-400==.
           MOVE WRK-QS-PRODUTO-STG TO PRM-PRODUTO-ID.

           EXEC SQL
               SELECT COUNT(*)
                 INTO :PRM-QTD
                 FROM produto
                WHERE id = :PRM-PRODUTO-ID
                  AND ativo = 'S'
           END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO
               STRING
                   "ERRO AO TENTAR VERIFICAR O PRODUTO."
               INTO WRK-MSG-ERRO
               MOVE SQLERRM TO WRK-MSG-EXP-ERRO
               MOVE ERR-COD-SQL-EXEC TO WRK-COD-ERRO
               PERFORM 9000-RETORNAR-RESPOSTA-HTTP-500
           END-IF.

           IF  PRM-QTD = ZERO
               STRING
                   "PRODUTO NAO ENCONTRADO OU INATIVO."
               INTO WRK-MSG-ERRO
               MOVE ERR-COD-VALIDACAO TO WRK-COD-ERRO
               PERFORM 9200-RETORNAR-RESPOSTA-HTTP-404
           END-IF.

       2170-VALIDAR-CLIENTE.

           COPY VALIDACAO-CAMPO-NUMERICO
               REPLACING ==TAG-CAMPO-STG==  BY ==WRK-QS-CLIENTE-STG==
                   ==TAG-NOME-PARAM==       BY =="QS_CLIENTE_ID"==
                   ==TAG-PARAGRAFO-400==    BY
                       ==9100-RETORNAR-RESPOSTA-HTTP-400==.
           MOVE WRK-QS-CLIENTE-STG TO PRM-CLIENTE-ID.

           EXEC SQL
               SELECT COUNT(*)
                 INTO :PRM-QTD
                 FROM cliente
                WHERE id = :PRM-CLIENTE-ID
                  AND ativo = 'S'
           END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO
               STRING
                   "ERRO AO TENTAR VERIFICAR O CLIENTE."
               INTO WRK-MSG-ERRO
               MOVE SQLERRM TO WRK-MSG-EXP-ERRO
               MOVE ERR-COD-SQL-EXEC TO WRK-COD-ERRO
               PERFORM 9000-RETORNAR-RESPOSTA-HTTP-500
           END-IF.

           IF  PRM-QTD = ZERO
               STRING
                   "CLIENTE NAO ENCONTRADO OU INATIVO."
               INTO WRK-MSG-ERRO
               MOVE ERR-COD-VALIDACAO TO WRK-COD-ERRO
               PERFORM 9200-RETORNAR-RESPOSTA-HTTP-404
           END-IF.

       2180-VALIDAR-QTD-MIN.

           COPY VALIDACAO-CAMPO-NUMERICO
               REPLACING ==TAG-CAMPO-STG==  BY ==WRK-QS-QTD-MIN-STG==
                   ==TAG-NOME-PARAM==       BY =="QS_QTD_MIN"==
                   ==TAG-PARAGRAFO-400==    BY
                       ==9100-RETORNAR-RESPOSTA-HTTP-400==.
           MOVE WRK-QS-QTD-MIN-STG TO PRM-QTD-MIN.

           IF  PRM-QTD-MIN = ZERO
               STRING
                   "PARAMETRO QS_QTD_MIN DEVE SER MAIOR QUE ZERO."
               INTO WRK-MSG-ERRO
               MOVE ERR-COD-VALIDACAO TO WRK-COD-ERRO
               PERFORM 9100-RETORNAR-RESPOSTA-HTTP-400
           END-IF.

       2190-VALIDAR-QTD-MAX.

           COPY VALIDACAO-CAMPO-NUMERICO
               REPLACING ==TAG-CAMPO-STG==  BY ==WRK-QS-QTD-MAX-STG==
                   ==TAG-NOME-PARAM==       BY =="QS_QTD_MAX"==
                   ==TAG-PARAGRAFO-400==    BY
                       ==9100-RETORNAR-RESPOSTA-HTTP-400==.
           MOVE WRK-QS-QTD-MAX-STG TO PRM-QTD-MAX.

           IF  PRM-QTD-MAX < PRM-QTD-MIN
               STRING
                   "PARAMETRO QS_QTD_MAX NAO PODE SER MENOR QUE "
                   "QS_QTD_MIN."
               INTO WRK-MSG-ERRO
               MOVE ERR-COD-VALIDACAO TO WRK-COD-ERRO
               PERFORM 9100-RETORNAR-RESPOSTA-HTTP-400
           END-IF.

       2200-VALIDAR-VIGENCIA.

      * SEM QS_VIGENCIA_INI A REGRA VALE A PARTIR DE HOJE; SEM
      * QS_VIGENCIA_FIM FICA VALENDO ATE SER INATIVADA.
           ACCEPT WRK-QS-VIGENCIA-INI FROM ENVIRONMENT
               "QS_VIGENCIA_INI".
           ACCEPT WRK-QS-VIGENCIA-FIM FROM ENVIRONMENT
               "QS_VIGENCIA_FIM".

           IF  FUNCTION TRIM(WRK-QS-VIGENCIA-INI) NOT = SPACES
               MOVE WRK-QS-VIGENCIA-INI TO WRK-DATA-CHECK
               MOVE "QS_VIGENCIA_INI" TO WRK-DATA-PARAM
               PERFORM 2250-VALIDAR-FORMATO-DATA
           END-IF.

           IF  FUNCTION TRIM(WRK-QS-VIGENCIA-FIM) NOT = SPACES
               MOVE WRK-QS-VIGENCIA-FIM TO WRK-DATA-CHECK
               MOVE "QS_VIGENCIA_FIM" TO WRK-DATA-PARAM
               PERFORM 2250-VALIDAR-FORMATO-DATA
           END-IF.

           MOVE WRK-QS-VIGENCIA-INI TO PRM-VIGENCIA-INI.
           MOVE WRK-QS-VIGENCIA-FIM TO PRM-VIGENCIA-FIM.

           EXEC SQL
               SELECT COUNT(*)
                 INTO :PRM-QTD
                 FROM DUAL
                WHERE NULLIF(TRIM(:PRM-VIGENCIA-FIM), '') IS NOT NULL
                  AND :PRM-VIGENCIA-FIM <
                      COALESCE(NULLIF(TRIM(:PRM-VIGENCIA-INI), ''),
                          DATE_FORMAT(CURDATE(), '%Y-%m-%d'))
           END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO
               STRING
                   "ERRO AO TENTAR VERIFICAR A VIGENCIA."
               INTO WRK-MSG-ERRO
               MOVE SQLERRM TO WRK-MSG-EXP-ERRO
               MOVE ERR-COD-SQL-EXEC TO WRK-COD-ERRO
               PERFORM 9000-RETORNAR-RESPOSTA-HTTP-500
           END-IF.

           IF  PRM-QTD > ZERO
               STRING
                   "PARAMETRO QS_VIGENCIA_FIM NAO PODE SER ANTERIOR AO "
                   "INICIO DA VIGENCIA."
               INTO WRK-MSG-ERRO
               MOVE ERR-COD-VALIDACAO TO WRK-COD-ERRO
               PERFORM 9100-RETORNAR-RESPOSTA-HTTP-400
           END-IF.

       2250-VALIDAR-FORMATO-DATA.

           IF  WRK-DATA-CHECK(5:1) NOT = '-'
           OR  WRK-DATA-CHECK(8:1) NOT = '-'
           OR  WRK-DATA-CHECK(1:4) IS NOT NUMERIC
           OR  WRK-DATA-CHECK(6:2) IS NOT NUMERIC
           OR  WRK-DATA-CHECK(9:2) IS NOT NUMERIC
               STRING
                   "PARAMETRO " DELIMITED BY SIZE
                   WRK-DATA-PARAM DELIMITED BY SPACE
                   " DEVE ESTAR NO FORMATO AAAA-MM-DD."
                       DELIMITED BY SIZE
               INTO WRK-MSG-ERRO
               MOVE ERR-COD-VALIDACAO TO WRK-COD-ERRO
               PERFORM 9100-RETORNAR-RESPOSTA-HTTP-400
           END-IF.

       2300-VALIDAR-ID-PROMOCAO.

           ACCEPT WRK-QS-ID-STG FROM ENVIRONMENT "QS_ID".
           COPY VALIDACAO-CAMPO-NUMERICO
               REPLACING ==TAG-CAMPO-STG==  BY ==WRK-QS-ID-STG==
                   ==TAG-NOME-PARAM==       BY =="QS_ID"==
                   ==TAG-PARAGRAFO-400==    BY
                       ==9100-RETORNAR-RESPOSTA-HTTP-400==.
           MOVE WRK-QS-ID-STG TO PRM-ID.

           EXEC SQL
               SELECT COUNT(*)
                 INTO :PRM-QTD
                 FROM promocao
                WHERE id = :PRM-ID
           END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO
               STRING
                   "ERRO AO TENTAR VERIFICAR A PROMOCAO."
               INTO WRK-MSG-ERRO
               MOVE SQLERRM TO WRK-MSG-EXP-ERRO
               MOVE ERR-COD-SQL-EXEC TO WRK-COD-ERRO
               PERFORM 9000-RETORNAR-RESPOSTA-HTTP-500
           END-IF.

           IF  PRM-QTD = ZERO
               STRING
                   "PROMOCAO NAO ENCONTRADA."
               INTO WRK-MSG-ERRO
               MOVE ERR-COD-VALIDACAO TO WRK-COD-ERRO
               PERFORM 9200-RETORNAR-RESPOSTA-HTTP-404
           END-IF.

       2500-ALTERAR-SITUACAO.

           PERFORM 2300-VALIDAR-ID-PROMOCAO.

           MOVE WRK-NOVO-ATIVO TO PRM-ATIVO.

           EXEC SQL
               UPDATE promocao
                  SET ativo = :PRM-ATIVO,
                      atualizado_em = CURRENT_TIMESTAMP
                WHERE id = :PRM-ID
           END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO
               STRING
                   "ERRO AO TENTAR ALTERAR SITUACAO DA PROMOCAO."
               INTO WRK-MSG-ERRO
               MOVE SQLERRM TO WRK-MSG-EXP-ERRO
               MOVE ERR-COD-SQL-EXEC TO WRK-COD-ERRO
               EXEC SQL ROLLBACK END-EXEC
               PERFORM 9000-RETORNAR-RESPOSTA-HTTP-500
           END-IF.

           EXEC SQL COMMIT END-EXEC.

           PERFORM 2900-RESPONDER-PROMOCAO.

       2900-RESPONDER-PROMOCAO.

           MOVE "PARAR" TO WRK-TEMPO-ACAO.
           CALL 'MOD-MEDE-TEMPO'
               USING WRK-TEMPO-ACAO, WRK-PROGRAMA-NOME
               END-CALL.

           CALL 'MOD-REGISTRA-AUDITORIA'
               USING WRK-PROGRAMA-NOME, WRK-AUDIT-PARAMS,
                   WRK-HTTP-STATUS-200
               END-CALL.

           MOVE PRM-ID TO WRK-ID-MASK.

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
               '"id": ' FUNCTION TRIM(WRK-ID-MASK) ','
               WRK-NEWLINE
               '"acao": "'
               FUNCTION UPPER-CASE(FUNCTION TRIM(WRK-QS-ACAO))
               '"' WRK-NEWLINE
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

       3000-LISTAR-PROMOCOES.

           EXEC SQL
               DECLARE CUR-PROMOCOES CURSOR FOR
                   SELECT id, descricao, tipo, valor,
                          COALESCE(produto_id, 0),
                          COALESCE(cliente_id, 0),
                          qtd_min, COALESCE(qtd_max, 0),
                          DATE_FORMAT(vigencia_ini, '%Y-%m-%d'),
                          COALESCE(DATE_FORMAT(vigencia_fim,
                              '%Y-%m-%d'), ' '),
                          ativo,
                          CASE
                              WHEN ativo <> 'S' THEN 'INATIVA'
                              WHEN vigencia_ini > CURDATE()
                                  THEN 'AGENDADA'
                              WHEN vigencia_fim < CURDATE()
                                  THEN 'ENCERRADA'
                              ELSE 'VIGENTE'
                          END
                     FROM promocao
                    ORDER BY id
           END-EXEC.

           EXEC SQL OPEN CUR-PROMOCOES END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO
               STRING
                   "ERRO AO TENTAR LISTAR AS PROMOCOES."
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
           PERFORM 3100-BUSCAR-PROXIMA-PROMOCAO.
           PERFORM 3200-EMITIR-PROMOCAO UNTIL FIM-CURSOR.

           DISPLAY ']'.
           DISPLAY '}'.

           EXEC SQL CLOSE CUR-PROMOCOES END-EXEC.

           MOVE "PARAR" TO WRK-TEMPO-ACAO.
           CALL 'MOD-MEDE-TEMPO'
               USING WRK-TEMPO-ACAO, WRK-PROGRAMA-NOME
               END-CALL.

           CALL 'MOD-REGISTRA-AUDITORIA'
               USING WRK-PROGRAMA-NOME, WRK-AUDIT-PARAMS,
                   WRK-HTTP-STATUS-200
               END-CALL.

       3100-BUSCAR-PROXIMA-PROMOCAO.

           EXEC SQL
               FETCH CUR-PROMOCOES
                   INTO :PRM-ID, :PRM-DESCRICAO, :PRM-TIPO,
                        :PRM-VALOR, :PRM-PRODUTO-ID, :PRM-CLIENTE-ID,
                        :PRM-QTD-MIN, :PRM-QTD-MAX, :PRM-VIGENCIA-INI,
                        :PRM-VIGENCIA-FIM, :PRM-ATIVO, :PRM-SITUACAO
           END-EXEC.

           IF  SQLCODE EQUAL 100
               SET FIM-CURSOR TO TRUE
           END-IF.

       3200-EMITIR-PROMOCAO.

           IF  NAO-PRIMEIRO-REGISTRO
               DISPLAY ','
           END-IF.
           SET NAO-PRIMEIRO-REGISTRO TO TRUE.

           MOVE PRM-ID TO WRK-ID-MASK.

           DISPLAY '   {'.
           DISPLAY '    "id": ' FUNCTION TRIM(WRK-ID-MASK) ','.

           MOVE PRM-DESCRICAO TO WRK-CAMPO-TXT.
           CALL 'MOD-JSON-ESCAPE' USING WRK-CAMPO-TXT WRK-CAMPO-ESC
               END-CALL.
           DISPLAY '    "descricao": "'
               FUNCTION TRIM(WRK-CAMPO-ESC) '",'.

           DISPLAY '    "tipo": "' FUNCTION TRIM(PRM-TIPO) '",'.
           MOVE PRM-VALOR TO WRK-VALOR-MASK.
           DISPLAY '    "valor": ' FUNCTION TRIM(WRK-VALOR-MASK) ','.

      * CRITERIO NULO (ZERO NA LEITURA) VALE PARA TODOS.
           IF  PRM-PRODUTO-ID = ZERO
               DISPLAY '    "produto_id": null,'
           ELSE
               MOVE PRM-PRODUTO-ID TO WRK-ID-MASK
               DISPLAY '    "produto_id": '
                   FUNCTION TRIM(WRK-ID-MASK) ','
           END-IF.

           IF  PRM-CLIENTE-ID = ZERO
               DISPLAY '    "cliente_id": null,'
           ELSE
               MOVE PRM-CLIENTE-ID TO WRK-ID-MASK
               DISPLAY '    "cliente_id": '
                   FUNCTION TRIM(WRK-ID-MASK) ','
           END-IF.

           MOVE PRM-QTD-MIN TO WRK-QTD-MASK.
           DISPLAY '    "qtd_min": ' FUNCTION TRIM(WRK-QTD-MASK) ','.

           IF  PRM-QTD-MAX = ZERO
               DISPLAY '    "qtd_max": null,'
           ELSE
               MOVE PRM-QTD-MAX TO WRK-QTD-MASK
               DISPLAY '    "qtd_max": '
                   FUNCTION TRIM(WRK-QTD-MASK) ','
           END-IF.

           DISPLAY '    "vigencia_ini": "' PRM-VIGENCIA-INI '",'.
           IF  PRM-VIGENCIA-FIM = SPACES
               DISPLAY '    "vigencia_fim": null,'
           ELSE
               DISPLAY '    "vigencia_fim": "' PRM-VIGENCIA-FIM '",'
           END-IF.

           DISPLAY '    "ativo": "' PRM-ATIVO '",'.
           DISPLAY '    "situacao": "'
               FUNCTION TRIM(PRM-SITUACAO) '"'.
           DISPLAY '   }'.

           PERFORM 3100-BUSCAR-PROXIMA-PROMOCAO.

       4000-LIBERAR-RECURSOS.

           EXEC SQL CONNECT RESET END-EXEC.

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

       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG-ESTOQUE-ADMIN.
      *******************************************
      * AUTOR:
      * DATA:
      * ALTERACOES:
      *   - ACAO DE CONSULTA E MANUTENCAO MANUAL DO ESTOQUE POR
      *     PRODUTO (RAZAO DE ESTOQUE DE MOD-MOVIMENTA-ESTOQUE, O
      *     MESMO USADO PELA VENDA EM PROG-ITENS-VENDA E
      *     PROG-CANCELA-VENDA). QS_ACAO=SALDO (PADRAO) LISTA O SALDO
      *     DE CADA PRODUTO (QS_PRODUTO_ID OPCIONAL FILTRA UM SO;
      *     PRODUTO SEM MOVIMENTO APARECE COM SALDO ZERO);
      *     MOVIMENTOS (QS_PRODUTO_ID) MOSTRA O RAZAO DO PRODUTO,
      *     DO MAIS RECENTE PARA O MAIS ANTIGO; AJUSTAR
      *     (QS_PRODUTO_ID, QS_QUANTIDADE, QS_SENTIDO=ENTRADA OU
      *     SAIDA, QS_TIPO=AJUSTE OU QUEBRA, QS_MOTIVO) LANCA UMA
      *     CORRECAO OU UMA QUEBRA (QUEBRA E SEMPRE SAIDA);
      *     INVENTARIO (QS_PRODUTO_ID, QS_CONTAGEM, QS_MOTIVO) LANCA
      *     A DIFERENCA ENTRE A CONTAGEM FISICA E O SALDO, DEIXANDO O
      *     SALDO IGUAL AO CONTADO. O MOTIVO E OBRIGATORIO E O
      *     OPERADOR DA CHAVE (MOD-RESOLVE-OPERADOR) FICA GRAVADO NO
      *     MOVIMENTO. SAIDA QUE DEIXARIA O SALDO NEGATIVO E RECUSADA
      *     COM ERR-COD-SEM-ESTOQUE. AS ESCRITAS SEGUEM O PADRAO:
      *     METODO POST, MODO DE MANUTENCAO (503), CHAVE DE API COM
      *     PAPEL WRITER OU ADMIN, CHAVE DE IDEMPOTENCIA E AUDITORIA.
      *   - QS_ACAO=MINIMO (QS_PRODUTO_ID, QS_MINIMO, QS_LOTE
      *     OPCIONAL, PADRAO 1) GRAVA O PONTO DE REPOSICAO E O LOTE DE
      *     COMPRA DO PRODUTO, LIDOS PELO BATCH PROG-REPOSICAO-ESTOQUE.
      *     NAO GERA MOVIMENTO. A LISTAGEM DE SALDOS PASSA A MOSTRAR
      *     MINIMO E LOTE_COMPRA.
      *   - SUGESTOES DE MINIMO DO BATCH PROG-PREVISAO-DEMANDA:
      *     QS_ACAO=SUGESTOES LISTA AS PENDENTES (QS_PRODUTO_ID
      *     OPCIONAL), COM O MINIMO VIGENTE, O SUGERIDO, A DEMANDA
      *     PREVISTA QUE ELE COBRE E A ACURACIA DA PREVISAO ANTERIOR;
      *     APROVAR (QS_PRODUTO_ID) GRAVA O MINIMO SUGERIDO NO PONTO
      *     DE REPOSICAO, MANTENDO O LOTE, E REJEITAR (QS_PRODUTO_ID)
      *     DESCARTA A SUGESTAO. AS DUAS DECISOES EXIGEM PAPEL ADMIN
      *     E GRAVAM O OPERADOR DA CHAVE NA SUGESTAO.
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
       77  WRK-QTD-MASK                    PIC -(8)9.
       77  WRK-SALDO-MASK                  PIC -(8)9.
       77  WRK-DEMANDA-MASK                PIC Z(9)9.99.
       77  WRK-ACURACIA-MASK               PIC ZZ9.99.
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
               VALUE "PROG-ESTOQUE-ADMIN".
       77  WRK-AUDIT-PARAMS                PIC X(255).
       77  WRK-COD-ERRO                    PIC 9(4).

       COPY ERRO-CODES.
       COPY VERSAO-BUILD.

       77  WRK-QS-ACAO                     PIC X(10).
       77  WRK-QS-PRODUTO-STG              PIC X(10).
       77  WRK-QS-QUANTIDADE-STG           PIC X(10).
       77  WRK-QS-CONTAGEM-STG             PIC X(10).
       77  WRK-QS-MINIMO-STG               PIC X(10).
       77  WRK-QS-LOTE-STG                 PIC X(10).
       77  WRK-QS-SENTIDO                  PIC X(10).
       77  WRK-QS-TIPO                     PIC X(12).
       77  WRK-QS-MOTIVO                   PIC X(255).
       77  WRK-REQUEST-METHOD              PIC X(10).
       77  WRK-QTD-INFORMADA               PIC 9(9).

       77  WRK-OPERADOR                    PIC X(60).

       77  WRK-EST-ACAO                    PIC X(10).
       77  WRK-EST-QUANTIDADE              PIC S9(9).
       77  WRK-EST-TIPO                    PIC X(12).
       77  WRK-EST-DOC-ID                  PIC 9(10)   VALUE ZERO.
       77  WRK-EST-ITEM-ID                 PIC 9(10)   VALUE ZERO.
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
           05 EST-PRODUTO-ID    PIC 9(10).
           05 EST-FILTRO-ID     PIC 9(10).
           05 EST-PRODUTO-NOME  PIC X(255).
           05 EST-QTD           PIC 9(10).
           05 EST-SALDO         PIC S9(9).
           05 EST-MOV-ID        PIC 9(10).
           05 EST-TIPO          PIC X(12).
           05 EST-QUANTIDADE    PIC S9(9).
           05 EST-SALDO-APOS    PIC S9(9).
           05 EST-DOC-ID        PIC 9(10).
           05 EST-ITEM-ID       PIC 9(10).
           05 EST-MOTIVO        PIC X(255).
           05 EST-OPERADOR      PIC X(60).
           05 EST-CRIADO-EM     PIC X(19).
           05 EST-MINIMO        PIC 9(9).
           05 EST-LOTE          PIC 9(9).
           05 EST-SUGESTAO-ID   PIC 9(10).
           05 EST-MINIMO-ATUAL  PIC 9(9).
           05 EST-MINIMO-SUG    PIC 9(9).
           05 EST-SEMANA-BASE   PIC X(10).
           05 EST-DEMANDA       PIC 9(10)V99.
           05 EST-SEMANAS       PIC 9(5).
           05 EST-ACURACIA      PIC S9(3)V99.
           05 EST-SITUACAO      PIC X(12).

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
           PERFORM 1300-GARANTIR-TABELAS-ESTOQUE.

           EVALUATE FUNCTION UPPER-CASE(FUNCTION TRIM(WRK-QS-ACAO))
               WHEN "AJUSTAR"
                   PERFORM 2000-AJUSTAR-ESTOQUE
               WHEN "INVENTARIO"
                   PERFORM 2200-LANCAR-INVENTARIO
               WHEN "MINIMO"
                   PERFORM 2500-DEFINIR-MINIMO
               WHEN "APROVAR"
                   PERFORM 2600-DECIDIR-SUGESTAO
               WHEN "REJEITAR"
                   PERFORM 2600-DECIDIR-SUGESTAO
               WHEN "SUGESTOES"
                   PERFORM 3800-LISTAR-SUGESTOES
               WHEN "MOVIMENTOS"
                   PERFORM 3500-LISTAR-MOVIMENTOS
               WHEN OTHER
                   PERFORM 3000-LISTAR-SALDOS
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
               MOVE "SALDO" TO WRK-QS-ACAO
           END-IF.

           IF  FUNCTION UPPER-CASE(FUNCTION TRIM(WRK-QS-ACAO))
                   = "AJUSTAR"
           OR  FUNCTION UPPER-CASE(FUNCTION TRIM(WRK-QS-ACAO))
                   = "INVENTARIO"
           OR  FUNCTION UPPER-CASE(FUNCTION TRIM(WRK-QS-ACAO))
                   = "MINIMO"
           OR  FUNCTION UPPER-CASE(FUNCTION TRIM(WRK-QS-ACAO))
                   = "APROVAR"
           OR  FUNCTION UPPER-CASE(FUNCTION TRIM(WRK-QS-ACAO))
                   = "REJEITAR"
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

      * A DECISAO SOBRE A SUGESTAO DE MINIMO MUDA O PONTO DE
      * REPOSICAO DE TODAS AS COMPRAS FUTURAS E POR ISSO EXIGE
      * ADMIN. AS DEMAIS ESCRITAS ACEITAM WRITER.
           IF  FUNCTION UPPER-CASE(FUNCTION TRIM(WRK-QS-ACAO))
                   = "APROVAR"
           OR  FUNCTION UPPER-CASE(FUNCTION TRIM(WRK-QS-ACAO))
                   = "REJEITAR"
               IF  FUNCTION TRIM(WRK-CHAVE-PAPEL) NOT = "admin"
                   STRING
                       "CHAVE DE API SEM PERMISSAO PARA ESTA "
                       "OPERACAO (EXIGE PAPEL ADMIN)."
                   INTO WRK-MSG-ERRO
                   MOVE ERR-COD-NAO-AUTORIZADO TO WRK-COD-ERRO
                   PERFORM 9400-RETORNAR-RESPOSTA-HTTP-403
               END-IF
           ELSE
               IF  FUNCTION TRIM(WRK-CHAVE-PAPEL) NOT = "writer"
               AND FUNCTION TRIM(WRK-CHAVE-PAPEL) NOT = "admin"
                   STRING
                       "CHAVE DE API SEM PERMISSAO PARA ESTA "
                       "OPERACAO (EXIGE PAPEL WRITER OU ADMIN)."
                   INTO WRK-MSG-ERRO
                   MOVE ERR-COD-NAO-AUTORIZADO TO WRK-COD-ERRO
                   PERFORM 9400-RETORNAR-RESPOSTA-HTTP-403
               END-IF
           END-IF.

       1160-VERIFICAR-IDEMPOTENCIA.

      * UMA REPETICAO COM A MESMA CHAVE DE IDEMPOTENCIA DEVOLVE A
      * RESPOSTA JA GRAVADA, SEM LANCAR O MOVIMENTO DE NOVO.
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
      * GRAVA NA MESMA TRANSACAO ABERTA AQUI.
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

       1300-GARANTIR-TABELAS-ESTOQUE.

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

       2000-AJUSTAR-ESTOQUE.

           PERFORM 2300-VALIDAR-PRODUTO.
           PERFORM 2400-VALIDAR-MOTIVO.

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

           ACCEPT WRK-QS-TIPO FROM ENVIRONMENT "QS_TIPO".
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WRK-QS-TIPO))
               TO WRK-QS-TIPO.
           IF  WRK-QS-TIPO = SPACES
               MOVE "AJUSTE" TO WRK-QS-TIPO
           END-IF.

           IF  WRK-QS-TIPO NOT = "AJUSTE"
           AND WRK-QS-TIPO NOT = "QUEBRA"
               STRING
                   "PARAMETRO QS_TIPO DEVE SER AJUSTE OU QUEBRA."
               INTO WRK-MSG-ERRO
               MOVE ERR-COD-VALIDACAO TO WRK-COD-ERRO
               PERFORM 9100-RETORNAR-RESPOSTA-HTTP-400
           END-IF.

      * QUEBRA E PERDA FISICA, ENTAO E SEMPRE SAIDA; O AJUSTE PRECISA
      * DIZER EM QUAL SENTIDO CORRIGE O SALDO.
           ACCEPT WRK-QS-SENTIDO FROM ENVIRONMENT "QS_SENTIDO".
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WRK-QS-SENTIDO))
               TO WRK-QS-SENTIDO.
           IF  WRK-QS-TIPO = "QUEBRA"
               MOVE "SAIDA" TO WRK-QS-SENTIDO
           END-IF.

           EVALUATE WRK-QS-SENTIDO
               WHEN "ENTRADA"
                   MOVE WRK-QTD-INFORMADA TO WRK-EST-QUANTIDADE
               WHEN "SAIDA"
                   COMPUTE WRK-EST-QUANTIDADE =
                       ZERO - WRK-QTD-INFORMADA
               WHEN OTHER
                   STRING
                       "PARAMETRO QS_SENTIDO DEVE SER ENTRADA OU "
                       "SAIDA."
                   INTO WRK-MSG-ERRO
                   MOVE ERR-COD-VALIDACAO TO WRK-COD-ERRO
                   PERFORM 9100-RETORNAR-RESPOSTA-HTTP-400
           END-EVALUATE.

           MOVE WRK-QS-TIPO TO WRK-EST-TIPO.

           CALL 'MOD-RESOLVE-OPERADOR' USING WRK-OPERADOR
               END-CALL.

           EXEC SQL START TRANSACTION END-EXEC.

           PERFORM 2700-MOVIMENTAR-ESTOQUE.

           EXEC SQL COMMIT END-EXEC.

           PERFORM 2900-RESPONDER-MOVIMENTO.

       2200-LANCAR-INVENTARIO.

           PERFORM 2300-VALIDAR-PRODUTO.
           PERFORM 2400-VALIDAR-MOTIVO.

           ACCEPT WRK-QS-CONTAGEM-STG FROM ENVIRONMENT "QS_CONTAGEM".
           COPY VALIDACAO-CAMPO-NUMERICO
               REPLACING ==TAG-CAMPO-STG==  BY ==WRK-QS-CONTAGEM-STG==
                   ==TAG-NOME-PARAM==       BY =="QS_CONTAGEM"==
                   ==TAG-PARAGRAFO-400==    BY
                       ==9100-RETORNAR-RESPOSTA-HTTP-400==.
           MOVE WRK-QS-CONTAGEM-STG TO WRK-QTD-INFORMADA.

           CALL 'MOD-RESOLVE-OPERADOR' USING WRK-OPERADOR
               END-CALL.

           EXEC SQL START TRANSACTION END-EXEC.

      * O SALDO E LIDO COM A LINHA TRAVADA PARA A DIFERENCA NAO SER
      * CALCULADA SOBRE UM SALDO QUE UMA VENDA ACABOU DE MUDAR.
           EXEC SQL
               SELECT COALESCE(MAX(saldo), 0)
                 INTO :EST-SALDO
                 FROM estoque_saldo
                WHERE produto_id = :EST-PRODUTO-ID
               FOR UPDATE
           END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO
               STRING
                   "ERRO AO TENTAR LER O SALDO DO PRODUTO."
               INTO WRK-MSG-ERRO
               MOVE SQLERRM TO WRK-MSG-EXP-ERRO
               MOVE ERR-COD-SQL-EXEC TO WRK-COD-ERRO
               EXEC SQL ROLLBACK END-EXEC
               PERFORM 9000-RETORNAR-RESPOSTA-HTTP-500
           END-IF.

      * CONTAGEM IGUAL AO SALDO TAMBEM E LANCADA (QUANTIDADE ZERO),
      * PARA O RAZAO REGISTRAR QUE O PRODUTO FOI CONFERIDO.
           COMPUTE WRK-EST-QUANTIDADE = WRK-QTD-INFORMADA - EST-SALDO.
           MOVE "INVENTARIO" TO WRK-EST-TIPO.

           PERFORM 2700-MOVIMENTAR-ESTOQUE.

           EXEC SQL COMMIT END-EXEC.

           PERFORM 2900-RESPONDER-MOVIMENTO.

       2300-VALIDAR-PRODUTO.

           ACCEPT WRK-QS-PRODUTO-STG FROM ENVIRONMENT "QS_PRODUTO_ID".
           COPY VALIDACAO-CAMPO-NUMERICO
               REPLACING ==TAG-CAMPO-STG==  BY ==WRK-QS-PRODUTO-STG==
                   ==TAG-NOME-PARAM==       BY =="QS_PRODUTO_ID"==
                   ==TAG-PARAGRAFO-400==    BY
                       ==9100-RETORNAR-RESPOSTA-HTTP-400==.
           MOVE WRK-QS-PRODUTO-STG TO EST-PRODUTO-ID.

           EXEC SQL
               SELECT COUNT(*)
                 INTO :EST-QTD
                 FROM produto
                WHERE id = :EST-PRODUTO-ID
           END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO
               STRING
                   "ERRO AO TENTAR VERIFICAR O PRODUTO."
               INTO WRK-MSG-ERRO
               MOVE SQLERRM TO WRK-MSG-EXP-ERRO
               MOVE ERR-COD-SQL-EXEC TO WRK-COD-ERRO
               PERFORM 9000-RETORNAR-RESPOSTA-HTTP-500
           END-IF.

           IF  EST-QTD = ZERO
               STRING
                   "PRODUTO NAO ENCONTRADO."
               INTO WRK-MSG-ERRO
               MOVE ERR-COD-VALIDACAO TO WRK-COD-ERRO
               PERFORM 9200-RETORNAR-RESPOSTA-HTTP-404
           END-IF.

       2400-VALIDAR-MOTIVO.

           ACCEPT WRK-QS-MOTIVO FROM ENVIRONMENT "QS_MOTIVO".

           IF  FUNCTION TRIM(WRK-QS-MOTIVO) = SPACES
               STRING
                   "PARAMETRO QS_MOTIVO E OBRIGATORIO PARA LANCAR "
                   "MOVIMENTO MANUAL DE ESTOQUE."
               INTO WRK-MSG-ERRO
               MOVE ERR-COD-VALIDACAO TO WRK-COD-ERRO
               PERFORM 9100-RETORNAR-RESPOSTA-HTTP-400
           END-IF.

       2500-DEFINIR-MINIMO.

           PERFORM 2300-VALIDAR-PRODUTO.

           ACCEPT WRK-QS-MINIMO-STG FROM ENVIRONMENT "QS_MINIMO".
           COPY VALIDACAO-CAMPO-NUMERICO
               REPLACING ==TAG-CAMPO-STG==  BY ==WRK-QS-MINIMO-STG==
                   ==TAG-NOME-PARAM==       BY =="QS_MINIMO"==
                   ==TAG-PARAGRAFO-400==    BY
                       ==9100-RETORNAR-RESPOSTA-HTTP-400==.
           MOVE WRK-QS-MINIMO-STG TO EST-MINIMO.

           ACCEPT WRK-QS-LOTE-STG FROM ENVIRONMENT "QS_LOTE".
           MOVE 1 TO EST-LOTE.
           IF  FUNCTION TRIM(WRK-QS-LOTE-STG) NOT = SPACES
               PERFORM 2550-VALIDAR-LOTE
           END-IF.

      * O PRODUTO PODE AINDA NAO TER LINHA DE SALDO; NESSE CASO ELA
      * NASCE COM SALDO ZERO E O MINIMO INFORMADO.
           EXEC SQL
               INSERT INTO estoque_saldo
                   (produto_id, saldo, minimo, lote_compra)
               VALUES (:EST-PRODUTO-ID, 0, :EST-MINIMO, :EST-LOTE)
               ON DUPLICATE KEY UPDATE
                   minimo      = VALUES(minimo),
                   lote_compra = VALUES(lote_compra)
           END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO
               STRING
                   "ERRO AO TENTAR GRAVAR O PONTO DE REPOSICAO."
               INTO WRK-MSG-ERRO
               MOVE SQLERRM TO WRK-MSG-EXP-ERRO
               MOVE ERR-COD-SQL-EXEC TO WRK-COD-ERRO
               EXEC SQL ROLLBACK END-EXEC
               PERFORM 9000-RETORNAR-RESPOSTA-HTTP-500
           END-IF.

           EXEC SQL COMMIT END-EXEC.

           MOVE "PARAR" TO WRK-TEMPO-ACAO.
           CALL 'MOD-MEDE-TEMPO'
               USING WRK-TEMPO-ACAO, WRK-PROGRAMA-NOME
               END-CALL.

           CALL 'MOD-REGISTRA-AUDITORIA'
               USING WRK-PROGRAMA-NOME, WRK-AUDIT-PARAMS,
                   WRK-HTTP-STATUS-200
               END-CALL.

           MOVE EST-PRODUTO-ID TO WRK-ID-MASK.
           MOVE EST-MINIMO TO WRK-QTD-MASK.
           MOVE EST-LOTE TO WRK-SALDO-MASK.

           MOVE SPACES TO WRK-IDEM-RESPOSTA.
           STRING
               '{' WRK-NEWLINE
               '"http-status": ' WRK-HTTP-STATUS-200 ','
               WRK-NEWLINE
               '"msg": null,' WRK-NEWLINE
               '"correlation-id": "'
               FUNCTION TRIM(WRK-CORRELACAO-ID) '",' WRK-NEWLINE
               '"data": {' WRK-NEWLINE
               '"produto_id": ' FUNCTION TRIM(WRK-ID-MASK) ','
               WRK-NEWLINE
               '"minimo": ' FUNCTION TRIM(WRK-QTD-MASK) ','
               WRK-NEWLINE
               '"lote_compra": ' FUNCTION TRIM(WRK-SALDO-MASK)
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

       2550-VALIDAR-LOTE.

           COPY VALIDACAO-CAMPO-NUMERICO
               REPLACING ==TAG-CAMPO-STG==  BY ==WRK-QS-LOTE-STG==
                   ==TAG-NOME-PARAM==       BY =="QS_LOTE"==
                   ==TAG-PARAGRAFO-400==    BY
                       ==9100-RETORNAR-RESPOSTA-HTTP-400==.
           MOVE WRK-QS-LOTE-STG TO EST-LOTE.

           IF  EST-LOTE = ZERO
               STRING
                   "PARAMETRO QS_LOTE DEVE SER MAIOR QUE ZERO."
               INTO WRK-MSG-ERRO
               MOVE ERR-COD-VALIDACAO TO WRK-COD-ERRO
               PERFORM 9100-RETORNAR-RESPOSTA-HTTP-400
           END-IF.

       2600-DECIDIR-SUGESTAO.

           PERFORM 2300-VALIDAR-PRODUTO.

           IF  FUNCTION UPPER-CASE(FUNCTION TRIM(WRK-QS-ACAO))
                   = "APROVAR"
               MOVE "APROVADA" TO EST-SITUACAO
           ELSE
               MOVE "REJEITADA" TO EST-SITUACAO
           END-IF.

           CALL 'MOD-RESOLVE-OPERADOR' USING WRK-OPERADOR
               END-CALL.
           MOVE WRK-OPERADOR TO EST-OPERADOR.

           EXEC SQL START TRANSACTION END-EXEC.

      * SO A SUGESTAO PENDENTE MAIS RECENTE DO PRODUTO E DECIDIDA; A
      * LINHA FICA TRAVADA PARA DUAS DECISOES NAO CORREREM JUNTAS.
           EXEC SQL
               SELECT id, minimo_sugerido
                 INTO :EST-SUGESTAO-ID, :EST-MINIMO-SUG
                 FROM sugestao_minimo
                WHERE produto_id = :EST-PRODUTO-ID
                  AND situacao = 'PENDENTE'
                ORDER BY id DESC
                LIMIT 1
               FOR UPDATE
           END-EXEC.

           IF  SQLCODE EQUAL 100
               EXEC SQL ROLLBACK END-EXEC
               STRING
                   "NENHUMA SUGESTAO DE MINIMO PENDENTE PARA O "
                   "PRODUTO."
               INTO WRK-MSG-ERRO
               MOVE ERR-COD-VALIDACAO TO WRK-COD-ERRO
               PERFORM 9200-RETORNAR-RESPOSTA-HTTP-404
           END-IF.

           IF  SQLCODE NOT EQUAL ZERO
               STRING
                   "ERRO AO TENTAR LER A SUGESTAO DE MINIMO."
               INTO WRK-MSG-ERRO
               MOVE SQLERRM TO WRK-MSG-EXP-ERRO
               MOVE ERR-COD-SQL-EXEC TO WRK-COD-ERRO
               EXEC SQL ROLLBACK END-EXEC
               PERFORM 9000-RETORNAR-RESPOSTA-HTTP-500
           END-IF.

           EXEC SQL
               SELECT COALESCE(MAX(minimo), 0)
                 INTO :EST-MINIMO-ATUAL
                 FROM estoque_saldo
                WHERE produto_id = :EST-PRODUTO-ID
           END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO
               STRING
                   "ERRO AO TENTAR LER O PONTO DE REPOSICAO."
               INTO WRK-MSG-ERRO
               MOVE SQLERRM TO WRK-MSG-EXP-ERRO
               MOVE ERR-COD-SQL-EXEC TO WRK-COD-ERRO
               EXEC SQL ROLLBACK END-EXEC
               PERFORM 9000-RETORNAR-RESPOSTA-HTTP-500
           END-IF.

           IF  EST-SITUACAO = "APROVADA"
               PERFORM 2650-APLICAR-SUGESTAO
           END-IF.

           EXEC SQL
               UPDATE sugestao_minimo
                  SET situacao    = :EST-SITUACAO,
                      decidida_em = CURRENT_TIMESTAMP,
                      operador    = :EST-OPERADOR
                WHERE id = :EST-SUGESTAO-ID
           END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO
               STRING
                   "ERRO AO TENTAR GRAVAR A DECISAO DA SUGESTAO."
               INTO WRK-MSG-ERRO
               MOVE SQLERRM TO WRK-MSG-EXP-ERRO
               MOVE ERR-COD-SQL-EXEC TO WRK-COD-ERRO
               EXEC SQL ROLLBACK END-EXEC
               PERFORM 9000-RETORNAR-RESPOSTA-HTTP-500
           END-IF.

           EXEC SQL COMMIT END-EXEC.

           MOVE "PARAR" TO WRK-TEMPO-ACAO.
           CALL 'MOD-MEDE-TEMPO'
               USING WRK-TEMPO-ACAO, WRK-PROGRAMA-NOME
               END-CALL.

           CALL 'MOD-REGISTRA-AUDITORIA'
               USING WRK-PROGRAMA-NOME, WRK-AUDIT-PARAMS,
                   WRK-HTTP-STATUS-200
               END-CALL.

           MOVE EST-PRODUTO-ID TO WRK-ID-MASK.
           MOVE EST-MINIMO-ATUAL TO WRK-QTD-MASK.
           MOVE EST-MINIMO-SUG TO WRK-SALDO-MASK.

           MOVE SPACES TO WRK-IDEM-RESPOSTA.
           STRING
               '{' WRK-NEWLINE
               '"http-status": ' WRK-HTTP-STATUS-200 ','
               WRK-NEWLINE
               '"msg": null,' WRK-NEWLINE
               '"correlation-id": "'
               FUNCTION TRIM(WRK-CORRELACAO-ID) '",' WRK-NEWLINE
               '"data": {' WRK-NEWLINE
               '"produto_id": ' FUNCTION TRIM(WRK-ID-MASK) ','
               WRK-NEWLINE
               '"situacao": "' FUNCTION TRIM(EST-SITUACAO) '",'
               WRK-NEWLINE
               '"minimo_anterior": ' FUNCTION TRIM(WRK-QTD-MASK) ','
               WRK-NEWLINE
               '"minimo_sugerido": ' FUNCTION TRIM(WRK-SALDO-MASK)
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

       2650-APLICAR-SUGESTAO.

      * MESMA GRAVACAO DO QS_ACAO=MINIMO, MAS O LOTE DE COMPRA JA
      * DEFINIDO E PRESERVADO; PRODUTO SEM LINHA DE SALDO NASCE COM
      * SALDO ZERO E LOTE 1.
           EXEC SQL
               INSERT INTO estoque_saldo
                   (produto_id, saldo, minimo, lote_compra)
               VALUES (:EST-PRODUTO-ID, 0, :EST-MINIMO-SUG, 1)
               ON DUPLICATE KEY UPDATE
                   minimo = VALUES(minimo)
           END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO
               STRING
                   "ERRO AO TENTAR GRAVAR O PONTO DE REPOSICAO."
               INTO WRK-MSG-ERRO
               MOVE SQLERRM TO WRK-MSG-EXP-ERRO
               MOVE ERR-COD-SQL-EXEC TO WRK-COD-ERRO
               EXEC SQL ROLLBACK END-EXEC
               PERFORM 9000-RETORNAR-RESPOSTA-HTTP-500
           END-IF.

       2700-MOVIMENTAR-ESTOQUE.

      * CHAMADO COM A TRANSACAO ABERTA; A RECUSA DESFAZ TUDO.
           MOVE "MOVIMENTAR" TO WRK-EST-ACAO.
           PERFORM 2750-CHAMAR-RAZAO-ESTOQUE.

           IF  EST-SALDO-INSUFICIENTE
               EXEC SQL ROLLBACK END-EXEC
               MOVE WRK-EST-SALDO TO WRK-SALDO-MASK
               STRING
                   "ESTOQUE INSUFICIENTE PARA O PRODUTO. SALDO "
                   "ATUAL: " FUNCTION TRIM(WRK-SALDO-MASK) "."
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

       2750-CHAMAR-RAZAO-ESTOQUE.

           CALL 'MOD-MOVIMENTA-ESTOQUE'
               USING WRK-EST-ACAO, EST-PRODUTO-ID,
                   WRK-EST-QUANTIDADE, WRK-EST-TIPO, WRK-EST-DOC-ID,
                   WRK-EST-ITEM-ID, WRK-QS-MOTIVO, WRK-OPERADOR,
                   WRK-EST-SALDO, WRK-EST-RESULTADO, WRK-EST-MSG
               END-CALL.

       2900-RESPONDER-MOVIMENTO.

           MOVE "PARAR" TO WRK-TEMPO-ACAO.
           CALL 'MOD-MEDE-TEMPO'
               USING WRK-TEMPO-ACAO, WRK-PROGRAMA-NOME
               END-CALL.

           CALL 'MOD-REGISTRA-AUDITORIA'
               USING WRK-PROGRAMA-NOME, WRK-AUDIT-PARAMS,
                   WRK-HTTP-STATUS-200
               END-CALL.

           MOVE EST-PRODUTO-ID TO WRK-ID-MASK.
           MOVE WRK-EST-QUANTIDADE TO WRK-QTD-MASK.
           MOVE WRK-EST-SALDO TO WRK-SALDO-MASK.

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
               '"produto_id": ' FUNCTION TRIM(WRK-ID-MASK) ','
               WRK-NEWLINE
               '"acao": "'
               FUNCTION UPPER-CASE(FUNCTION TRIM(WRK-QS-ACAO))
               '",' WRK-NEWLINE
               '"tipo": "' FUNCTION TRIM(WRK-EST-TIPO) '",'
               WRK-NEWLINE
               '"quantidade": ' FUNCTION TRIM(WRK-QTD-MASK) ','
               WRK-NEWLINE
               '"saldo": ' FUNCTION TRIM(WRK-SALDO-MASK)
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

       3000-LISTAR-SALDOS.

      * QS_PRODUTO_ID E OPCIONAL AQUI; EM BRANCO LISTA TODOS.
           ACCEPT WRK-QS-PRODUTO-STG FROM ENVIRONMENT "QS_PRODUTO_ID".
           MOVE ZERO TO EST-FILTRO-ID.
           IF  FUNCTION TRIM(WRK-QS-PRODUTO-STG) NOT = SPACES
               PERFORM 3050-VALIDAR-FILTRO-PRODUTO
           END-IF.

           EXEC SQL
               DECLARE CUR-SALDOS CURSOR FOR
                   SELECT p.id, p.nome, COALESCE(s.saldo, 0),
                          COALESCE(s.minimo, 0),
                          COALESCE(s.lote_compra, 1)
                     FROM produto p
                     LEFT JOIN estoque_saldo s
                       ON s.produto_id = p.id
                    WHERE (:EST-FILTRO-ID = 0
                       OR  p.id = :EST-FILTRO-ID)
                    ORDER BY p.id
           END-EXEC.

           EXEC SQL OPEN CUR-SALDOS END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO
               STRING
                   "ERRO AO TENTAR LISTAR OS SALDOS DE ESTOQUE."
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
           PERFORM 3100-BUSCAR-PROXIMO-SALDO.
           PERFORM 3200-EMITIR-SALDO UNTIL FIM-CURSOR.

           DISPLAY ']'.
           DISPLAY '}'.

           EXEC SQL CLOSE CUR-SALDOS END-EXEC.

           CALL 'MOD-REGISTRA-AUDITORIA'
               USING WRK-PROGRAMA-NOME, WRK-AUDIT-PARAMS,
                   WRK-HTTP-STATUS-200
               END-CALL.

       3050-VALIDAR-FILTRO-PRODUTO.

           COPY VALIDACAO-CAMPO-NUMERICO
               REPLACING ==TAG-CAMPO-STG==  BY ==WRK-QS-PRODUTO-STG==
                   ==TAG-NOME-PARAM==       BY =="QS_PRODUTO_ID"==
                   ==TAG-PARAGRAFO-400==    BY
                       ==9100-RETORNAR-RESPOSTA-HTTP-400==.
           MOVE WRK-QS-PRODUTO-STG TO EST-FILTRO-ID.

       3100-BUSCAR-PROXIMO-SALDO.

           EXEC SQL
               FETCH CUR-SALDOS
                   INTO :EST-PRODUTO-ID, :EST-PRODUTO-NOME, :EST-SALDO,
                        :EST-MINIMO, :EST-LOTE
           END-EXEC.

           IF  SQLCODE EQUAL 100
               SET FIM-CURSOR TO TRUE
           END-IF.

       3200-EMITIR-SALDO.

           IF  NAO-PRIMEIRO-REGISTRO
               DISPLAY ','
           END-IF.
           SET NAO-PRIMEIRO-REGISTRO TO TRUE.

           MOVE EST-PRODUTO-ID TO WRK-ID-MASK.
           MOVE EST-SALDO TO WRK-SALDO-MASK.

           DISPLAY '   {'.
           DISPLAY '    "produto_id": ' FUNCTION TRIM(WRK-ID-MASK) ','.

           MOVE EST-PRODUTO-NOME TO WRK-CAMPO-TXT.
           CALL 'MOD-JSON-ESCAPE' USING WRK-CAMPO-TXT WRK-CAMPO-ESC
               END-CALL.
           DISPLAY '    "nome": "'
               FUNCTION TRIM(WRK-CAMPO-ESC) '",'.

           DISPLAY '    "saldo": ' FUNCTION TRIM(WRK-SALDO-MASK) ','.

           MOVE EST-MINIMO TO WRK-SALDO-MASK.
           DISPLAY '    "minimo": ' FUNCTION TRIM(WRK-SALDO-MASK) ','.

           MOVE EST-LOTE TO WRK-SALDO-MASK.
           DISPLAY '    "lote_compra": ' FUNCTION TRIM(WRK-SALDO-MASK).
           DISPLAY '   }'.

           PERFORM 3100-BUSCAR-PROXIMO-SALDO.

       3500-LISTAR-MOVIMENTOS.

           PERFORM 2300-VALIDAR-PRODUTO.

           EXEC SQL
               DECLARE CUR-MOVIMENTOS CURSOR FOR
                   SELECT id, tipo, quantidade, saldo_apos,
                          COALESCE(documento_id, 0),
                          COALESCE(item_id, 0),
                          COALESCE(motivo, ''),
                          COALESCE(operador, ''),
                          DATE_FORMAT(criado_em, '%Y-%m-%d %H:%i:%s')
                     FROM estoque_movimentos
                    WHERE produto_id = :EST-PRODUTO-ID
                    ORDER BY id DESC
                    LIMIT 200
           END-EXEC.

           EXEC SQL OPEN CUR-MOVIMENTOS END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO
               STRING
                   "ERRO AO TENTAR LISTAR OS MOVIMENTOS DE ESTOQUE."
               INTO WRK-MSG-ERRO
               MOVE SQLERRM TO WRK-MSG-EXP-ERRO
               MOVE ERR-COD-SQL-EXEC TO WRK-COD-ERRO
               PERFORM 9000-RETORNAR-RESPOSTA-HTTP-500
           END-IF.

           MOVE EST-PRODUTO-ID TO WRK-ID-MASK.

           DISPLAY '{'.
           DISPLAY '"http-status": ' WRK-HTTP-STATUS-200 ','.
           DISPLAY '"msg": null,'.
           DISPLAY '"produto_id": ' FUNCTION TRIM(WRK-ID-MASK) ','.
           DISPLAY '"data": ['.

           SET PRIMEIRO-REGISTRO TO TRUE.
           PERFORM 3600-BUSCAR-PROXIMO-MOVIMENTO.
           PERFORM 3700-EMITIR-MOVIMENTO UNTIL FIM-CURSOR.

           DISPLAY ']'.
           DISPLAY '}'.

           EXEC SQL CLOSE CUR-MOVIMENTOS END-EXEC.

           CALL 'MOD-REGISTRA-AUDITORIA'
               USING WRK-PROGRAMA-NOME, WRK-AUDIT-PARAMS,
                   WRK-HTTP-STATUS-200
               END-CALL.

       3600-BUSCAR-PROXIMO-MOVIMENTO.

           EXEC SQL
               FETCH CUR-MOVIMENTOS
                   INTO :EST-MOV-ID, :EST-TIPO, :EST-QUANTIDADE,
                        :EST-SALDO-APOS, :EST-DOC-ID, :EST-ITEM-ID,
                        :EST-MOTIVO, :EST-OPERADOR, :EST-CRIADO-EM
           END-EXEC.

           IF  SQLCODE EQUAL 100
               SET FIM-CURSOR TO TRUE
           END-IF.

       3700-EMITIR-MOVIMENTO.

           IF  NAO-PRIMEIRO-REGISTRO
               DISPLAY ','
           END-IF.
           SET NAO-PRIMEIRO-REGISTRO TO TRUE.

           MOVE EST-MOV-ID TO WRK-ID-MASK.
           MOVE EST-QUANTIDADE TO WRK-QTD-MASK.
           MOVE EST-SALDO-APOS TO WRK-SALDO-MASK.

           DISPLAY '   {'.
           DISPLAY '    "id": ' FUNCTION TRIM(WRK-ID-MASK) ','.
           DISPLAY '    "tipo": "' FUNCTION TRIM(EST-TIPO) '",'.
           DISPLAY '    "quantidade": '
               FUNCTION TRIM(WRK-QTD-MASK) ','.
           DISPLAY '    "saldo_apos": '
               FUNCTION TRIM(WRK-SALDO-MASK) ','.

           IF  EST-DOC-ID = ZERO
               DISPLAY '    "documento_id": null,'
           ELSE
               MOVE EST-DOC-ID TO WRK-ID-MASK
               DISPLAY '    "documento_id": '
                   FUNCTION TRIM(WRK-ID-MASK) ','
           END-IF.

           IF  EST-ITEM-ID = ZERO
               DISPLAY '    "item_id": null,'
           ELSE
               MOVE EST-ITEM-ID TO WRK-ID-MASK
               DISPLAY '    "item_id": '
                   FUNCTION TRIM(WRK-ID-MASK) ','
           END-IF.

           MOVE EST-MOTIVO TO WRK-CAMPO-TXT.
           CALL 'MOD-JSON-ESCAPE' USING WRK-CAMPO-TXT WRK-CAMPO-ESC
               END-CALL.
           DISPLAY '    "motivo": "'
               FUNCTION TRIM(WRK-CAMPO-ESC) '",'.

           MOVE EST-OPERADOR TO WRK-CAMPO-TXT.
           CALL 'MOD-JSON-ESCAPE' USING WRK-CAMPO-TXT WRK-CAMPO-ESC
               END-CALL.
           DISPLAY '    "operador": "'
               FUNCTION TRIM(WRK-CAMPO-ESC) '",'.

           DISPLAY '    "criado_em": "' EST-CRIADO-EM '"'.
           DISPLAY '   }'.

           PERFORM 3600-BUSCAR-PROXIMO-MOVIMENTO.

       3800-LISTAR-SUGESTOES.

      * QS_PRODUTO_ID E OPCIONAL AQUI; EM BRANCO LISTA TODAS AS
      * PENDENTES. O MINIMO ATUAL E O VIGENTE AGORA, NAO O DA DATA
      * DA SUGESTAO.
           ACCEPT WRK-QS-PRODUTO-STG FROM ENVIRONMENT "QS_PRODUTO_ID".
           MOVE ZERO TO EST-FILTRO-ID.
           IF  FUNCTION TRIM(WRK-QS-PRODUTO-STG) NOT = SPACES
               PERFORM 3050-VALIDAR-FILTRO-PRODUTO
           END-IF.

           EXEC SQL
               DECLARE CUR-SUGESTOES CURSOR FOR
                   SELECT g.id, g.produto_id, COALESCE(p.nome, ' '),
                          DATE_FORMAT(g.semana_base, '%Y-%m-%d'),
                          COALESCE(s.minimo, 0), g.minimo_sugerido,
                          g.demanda_cobertura, g.semanas_cobertura,
                          COALESCE(g.acuracia_anterior, -1),
                          DATE_FORMAT(g.criada_em,
                              '%Y-%m-%d %H:%i:%s')
                     FROM sugestao_minimo g
                     LEFT JOIN produto p
                       ON p.id = g.produto_id
                     LEFT JOIN estoque_saldo s
                       ON s.produto_id = g.produto_id
                    WHERE g.situacao = 'PENDENTE'
                      AND (:EST-FILTRO-ID = 0
                       OR  g.produto_id = :EST-FILTRO-ID)
                    ORDER BY g.produto_id
           END-EXEC.

           EXEC SQL OPEN CUR-SUGESTOES END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO
               STRING
                   "ERRO AO TENTAR LISTAR AS SUGESTOES DE MINIMO."
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
           PERFORM 3850-BUSCAR-PROXIMA-SUGESTAO.
           PERFORM 3900-EMITIR-SUGESTAO UNTIL FIM-CURSOR.

           DISPLAY ']'.
           DISPLAY '}'.

           EXEC SQL CLOSE CUR-SUGESTOES END-EXEC.

           CALL 'MOD-REGISTRA-AUDITORIA'
               USING WRK-PROGRAMA-NOME, WRK-AUDIT-PARAMS,
                   WRK-HTTP-STATUS-200
               END-CALL.

       3850-BUSCAR-PROXIMA-SUGESTAO.

           EXEC SQL
               FETCH CUR-SUGESTOES
                   INTO :EST-SUGESTAO-ID, :EST-PRODUTO-ID,
                        :EST-PRODUTO-NOME, :EST-SEMANA-BASE,
                        :EST-MINIMO-ATUAL, :EST-MINIMO-SUG,
                        :EST-DEMANDA, :EST-SEMANAS, :EST-ACURACIA,
                        :EST-CRIADO-EM
           END-EXEC.

           IF  SQLCODE EQUAL 100
               SET FIM-CURSOR TO TRUE
           END-IF.

       3900-EMITIR-SUGESTAO.

           IF  NAO-PRIMEIRO-REGISTRO
               DISPLAY ','
           END-IF.
           SET NAO-PRIMEIRO-REGISTRO TO TRUE.

           MOVE EST-SUGESTAO-ID TO WRK-ID-MASK.

           DISPLAY '   {'.
           DISPLAY '    "id": ' FUNCTION TRIM(WRK-ID-MASK) ','.

           MOVE EST-PRODUTO-ID TO WRK-ID-MASK.
           DISPLAY '    "produto_id": ' FUNCTION TRIM(WRK-ID-MASK) ','.

           MOVE EST-PRODUTO-NOME TO WRK-CAMPO-TXT.
           CALL 'MOD-JSON-ESCAPE' USING WRK-CAMPO-TXT WRK-CAMPO-ESC
               END-CALL.
           DISPLAY '    "nome": "'
               FUNCTION TRIM(WRK-CAMPO-ESC) '",'.

           DISPLAY '    "semana_base": "' EST-SEMANA-BASE '",'.

           MOVE EST-MINIMO-ATUAL TO WRK-SALDO-MASK.
           DISPLAY '    "minimo_atual": '
               FUNCTION TRIM(WRK-SALDO-MASK) ','.

           MOVE EST-MINIMO-SUG TO WRK-SALDO-MASK.
           DISPLAY '    "minimo_sugerido": '
               FUNCTION TRIM(WRK-SALDO-MASK) ','.

           MOVE EST-DEMANDA TO WRK-DEMANDA-MASK.
           DISPLAY '    "demanda_cobertura": '
               FUNCTION TRIM(WRK-DEMANDA-MASK) ','.

           MOVE EST-SEMANAS TO WRK-SALDO-MASK.
           DISPLAY '    "semanas_cobertura": '
               FUNCTION TRIM(WRK-SALDO-MASK) ','.

           IF  EST-ACURACIA < ZERO
               DISPLAY '    "acuracia_anterior": null,'
           ELSE
               MOVE EST-ACURACIA TO WRK-ACURACIA-MASK
               DISPLAY '    "acuracia_anterior": '
                   FUNCTION TRIM(WRK-ACURACIA-MASK) ','
           END-IF.

           DISPLAY '    "criada_em": "' EST-CRIADO-EM '"'.
           DISPLAY '   }'.

           PERFORM 3850-BUSCAR-PROXIMA-SUGESTAO.

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

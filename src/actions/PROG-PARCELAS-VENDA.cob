       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG-PARCELAS-VENDA.
      *******************************************
      * AUTOR:
      * DATA:
      * ALTERACOES:
      *   - ACAO DO CONTAS A RECEBER DE VENDAS (TABELAS VENDA_PARCELA
      *     E VENDA_PAGAMENTO, GERADAS POR MOD-PARCELAS-VENDA).
      *     QS_ACAO=LISTAR (PADRAO) MOSTRA AS PARCELAS COM SALDO E
      *     DIAS DE ATRASO, FILTRANDO POR QS_VENDA_ID OU
      *     QS_CLIENTE_ID; PAGAMENTOS (QS_VENDA_ID) MOSTRA OS
      *     MOVIMENTOS DA VENDA. PAGAR (QS_PARCELA_ID E OS OPCIONAIS
      *     QS_VALOR, QS_DATA E QS_FORMA) LANCA PAGAMENTO TOTAL OU
      *     PARCIAL NA PARCELA, SEM PASSAR DO SALDO. REEMBOLSAR
      *     (QS_VENDA_ID, SO ADMIN) DEVOLVE TUDO O QUE FOI PAGO NA
      *     VENDA E REABRE AS PARCELAS, PASSO EXIGIDO ANTES DE
      *     CANCELAR VENDA COM PAGAMENTO. GERAR (QS_VENDA_ID) CRIA AS
      *     PARCELAS DE VENDA ANTERIOR AO PARCELAMENTO. AS ESCRITAS
      *     SEGUEM O PADRAO: METODO POST, MODO DE MANUTENCAO (503),
      *     CHAVE DE API COM PAPEL WRITER OU ADMIN, CHAVE DE
      *     IDEMPOTENCIA E AUDITORIA.
      *   - CHAVE DE API VINCULADA A UM CLIENTE (MOD-ESCOPO-CHAVE)
      *     SO ENXERGA AS PARCELAS E PAGAMENTOS DO PROPRIO CLIENTE:
      *     SEM FILTRO A LISTAGEM SAI RESTRITA A ELE, E QS_CLIENTE_ID
      *     OU QS_VENDA_ID DE OUTRO CLIENTE RESPONDE 404 COMO
      *     REGISTRO INEXISTENTE, PARA NAO REVELAR QUE ELE EXISTE.
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
               VALUE "PROG-PARCELAS-VENDA".
       77  WRK-AUDIT-PARAMS                PIC X(255).
       77  WRK-COD-ERRO                    PIC 9(4).

       COPY ERRO-CODES.
       COPY VERSAO-BUILD.

       77  WRK-QS-ACAO                     PIC X(10).
       77  WRK-QS-PARCELA-STG              PIC X(10).
       77  WRK-QS-VENDA-STG                PIC X(10).
       77  WRK-QS-CLIENTE-STG              PIC X(10).
       77  WRK-QS-VALOR-STG                PIC X(12).
       77  WRK-QS-DATA                     PIC X(10).
       77  WRK-QS-FORMA                    PIC X(20).
       77  WRK-REQUEST-METHOD              PIC X(10).
       77  WRK-VALOR-CHECK                 PIC X(12).
       77  WRK-OPERADOR                    PIC X(60).
       77  WRK-RESP-DADOS                  PIC X(1024).

       77  WRK-PAR-ACAO                    PIC X(10).
       77  WRK-PAR-RESULTADO               PIC X(2).
           88  PAR-PARCELAS-OK                         VALUE 'OK'.
           88  PAR-VENDA-COM-PAGAMENTO                 VALUE 'PG'.
       77  WRK-PAR-MSG                     PIC X(255).

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
           05 PCL-ID            PIC 9(10).
           05 PCL-VENDA-ID      PIC 9(10).
           05 PCL-CLIENTE-ID    PIC 9(10).
           05 PCL-NUMERO        PIC 9(3).
           05 PCL-VENCIMENTO    PIC X(10).
           05 PCL-VALOR         PIC 9(8)V99.
           05 PCL-VALOR-PAGO    PIC 9(8)V99.
           05 PCL-SALDO         PIC 9(8)V99.
           05 PCL-SITUACAO      PIC X(10).
           05 PCL-DIAS-ATRASO   PIC 9(5).
           05 PCL-PAGAMENTO     PIC 9(8)V99.
           05 PCL-PAG-ID        PIC 9(10).
           05 PCL-TIPO          PIC X(10).
           05 PCL-DATA          PIC X(10).
           05 PCL-FORMA         PIC X(20).
           05 PCL-OPERADOR      PIC X(60).
           05 PCL-QTD           PIC 9(10).
           05 NOVO-ID           PIC 9(10).
           05 PCL-ESCOPO-CLIENTE PIC 9(10).

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
           PERFORM 1300-GARANTIR-TABELAS-PARCELA.

           EVALUATE FUNCTION UPPER-CASE(FUNCTION TRIM(WRK-QS-ACAO))
               WHEN "PAGAR"
                   PERFORM 2000-PAGAR-PARCELA
               WHEN "REEMBOLSAR"
                   PERFORM 2400-REEMBOLSAR-VENDA
               WHEN "GERAR"
                   PERFORM 2600-GERAR-PARCELAS
               WHEN "PAGAMENTOS"
                   PERFORM 3500-LISTAR-PAGAMENTOS
               WHEN OTHER
                   PERFORM 3000-LISTAR-PARCELAS
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
                   NOT = "PAGAMENTOS"
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

      * O REEMBOLSO DEVOLVE DINHEIRO AO CLIENTE; SO O ADMIN FAZ.
           IF  FUNCTION UPPER-CASE(FUNCTION TRIM(WRK-QS-ACAO))
                   = "REEMBOLSAR"
           AND FUNCTION TRIM(WRK-CHAVE-PAPEL) NOT = "admin"
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

      * A SESSAO E A COMPARTILHADA DA REQUISICAO; MOD-PARCELAS-VENDA
      * E CHAMADO DENTRO DA TRANSACAO E PRECISA ENXERGAR A MESMA
      * CONEXAO PARA GRAVAR NA MESMA UNIDADE DE TRABALHO.
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

       1300-GARANTIR-TABELAS-PARCELA.

      * AS TABELAS SAO AS DE MOD-PARCELAS-VENDA; O DDL FAZ COMMIT
      * IMPLICITO E POR ISSO RODA ANTES DE QUALQUER TRANSACAO.
           MOVE "GARANTIR" TO WRK-PAR-ACAO.
           MOVE ZERO TO PCL-VENDA-ID.
           PERFORM 2690-CHAMAR-PARCELAS-VENDA.

           IF  NOT PAR-PARCELAS-OK
               STRING
                   "ERRO AO TENTAR GARANTIR AS TABELAS DE PARCELAS."
               INTO WRK-MSG-ERRO
               MOVE WRK-PAR-MSG TO WRK-MSG-EXP-ERRO
               MOVE ERR-COD-SQL-EXEC TO WRK-COD-ERRO
               PERFORM 9000-RETORNAR-RESPOSTA-HTTP-500
           END-IF.

       2000-PAGAR-PARCELA.

           ACCEPT WRK-QS-PARCELA-STG FROM ENVIRONMENT "QS_PARCELA_ID".
           COPY VALIDACAO-CAMPO-NUMERICO
               REPLACING ==TAG-CAMPO-STG==  BY ==WRK-QS-PARCELA-STG==
                   ==TAG-NOME-PARAM==       BY =="QS_PARCELA_ID"==
                   ==TAG-PARAGRAFO-400==    BY
                       ==9100-RETORNAR-RESPOSTA-HTTP-400==.
           MOVE WRK-QS-PARCELA-STG TO PCL-ID.

      * SEM QS_VALOR O PAGAMENTO QUITA O SALDO DA PARCELA.
           MOVE ZERO TO PCL-PAGAMENTO.
           ACCEPT WRK-QS-VALOR-STG FROM ENVIRONMENT "QS_VALOR".
           IF  FUNCTION TRIM(WRK-QS-VALOR-STG) NOT = SPACES
               PERFORM 2100-VALIDAR-VALOR
           END-IF.

           PERFORM 2200-VALIDAR-DATA-FORMA.

           CALL 'MOD-RESOLVE-OPERADOR' USING WRK-OPERADOR
               END-CALL.
           MOVE WRK-OPERADOR TO PCL-OPERADOR.

           EXEC SQL START TRANSACTION END-EXEC.

           EXEC SQL
               SELECT venda_id, valor, valor_pago, situacao
                 INTO :PCL-VENDA-ID, :PCL-VALOR, :PCL-VALOR-PAGO,
                      :PCL-SITUACAO
                 FROM venda_parcela
                WHERE id = :PCL-ID
               FOR UPDATE
           END-EXEC.

           IF  SQLCODE EQUAL 100
               STRING
                   "PARCELA NAO ENCONTRADA."
               INTO WRK-MSG-ERRO
               EXEC SQL ROLLBACK END-EXEC
               MOVE ERR-COD-VALIDACAO TO WRK-COD-ERRO
               PERFORM 9200-RETORNAR-RESPOSTA-HTTP-404
           END-IF.

           IF  SQLCODE NOT EQUAL ZERO
               STRING
                   "ERRO AO TENTAR LER A PARCELA."
               INTO WRK-MSG-ERRO
               MOVE SQLERRM TO WRK-MSG-EXP-ERRO
               MOVE ERR-COD-SQL-EXEC TO WRK-COD-ERRO
               EXEC SQL ROLLBACK END-EXEC
               PERFORM 9000-RETORNAR-RESPOSTA-HTTP-500
           END-IF.

           IF  PCL-SITUACAO = "ESTORNADA"
           OR  PCL-SITUACAO = "PAGA"
               STRING
                   "PARCELA " DELIMITED BY SIZE
                   PCL-SITUACAO DELIMITED BY SPACE
                   " NAO ACEITA PAGAMENTO." DELIMITED BY SIZE
               INTO WRK-MSG-ERRO
               EXEC SQL ROLLBACK END-EXEC
               MOVE ERR-COD-SITUACAO-INVALIDA TO WRK-COD-ERRO
               PERFORM 9100-RETORNAR-RESPOSTA-HTTP-400
           END-IF.

           COMPUTE PCL-SALDO = PCL-VALOR - PCL-VALOR-PAGO.

           IF  PCL-PAGAMENTO = ZERO
               MOVE PCL-SALDO TO PCL-PAGAMENTO
           END-IF.

           IF  PCL-PAGAMENTO > PCL-SALDO
               MOVE PCL-SALDO TO WRK-VALOR-MASK
               STRING
                   "VALOR ACIMA DO SALDO DA PARCELA ("
                   FUNCTION TRIM(WRK-VALOR-MASK) ")."
                   DELIMITED BY SIZE
               INTO WRK-MSG-ERRO
               EXEC SQL ROLLBACK END-EXEC
               MOVE ERR-COD-VALIDACAO TO WRK-COD-ERRO
               PERFORM 9100-RETORNAR-RESPOSTA-HTTP-400
           END-IF.

           MOVE "PAGAMENTO" TO PCL-TIPO.

           EXEC SQL
               INSERT INTO venda_pagamento
                   (parcela_id, venda_id, tipo, valor,
                    data_pagamento, forma, operador)
               VALUES
                   (:PCL-ID, :PCL-VENDA-ID, :PCL-TIPO, :PCL-PAGAMENTO,
                    COALESCE(NULLIF(TRIM(:PCL-DATA), ''), CURDATE()),
                    NULLIF(TRIM(:PCL-FORMA), ''),
                    NULLIF(TRIM(:PCL-OPERADOR), ''))
           END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO
               STRING
                   "ERRO AO TENTAR REGISTRAR O PAGAMENTO."
               INTO WRK-MSG-ERRO
               MOVE SQLERRM TO WRK-MSG-EXP-ERRO
               MOVE ERR-COD-SQL-EXEC TO WRK-COD-ERRO
               EXEC SQL ROLLBACK END-EXEC
               PERFORM 9000-RETORNAR-RESPOSTA-HTTP-500
           END-IF.

           EXEC SQL
               SELECT LAST_INSERT_ID() INTO :NOVO-ID
           END-EXEC.
           MOVE NOVO-ID TO PCL-PAG-ID.

           ADD PCL-PAGAMENTO TO PCL-VALOR-PAGO.
           SUBTRACT PCL-PAGAMENTO FROM PCL-SALDO.

           IF  PCL-SALDO = ZERO
               MOVE "PAGA" TO PCL-SITUACAO
           ELSE
               MOVE "PARCIAL" TO PCL-SITUACAO
           END-IF.

           EXEC SQL
               UPDATE venda_parcela
                  SET valor_pago = :PCL-VALOR-PAGO,
                      situacao = :PCL-SITUACAO,
                      atualizado_em = CURRENT_TIMESTAMP
                WHERE id = :PCL-ID
           END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO
               STRING
                   "ERRO AO TENTAR ATUALIZAR A PARCELA."
               INTO WRK-MSG-ERRO
               MOVE SQLERRM TO WRK-MSG-EXP-ERRO
               MOVE ERR-COD-SQL-EXEC TO WRK-COD-ERRO
               EXEC SQL ROLLBACK END-EXEC
               PERFORM 9000-RETORNAR-RESPOSTA-HTTP-500
           END-IF.

           EXEC SQL COMMIT END-EXEC.

           MOVE PCL-PAG-ID TO WRK-ID-MASK.
           MOVE SPACES TO WRK-RESP-DADOS.
           STRING
               '"pagamento_id": ' FUNCTION TRIM(WRK-ID-MASK) ','
               WRK-NEWLINE
               DELIMITED BY SIZE
               INTO WRK-RESP-DADOS
           END-STRING.
           MOVE PCL-ID TO WRK-ID-MASK.
           MOVE PCL-PAGAMENTO TO WRK-VALOR-MASK.
           STRING
               FUNCTION TRIM(WRK-RESP-DADOS TRAILING)
               '"parcela_id": ' FUNCTION TRIM(WRK-ID-MASK) ','
               WRK-NEWLINE
               '"valor": ' FUNCTION TRIM(WRK-VALOR-MASK) ','
               WRK-NEWLINE
               DELIMITED BY SIZE
               INTO WRK-RESP-DADOS
           END-STRING.
           MOVE PCL-SALDO TO WRK-VALOR-MASK.
           STRING
               FUNCTION TRIM(WRK-RESP-DADOS TRAILING)
               '"saldo": ' FUNCTION TRIM(WRK-VALOR-MASK) ','
               WRK-NEWLINE
               '"situacao": "' FUNCTION TRIM(PCL-SITUACAO) '"'
               WRK-NEWLINE
               DELIMITED BY SIZE
               INTO WRK-RESP-DADOS
           END-STRING.

           PERFORM 2900-RESPONDER-OPERACAO.

       2100-VALIDAR-VALOR.

      * O VALOR ACEITA SO DIGITOS E UM PONTO DECIMAL OPCIONAL.
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

           COMPUTE PCL-PAGAMENTO = FUNCTION NUMVAL(WRK-QS-VALOR-STG).

           IF  PCL-PAGAMENTO = ZERO
               STRING
                   "PARAMETRO QS_VALOR DEVE SER MAIOR QUE ZERO."
               INTO WRK-MSG-ERRO
               MOVE ERR-COD-VALIDACAO TO WRK-COD-ERRO
               PERFORM 9100-RETORNAR-RESPOSTA-HTTP-400
           END-IF.

       2200-VALIDAR-DATA-FORMA.

      * SEM QS_DATA O MOVIMENTO E DATADO DE HOJE; QS_FORMA (DINHEIRO,
      * PIX, CARTAO...) E LIVRE E OPCIONAL.
           ACCEPT WRK-QS-DATA FROM ENVIRONMENT "QS_DATA".
           ACCEPT WRK-QS-FORMA FROM ENVIRONMENT "QS_FORMA".

           IF  FUNCTION TRIM(WRK-QS-DATA) NOT = SPACES
               IF  WRK-QS-DATA(5:1) NOT = '-'
               OR  WRK-QS-DATA(8:1) NOT = '-'
               OR  WRK-QS-DATA(1:4) IS NOT NUMERIC
               OR  WRK-QS-DATA(6:2) IS NOT NUMERIC
               OR  WRK-QS-DATA(9:2) IS NOT NUMERIC
                   STRING
                       "PARAMETRO QS_DATA DEVE ESTAR NO FORMATO "
                       "AAAA-MM-DD."
                   INTO WRK-MSG-ERRO
                   MOVE ERR-COD-VALIDACAO TO WRK-COD-ERRO
                   PERFORM 9100-RETORNAR-RESPOSTA-HTTP-400
               END-IF
           END-IF.

           MOVE WRK-QS-DATA TO PCL-DATA.
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WRK-QS-FORMA))
               TO PCL-FORMA.

       2300-VALIDAR-VENDA-ID.

           ACCEPT WRK-QS-VENDA-STG FROM ENVIRONMENT "QS_VENDA_ID".
           COPY VALIDACAO-CAMPO-NUMERICO
               REPLACING ==TAG-CAMPO-STG==  BY ==WRK-QS-VENDA-STG==
                   ==TAG-NOME-PARAM==       BY =="QS_VENDA_ID"==
                   ==TAG-PARAGRAFO-400==    BY
                       ==9100-RETORNAR-RESPOSTA-HTTP-400==.
           MOVE WRK-QS-VENDA-STG TO PCL-VENDA-ID.

       2350-TRAVAR-VENDA.

      * A LINHA DA VENDA E TRAVADA PARA NAO CONCORRER COM INCLUSAO
      * DE ITEM OU CANCELAMENTO, QUE TAMBEM MEXEM NAS PARCELAS.
           EXEC SQL START TRANSACTION END-EXEC.

           EXEC SQL
               SELECT COUNT(*)
                 INTO :PCL-QTD
                 FROM venda
                WHERE id = :PCL-VENDA-ID
                  AND cancelada_em IS NULL
               FOR UPDATE
           END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO
               STRING
                   "ERRO AO TENTAR VERIFICAR EXISTENCIA DA VENDA."
               INTO WRK-MSG-ERRO
               MOVE SQLERRM TO WRK-MSG-EXP-ERRO
               MOVE ERR-COD-SQL-EXEC TO WRK-COD-ERRO
               EXEC SQL ROLLBACK END-EXEC
               PERFORM 9000-RETORNAR-RESPOSTA-HTTP-500
           END-IF.

           IF  PCL-QTD = ZERO
               STRING
                   "VENDA NAO ENCONTRADA OU JA CANCELADA."
               INTO WRK-MSG-ERRO
               EXEC SQL ROLLBACK END-EXEC
               MOVE ERR-COD-VALIDACAO TO WRK-COD-ERRO
               PERFORM 9200-RETORNAR-RESPOSTA-HTTP-404
           END-IF.

       2400-REEMBOLSAR-VENDA.

      * DEVOLVE TUDO O QUE FOI PAGO NAS PARCELAS DA VENDA: CADA
      * PARCELA COM VALOR PAGO GANHA UM MOVIMENTO DE REEMBOLSO E VOLTA
      * A FICAR EM ABERTO, LIBERANDO O CANCELAMENTO DA VENDA.
           PERFORM 2300-VALIDAR-VENDA-ID.
           PERFORM 2200-VALIDAR-DATA-FORMA.

           CALL 'MOD-RESOLVE-OPERADOR' USING WRK-OPERADOR
               END-CALL.
           MOVE WRK-OPERADOR TO PCL-OPERADOR.

           PERFORM 2350-TRAVAR-VENDA.

           EXEC SQL
               SELECT COUNT(*), COALESCE(SUM(valor_pago), 0)
                 INTO :PCL-QTD, :PCL-VALOR-PAGO
                 FROM venda_parcela
                WHERE venda_id = :PCL-VENDA-ID
                  AND valor_pago > 0
               FOR UPDATE
           END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO
               STRING
                   "ERRO AO TENTAR SOMAR OS PAGAMENTOS DA VENDA."
               INTO WRK-MSG-ERRO
               MOVE SQLERRM TO WRK-MSG-EXP-ERRO
               MOVE ERR-COD-SQL-EXEC TO WRK-COD-ERRO
               EXEC SQL ROLLBACK END-EXEC
               PERFORM 9000-RETORNAR-RESPOSTA-HTTP-500
           END-IF.

           IF  PCL-QTD = ZERO
               STRING
                   "VENDA SEM PAGAMENTOS A REEMBOLSAR."
               INTO WRK-MSG-ERRO
               EXEC SQL ROLLBACK END-EXEC
               MOVE ERR-COD-SITUACAO-INVALIDA TO WRK-COD-ERRO
               PERFORM 9100-RETORNAR-RESPOSTA-HTTP-400
           END-IF.

           MOVE "REEMBOLSO" TO PCL-TIPO.

           EXEC SQL
               INSERT INTO venda_pagamento
                   (parcela_id, venda_id, tipo, valor,
                    data_pagamento, forma, operador)
               SELECT id, venda_id, :PCL-TIPO, valor_pago,
                      COALESCE(NULLIF(TRIM(:PCL-DATA), ''), CURDATE()),
                      NULLIF(TRIM(:PCL-FORMA), ''),
                      NULLIF(TRIM(:PCL-OPERADOR), '')
                 FROM venda_parcela
                WHERE venda_id = :PCL-VENDA-ID
                  AND valor_pago > 0
           END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO
               STRING
                   "ERRO AO TENTAR REGISTRAR O REEMBOLSO."
               INTO WRK-MSG-ERRO
               MOVE SQLERRM TO WRK-MSG-EXP-ERRO
               MOVE ERR-COD-SQL-EXEC TO WRK-COD-ERRO
               EXEC SQL ROLLBACK END-EXEC
               PERFORM 9000-RETORNAR-RESPOSTA-HTTP-500
           END-IF.

           EXEC SQL
               UPDATE venda_parcela
                  SET valor_pago = 0,
                      situacao = 'ABERTA',
                      atualizado_em = CURRENT_TIMESTAMP
                WHERE venda_id = :PCL-VENDA-ID
                  AND valor_pago > 0
           END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO
               STRING
                   "ERRO AO TENTAR REABRIR AS PARCELAS REEMBOLSADAS."
               INTO WRK-MSG-ERRO
               MOVE SQLERRM TO WRK-MSG-EXP-ERRO
               MOVE ERR-COD-SQL-EXEC TO WRK-COD-ERRO
               EXEC SQL ROLLBACK END-EXEC
               PERFORM 9000-RETORNAR-RESPOSTA-HTTP-500
           END-IF.

           EXEC SQL COMMIT END-EXEC.

           MOVE PCL-VENDA-ID TO WRK-ID-MASK.
           MOVE PCL-VALOR-PAGO TO WRK-VALOR-MASK.
           MOVE PCL-QTD TO WRK-QTD-MASK.
           MOVE SPACES TO WRK-RESP-DADOS.
           STRING
               '"venda_id": ' FUNCTION TRIM(WRK-ID-MASK) ','
               WRK-NEWLINE
               '"parcelas_reembolsadas": ' FUNCTION TRIM(WRK-QTD-MASK)
               ',' WRK-NEWLINE
               '"valor_reembolsado": ' FUNCTION TRIM(WRK-VALOR-MASK)
               WRK-NEWLINE
               DELIMITED BY SIZE
               INTO WRK-RESP-DADOS
           END-STRING.

           PERFORM 2900-RESPONDER-OPERACAO.

       2600-GERAR-PARCELAS.

      * VENDAS ANTERIORES AO PARCELAMENTO NAO TEM PARCELAS; O GERAR
      * AS CRIA (OU REFAZ AS EM ABERTO) A PARTIR DO VALOR DA VENDA.
           PERFORM 2300-VALIDAR-VENDA-ID.
           PERFORM 2350-TRAVAR-VENDA.

           MOVE "GERAR" TO WRK-PAR-ACAO.
           PERFORM 2690-CHAMAR-PARCELAS-VENDA.

           IF  PAR-VENDA-COM-PAGAMENTO
               STRING
                   "VALOR DA VENDA ABAIXO DO JA PAGO NAS PARCELAS. "
                   "REEMBOLSE OS PAGAMENTOS ANTES DE REFAZER."
               INTO WRK-MSG-ERRO
               EXEC SQL ROLLBACK END-EXEC
               MOVE ERR-COD-SITUACAO-INVALIDA TO WRK-COD-ERRO
               PERFORM 9100-RETORNAR-RESPOSTA-HTTP-400
           END-IF.

           IF  NOT PAR-PARCELAS-OK
               STRING
                   "ERRO AO TENTAR GERAR AS PARCELAS DA VENDA."
               INTO WRK-MSG-ERRO
               MOVE WRK-PAR-MSG TO WRK-MSG-EXP-ERRO
               MOVE ERR-COD-SQL-EXEC TO WRK-COD-ERRO
               EXEC SQL ROLLBACK END-EXEC
               PERFORM 9000-RETORNAR-RESPOSTA-HTTP-500
           END-IF.

           EXEC SQL
               SELECT COUNT(*)
                 INTO :PCL-QTD
                 FROM venda_parcela
                WHERE venda_id = :PCL-VENDA-ID
                  AND situacao <> 'ESTORNADA'
           END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO
               STRING
                   "ERRO AO TENTAR CONTAR AS PARCELAS DA VENDA."
               INTO WRK-MSG-ERRO
               MOVE SQLERRM TO WRK-MSG-EXP-ERRO
               MOVE ERR-COD-SQL-EXEC TO WRK-COD-ERRO
               EXEC SQL ROLLBACK END-EXEC
               PERFORM 9000-RETORNAR-RESPOSTA-HTTP-500
           END-IF.

           EXEC SQL COMMIT END-EXEC.

           MOVE PCL-VENDA-ID TO WRK-ID-MASK.
           MOVE PCL-QTD TO WRK-QTD-MASK.
           MOVE SPACES TO WRK-RESP-DADOS.
           STRING
               '"venda_id": ' FUNCTION TRIM(WRK-ID-MASK) ','
               WRK-NEWLINE
               '"qtd_parcelas": ' FUNCTION TRIM(WRK-QTD-MASK)
               WRK-NEWLINE
               DELIMITED BY SIZE
               INTO WRK-RESP-DADOS
           END-STRING.

           PERFORM 2900-RESPONDER-OPERACAO.

       2690-CHAMAR-PARCELAS-VENDA.

           CALL 'MOD-PARCELAS-VENDA'
               USING WRK-PAR-ACAO, PCL-VENDA-ID, WRK-PAR-RESULTADO,
                   WRK-PAR-MSG
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

       3000-LISTAR-PARCELAS.

      * SEM FILTRO LISTA A CARTEIRA (TUDO QUE NAO FOI ESTORNADO);
      * COM QS_VENDA_ID MOSTRA TODAS AS PARCELAS DAQUELA VENDA.
           MOVE ZERO TO PCL-VENDA-ID.
           MOVE ZERO TO PCL-CLIENTE-ID.

           ACCEPT WRK-QS-VENDA-STG FROM ENVIRONMENT "QS_VENDA_ID".
           IF  FUNCTION TRIM(WRK-QS-VENDA-STG) NOT = SPACES
               PERFORM 2300-VALIDAR-VENDA-ID
           END-IF.

           ACCEPT WRK-QS-CLIENTE-STG FROM ENVIRONMENT "QS_CLIENTE_ID".
           IF  FUNCTION TRIM(WRK-QS-CLIENTE-STG) NOT = SPACES
               PERFORM 3050-VALIDAR-CLIENTE-ID
           END-IF.

      * A CHAVE DE UM CLIENTE SO ENXERGA A CARTEIRA DELE; OUTRO
      * CLIENTE OU VENDA ALHEIA RESPONDE IGUAL A INEXISTENTE.
           CALL 'MOD-ESCOPO-CHAVE' USING PCL-ESCOPO-CLIENTE
               END-CALL.

           IF  PCL-ESCOPO-CLIENTE NOT = ZERO
               IF  PCL-CLIENTE-ID NOT = ZERO
               AND PCL-CLIENTE-ID NOT = PCL-ESCOPO-CLIENTE
                   STRING
                       "CLIENTE NAO ENCONTRADO."
                   INTO WRK-MSG-ERRO
                   MOVE ERR-COD-VALIDACAO TO WRK-COD-ERRO
                   PERFORM 9200-RETORNAR-RESPOSTA-HTTP-404
               END-IF
               IF  PCL-VENDA-ID NOT = ZERO
                   PERFORM 3060-VERIFICAR-ESCOPO-VENDA
               END-IF
               MOVE PCL-ESCOPO-CLIENTE TO PCL-CLIENTE-ID
           END-IF.

           EXEC SQL
               DECLARE CUR-PARCELAS CURSOR FOR
                   SELECT p.id, p.venda_id, v.cliente_id, p.numero,
                          DATE_FORMAT(p.vencimento, '%Y-%m-%d'),
                          p.valor, p.valor_pago,
                          p.valor - p.valor_pago,
                          p.situacao,
                          CASE
                              WHEN p.situacao IN ('ABERTA', 'PARCIAL')
                               AND p.vencimento < CURDATE()
                                  THEN DATEDIFF(CURDATE(), p.vencimento)
                              ELSE 0
                          END
                     FROM venda_parcela p
                     JOIN venda v ON v.id = p.venda_id
                    WHERE (:PCL-VENDA-ID = 0
                           OR p.venda_id = :PCL-VENDA-ID)
                      AND (:PCL-CLIENTE-ID = 0
                           OR v.cliente_id = :PCL-CLIENTE-ID)
                      AND (:PCL-VENDA-ID > 0
                           OR p.situacao <> 'ESTORNADA')
                    ORDER BY p.vencimento, p.venda_id, p.numero
           END-EXEC.

           EXEC SQL OPEN CUR-PARCELAS END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO
               STRING
                   "ERRO AO TENTAR LISTAR AS PARCELAS."
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
           PERFORM 3100-BUSCAR-PROXIMA-PARCELA.
           PERFORM 3200-EMITIR-PARCELA UNTIL FIM-CURSOR.

           DISPLAY ']'.
           DISPLAY '}'.

           EXEC SQL CLOSE CUR-PARCELAS END-EXEC.

           MOVE "PARAR" TO WRK-TEMPO-ACAO.
           CALL 'MOD-MEDE-TEMPO'
               USING WRK-TEMPO-ACAO, WRK-PROGRAMA-NOME
               END-CALL.

           CALL 'MOD-REGISTRA-AUDITORIA'
               USING WRK-PROGRAMA-NOME, WRK-AUDIT-PARAMS,
                   WRK-HTTP-STATUS-200
               END-CALL.

       3050-VALIDAR-CLIENTE-ID.

           COPY VALIDACAO-CAMPO-NUMERICO
               REPLACING ==TAG-CAMPO-STG==  BY ==WRK-QS-CLIENTE-STG==
                   ==TAG-NOME-PARAM==       BY =="QS_CLIENTE_ID"==
                   ==TAG-PARAGRAFO-400==    BY
                       ==9100-RETORNAR-RESPOSTA-HTTP-400==.
           MOVE WRK-QS-CLIENTE-STG TO PCL-CLIENTE-ID.

       3060-VERIFICAR-ESCOPO-VENDA.

           EXEC SQL
               SELECT COUNT(*)
                 INTO :PCL-QTD
                 FROM venda
                WHERE id = :PCL-VENDA-ID
                  AND cliente_id = :PCL-ESCOPO-CLIENTE
           END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO
               STRING
                   "ERRO AO TENTAR VERIFICAR EXISTENCIA DA VENDA."
               INTO WRK-MSG-ERRO
               MOVE SQLERRM TO WRK-MSG-EXP-ERRO
               MOVE ERR-COD-SQL-EXEC TO WRK-COD-ERRO
               PERFORM 9000-RETORNAR-RESPOSTA-HTTP-500
           END-IF.

           IF  PCL-QTD = ZERO
               STRING
                   "VENDA NAO ENCONTRADA."
               INTO WRK-MSG-ERRO
               MOVE ERR-COD-VALIDACAO TO WRK-COD-ERRO
               PERFORM 9200-RETORNAR-RESPOSTA-HTTP-404
           END-IF.

       3100-BUSCAR-PROXIMA-PARCELA.

           EXEC SQL
               FETCH CUR-PARCELAS
                   INTO :PCL-ID, :PCL-VENDA-ID, :PCL-CLIENTE-ID,
                        :PCL-NUMERO, :PCL-VENCIMENTO, :PCL-VALOR,
                        :PCL-VALOR-PAGO, :PCL-SALDO, :PCL-SITUACAO,
                        :PCL-DIAS-ATRASO
           END-EXEC.

           IF  SQLCODE EQUAL 100
               SET FIM-CURSOR TO TRUE
           END-IF.

       3200-EMITIR-PARCELA.

           IF  NAO-PRIMEIRO-REGISTRO
               DISPLAY ','
           END-IF.
           SET NAO-PRIMEIRO-REGISTRO TO TRUE.

           DISPLAY '   {'.
           MOVE PCL-ID TO WRK-ID-MASK.
           DISPLAY '    "id": ' FUNCTION TRIM(WRK-ID-MASK) ','.
           MOVE PCL-VENDA-ID TO WRK-ID-MASK.
           DISPLAY '    "venda_id": ' FUNCTION TRIM(WRK-ID-MASK) ','.
           MOVE PCL-CLIENTE-ID TO WRK-ID-MASK.
           DISPLAY '    "cliente_id": ' FUNCTION TRIM(WRK-ID-MASK) ','.
           MOVE PCL-NUMERO TO WRK-QTD-MASK.
           DISPLAY '    "numero": ' FUNCTION TRIM(WRK-QTD-MASK) ','.
           DISPLAY '    "vencimento": "' PCL-VENCIMENTO '",'.
           MOVE PCL-VALOR TO WRK-VALOR-MASK.
           DISPLAY '    "valor": ' FUNCTION TRIM(WRK-VALOR-MASK) ','.
           MOVE PCL-VALOR-PAGO TO WRK-VALOR-MASK.
           DISPLAY '    "valor_pago": '
               FUNCTION TRIM(WRK-VALOR-MASK) ','.
           MOVE PCL-SALDO TO WRK-VALOR-MASK.
           DISPLAY '    "saldo": ' FUNCTION TRIM(WRK-VALOR-MASK) ','.
           DISPLAY '    "situacao": "'
               FUNCTION TRIM(PCL-SITUACAO) '",'.
           MOVE PCL-DIAS-ATRASO TO WRK-QTD-MASK.
           DISPLAY '    "dias_atraso": ' FUNCTION TRIM(WRK-QTD-MASK).
           DISPLAY '   }'.

           PERFORM 3100-BUSCAR-PROXIMA-PARCELA.

       3500-LISTAR-PAGAMENTOS.

           PERFORM 2300-VALIDAR-VENDA-ID.

           CALL 'MOD-ESCOPO-CHAVE' USING PCL-ESCOPO-CLIENTE
               END-CALL.

           IF  PCL-ESCOPO-CLIENTE NOT = ZERO
               PERFORM 3060-VERIFICAR-ESCOPO-VENDA
           END-IF.

           EXEC SQL
               DECLARE CUR-PAGAMENTOS CURSOR FOR
                   SELECT g.id, g.parcela_id, p.numero, g.tipo,
                          g.valor,
                          DATE_FORMAT(g.data_pagamento, '%Y-%m-%d'),
                          COALESCE(g.forma, ' '),
                          COALESCE(g.operador, ' ')
                     FROM venda_pagamento g
                     JOIN venda_parcela p ON p.id = g.parcela_id
                    WHERE g.venda_id = :PCL-VENDA-ID
                    ORDER BY g.id
           END-EXEC.

           EXEC SQL OPEN CUR-PAGAMENTOS END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO
               STRING
                   "ERRO AO TENTAR LISTAR OS PAGAMENTOS DA VENDA."
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
           PERFORM 3600-BUSCAR-PROXIMO-PAGAMENTO.
           PERFORM 3700-EMITIR-PAGAMENTO UNTIL FIM-CURSOR.

           DISPLAY ']'.
           DISPLAY '}'.

           EXEC SQL CLOSE CUR-PAGAMENTOS END-EXEC.

           MOVE "PARAR" TO WRK-TEMPO-ACAO.
           CALL 'MOD-MEDE-TEMPO'
               USING WRK-TEMPO-ACAO, WRK-PROGRAMA-NOME
               END-CALL.

           CALL 'MOD-REGISTRA-AUDITORIA'
               USING WRK-PROGRAMA-NOME, WRK-AUDIT-PARAMS,
                   WRK-HTTP-STATUS-200
               END-CALL.

       3600-BUSCAR-PROXIMO-PAGAMENTO.

           EXEC SQL
               FETCH CUR-PAGAMENTOS
                   INTO :PCL-PAG-ID, :PCL-ID, :PCL-NUMERO, :PCL-TIPO,
                        :PCL-PAGAMENTO, :PCL-DATA, :PCL-FORMA,
                        :PCL-OPERADOR
           END-EXEC.

           IF  SQLCODE EQUAL 100
               SET FIM-CURSOR TO TRUE
           END-IF.

       3700-EMITIR-PAGAMENTO.

           IF  NAO-PRIMEIRO-REGISTRO
               DISPLAY ','
           END-IF.
           SET NAO-PRIMEIRO-REGISTRO TO TRUE.

           DISPLAY '   {'.
           MOVE PCL-PAG-ID TO WRK-ID-MASK.
           DISPLAY '    "id": ' FUNCTION TRIM(WRK-ID-MASK) ','.
           MOVE PCL-ID TO WRK-ID-MASK.
           DISPLAY '    "parcela_id": ' FUNCTION TRIM(WRK-ID-MASK) ','.
           MOVE PCL-NUMERO TO WRK-QTD-MASK.
           DISPLAY '    "numero": ' FUNCTION TRIM(WRK-QTD-MASK) ','.
           DISPLAY '    "tipo": "' FUNCTION TRIM(PCL-TIPO) '",'.
           MOVE PCL-PAGAMENTO TO WRK-VALOR-MASK.
           DISPLAY '    "valor": ' FUNCTION TRIM(WRK-VALOR-MASK) ','.
           DISPLAY '    "data": "' PCL-DATA '",'.

           IF  PCL-FORMA = SPACES
               DISPLAY '    "forma": null,'
           ELSE
               DISPLAY '    "forma": "' FUNCTION TRIM(PCL-FORMA) '",'
           END-IF.

           IF  PCL-OPERADOR = SPACES
               DISPLAY '    "operador": null'
           ELSE
               MOVE PCL-OPERADOR TO WRK-CAMPO-TXT
               CALL 'MOD-JSON-ESCAPE' USING WRK-CAMPO-TXT
                   WRK-CAMPO-ESC
                   END-CALL
               DISPLAY '    "operador": "'
                   FUNCTION TRIM(WRK-CAMPO-ESC) '"'
           END-IF.
           DISPLAY '   }'.

           PERFORM 3600-BUSCAR-PROXIMO-PAGAMENTO.

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

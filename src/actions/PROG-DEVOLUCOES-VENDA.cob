       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG-DEVOLUCOES-VENDA.
      *******************************************
      * AUTOR:
      * DATA:
      * ALTERACOES:
      *   - ACAO DE DEVOLUCAO PARCIAL DE ITENS DE VENDA. A DEVOLUCAO
      *     NAO REESCREVE A VENDA ORIGINAL: CADA UMA GERA UMA NOTA DE
      *     CREDITO (TABELA VENDA_DEVOLUCAO, GARANTIDA POR
      *     MOD-PARCELAS-VENDA) DATADA NO DIA DA DEVOLUCAO.
      *     QS_ACAO=LISTAR (PADRAO) MOSTRA AS NOTAS, FILTRANDO POR
      *     QS_VENDA_ID, QS_CLIENTE_ID OU QS_DATA. DEVOLVER
      *     (QS_ITEM_ID, QS_QUANTIDADE E OS OPCIONAIS QS_DATA,
      *     QS_MOTIVO E QS_FORMA) DEVOLVE PARTE OU TODA A QUANTIDADE
      *     AINDA NAO DEVOLVIDA DE UMA LINHA DE VENDA_ITENS, AO PRECO
      *     UNITARIO COBRADO NA LINHA, E NA MESMA TRANSACAO: DEVOLVE
      *     A QUANTIDADE AO ESTOQUE (TIPO DEVOLUCAO NO RAZAO, VIA
      *     MOD-MOVIMENTA-ESTOQUE), ABATE O VALOR DO SALDO EM ABERTO
      *     DAS PARCELAS, DA ULTIMA PARA A PRIMEIRA, E O QUE SOBRAR E
      *     REEMBOLSADO SOBRE AS PARCELAS JA PAGAS (MOVIMENTO
      *     REEMBOLSO EM VENDA_PAGAMENTO). VENDA CANCELADA, DATA
      *     ANTERIOR A VENDA OU FUTURA E DIA JA FECHADO PELO
      *     FINANCEIRO SAO RECUSADOS. AS ESCRITAS SEGUEM O PADRAO:
      *     METODO POST, MODO DE MANUTENCAO (503), CHAVE DE API COM
      *     PAPEL WRITER OU ADMIN, CHAVE DE IDEMPOTENCIA E AUDITORIA.
      *   - DEVOLUCAO DE VENDA COM NOTA FISCAL JA EMITIDA
      *     (MOD-DOCUMENTO-FISCAL) GERA, NA MESMA TRANSACAO, O
      *     DOCUMENTO FISCAL DE CREDITO COM O PROXIMO NUMERO DA SERIE
      *     DA NOTA, IMPRESSO APOS O COMMIT; O NUMERO VOLTA NA
      *     RESPOSTA. VENDA AINDA SEM NOTA RECEBE O CREDITO QUANDO A
      *     NOTA FOR EMITIDA.
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
               VALUE "PROG-DEVOLUCOES-VENDA".
       77  WRK-AUDIT-PARAMS                PIC X(255).
       77  WRK-COD-ERRO                    PIC 9(4).

       COPY ERRO-CODES.
       COPY VERSAO-BUILD.

       77  WRK-QS-ACAO                     PIC X(10).
       77  WRK-QS-ITEM-STG                 PIC X(10).
       77  WRK-QS-QUANTIDADE-STG           PIC X(10).
       77  WRK-QS-VENDA-STG                PIC X(10).
       77  WRK-QS-CLIENTE-STG              PIC X(10).
       77  WRK-QS-DATA                     PIC X(10).
       77  WRK-QS-FORMA                    PIC X(20).
       77  WRK-QS-MOTIVO                   PIC X(255).
       77  WRK-REQUEST-METHOD              PIC X(10).
       77  WRK-OPERADOR                    PIC X(60).
       77  WRK-RESP-DADOS                  PIC X(1024).
       77  WRK-DISPONIVEL                  PIC S9(9).
       77  WRK-DISPONIVEL-MASK             PIC Z(8)9.

       77  WRK-DIA-FECHAMENTO              PIC X(10).
       77  WRK-DIA-FECHADO                 PIC X(1).
           88  DIA-FECHADO                             VALUE 'S'.

       77  WRK-EST-ACAO                    PIC X(10).
       77  WRK-EST-QUANTIDADE              PIC S9(9).
       77  WRK-EST-TIPO                    PIC X(12)
                                               VALUE "DEVOLUCAO".
       77  WRK-EST-SALDO                   PIC S9(9).
       77  WRK-EST-RESULTADO               PIC X(2).
           88  EST-MOVIMENTO-OK                        VALUE 'OK'.
       77  WRK-EST-MSG                     PIC X(255).

       77  WRK-PAR-ACAO                    PIC X(10).
       77  WRK-PAR-RESULTADO               PIC X(2).
           88  PAR-PARCELAS-OK                         VALUE 'OK'.
       77  WRK-PAR-MSG                     PIC X(255).

       77  WRK-DOC-ACAO                    PIC X(10).
       77  WRK-DOC-SERIE                   PIC X(5)    VALUE SPACES.
       77  WRK-DOC-DATA                    PIC X(10)   VALUE SPACES.
       77  WRK-DOC-ID                      PIC 9(10)   VALUE ZERO.
       77  WRK-DOC-NUMERO                  PIC 9(10)   VALUE ZERO.
       77  WRK-DOC-QTD                     PIC 9(10)   VALUE ZERO.
       77  WRK-DOC-RESULTADO               PIC X(2).
           88  DOC-FISCAL-OK                           VALUE 'OK'.
           88  DOC-NADA-A-EMITIR                       VALUE 'NE'.
       77  WRK-DOC-MSG                     PIC X(255).
       77  WRK-DOC-NUMERO-TXT              PIC X(10)   VALUE "null".

       77  WRK-FLAG-PARCELA                PIC X(1).
           88  SEM-PARCELA                             VALUE 'S'.
           88  COM-PARCELA                             VALUE 'N'.

       77  WRK-FLAG-PRIMEIRO               PIC X(1)    VALUE 'S'.
           88  PRIMEIRO-REGISTRO                       VALUE 'S'.
           88  NAO-PRIMEIRO-REGISTRO                   VALUE 'N'.

       77  WRK-FLAG-FIM-CURSOR             PIC X(1)    VALUE 'N'.
           88  FIM-CURSOR                              VALUE 'S'.
           88  NAO-FIM-CURSOR                          VALUE 'N'.

       77  WRK-TABELA-NOTIF  PIC X(60) VALUE "venda".
       77  WRK-NOTIF-PAYLOAD PIC X(600) VALUE SPACES.
       77  WRK-EVENTO-UPDATE PIC X(30) VALUE "UPDATE".

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.

       01  HOSTVARS.
           05 BUFFER     PIC X(1024).

       01  SQL-01-VARS.
           05 DEV-ID            PIC 9(10).
           05 DEV-VENDA-ID      PIC 9(10).
           05 DEV-ITEM-ID       PIC 9(10).
           05 DEV-PRODUTO-ID    PIC 9(10).
           05 DEV-CLIENTE-ID    PIC 9(10).
           05 DEV-QUANTIDADE    PIC 9(5).
           05 DEV-QTD-ITEM      PIC 9(5).
           05 DEV-QTD-DEVOLVIDA PIC 9(5).
           05 DEV-PRECO         PIC 9(8)V99.
           05 DEV-VALOR         PIC 9(8)V99.
           05 DEV-ABATIDO       PIC 9(8)V99.
           05 DEV-REEMBOLSADO   PIC 9(8)V99.
           05 DEV-RESTANTE      PIC 9(8)V99.
           05 DEV-CANCELADA     PIC X(1).
           05 DEV-DIA-VENDA     PIC X(10).
           05 DEV-DIA           PIC X(10).
           05 DEV-HOJE          PIC X(10).
           05 DEV-DATA          PIC X(10).
           05 DEV-FORMA         PIC X(20).
           05 DEV-MOTIVO        PIC X(255).
           05 DEV-OPERADOR      PIC X(60).
           05 PCL-ID            PIC 9(10).
           05 PCL-VALOR         PIC 9(8)V99.
           05 PCL-VALOR-PAGO    PIC 9(8)V99.
           05 PCL-SITUACAO      PIC X(10).
           05 PCL-TIPO          PIC X(10).
           05 PCL-MOVIMENTO     PIC 9(8)V99.
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
           PERFORM 1300-GARANTIR-TABELAS.

           EVALUATE FUNCTION UPPER-CASE(FUNCTION TRIM(WRK-QS-ACAO))
               WHEN "DEVOLVER"
                   PERFORM 2000-DEVOLVER-ITEM
               WHEN OTHER
                   PERFORM 3000-LISTAR-DEVOLUCOES
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

       1300-GARANTIR-TABELAS.

      * AS TABELAS DA NOTA DE CREDITO E DAS PARCELAS SAO AS DE
      * MOD-PARCELAS-VENDA E AS DO RAZAO AS DE MOD-MOVIMENTA-ESTOQUE;
      * O DDL FAZ COMMIT IMPLICITO E POR ISSO RODA ANTES DE QUALQUER
      * TRANSACAO.
           MOVE "GARANTIR" TO WRK-PAR-ACAO.
           MOVE ZERO TO DEV-VENDA-ID.
           CALL 'MOD-PARCELAS-VENDA'
               USING WRK-PAR-ACAO, DEV-VENDA-ID, WRK-PAR-RESULTADO,
                   WRK-PAR-MSG
               END-CALL.

           IF  NOT PAR-PARCELAS-OK
               STRING
                   "ERRO AO TENTAR GARANTIR AS TABELAS DE PARCELAS."
               INTO WRK-MSG-ERRO
               MOVE WRK-PAR-MSG TO WRK-MSG-EXP-ERRO
               MOVE ERR-COD-SQL-EXEC TO WRK-COD-ERRO
               PERFORM 9000-RETORNAR-RESPOSTA-HTTP-500
           END-IF.

           IF  FUNCTION UPPER-CASE(FUNCTION TRIM(WRK-QS-ACAO))
                   = "DEVOLVER"
               MOVE "GARANTIR" TO WRK-EST-ACAO
               PERFORM 2350-CHAMAR-RAZAO-ESTOQUE
               IF  NOT EST-MOVIMENTO-OK
                   STRING
                       "ERRO AO TENTAR GARANTIR AS TABELAS DE "
                       "ESTOQUE."
                   INTO WRK-MSG-ERRO
                   MOVE WRK-EST-MSG TO WRK-MSG-EXP-ERRO
                   MOVE ERR-COD-SQL-EXEC TO WRK-COD-ERRO
                   PERFORM 9000-RETORNAR-RESPOSTA-HTTP-500
               END-IF
               MOVE "GARANTIR" TO WRK-DOC-ACAO
               PERFORM 2660-CHAMAR-DOCUMENTO-FISCAL
               IF  NOT DOC-FISCAL-OK
                   STRING
                       "ERRO AO TENTAR GARANTIR AS TABELAS DE "
                       "DOCUMENTOS FISCAIS."
                   INTO WRK-MSG-ERRO
                   MOVE WRK-DOC-MSG TO WRK-MSG-EXP-ERRO
                   MOVE ERR-COD-SQL-EXEC TO WRK-COD-ERRO
                   PERFORM 9000-RETORNAR-RESPOSTA-HTTP-500
               END-IF
           END-IF.

       2000-DEVOLVER-ITEM.

           ACCEPT WRK-QS-ITEM-STG FROM ENVIRONMENT "QS_ITEM_ID".
           COPY VALIDACAO-CAMPO-NUMERICO
               REPLACING ==TAG-CAMPO-STG==  BY ==WRK-QS-ITEM-STG==
                   ==TAG-NOME-PARAM==       BY =="QS_ITEM_ID"==
                   ==TAG-PARAGRAFO-400==    BY
                       ==9100-RETORNAR-RESPOSTA-HTTP-400==.
           MOVE WRK-QS-ITEM-STG TO DEV-ITEM-ID.

           ACCEPT WRK-QS-QUANTIDADE-STG FROM ENVIRONMENT
               "QS_QUANTIDADE".
           COPY VALIDACAO-CAMPO-NUMERICO
               REPLACING ==TAG-CAMPO-STG==  BY ==WRK-QS-QUANTIDADE-STG==
                   ==TAG-NOME-PARAM==       BY =="QS_QUANTIDADE"==
                   ==TAG-PARAGRAFO-400==    BY
                       ==9100-RETORNAR-RESPOSTA-HTTP-400==.
           MOVE WRK-QS-QUANTIDADE-STG TO DEV-QUANTIDADE.

           IF  DEV-QUANTIDADE = ZERO
               STRING
                   "PARAMETRO QS_QUANTIDADE DEVE SER MAIOR QUE ZERO."
               INTO WRK-MSG-ERRO
               MOVE ERR-COD-VALIDACAO TO WRK-COD-ERRO
               PERFORM 9100-RETORNAR-RESPOSTA-HTTP-400
           END-IF.

           PERFORM 2200-VALIDAR-DATA-FORMA.

           ACCEPT WRK-QS-MOTIVO FROM ENVIRONMENT "QS_MOTIVO".
           MOVE FUNCTION TRIM(WRK-QS-MOTIVO) TO DEV-MOTIVO.

           CALL 'MOD-RESOLVE-OPERADOR' USING WRK-OPERADOR
               END-CALL.
           MOVE WRK-OPERADOR TO DEV-OPERADOR.

           PERFORM 2100-TRAVAR-ITEM.
           PERFORM 2150-VERIFICAR-DIA-DEVOLUCAO.

           COMPUTE DEV-VALOR = DEV-QUANTIDADE * DEV-PRECO.

           PERFORM 2250-GRAVAR-NOTA-CREDITO.
           PERFORM 2300-DEVOLVER-ESTOQUE.

           MOVE ZERO TO DEV-ABATIDO.
           MOVE ZERO TO DEV-REEMBOLSADO.
           MOVE DEV-VALOR TO DEV-RESTANTE.

           SET COM-PARCELA TO TRUE.
           PERFORM 2400-ABATER-PARCELA
               UNTIL DEV-RESTANTE = ZERO
                  OR SEM-PARCELA.

           SET COM-PARCELA TO TRUE.
           PERFORM 2500-REEMBOLSAR-PARCELA
               UNTIL DEV-RESTANTE = ZERO
                  OR SEM-PARCELA.

           PERFORM 2600-FECHAR-NOTA-CREDITO.
           PERFORM 2650-EMITIR-CREDITO-FISCAL.

           EXEC SQL COMMIT END-EXEC.

           PERFORM 2700-NOTIFICAR-VENDA.
           PERFORM 2750-IMPRIMIR-CREDITO-FISCAL.

           MOVE DEV-ID TO WRK-ID-MASK.
           MOVE SPACES TO WRK-RESP-DADOS.
           STRING
               '"nota_credito_id": ' FUNCTION TRIM(WRK-ID-MASK) ','
               WRK-NEWLINE
               DELIMITED BY SIZE
               INTO WRK-RESP-DADOS
           END-STRING.
           MOVE DEV-VENDA-ID TO WRK-ID-MASK.
           STRING
               FUNCTION TRIM(WRK-RESP-DADOS TRAILING)
               '"venda_id": ' FUNCTION TRIM(WRK-ID-MASK) ','
               WRK-NEWLINE
               DELIMITED BY SIZE
               INTO WRK-RESP-DADOS
           END-STRING.
           MOVE DEV-ITEM-ID TO WRK-ID-MASK.
           MOVE DEV-QUANTIDADE TO WRK-QTD-MASK.
           STRING
               FUNCTION TRIM(WRK-RESP-DADOS TRAILING)
               '"venda_item_id": ' FUNCTION TRIM(WRK-ID-MASK) ','
               WRK-NEWLINE
               '"quantidade": ' FUNCTION TRIM(WRK-QTD-MASK) ','
               WRK-NEWLINE
               '"data_devolucao": "' DEV-DIA '",'
               WRK-NEWLINE
               DELIMITED BY SIZE
               INTO WRK-RESP-DADOS
           END-STRING.
           MOVE DEV-VALOR TO WRK-VALOR-MASK.
           STRING
               FUNCTION TRIM(WRK-RESP-DADOS TRAILING)
               '"valor": ' FUNCTION TRIM(WRK-VALOR-MASK) ','
               WRK-NEWLINE
               DELIMITED BY SIZE
               INTO WRK-RESP-DADOS
           END-STRING.
           MOVE DEV-ABATIDO TO WRK-VALOR-MASK.
           STRING
               FUNCTION TRIM(WRK-RESP-DADOS TRAILING)
               '"valor_abatido": ' FUNCTION TRIM(WRK-VALOR-MASK) ','
               WRK-NEWLINE
               DELIMITED BY SIZE
               INTO WRK-RESP-DADOS
           END-STRING.
           MOVE DEV-REEMBOLSADO TO WRK-VALOR-MASK.
           STRING
               FUNCTION TRIM(WRK-RESP-DADOS TRAILING)
               '"valor_reembolsado": ' FUNCTION TRIM(WRK-VALOR-MASK)
               ',' WRK-NEWLINE
               '"documento_fiscal_numero": '
               FUNCTION TRIM(WRK-DOC-NUMERO-TXT) WRK-NEWLINE
               DELIMITED BY SIZE
               INTO WRK-RESP-DADOS
           END-STRING.

           PERFORM 2900-RESPONDER-OPERACAO.

       2100-TRAVAR-ITEM.

      * A LINHA DO ITEM E A DA VENDA FICAM TRAVADAS ATE O COMMIT, PARA
      * QUE DUAS DEVOLUCOES DO MESMO ITEM NAO PASSEM DA QUANTIDADE
      * VENDIDA E NAO CONCORRAM COM CANCELAMENTO OU NOVO ITEM.
           EXEC SQL START TRANSACTION END-EXEC.

           EXEC SQL
               SELECT i.venda_id, i.produto_id, i.quantidade,
                      i.preco_unitario, v.cliente_id,
                      CASE WHEN v.cancelada_em IS NULL
                           THEN 'N' ELSE 'S' END,
                      DATE_FORMAT(v.data_venda, '%Y-%m-%d'),
                      COALESCE((SELECT SUM(d.quantidade)
                                  FROM venda_devolucao d
                                 WHERE d.venda_item_id = i.id), 0)
                 INTO :DEV-VENDA-ID, :DEV-PRODUTO-ID, :DEV-QTD-ITEM,
                      :DEV-PRECO, :DEV-CLIENTE-ID, :DEV-CANCELADA,
                      :DEV-DIA-VENDA, :DEV-QTD-DEVOLVIDA
                 FROM venda_itens i
                 JOIN venda v ON v.id = i.venda_id
                WHERE i.id = :DEV-ITEM-ID
               FOR UPDATE
           END-EXEC.

           IF  SQLCODE EQUAL 100
               STRING
                   "ITEM DE VENDA NAO ENCONTRADO."
               INTO WRK-MSG-ERRO
               EXEC SQL ROLLBACK END-EXEC
               MOVE ERR-COD-VALIDACAO TO WRK-COD-ERRO
               PERFORM 9200-RETORNAR-RESPOSTA-HTTP-404
           END-IF.

           IF  SQLCODE NOT EQUAL ZERO
               STRING
                   "ERRO AO TENTAR LER O ITEM DA VENDA."
               INTO WRK-MSG-ERRO
               MOVE SQLERRM TO WRK-MSG-EXP-ERRO
               MOVE ERR-COD-SQL-EXEC TO WRK-COD-ERRO
               EXEC SQL ROLLBACK END-EXEC
               PERFORM 9000-RETORNAR-RESPOSTA-HTTP-500
           END-IF.

           IF  DEV-CANCELADA = 'S'
               STRING
                   "VENDA CANCELADA NAO ACEITA DEVOLUCAO."
               INTO WRK-MSG-ERRO
               EXEC SQL ROLLBACK END-EXEC
               MOVE ERR-COD-SITUACAO-INVALIDA TO WRK-COD-ERRO
               PERFORM 9100-RETORNAR-RESPOSTA-HTTP-400
           END-IF.

           COMPUTE WRK-DISPONIVEL = DEV-QTD-ITEM - DEV-QTD-DEVOLVIDA.

           IF  DEV-QUANTIDADE > WRK-DISPONIVEL
               MOVE ZERO TO WRK-DISPONIVEL-MASK
               IF  WRK-DISPONIVEL > ZERO
                   MOVE WRK-DISPONIVEL TO WRK-DISPONIVEL-MASK
               END-IF
               STRING
                   "QUANTIDADE ACIMA DO QUE AINDA PODE SER DEVOLVIDO "
                   "NO ITEM (" FUNCTION TRIM(WRK-DISPONIVEL-MASK) ")."
                   DELIMITED BY SIZE
               INTO WRK-MSG-ERRO
               EXEC SQL ROLLBACK END-EXEC
               MOVE ERR-COD-VALIDACAO TO WRK-COD-ERRO
               PERFORM 9100-RETORNAR-RESPOSTA-HTTP-400
           END-IF.

       2150-VERIFICAR-DIA-DEVOLUCAO.

      * A NOTA E DATADA NO DIA DA DEVOLUCAO, QUE NAO PODE SER ANTERIOR
      * A VENDA, NEM FUTURO, NEM UM DIA JA FECHADO PELO FINANCEIRO.
           MOVE SPACES TO DEV-DIA.

           EXEC SQL
               SELECT COALESCE(DATE_FORMAT(
                          COALESCE(NULLIF(TRIM(:DEV-DATA), ''),
                                   CURDATE()), '%Y-%m-%d'), ' '),
                      DATE_FORMAT(CURDATE(), '%Y-%m-%d')
                 INTO :DEV-DIA, :DEV-HOJE
           END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO
               STRING
                   "ERRO AO TENTAR RESOLVER O DIA DA DEVOLUCAO."
               INTO WRK-MSG-ERRO
               MOVE SQLERRM TO WRK-MSG-EXP-ERRO
               MOVE ERR-COD-SQL-EXEC TO WRK-COD-ERRO
               EXEC SQL ROLLBACK END-EXEC
               PERFORM 9000-RETORNAR-RESPOSTA-HTTP-500
           END-IF.

           IF  DEV-DIA = SPACES
               STRING
                   "PARAMETRO QS_DATA NAO E UMA DATA VALIDA."
               INTO WRK-MSG-ERRO
               EXEC SQL ROLLBACK END-EXEC
               MOVE ERR-COD-VALIDACAO TO WRK-COD-ERRO
               PERFORM 9100-RETORNAR-RESPOSTA-HTTP-400
           END-IF.

           IF  DEV-DIA < DEV-DIA-VENDA
           OR  DEV-DIA > DEV-HOJE
               STRING
                   "DATA DA DEVOLUCAO DEVE ESTAR ENTRE O DIA DA VENDA ("
                   DEV-DIA-VENDA ") E HOJE."
                   DELIMITED BY SIZE
               INTO WRK-MSG-ERRO
               EXEC SQL ROLLBACK END-EXEC
               MOVE ERR-COD-VALIDACAO TO WRK-COD-ERRO
               PERFORM 9100-RETORNAR-RESPOSTA-HTTP-400
           END-IF.

           MOVE DEV-DIA TO WRK-DIA-FECHAMENTO.

           CALL 'MOD-VERIFICA-FECHAMENTO'
               USING WRK-DIA-FECHAMENTO, WRK-DIA-FECHADO
               END-CALL.

           IF  DIA-FECHADO
               STRING
                   "DIA DA DEVOLUCAO JA FECHADO PELO FINANCEIRO. "
                   "SOLICITE A REABERTURA A UM ADMINISTRADOR "
                   "(PROG-FECHAMENTO-VENDAS)."
               INTO WRK-MSG-ERRO
               EXEC SQL ROLLBACK END-EXEC
               MOVE ERR-COD-VALIDACAO TO WRK-COD-ERRO
               PERFORM 9100-RETORNAR-RESPOSTA-HTTP-400
           END-IF.

       2200-VALIDAR-DATA-FORMA.

      * SEM QS_DATA A NOTA DE CREDITO E DATADA DE HOJE; QS_FORMA
      * (DINHEIRO, PIX, CARTAO...) SO VALE PARA O REEMBOLSO E E LIVRE
      * E OPCIONAL.
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

           MOVE WRK-QS-DATA TO DEV-DATA.
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WRK-QS-FORMA))
               TO DEV-FORMA.

       2250-GRAVAR-NOTA-CREDITO.

           EXEC SQL
               INSERT INTO venda_devolucao
                   (venda_id, venda_item_id, produto_id, cliente_id,
                    quantidade, preco_unitario, valor, data_devolucao,
                    motivo, operador)
               VALUES
                   (:DEV-VENDA-ID, :DEV-ITEM-ID, :DEV-PRODUTO-ID,
                    :DEV-CLIENTE-ID, :DEV-QUANTIDADE, :DEV-PRECO,
                    :DEV-VALOR, :DEV-DIA,
                    NULLIF(TRIM(:DEV-MOTIVO), ''),
                    NULLIF(TRIM(:DEV-OPERADOR), ''))
           END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO
               STRING
                   "ERRO AO TENTAR GRAVAR A NOTA DE CREDITO."
               INTO WRK-MSG-ERRO
               MOVE SQLERRM TO WRK-MSG-EXP-ERRO
               MOVE ERR-COD-SQL-EXEC TO WRK-COD-ERRO
               EXEC SQL ROLLBACK END-EXEC
               PERFORM 9000-RETORNAR-RESPOSTA-HTTP-500
           END-IF.

           EXEC SQL
               SELECT LAST_INSERT_ID() INTO :NOVO-ID
           END-EXEC.
           MOVE NOVO-ID TO DEV-ID.

       2300-DEVOLVER-ESTOQUE.

      * A QUANTIDADE DEVOLVIDA VOLTA AO ESTOQUE DO PRODUTO.
           MOVE "MOVIMENTAR" TO WRK-EST-ACAO.
           MOVE DEV-QUANTIDADE TO WRK-EST-QUANTIDADE.
           PERFORM 2350-CHAMAR-RAZAO-ESTOQUE.

           IF  NOT EST-MOVIMENTO-OK
               STRING
                   "ERRO AO TENTAR DEVOLVER O ITEM AO ESTOQUE."
               INTO WRK-MSG-ERRO
               MOVE WRK-EST-MSG TO WRK-MSG-EXP-ERRO
               MOVE ERR-COD-SQL-EXEC TO WRK-COD-ERRO
               EXEC SQL ROLLBACK END-EXEC
               PERFORM 9000-RETORNAR-RESPOSTA-HTTP-500
           END-IF.

       2350-CHAMAR-RAZAO-ESTOQUE.

           CALL 'MOD-MOVIMENTA-ESTOQUE'
               USING WRK-EST-ACAO, DEV-PRODUTO-ID,
                   WRK-EST-QUANTIDADE, WRK-EST-TIPO, DEV-VENDA-ID,
                   DEV-ITEM-ID, DEV-MOTIVO, DEV-OPERADOR,
                   WRK-EST-SALDO, WRK-EST-RESULTADO, WRK-EST-MSG
               END-CALL.

       2400-ABATER-PARCELA.

      * O CREDITO ABATE PRIMEIRO O SALDO EM ABERTO, DA ULTIMA PARCELA
      * PARA A PRIMEIRA, SEM TOCAR NO QUE JA FOI PAGO.
           EXEC SQL
               SELECT id, valor, valor_pago
                 INTO :PCL-ID, :PCL-VALOR, :PCL-VALOR-PAGO
                 FROM venda_parcela
                WHERE venda_id = :DEV-VENDA-ID
                  AND situacao IN ('ABERTA', 'PARCIAL')
                  AND valor > valor_pago
                ORDER BY numero DESC
                LIMIT 1
               FOR UPDATE
           END-EXEC.

           IF  SQLCODE EQUAL 100
               SET SEM-PARCELA TO TRUE
               EXIT PARAGRAPH
           END-IF.

           IF  SQLCODE NOT EQUAL ZERO
               STRING
                   "ERRO AO TENTAR LER AS PARCELAS DA VENDA."
               INTO WRK-MSG-ERRO
               MOVE SQLERRM TO WRK-MSG-EXP-ERRO
               MOVE ERR-COD-SQL-EXEC TO WRK-COD-ERRO
               EXEC SQL ROLLBACK END-EXEC
               PERFORM 9000-RETORNAR-RESPOSTA-HTTP-500
           END-IF.

           COMPUTE PCL-MOVIMENTO = PCL-VALOR - PCL-VALOR-PAGO.
           IF  PCL-MOVIMENTO > DEV-RESTANTE
               MOVE DEV-RESTANTE TO PCL-MOVIMENTO
           END-IF.

           SUBTRACT PCL-MOVIMENTO FROM PCL-VALOR.
           PERFORM 2450-ATUALIZAR-PARCELA.

           ADD PCL-MOVIMENTO TO DEV-ABATIDO.
           SUBTRACT PCL-MOVIMENTO FROM DEV-RESTANTE.

       2450-ATUALIZAR-PARCELA.

      * PARCELA ZERADA PELO CREDITO FICA ESTORNADA; COM O VALOR IGUAL
      * AO JA PAGO, FICA PAGA.
           EVALUATE TRUE
               WHEN PCL-VALOR = ZERO
                   MOVE "ESTORNADA" TO PCL-SITUACAO
               WHEN PCL-VALOR-PAGO >= PCL-VALOR
                   MOVE "PAGA" TO PCL-SITUACAO
               WHEN PCL-VALOR-PAGO > ZERO
                   MOVE "PARCIAL" TO PCL-SITUACAO
               WHEN OTHER
                   MOVE "ABERTA" TO PCL-SITUACAO
           END-EVALUATE.

           EXEC SQL
               UPDATE venda_parcela
                  SET valor = :PCL-VALOR,
                      valor_pago = :PCL-VALOR-PAGO,
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

       2500-REEMBOLSAR-PARCELA.

      * SEM SALDO EM ABERTO PARA ABATER, O RESTANTE DO CREDITO VOLTA
      * AO CLIENTE COMO REEMBOLSO SOBRE AS PARCELAS JA PAGAS, TAMBEM
      * DA ULTIMA PARA A PRIMEIRA, NA DATA DA DEVOLUCAO.
           EXEC SQL
               SELECT id, valor, valor_pago
                 INTO :PCL-ID, :PCL-VALOR, :PCL-VALOR-PAGO
                 FROM venda_parcela
                WHERE venda_id = :DEV-VENDA-ID
                  AND situacao <> 'ESTORNADA'
                  AND valor_pago > 0
                ORDER BY numero DESC
                LIMIT 1
               FOR UPDATE
           END-EXEC.

           IF  SQLCODE EQUAL 100
               SET SEM-PARCELA TO TRUE
               EXIT PARAGRAPH
           END-IF.

           IF  SQLCODE NOT EQUAL ZERO
               STRING
                   "ERRO AO TENTAR LER AS PARCELAS PAGAS DA VENDA."
               INTO WRK-MSG-ERRO
               MOVE SQLERRM TO WRK-MSG-EXP-ERRO
               MOVE ERR-COD-SQL-EXEC TO WRK-COD-ERRO
               EXEC SQL ROLLBACK END-EXEC
               PERFORM 9000-RETORNAR-RESPOSTA-HTTP-500
           END-IF.

           MOVE PCL-VALOR-PAGO TO PCL-MOVIMENTO.
           IF  PCL-MOVIMENTO > DEV-RESTANTE
               MOVE DEV-RESTANTE TO PCL-MOVIMENTO
           END-IF.

           MOVE "REEMBOLSO" TO PCL-TIPO.

           EXEC SQL
               INSERT INTO venda_pagamento
                   (parcela_id, venda_id, tipo, valor,
                    data_pagamento, forma, operador)
               VALUES
                   (:PCL-ID, :DEV-VENDA-ID, :PCL-TIPO, :PCL-MOVIMENTO,
                    :DEV-DIA, NULLIF(TRIM(:DEV-FORMA), ''),
                    NULLIF(TRIM(:DEV-OPERADOR), ''))
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

           SUBTRACT PCL-MOVIMENTO FROM PCL-VALOR.
           SUBTRACT PCL-MOVIMENTO FROM PCL-VALOR-PAGO.
           PERFORM 2450-ATUALIZAR-PARCELA.

           ADD PCL-MOVIMENTO TO DEV-REEMBOLSADO.
           SUBTRACT PCL-MOVIMENTO FROM DEV-RESTANTE.

       2600-FECHAR-NOTA-CREDITO.

      * A NOTA GUARDA QUANTO DO CREDITO ABATEU O CONTAS A RECEBER E
      * QUANTO FOI REEMBOLSADO.
           EXEC SQL
               UPDATE venda_devolucao
                  SET valor_abatido = :DEV-ABATIDO,
                      valor_reembolsado = :DEV-REEMBOLSADO
                WHERE id = :DEV-ID
           END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO
               STRING
                   "ERRO AO TENTAR ATUALIZAR A NOTA DE CREDITO."
               INTO WRK-MSG-ERRO
               MOVE SQLERRM TO WRK-MSG-EXP-ERRO
               MOVE ERR-COD-SQL-EXEC TO WRK-COD-ERRO
               EXEC SQL ROLLBACK END-EXEC
               PERFORM 9000-RETORNAR-RESPOSTA-HTTP-500
           END-IF.

       2650-EMITIR-CREDITO-FISCAL.

      * SO A VENDA QUE JA TEM NOTA RECEBE O DOCUMENTO DE CREDITO
      * AGORA; SEM NOTA O MODULO DEVOLVE NE E O CREDITO SAI JUNTO COM
      * A NOTA, QUANDO ELA FOR EMITIDA.
           MOVE "CREDITAR" TO WRK-DOC-ACAO.
           PERFORM 2660-CHAMAR-DOCUMENTO-FISCAL.

           IF  NOT DOC-FISCAL-OK
           AND NOT DOC-NADA-A-EMITIR
               STRING
                   "ERRO AO TENTAR EMITIR O DOCUMENTO FISCAL DE "
                   "CREDITO."
               INTO WRK-MSG-ERRO
               MOVE WRK-DOC-MSG TO WRK-MSG-EXP-ERRO
               MOVE ERR-COD-SQL-EXEC TO WRK-COD-ERRO
               EXEC SQL ROLLBACK END-EXEC
               PERFORM 9000-RETORNAR-RESPOSTA-HTTP-500
           END-IF.

           IF  DOC-FISCAL-OK
               MOVE WRK-DOC-NUMERO TO WRK-ID-MASK
               MOVE FUNCTION TRIM(WRK-ID-MASK) TO WRK-DOC-NUMERO-TXT
           END-IF.

       2660-CHAMAR-DOCUMENTO-FISCAL.

           CALL 'MOD-DOCUMENTO-FISCAL'
               USING WRK-DOC-ACAO, DEV-VENDA-ID, WRK-DOC-SERIE,
                   WRK-DOC-DATA, DEV-ID, WRK-DOC-ID, WRK-DOC-NUMERO,
                   WRK-DOC-QTD, WRK-DOC-RESULTADO, WRK-DOC-MSG
               END-CALL.

       2700-NOTIFICAR-VENDA.

      * CHAMADO SOMENTE APOS O COMMIT, PARA NAO MISTURAR O COMMIT
      * PROPRIO DO MODULO DE NOTIFICACAO COM A TRANSACAO EM
      * ANDAMENTO NA SESSAO COMPARTILHADA.
           CALL 'MOD-REGISTRA-NOTIFICACAO'
               USING WRK-TABELA-NOTIF, DEV-VENDA-ID,
                   WRK-EVENTO-UPDATE,
                   WRK-NOTIF-PAYLOAD
               END-CALL.

       2750-IMPRIMIR-CREDITO-FISCAL.

      * APOS O COMMIT O NUMERO JA ESTA GARANTIDO; FALHA NA GRAVACAO
      * DO ARQUIVO DEIXA O DOCUMENTO PENDENTE DE IMPRESSAO, SEM
      * DESFAZER A DEVOLUCAO (PROG-DOCUMENTOS-FISCAIS REIMPRIME).
           IF  WRK-DOC-NUMERO-TXT NOT = "null"
               MOVE "IMPRIMIR" TO WRK-DOC-ACAO
               PERFORM 2660-CHAMAR-DOCUMENTO-FISCAL
           END-IF.

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

       3000-LISTAR-DEVOLUCOES.

      * SEM FILTRO LISTA TODAS AS NOTAS DE CREDITO, DA MAIS RECENTE
      * PARA A MAIS ANTIGA; QS_DATA RESTRINGE AO DIA DA DEVOLUCAO.
           MOVE ZERO TO DEV-VENDA-ID.
           MOVE ZERO TO DEV-CLIENTE-ID.

           ACCEPT WRK-QS-VENDA-STG FROM ENVIRONMENT "QS_VENDA_ID".
           IF  FUNCTION TRIM(WRK-QS-VENDA-STG) NOT = SPACES
               PERFORM 3040-VALIDAR-VENDA-ID
           END-IF.

           ACCEPT WRK-QS-CLIENTE-STG FROM ENVIRONMENT "QS_CLIENTE_ID".
           IF  FUNCTION TRIM(WRK-QS-CLIENTE-STG) NOT = SPACES
               PERFORM 3050-VALIDAR-CLIENTE-ID
           END-IF.

           PERFORM 2200-VALIDAR-DATA-FORMA.

           EXEC SQL
               DECLARE CUR-DEVOLUCOES CURSOR FOR
                   SELECT d.id, d.venda_id, d.venda_item_id,
                          d.produto_id, d.cliente_id, d.quantidade,
                          d.preco_unitario, d.valor, d.valor_abatido,
                          d.valor_reembolsado,
                          DATE_FORMAT(d.data_devolucao, '%Y-%m-%d'),
                          COALESCE(d.motivo, ' '),
                          COALESCE(d.operador, ' ')
                     FROM venda_devolucao d
                    WHERE (:DEV-VENDA-ID = 0
                           OR d.venda_id = :DEV-VENDA-ID)
                      AND (:DEV-CLIENTE-ID = 0
                           OR d.cliente_id = :DEV-CLIENTE-ID)
                      AND (TRIM(:DEV-DATA) = ''
                           OR d.data_devolucao = :DEV-DATA)
                    ORDER BY d.data_devolucao DESC, d.id DESC
           END-EXEC.

           EXEC SQL OPEN CUR-DEVOLUCOES END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO
               STRING
                   "ERRO AO TENTAR LISTAR AS DEVOLUCOES."
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
           PERFORM 3100-BUSCAR-PROXIMA-DEVOLUCAO.
           PERFORM 3200-EMITIR-DEVOLUCAO UNTIL FIM-CURSOR.

           DISPLAY ']'.
           DISPLAY '}'.

           EXEC SQL CLOSE CUR-DEVOLUCOES END-EXEC.

           MOVE "PARAR" TO WRK-TEMPO-ACAO.
           CALL 'MOD-MEDE-TEMPO'
               USING WRK-TEMPO-ACAO, WRK-PROGRAMA-NOME
               END-CALL.

           CALL 'MOD-REGISTRA-AUDITORIA'
               USING WRK-PROGRAMA-NOME, WRK-AUDIT-PARAMS,
                   WRK-HTTP-STATUS-200
               END-CALL.

       3040-VALIDAR-VENDA-ID.

           COPY VALIDACAO-CAMPO-NUMERICO
               REPLACING ==TAG-CAMPO-STG==  BY ==WRK-QS-VENDA-STG==
                   ==TAG-NOME-PARAM==       BY =="QS_VENDA_ID"==
                   ==TAG-PARAGRAFO-400==    BY
                       ==9100-RETORNAR-RESPOSTA-HTTP-400==.
           MOVE WRK-QS-VENDA-STG TO DEV-VENDA-ID.

       3050-VALIDAR-CLIENTE-ID.

           COPY VALIDACAO-CAMPO-NUMERICO
               REPLACING ==TAG-CAMPO-STG==  BY ==WRK-QS-CLIENTE-STG==
                   ==TAG-NOME-PARAM==       BY =="QS_CLIENTE_ID"==
                   ==TAG-PARAGRAFO-400==    BY
                       ==9100-RETORNAR-RESPOSTA-HTTP-400==.
           MOVE WRK-QS-CLIENTE-STG TO DEV-CLIENTE-ID.

       3100-BUSCAR-PROXIMA-DEVOLUCAO.

           EXEC SQL
               FETCH CUR-DEVOLUCOES
                   INTO :DEV-ID, :DEV-VENDA-ID, :DEV-ITEM-ID,
                        :DEV-PRODUTO-ID, :DEV-CLIENTE-ID,
                        :DEV-QUANTIDADE, :DEV-PRECO, :DEV-VALOR,
                        :DEV-ABATIDO, :DEV-REEMBOLSADO, :DEV-DIA,
                        :DEV-MOTIVO, :DEV-OPERADOR
           END-EXEC.

           IF  SQLCODE EQUAL 100
               SET FIM-CURSOR TO TRUE
           END-IF.

       3200-EMITIR-DEVOLUCAO.

           IF  NAO-PRIMEIRO-REGISTRO
               DISPLAY ','
           END-IF.
           SET NAO-PRIMEIRO-REGISTRO TO TRUE.

           DISPLAY '   {'.
           MOVE DEV-ID TO WRK-ID-MASK.
           DISPLAY '    "id": ' FUNCTION TRIM(WRK-ID-MASK) ','.
           MOVE DEV-VENDA-ID TO WRK-ID-MASK.
           DISPLAY '    "venda_id": ' FUNCTION TRIM(WRK-ID-MASK) ','.
           MOVE DEV-ITEM-ID TO WRK-ID-MASK.
           DISPLAY '    "venda_item_id": '
               FUNCTION TRIM(WRK-ID-MASK) ','.
           MOVE DEV-PRODUTO-ID TO WRK-ID-MASK.
           DISPLAY '    "produto_id": ' FUNCTION TRIM(WRK-ID-MASK) ','.
           MOVE DEV-CLIENTE-ID TO WRK-ID-MASK.
           DISPLAY '    "cliente_id": ' FUNCTION TRIM(WRK-ID-MASK) ','.
           MOVE DEV-QUANTIDADE TO WRK-QTD-MASK.
           DISPLAY '    "quantidade": ' FUNCTION TRIM(WRK-QTD-MASK) ','.
           MOVE DEV-PRECO TO WRK-VALOR-MASK.
           DISPLAY '    "preco_unitario": '
               FUNCTION TRIM(WRK-VALOR-MASK) ','.
           MOVE DEV-VALOR TO WRK-VALOR-MASK.
           DISPLAY '    "valor": ' FUNCTION TRIM(WRK-VALOR-MASK) ','.
           MOVE DEV-ABATIDO TO WRK-VALOR-MASK.
           DISPLAY '    "valor_abatido": '
               FUNCTION TRIM(WRK-VALOR-MASK) ','.
           MOVE DEV-REEMBOLSADO TO WRK-VALOR-MASK.
           DISPLAY '    "valor_reembolsado": '
               FUNCTION TRIM(WRK-VALOR-MASK) ','.
           DISPLAY '    "data_devolucao": "' DEV-DIA '",'.

           IF  DEV-MOTIVO = SPACES
               DISPLAY '    "motivo": null,'
           ELSE
               MOVE DEV-MOTIVO TO WRK-CAMPO-TXT
               CALL 'MOD-JSON-ESCAPE' USING WRK-CAMPO-TXT
                   WRK-CAMPO-ESC
                   END-CALL
               DISPLAY '    "motivo": "'
                   FUNCTION TRIM(WRK-CAMPO-ESC) '",'
           END-IF.

           IF  DEV-OPERADOR = SPACES
               DISPLAY '    "operador": null'
           ELSE
               MOVE DEV-OPERADOR TO WRK-CAMPO-TXT
               CALL 'MOD-JSON-ESCAPE' USING WRK-CAMPO-TXT
                   WRK-CAMPO-ESC
                   END-CALL
               DISPLAY '    "operador": "'
                   FUNCTION TRIM(WRK-CAMPO-ESC) '"'
           END-IF.
           DISPLAY '   }'.

           PERFORM 3100-BUSCAR-PROXIMA-DEVOLUCAO.

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

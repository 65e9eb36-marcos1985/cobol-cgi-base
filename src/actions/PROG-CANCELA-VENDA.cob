      *     MOD-VERIFICA-FECHAMENTO) NAO PODE SER CANCELADA SEM A
      *     REABERTURA EXPLICITA DO DIA POR ADMIN EM
      *     PROG-FECHAMENTO-VENDAS.
      *   - O CANCELAMENTO DEVOLVE AO ESTOQUE A QUANTIDADE DE CADA
      *     ITEM DA VENDA (TIPO CANCELAMENTO NO RAZAO DE ESTOQUE, VIA
      *     MOD-MOVIMENTA-ESTOQUE), NA MESMA TRANSACAO DO CANCELAMENTO.
      *     A CONEXAO PASSA A SER A SESSAO COMPARTILHADA DA REQUISICAO
      *     (MOD-CONEXAO-BD), PARA QUE O MODULO GRAVE NA MESMA
      *     TRANSACAO.
      *   - O CANCELAMENTO ESTORNA AS PARCELAS EM ABERTO DA VENDA
      *     (MOD-PARCELAS-VENDA) NA MESMA TRANSACAO. VENDA COM
      *     PAGAMENTO LANCADO E RECUSADA COM ERR-COD-SITUACAO-INVALIDA:
      *     O DINHEIRO PRECISA SER DEVOLVIDO ANTES, PELO REEMBOLSO
      *     EXPLICITO EM PROG-PARCELAS-VENDA.
      *   - ITEM COM DEVOLUCAO PARCIAL (VENDA_DEVOLUCAO, VIA
      *     PROG-DEVOLUCOES-VENDA) JA TEVE ESSA QUANTIDADE DEVOLVIDA
      *     AO ESTOQUE; O CANCELAMENTO DEVOLVE SO O RESTANTE.
      *   - VENDA COM NOTA FISCAL JA EMITIDA (MOD-DOCUMENTO-FISCAL)
      *     RECEBE, NA MESMA TRANSACAO, O DOCUMENTO DE CANCELAMENTO
      *     COM O PROXIMO NUMERO DA SERIE; A NOTA NAO E APAGADA, SO
      *     MARCADA COMO CANCELADA. O DOCUMENTO E IMPRESSO APOS O
      *     COMMIT E O NUMERO VOLTA NA RESPOSTA.
      *******************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       77  WRK-MSG-ERRO                    PIC X(255).
       77  WRK-CORS-ORIGIN                 PIC X(255).
       77  WRK-MSG-EXP-ERRO                PIC X(255).
       77  WRK-CONEXAO-ACAO                PIC X(10).
       77  WRK-CONEXAO-OK                  PIC X(1).
           88  CONEXAO-DISPONIVEL                      VALUE 'S'.
       77  WRK-CONEXAO-MSG                 PIC X(255).

       77  WRK-HTTP-STATUS-200             PIC 9(3)        VALUE 200.
       77  WRK-HTTP-STATUS-400             PIC 9(3)        VALUE 400.
       77  WRK-CHAVE-PAPEL                 PIC X(10).
       77  WRK-QUOTA-ESTOURADA             PIC X(1).
           88  QUOTA-ESTOURADA                         VALUE 'S'.
           88  ORIGEM-BLOQUEADA                        VALUE 'B'.

       77  WRK-RETRY-SEG-MASK              PIC Z(4)9.
       77  WRK-EM-MANUTENCAO               PIC X(1).
       77  WRK-COD-ERRO                    PIC 9(4).

       COPY ERRO-CODES.
       COPY VERSAO-BUILD.

       77  WRK-REQUEST-METHOD              PIC X(10).
       77  WRK-QS-ID-STG                   PIC X(10).
       77  WRK-DIA-FECHADO                 PIC X(1).
           88  DIA-FECHADO                             VALUE 'S'.

       77  WRK-FLAG-FIM-CURSOR             PIC X(1)    VALUE 'N'.
           88  FIM-CURSOR                              VALUE 'S'.

       77  WRK-OPERADOR                    PIC X(60).

       77  WRK-EST-ACAO                    PIC X(10).
       77  WRK-EST-QUANTIDADE              PIC S9(9).
       77  WRK-EST-TIPO                    PIC X(12)
                                               VALUE "CANCELAMENTO".
       77  WRK-EST-MOTIVO                  PIC X(255)  VALUE SPACES.
       77  WRK-EST-SALDO                   PIC S9(9).
       77  WRK-EST-RESULTADO               PIC X(2).
           88  EST-MOVIMENTO-OK                        VALUE 'OK'.
       77  WRK-EST-MSG                     PIC X(255).

       77  WRK-PAR-ACAO                    PIC X(10).
       77  WRK-PAR-RESULTADO               PIC X(2).
           88  PAR-PARCELAS-OK                         VALUE 'OK'.
           88  PAR-VENDA-COM-PAGAMENTO                 VALUE 'PG'.
       77  WRK-PAR-MSG                     PIC X(255).

       77  WRK-DOC-ACAO                    PIC X(10).
       77  WRK-DOC-SERIE                   PIC X(5)    VALUE SPACES.
       77  WRK-DOC-DATA                    PIC X(10)   VALUE SPACES.
       77  WRK-DOC-REFERENCIA-ID           PIC 9(10)   VALUE ZERO.
       77  WRK-DOC-ID                      PIC 9(10)   VALUE ZERO.
       77  WRK-DOC-NUMERO                  PIC 9(10)   VALUE ZERO.
       77  WRK-DOC-QTD                     PIC 9(10)   VALUE ZERO.
       77  WRK-DOC-RESULTADO               PIC X(2).
           88  DOC-FISCAL-OK                           VALUE 'OK'.
           88  DOC-NADA-A-EMITIR                       VALUE 'NE'.
       77  WRK-DOC-MSG                     PIC X(255).
       77  WRK-DOC-NUMERO-TXT              PIC X(10)   VALUE "null".

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.

       01  HOSTVARS.
           05 VEN-ID            PIC 9(10).
           05 VEN-QTD           PIC 9(10).
           05 VEN-DIA           PIC X(10).
           05 ITM-ID            PIC 9(10).
           05 ITM-PRODUTO-ID    PIC 9(10).
           05 ITM-QUANTIDADE    PIC 9(5).

       EXEC SQL END DECLARE SECTION END-EXEC.

           PERFORM 1060-VERIFICAR-IDEMPOTENCIA.
           PERFORM 1100-PROCESSAR-PARAMETROS.
           PERFORM 1200-CONECTA-BANCO-DE-DADOS.
           PERFORM 1300-PREPARAR-ESTOQUE.
           PERFORM 2000-VERIFICAR-VENDA-EXISTE.
           PERFORM 2100-CANCELAR-VENDA.
           PERFORM 2500-NOTIFICAR-CANCELAMENTO.
           PERFORM 2550-IMPRIMIR-CANCELAMENTO.
           PERFORM 3000-RETORNAR-RESPOSTA-HTTP-200.
           PERFORM 4000-LIBERAR-RECURSOS.

           END-IF.
           DISPLAY "Access-Control-Allow-Origin: "
               FUNCTION TRIM(WRK-CORS-ORIGIN).
           DISPLAY "X-Versao-Build: " FUNCTION TRIM(VERSAO-BUILD).

           CALL 'MOD-CORRELACAO' USING WRK-CORRELACAO-ID
               END-CALL.
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

       1200-CONECTA-BANCO-DE-DADOS.

      * A SESSAO E A COMPARTILHADA DA REQUISICAO; OS MODULOS DE
      * APOIO CHAMADOS DENTRO DA TRANSACAO PRECISAM ENXERGAR A MESMA
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

       1300-PREPARAR-ESTOQUE.

      * TABELAS DO RAZAO E DAS PARCELAS E O OPERADOR SAO RESOLVIDOS
      * ANTES DE ABRIR A
      * TRANSACAO: AMBOS PODEM EXECUTAR DDL, QUE FAZ COMMIT IMPLICITO.
           MOVE "GARANTIR" TO WRK-EST-ACAO.
           CALL 'MOD-MOVIMENTA-ESTOQUE'
               USING WRK-EST-ACAO, ITM-PRODUTO-ID,
                   WRK-EST-QUANTIDADE, WRK-EST-TIPO, VEN-ID,
                   ITM-ID, WRK-EST-MOTIVO, WRK-OPERADOR,
                   WRK-EST-SALDO, WRK-EST-RESULTADO, WRK-EST-MSG
               END-CALL.

           IF  NOT EST-MOVIMENTO-OK
               STRING
                   "ERRO AO TENTAR GARANTIR AS TABELAS DE ESTOQUE."
               INTO WRK-MSG-ERRO
               MOVE WRK-EST-MSG TO WRK-MSG-EXP-ERRO
               MOVE ERR-COD-SQL-EXEC TO WRK-COD-ERRO
               PERFORM 9000-RETORNAR-RESPOSTA-HTTP-500
           END-IF.

           MOVE "GARANTIR" TO WRK-PAR-ACAO.
           PERFORM 2160-CHAMAR-PARCELAS-VENDA.

           IF  NOT PAR-PARCELAS-OK
               STRING
                   "ERRO AO TENTAR GARANTIR AS TABELAS DE PARCELAS."
               INTO WRK-MSG-ERRO
               MOVE WRK-PAR-MSG TO WRK-MSG-EXP-ERRO
               MOVE ERR-COD-SQL-EXEC TO WRK-COD-ERRO
               PERFORM 9000-RETORNAR-RESPOSTA-HTTP-500
           END-IF.

           MOVE "GARANTIR" TO WRK-DOC-ACAO.
           PERFORM 2260-CHAMAR-DOCUMENTO-FISCAL.

           IF  NOT DOC-FISCAL-OK
               STRING
                   "ERRO AO TENTAR GARANTIR AS TABELAS DE DOCUMENTOS "
                   "FISCAIS."
               INTO WRK-MSG-ERRO
               MOVE WRK-DOC-MSG TO WRK-MSG-EXP-ERRO
               MOVE ERR-COD-SQL-EXEC TO WRK-COD-ERRO
               PERFORM 9000-RETORNAR-RESPOSTA-HTTP-500
           END-IF.

           CALL 'MOD-RESOLVE-OPERADOR' USING WRK-OPERADOR
               END-CALL.

       2000-VERIFICAR-VENDA-EXISTE.

           EXEC SQL START TRANSACTION END-EXEC.

       2100-CANCELAR-VENDA.

           PERFORM 2150-ESTORNAR-PARCELAS.

           EXEC SQL
               UPDATE venda
                  SET cancelada_em = CURRENT_TIMESTAMP
               PERFORM 9000-RETORNAR-RESPOSTA-HTTP-500
           END-IF.

           PERFORM 2200-DEVOLVER-ESTOQUE.
           PERFORM 2250-EMITIR-CANCELAMENTO-FISCAL.

           EXEC SQL COMMIT END-EXEC.

       2150-ESTORNAR-PARCELAS.

      * PARCELAS EM ABERTO SAO ESTORNADAS; SE JA HOUVE PAGAMENTO, O
      * CANCELAMENTO ESPERA O REEMBOLSO EXPLICITO.
           MOVE "ESTORNAR" TO WRK-PAR-ACAO.
           PERFORM 2160-CHAMAR-PARCELAS-VENDA.

           IF  PAR-VENDA-COM-PAGAMENTO
               STRING
                   "VENDA COM PAGAMENTO LANCADO NAS PARCELAS. "
                   "REEMBOLSE OS PAGAMENTOS (PROG-PARCELAS-VENDA, "
                   "QS_ACAO=REEMBOLSAR) ANTES DE CANCELAR."
               INTO WRK-MSG-ERRO

               EXEC SQL ROLLBACK END-EXEC

               MOVE ERR-COD-SITUACAO-INVALIDA TO WRK-COD-ERRO
               PERFORM 9200-RETORNAR-RESPOSTA-HTTP-400
           END-IF.

           IF  NOT PAR-PARCELAS-OK
               STRING
                   "ERRO AO TENTAR ESTORNAR AS PARCELAS DA VENDA."
               INTO WRK-MSG-ERRO

               MOVE WRK-PAR-MSG TO WRK-MSG-EXP-ERRO

               MOVE ERR-COD-SQL-EXEC TO WRK-COD-ERRO

               EXEC SQL ROLLBACK END-EXEC

               PERFORM 9000-RETORNAR-RESPOSTA-HTTP-500
           END-IF.

       2160-CHAMAR-PARCELAS-VENDA.

           CALL 'MOD-PARCELAS-VENDA'
               USING WRK-PAR-ACAO, VEN-ID, WRK-PAR-RESULTADO,
                   WRK-PAR-MSG
               END-CALL.

       2200-DEVOLVER-ESTOQUE.

      * CADA ITEM DA VENDA CANCELADA VOLTA PARA O ESTOQUE, DESCONTADO
      * O QUE JA VOLTOU PELAS DEVOLUCOES PARCIAIS.
           EXEC SQL
               DECLARE CUR-ITENS-VENDA CURSOR FOR
                   SELECT i.id, i.produto_id,
                          i.quantidade - COALESCE(SUM(d.quantidade), 0)
                     FROM venda_itens i
                     LEFT JOIN venda_devolucao d
                       ON d.venda_item_id = i.id
                    WHERE i.venda_id = :VEN-ID
                    GROUP BY i.id, i.produto_id, i.quantidade
                   HAVING i.quantidade - COALESCE(SUM(d.quantidade), 0)
                          > 0
                    ORDER BY i.id
           END-EXEC.

           EXEC SQL OPEN CUR-ITENS-VENDA END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO
               STRING
                   "ERRO AO TENTAR LER OS ITENS DA VENDA."
               INTO WRK-MSG-ERRO
               MOVE SQLERRM TO WRK-MSG-EXP-ERRO
               MOVE ERR-COD-SQL-EXEC TO WRK-COD-ERRO
               EXEC SQL ROLLBACK END-EXEC
               PERFORM 9000-RETORNAR-RESPOSTA-HTTP-500
           END-IF.

           PERFORM 2210-BUSCAR-PROXIMO-ITEM.
           PERFORM 2220-DEVOLVER-ITEM UNTIL FIM-CURSOR.

           EXEC SQL CLOSE CUR-ITENS-VENDA END-EXEC.

       2210-BUSCAR-PROXIMO-ITEM.

           EXEC SQL
               FETCH CUR-ITENS-VENDA
                   INTO :ITM-ID, :ITM-PRODUTO-ID, :ITM-QUANTIDADE
           END-EXEC.

           IF  SQLCODE EQUAL 100
               SET FIM-CURSOR TO TRUE
           END-IF.

       2220-DEVOLVER-ITEM.

           MOVE "MOVIMENTAR" TO WRK-EST-ACAO.
           MOVE ITM-QUANTIDADE TO WRK-EST-QUANTIDADE.

           CALL 'MOD-MOVIMENTA-ESTOQUE'
               USING WRK-EST-ACAO, ITM-PRODUTO-ID,
                   WRK-EST-QUANTIDADE, WRK-EST-TIPO, VEN-ID,
                   ITM-ID, WRK-EST-MOTIVO, WRK-OPERADOR,
                   WRK-EST-SALDO, WRK-EST-RESULTADO, WRK-EST-MSG
               END-CALL.

           IF  NOT EST-MOVIMENTO-OK
               STRING
                   "ERRO AO TENTAR DEVOLVER O ESTOQUE DOS ITENS DA "
                   "VENDA."
               INTO WRK-MSG-ERRO
               MOVE WRK-EST-MSG TO WRK-MSG-EXP-ERRO
               MOVE ERR-COD-SQL-EXEC TO WRK-COD-ERRO
               EXEC SQL CLOSE CUR-ITENS-VENDA END-EXEC
               EXEC SQL ROLLBACK END-EXEC
               PERFORM 9000-RETORNAR-RESPOSTA-HTTP-500
           END-IF.

           PERFORM 2210-BUSCAR-PROXIMO-ITEM.

       2250-EMITIR-CANCELAMENTO-FISCAL.

      * SO A VENDA QUE JA TEM NOTA RECEBE O DOCUMENTO DE
      * CANCELAMENTO; SEM NOTA O MODULO DEVOLVE NE E NADA E EMITIDO.
           MOVE "CANCELAR" TO WRK-DOC-ACAO.
           PERFORM 2260-CHAMAR-DOCUMENTO-FISCAL.

           IF  NOT DOC-FISCAL-OK
           AND NOT DOC-NADA-A-EMITIR
               STRING
                   "ERRO AO TENTAR EMITIR O CANCELAMENTO DA NOTA "
                   "FISCAL."
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

       2260-CHAMAR-DOCUMENTO-FISCAL.

           CALL 'MOD-DOCUMENTO-FISCAL'
               USING WRK-DOC-ACAO, VEN-ID, WRK-DOC-SERIE,
                   WRK-DOC-DATA, WRK-DOC-REFERENCIA-ID, WRK-DOC-ID,
                   WRK-DOC-NUMERO, WRK-DOC-QTD, WRK-DOC-RESULTADO,
                   WRK-DOC-MSG
               END-CALL.

       2500-NOTIFICAR-CANCELAMENTO.

      * CHAMADO SOMENTE APOS O COMMIT DO CANCELAMENTO, PARA NAO
                   WRK-NOTIF-PAYLOAD
               END-CALL.

       2550-IMPRIMIR-CANCELAMENTO.

      * APOS O COMMIT O NUMERO JA ESTA GARANTIDO; FALHA NA GRAVACAO
      * DO ARQUIVO DEIXA O DOCUMENTO PENDENTE DE IMPRESSAO, SEM
      * DESFAZER O CANCELAMENTO (PROG-DOCUMENTOS-FISCAIS REIMPRIME).
           IF  WRK-DOC-NUMERO-TXT NOT = "null"
               MOVE "IMPRIMIR" TO WRK-DOC-ACAO
               MOVE ZERO TO WRK-DOC-ID
               PERFORM 2260-CHAMAR-DOCUMENTO-FISCAL
           END-IF.

       3000-RETORNAR-RESPOSTA-HTTP-200.

           MOVE "PARAR" TO WRK-TEMPO-ACAO.
               '"data": {' WRK-NEWLINE
               '"id": ' FUNCTION TRIM(WRK-ID-MASK) ','
               WRK-NEWLINE
               '"cancelada": true,' WRK-NEWLINE
               '"documento_fiscal_numero": '
               FUNCTION TRIM(WRK-DOC-NUMERO-TXT) WRK-NEWLINE
               '}' WRK-NEWLINE
               '}'
               DELIMITED BY SIZE

       4000-LIBERAR-RECURSOS.

           MOVE "ENCERRAR" TO WRK-CONEXAO-ACAO.
           CALL 'MOD-CONEXAO-BD'
               USING WRK-CONEXAO-ACAO, WRK-CONEXAO-OK,
                   WRK-CONEXAO-MSG
               END-CALL.

       9600-RETORNAR-RESPOSTA-HTTP-503.


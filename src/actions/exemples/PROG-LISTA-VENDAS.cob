      *     ESCRITA): A LISTAGEM FILTRA CANCELADA_EM E NAO PODE
      *     QUEBRAR EM TABELA DO EXEMPLO ANTIGO ANTES DA PRIMEIRA
      *     ESCRITA RODAR.
      *   - CHAVE DE API VINCULADA A UM CLIENTE (MOD-ESCOPO-CHAVE)
      *     SO LISTA AS VENDAS DO PROPRIO CLIENTE; PEDIR AS DE OUTRO
      *     RESPONDE 404 COMO CLIENTE INEXISTENTE, PARA NAO REVELAR
      *     QUE ELE EXISTE.
      *   - A RESPOSTA PASSA PELO CACHE DE RESPOSTA (MOD-CACHE-RESPOSTA,
      *     IDADE MAXIMA EM cache.idade_max_seg.PROG-LISTA-VENDAS),
      *     COM O CLIENTE DO CAMINHO E O ESCOPO DA CHAVE NA CHAVE DO
      *     CACHE: NO ACERTO O CORPO GUARDADO E DEVOLVIDO SEM TOCAR
      *     AS TABELAS; NA FALTA CADA LINHA EXIBIDA E ACUMULADA E O
      *     CORPO E GUARDADO NO FIM, DEPENDENTE DE CLIENTE, VENDA,
      *     VENDA_ITENS E PRODUTO. O CABECALHO X-CACHE (HIT/MISS) DIZ
      *     AO CHAMADOR DE ONDE VEIO A RESPOSTA.
      *******************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       77  WRK-CAMPO-ESC                   PIC X(510).
       77  WRK-QTD-ITEM-MASK               PIC Z(4)9.
       77  WRK-ESCOPO-CLIENTE-ID           PIC 9(10)   VALUE ZERO.

       77  WRK-CACHE-ACAO                  PIC X(10).
       77  WRK-CACHE-DEPENDENCIAS          PIC X(255)
               VALUE "cliente,venda,venda_itens,produto".
       77  WRK-CACHE-LINHA                 PIC X(12288).
       77  WRK-CACHE-TAMANHO               PIC 9(5).
       77  WRK-CACHE-ENCONTRADA            PIC X(1)    VALUE 'N'.
           88  CACHE-ENCONTRADO                        VALUE 'S'.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.


           PERFORM PROC-SETAR-CABECALHO-HTTP.
           ACCEPT WRK-AUDIT-PARAMS FROM ENVIRONMENT "QUERY_STRING".

           IF  CACHE-ENCONTRADO
               PERFORM PROC-RETORNAR-RESPOSTA-CACHE
           END-IF.

           PERFORM PROC-PROCESSAR-PARAMETROS.
           PERFORM PROC-CONECTAR-BANCO-COB-DEV.
           PERFORM PROC-GARANTIR-COLUNAS-VENDA.
           DISPLAY "X-Correlation-Id: "
               FUNCTION TRIM(WRK-CORRELACAO-ID).
           DISPLAY "Content-type: application/json".
           PERFORM PROC-CONSULTAR-CACHE-RESPOSTA.
           DISPLAY WRK-NEWLINE.

       PROC-CONSULTAR-CACHE-RESPOSTA.

      * A CONSULTA AO CACHE PRECEDE O FIM DOS CABECALHOS PARA O
      * X-CACHE SAIR JUNTO COM ELES.
           MOVE "BUSCAR" TO WRK-CACHE-ACAO.
           MOVE 'N' TO WRK-CACHE-ENCONTRADA.
           CALL 'MOD-CACHE-RESPOSTA'
               USING WRK-CACHE-ACAO, WRK-PROGRAMA-NOME,
                   WRK-CACHE-DEPENDENCIAS, WRK-CACHE-LINHA,
                   WRK-CACHE-TAMANHO, WRK-CACHE-ENCONTRADA
               END-CALL.

           IF  CACHE-ENCONTRADO
               DISPLAY "X-Cache: HIT"
           ELSE
               DISPLAY "X-Cache: MISS"
           END-IF.

       PROC-PROCESSAR-PARAMETROS.

           ACCEPT PATH-PARAM-1-STG FROM ENVIRONMENT "PATH_PARAM_1".

       PROC-VERIFICAR-CLIENTE.

      * A CHAVE DE UM CLIENTE NAO ENXERGA OS DEMAIS: OUTRO CLIENTE
      * RESPONDE IGUAL A UM QUE NAO EXISTE.
           CALL 'MOD-ESCOPO-CHAVE' USING WRK-ESCOPO-CLIENTE-ID
               END-CALL.

           IF  WRK-ESCOPO-CLIENTE-ID NOT = ZERO
           AND WRK-ESCOPO-CLIENTE-ID NOT = VEN-CLIENTE-ID
               STRING
                   "CLIENTE NAO ENCONTRADO."
               INTO WRK-MSG-ERRO
               MOVE ERR-COD-VALIDACAO TO WRK-COD-ERRO
               PERFORM PROC-RETORNAR-RESPOSTA-HTTP-404
           END-IF.

           EXEC SQL
               SELECT COUNT(*)
                 INTO :VEN-QTD

           MOVE VEN-CLIENTE-ID TO WRK-ID-MASK.

           PERFORM PROC-EMITIR-ENVELOPE.

           MOVE '"data": {' TO WRK-CACHE-LINHA.
           PERFORM PROC-EMITIR-LINHA-CACHE.

           MOVE SPACES TO WRK-CACHE-LINHA.
           STRING '   "cliente_id": '
               FUNCTION TRIM(WRK-ID-MASK) ','
               DELIMITED BY SIZE INTO WRK-CACHE-LINHA
           END-STRING.
           PERFORM PROC-EMITIR-LINHA-CACHE.

           MOVE VEN-QTD TO WRK-ID-MASK.
           MOVE SPACES TO WRK-CACHE-LINHA.
           STRING '   "total_vendas": '
               FUNCTION TRIM(WRK-ID-MASK) ','
               DELIMITED BY SIZE INTO WRK-CACHE-LINHA
           END-STRING.
           PERFORM PROC-EMITIR-LINHA-CACHE.

           MOVE VEN-SOMA TO WRK-SOMA-MASK.
           MOVE SPACES TO WRK-CACHE-LINHA.
           STRING '   "valor_total": '
               FUNCTION TRIM(WRK-SOMA-MASK) ','
               DELIMITED BY SIZE INTO WRK-CACHE-LINHA
           END-STRING.
           PERFORM PROC-EMITIR-LINHA-CACHE.

           MOVE '   "vendas": [' TO WRK-CACHE-LINHA.
           PERFORM PROC-EMITIR-LINHA-CACHE.

           SET PRIMEIRO-REGISTRO TO TRUE.
           PERFORM PROC-BUSCAR-PROXIMA-VENDA.
           PERFORM PROC-EMITIR-VENDA UNTIL FIM-CURSOR.

           MOVE '   ]' TO WRK-CACHE-LINHA.
           PERFORM PROC-EMITIR-LINHA-CACHE.
           MOVE '}' TO WRK-CACHE-LINHA.
           PERFORM PROC-EMITIR-LINHA-CACHE.
           MOVE '}' TO WRK-CACHE-LINHA.
           PERFORM PROC-EMITIR-LINHA-CACHE.

           EXEC SQL CLOSE CUR-VENDAS END-EXEC.

           MOVE "GRAVAR" TO WRK-CACHE-ACAO.
           CALL 'MOD-CACHE-RESPOSTA'
               USING WRK-CACHE-ACAO, WRK-PROGRAMA-NOME,
                   WRK-CACHE-DEPENDENCIAS, WRK-CACHE-LINHA,
                   WRK-CACHE-TAMANHO, WRK-CACHE-ENCONTRADA
               END-CALL.

       PROC-EMITIR-ENVELOPE.

      * O ENVELOPE E DA REQUISICAO CORRENTE E FICA FORA DO CACHE.
           DISPLAY '{'.
           DISPLAY '"http-status": ' WRK-HTTP-STATUS-200 ','.
           DISPLAY '"msg": null,'.

       PROC-BUSCAR-PROXIMA-VENDA.

           EXEC SQL
       PROC-EMITIR-VENDA.

           IF  NAO-PRIMEIRO-REGISTRO
               MOVE ',' TO WRK-CACHE-LINHA
               PERFORM PROC-EMITIR-LINHA-CACHE
           END-IF.
           SET NAO-PRIMEIRO-REGISTRO TO TRUE.

           MOVE VEN-ID TO WRK-ID-MASK.
           MOVE VEN-VALOR TO WRK-VALOR-MASK.

           MOVE '   {' TO WRK-CACHE-LINHA.
           PERFORM PROC-EMITIR-LINHA-CACHE.

           MOVE SPACES TO WRK-CACHE-LINHA.
           STRING '    "id": ' FUNCTION TRIM(WRK-ID-MASK) ','
               DELIMITED BY SIZE INTO WRK-CACHE-LINHA
           END-STRING.
           PERFORM PROC-EMITIR-LINHA-CACHE.

           MOVE SPACES TO WRK-CACHE-LINHA.
           IF  LISTAR-COM-ITENS
               STRING '    "valor": '
                   FUNCTION TRIM(WRK-VALOR-MASK) ','
                   DELIMITED BY SIZE INTO WRK-CACHE-LINHA
               END-STRING
               PERFORM PROC-EMITIR-LINHA-CACHE
               PERFORM PROC-EMITIR-ITENS-VENDA
           ELSE
               STRING '    "valor": '
                   FUNCTION TRIM(WRK-VALOR-MASK)
                   DELIMITED BY SIZE INTO WRK-CACHE-LINHA
               END-STRING
               PERFORM PROC-EMITIR-LINHA-CACHE
           END-IF.

           MOVE '   }' TO WRK-CACHE-LINHA.
           PERFORM PROC-EMITIR-LINHA-CACHE.

           PERFORM PROC-BUSCAR-PROXIMA-VENDA.

               PERFORM PROC-RETORNAR-RESPOSTA-HTTP-500
           END-IF.

           MOVE '    "itens": [' TO WRK-CACHE-LINHA.
           PERFORM PROC-EMITIR-LINHA-CACHE.

           SET PRIMEIRO-ITEM TO TRUE.
           SET NAO-FIM-ITENS TO TRUE.
           PERFORM PROC-BUSCAR-PROXIMO-ITEM.
           PERFORM PROC-EMITIR-ITEM UNTIL FIM-ITENS.

           MOVE '    ]' TO WRK-CACHE-LINHA.
           PERFORM PROC-EMITIR-LINHA-CACHE.

           EXEC SQL CLOSE CUR-ITENS-VENDA END-EXEC.

       PROC-EMITIR-ITEM.

           IF  NAO-PRIMEIRO-ITEM
               MOVE ',' TO WRK-CACHE-LINHA
               PERFORM PROC-EMITIR-LINHA-CACHE
           END-IF.
           SET NAO-PRIMEIRO-ITEM TO TRUE.

           MOVE '    {' TO WRK-CACHE-LINHA.
           PERFORM PROC-EMITIR-LINHA-CACHE.

           CALL 'MOD-JSON-ESCAPE' USING ITM-PRODUTO-NOME
               WRK-CAMPO-ESC END-CALL.
           MOVE SPACES TO WRK-CACHE-LINHA.
           STRING '     "produto_nome": "'
               FUNCTION TRIM(WRK-CAMPO-ESC) '",'
               DELIMITED BY SIZE INTO WRK-CACHE-LINHA
           END-STRING.
           PERFORM PROC-EMITIR-LINHA-CACHE.

           MOVE ITM-QUANTIDADE TO WRK-QTD-ITEM-MASK.
           MOVE SPACES TO WRK-CACHE-LINHA.
           STRING '     "quantidade": '
               FUNCTION TRIM(WRK-QTD-ITEM-MASK) ','
               DELIMITED BY SIZE INTO WRK-CACHE-LINHA
           END-STRING.
           PERFORM PROC-EMITIR-LINHA-CACHE.

           MOVE ITM-PRECO TO WRK-VALOR-MASK.
           MOVE SPACES TO WRK-CACHE-LINHA.
           STRING '     "preco_unitario": '
               FUNCTION TRIM(WRK-VALOR-MASK)
               DELIMITED BY SIZE INTO WRK-CACHE-LINHA
           END-STRING.
           PERFORM PROC-EMITIR-LINHA-CACHE.

           MOVE '    }' TO WRK-CACHE-LINHA.
           PERFORM PROC-EMITIR-LINHA-CACHE.

           PERFORM PROC-BUSCAR-PROXIMO-ITEM.

       PROC-EMITIR-LINHA-CACHE.

      * EXIBE A LINHA DO CORPO E A ENTREGA AO CACHE, QUE A GUARDA
      * QUANDO A REQUISICAO FOI UMA FALTA.
           MOVE FUNCTION LENGTH(FUNCTION TRIM(WRK-CACHE-LINHA
               TRAILING)) TO WRK-CACHE-TAMANHO.
           DISPLAY WRK-CACHE-LINHA(1:WRK-CACHE-TAMANHO).

           MOVE "ACUMULAR" TO WRK-CACHE-ACAO.
           CALL 'MOD-CACHE-RESPOSTA'
               USING WRK-CACHE-ACAO, WRK-PROGRAMA-NOME,
                   WRK-CACHE-DEPENDENCIAS, WRK-CACHE-LINHA,
                   WRK-CACHE-TAMANHO, WRK-CACHE-ENCONTRADA
               END-CALL.

       PROC-RETORNAR-RESPOSTA-CACHE.

           CALL 'MOD-REGISTRA-AUDITORIA'
               USING WRK-PROGRAMA-NOME, WRK-AUDIT-PARAMS,
                   WRK-HTTP-STATUS-200
               END-CALL.

           PERFORM PROC-EMITIR-ENVELOPE.

           MOVE "EMITIR" TO WRK-CACHE-ACAO.
           CALL 'MOD-CACHE-RESPOSTA'
               USING WRK-CACHE-ACAO, WRK-PROGRAMA-NOME,
                   WRK-CACHE-DEPENDENCIAS, WRK-CACHE-LINHA,
                   WRK-CACHE-TAMANHO, WRK-CACHE-ENCONTRADA
               END-CALL.

           PERFORM PROC-LIBERAR-RECURSOS.
           STOP RUN.

       PROC-LIBERAR-RECURSOS.
           EXEC SQL CONNECT RESET END-EXEC.


      *     (PROGRAMA QUE INSERIU) E QS_LOTE (LOTE DOS GRAVADORES DE
      *     ARQUIVO), E CADA LINHA SAI COM A PROPRIA LINHAGEM — UM
      *     LOTE DE IMPORTACAO RUIM APARECE INTEIRO EM UMA CONSULTA.
      *   - A RESPOSTA PASSA PELO CACHE DE RESPOSTA (MOD-CACHE-RESPOSTA,
      *     IDADE MAXIMA EM cache.idade_max_seg.PROG-BUSCA-UNIFICADA):
      *     NO ACERTO O CORPO GUARDADO E DEVOLVIDO SEM TOCAR AS
      *     TABELAS; NA FALTA CADA LINHA EXIBIDA E ACUMULADA E O
      *     CORPO E GUARDADO NO FIM, DEPENDENTE DE TESTE E
      *     TESTE_ARQUIVO. O CABECALHO X-CACHE (HIT/MISS) DIZ AO
      *     CHAMADOR DE ONDE VEIO A RESPOSTA; O ENVELOPE (STATUS E ID
      *     DE CORRELACAO) E SEMPRE O DA REQUISICAO CORRENTE.
      *******************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       77  WRK-COD-ERRO                    PIC 9(4).

       COPY ERRO-CODES.
       COPY VERSAO-BUILD.

       77  WRK-QS-ID-STG                   PIC X(10).
       77  WRK-QS-NOME-LIKE                PIC X(255).
       77  WRK-QS-ORIGEM-CARGA             PIC X(60).
       77  WRK-QS-LOTE                     PIC X(40).

       77  WRK-CACHE-ACAO                  PIC X(10).
       77  WRK-CACHE-DEPENDENCIAS          PIC X(255)
               VALUE "teste,teste_arquivo".
       77  WRK-CACHE-LINHA                 PIC X(12288).
       77  WRK-CACHE-TAMANHO               PIC 9(5).
       77  WRK-CACHE-ENCONTRADA            PIC X(1)    VALUE 'N'.
           88  CACHE-ENCONTRADO                        VALUE 'S'.

       77  WRK-FLAG-PRIMEIRO               PIC X(1)    VALUE 'S'.
           88  PRIMEIRO-REGISTRO                       VALUE 'S'.
           88  NAO-PRIMEIRO-REGISTRO                   VALUE 'N'.

           PERFORM 1000-CONFIGURAR-HTTP-HEADERS.
           ACCEPT WRK-AUDIT-PARAMS FROM ENVIRONMENT "QUERY_STRING".

           IF  CACHE-ENCONTRADO
               PERFORM 3500-RETORNAR-RESPOSTA-CACHE
           END-IF.

           PERFORM 1100-PROCESSAR-PARAMETROS.
           PERFORM 1200-CONECTA-BANCO-DE-DADOS.
           PERFORM 1300-GARANTIR-LINHAGEM.
           END-IF.
           DISPLAY "Access-Control-Allow-Origin: "
               FUNCTION TRIM(WRK-CORS-ORIGIN).
           DISPLAY "X-Versao-Build: " FUNCTION TRIM(VERSAO-BUILD).

           CALL 'MOD-CORRELACAO' USING WRK-CORRELACAO-ID
               END-CALL.
           DISPLAY "X-Correlation-Id: "
               FUNCTION TRIM(WRK-CORRELACAO-ID).
           DISPLAY "Content-type: application/json".
           PERFORM 1050-CONSULTAR-CACHE-RESPOSTA.
           DISPLAY WRK-NEWLINE.

       1050-CONSULTAR-CACHE-RESPOSTA.

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

       1100-PROCESSAR-PARAMETROS.

           MOVE ZERO TO BSC-ID-FILTRO.
                   WRK-HTTP-STATUS-200
               END-CALL.

           PERFORM 3050-EMITIR-ENVELOPE.

           MOVE '"data": [' TO WRK-CACHE-LINHA.
           PERFORM 3300-EMITIR-LINHA-CACHE.

           SET PRIMEIRO-REGISTRO TO TRUE.
           PERFORM 3100-BUSCAR-PROXIMA-LINHA.
           PERFORM 3200-EMITIR-LINHA UNTIL FIM-CURSOR.

           MOVE ']' TO WRK-CACHE-LINHA.
           PERFORM 3300-EMITIR-LINHA-CACHE.
           MOVE '}' TO WRK-CACHE-LINHA.
           PERFORM 3300-EMITIR-LINHA-CACHE.

           EXEC SQL CLOSE CUR-BUSCA-UNIFICADA END-EXEC.

           MOVE "GRAVAR" TO WRK-CACHE-ACAO.
           CALL 'MOD-CACHE-RESPOSTA'
               USING WRK-CACHE-ACAO, WRK-PROGRAMA-NOME,
                   WRK-CACHE-DEPENDENCIAS, WRK-CACHE-LINHA,
                   WRK-CACHE-TAMANHO, WRK-CACHE-ENCONTRADA
               END-CALL.

       3050-EMITIR-ENVELOPE.

      * O ENVELOPE E DA REQUISICAO CORRENTE E FICA FORA DO CACHE.
           DISPLAY '{'.
           DISPLAY '"http-status": ' WRK-HTTP-STATUS-200 ','.
           DISPLAY '"msg": null,'.
           DISPLAY '"correlation-id": "'
               FUNCTION TRIM(WRK-CORRELACAO-ID) '",'.

       3100-BUSCAR-PROXIMA-LINHA.

           EXEC SQL
       3200-EMITIR-LINHA.

           IF  NAO-PRIMEIRO-REGISTRO
               MOVE ',' TO WRK-CACHE-LINHA
               PERFORM 3300-EMITIR-LINHA-CACHE
           END-IF.
           SET NAO-PRIMEIRO-REGISTRO TO TRUE.

           MOVE BSC-ID TO WRK-ID-MASK.

           MOVE '   {' TO WRK-CACHE-LINHA.
           PERFORM 3300-EMITIR-LINHA-CACHE.

           MOVE SPACES TO WRK-CACHE-LINHA.
           STRING '    "origem": "' FUNCTION TRIM(BSC-ORIGEM) '",'
               DELIMITED BY SIZE INTO WRK-CACHE-LINHA
           END-STRING.
           PERFORM 3300-EMITIR-LINHA-CACHE.

           MOVE SPACES TO WRK-CACHE-LINHA.
           STRING '    "id": ' FUNCTION TRIM(WRK-ID-MASK) ','
               DELIMITED BY SIZE INTO WRK-CACHE-LINHA
           END-STRING.
           PERFORM 3300-EMITIR-LINHA-CACHE.

           CALL 'MOD-JSON-ESCAPE' USING BSC-NOME WRK-CAMPO-ESC
               END-CALL.
           MOVE SPACES TO WRK-CACHE-LINHA.
           STRING '    "nome": "'
               FUNCTION TRIM(WRK-CAMPO-ESC) '",'
               DELIMITED BY SIZE INTO WRK-CACHE-LINHA
           END-STRING.
           PERFORM 3300-EMITIR-LINHA-CACHE.

           MOVE SPACES TO WRK-CACHE-LINHA.
           IF  FUNCTION TRIM(BSC-LINHAGEM) = SPACES
               MOVE '    "origem_carga": null,' TO WRK-CACHE-LINHA
           ELSE
               STRING '    "origem_carga": "'
                   FUNCTION TRIM(BSC-LINHAGEM) '",'
                   DELIMITED BY SIZE INTO WRK-CACHE-LINHA
               END-STRING
           END-IF.
           PERFORM 3300-EMITIR-LINHA-CACHE.

           MOVE SPACES TO WRK-CACHE-LINHA.
           IF  FUNCTION TRIM(BSC-LOTE) = SPACES
               MOVE '    "lote_id": null,' TO WRK-CACHE-LINHA
           ELSE
               STRING '    "lote_id": "'
                   FUNCTION TRIM(BSC-LOTE) '",'
                   DELIMITED BY SIZE INTO WRK-CACHE-LINHA
               END-STRING
           END-IF.
           PERFORM 3300-EMITIR-LINHA-CACHE.

           MOVE SPACES TO WRK-CACHE-LINHA.
           IF  FUNCTION TRIM(BSC-DATA) = SPACES
               MOVE '    "quando": null' TO WRK-CACHE-LINHA
           ELSE
               STRING '    "quando": "'
                   FUNCTION TRIM(BSC-DATA) '"'
                   DELIMITED BY SIZE INTO WRK-CACHE-LINHA
               END-STRING
           END-IF.
           PERFORM 3300-EMITIR-LINHA-CACHE.

           MOVE '   }' TO WRK-CACHE-LINHA.
           PERFORM 3300-EMITIR-LINHA-CACHE.

           PERFORM 3100-BUSCAR-PROXIMA-LINHA.

       3300-EMITIR-LINHA-CACHE.

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

       3500-RETORNAR-RESPOSTA-CACHE.

           MOVE "PARAR" TO WRK-TEMPO-ACAO.
           CALL 'MOD-MEDE-TEMPO'
               USING WRK-TEMPO-ACAO, WRK-PROGRAMA-NOME
               END-CALL.

           CALL 'MOD-REGISTRA-AUDITORIA'
               USING WRK-PROGRAMA-NOME, WRK-AUDIT-PARAMS,
                   WRK-HTTP-STATUS-200
               END-CALL.

           PERFORM 3050-EMITIR-ENVELOPE.

           MOVE "EMITIR" TO WRK-CACHE-ACAO.
           CALL 'MOD-CACHE-RESPOSTA'
               USING WRK-CACHE-ACAO, WRK-PROGRAMA-NOME,
                   WRK-CACHE-DEPENDENCIAS, WRK-CACHE-LINHA,
                   WRK-CACHE-TAMANHO, WRK-CACHE-ENCONTRADA
               END-CALL.

           PERFORM 4000-LIBERAR-RECURSOS.
           STOP RUN.

       4000-LIBERAR-RECURSOS.

           EXEC SQL CONNECT RESET END-EXEC.

      *     ESTRUTURA DE CONSULTA_CONFIG (DDL E SEMENTE) E PULADA:
      *     A REPLICA E SOMENTE LEITURA E A ESTRUTURA CHEGA DA
      *     PRIMARIA PELA REPLICACAO.
      *   - A RESPOSTA (JSON OU CSV) PASSA PELO CACHE DE RESPOSTA
      *     (MOD-CACHE-RESPOSTA, IDADE MAXIMA EM
      *     cache.idade_max_seg.PROG-CONSULTA-SQL): NO ACERTO O CORPO
      *     GUARDADO E DEVOLVIDO SEM CONSULTAR A TABELA; NA FALTA
      *     CADA LINHA EXIBIDA E ACUMULADA E O CORPO E GUARDADO NO
      *     FIM, DEPENDENTE DA TABELA CONSULTADA E, COM
      *     QS_INCLUIR_FILHAS, DA TABELA FILHA. O CABECALHO X-CACHE
      *     (HIT/MISS) DIZ AO CHAMADOR DE ONDE VEIO A RESPOSTA.
      *   - OS COMANDOS DINAMICOS DA CONSULTA (CONTAGEM, CURSOR
      *     PRINCIPAL E CURSOR DAS FILHAS) SAO ENTREGUES A
      *     MOD-GUARDA-SQL LOGO APOS MONTADOS; NUMA REQUISICAO LENTA
      *     MOD-MEDE-TEMPO REGISTRA A FORMA MASCARADA E O PLANO DE
      *     CADA UM.
      *******************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       77  WRK-TEMPO-ACAO                  PIC X(10).

       77  WRK-GSQL-ACAO                   PIC X(10).
       77  WRK-GSQL-SEQUENCIA              PIC 9(2)    VALUE ZERO.
       77  WRK-GSQL-ENCONTRADO             PIC X(1).

       77  WRK-CORRELACAO-ID               PIC X(40).

       01  WRK-NEWLINE                     PIC X       VALUE x'0a'.
       77  WRK-COD-ERRO                    PIC 9(4).

       COPY ERRO-CODES.
       COPY VERSAO-BUILD.

       77  WRK-FLAG-PRIMEIRO               PIC X(1)    VALUE 'S'.
           88  PRIMEIRO-REGISTRO                       VALUE 'S'.
       77  WRK-CSV-PTR                     PIC 9(4)    COMP.
       77  WRK-CSV-CHAR                    PIC X(1).

       77  WRK-CACHE-ACAO                  PIC X(10).
       77  WRK-CACHE-DEPENDENCIAS          PIC X(255).
       77  WRK-CACHE-LINHA                 PIC X(12288).
       77  WRK-CACHE-TAMANHO               PIC 9(5).
       77  WRK-CACHE-PTR                   PIC 9(5)    COMP.
       77  WRK-CACHE-ENCONTRADA            PIC X(1)    VALUE 'N'.
           88  CACHE-ENCONTRADO                        VALUE 'S'.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.

       01  HOSTVARS.

           PERFORM 1000-CONFIGURAR-HTTP-HEADERS.
           ACCEPT WRK-AUDIT-PARAMS FROM ENVIRONMENT "QUERY_STRING".

           IF  CACHE-ENCONTRADO
               PERFORM 3900-RETORNAR-RESPOSTA-CACHE
           END-IF.

           PERFORM 1050-CARREGAR-LIMITES-CONFIG.
           PERFORM 1100-CONECTA-BANCO-DE-DADOS.
           PERFORM 1200-PROCESSAR-PAGINACAO.
           END-IF.
           DISPLAY "Access-Control-Allow-Origin: "
               FUNCTION TRIM(WRK-CORS-ORIGIN).
           DISPLAY "X-Versao-Build: " FUNCTION TRIM(VERSAO-BUILD).

           CALL 'MOD-CORRELACAO' USING WRK-CORRELACAO-ID
               END-CALL.
           ELSE
               DISPLAY "Content-type: application/json"
           END-IF.
           PERFORM 1020-CONSULTAR-CACHE-RESPOSTA.
           DISPLAY WRK-NEWLINE.

       1020-CONSULTAR-CACHE-RESPOSTA.

      * A CONSULTA AO CACHE PRECEDE O FIM DOS CABECALHOS PARA O
      * X-CACHE SAIR JUNTO COM ELES; O FORMATO VEM DA QUERY_STRING
      * E JA SEPARA AS ENTRADAS JSON E CSV.
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

       1050-CARREGAR-LIMITES-CONFIG.

      * MOD-LE-CONFIG USA A SESSAO COMPARTILHADA DE MOD-CONEXAO-BD;
               DELIMITED BY SIZE
               INTO SQL-BUFFER
           END-STRING.
           PERFORM 2900-GUARDAR-COMANDO-SQL.

           EXEC SQL
               PREPARE STMT-CONTAGEM FROM :SQL-BUFFER
               DELIMITED BY SIZE
               INTO SQL-BUFFER
           END-STRING.
           PERFORM 2900-GUARDAR-COMANDO-SQL.

           EXEC SQL
               PREPARE STMT-TESTE FROM :SQL-BUFFER
               DELIMITED BY SIZE
               INTO SQL-BUFFER
           END-STRING.
           PERFORM 2900-GUARDAR-COMANDO-SQL.

           EXEC SQL
               PREPARE STMT-FILHA FROM :SQL-BUFFER

           MOVE WRK-FILHAS-LIMIT TO FIL-LIMIT.

       2900-GUARDAR-COMANDO-SQL.

      * O COMANDO FICA COM MOD-GUARDA-SQL PARA O REGISTRO DE
      * REQUISICAO LENTA; SO O MOD-MEDE-TEMPO O LE, E SO SE LENTA.
           MOVE "GUARDAR" TO WRK-GSQL-ACAO.
           CALL 'MOD-GUARDA-SQL'
               USING WRK-GSQL-ACAO, WRK-GSQL-SEQUENCIA,
                   WRK-PROGRAMA-NOME, SQL-BUFFER,
                   WRK-GSQL-ENCONTRADO
               END-CALL.

       3000-MONTA-JSON-RETORNO.

           MOVE TEST-QTD TO WRK-TOTAL-MASK.

           MOVE "{" TO WRK-CACHE-LINHA.
           PERFORM 3700-EMITIR-LINHA-CACHE.
           MOVE SPACES TO WRK-CACHE-LINHA.
           STRING '   "total": ' WRK-TOTAL-MASK ','
               DELIMITED BY SIZE INTO WRK-CACHE-LINHA
           END-STRING.
           PERFORM 3700-EMITIR-LINHA-CACHE.
           MOVE '   "data": [' TO WRK-CACHE-LINHA.
           PERFORM 3700-EMITIR-LINHA-CACHE.

           SET PRIMEIRO-REGISTRO TO TRUE.
           SET REGISTROS-COMPLETOS TO TRUE.
                   ADD 1 TO WRK-CONTADOR

                   IF NAO-PRIMEIRO-REGISTRO
                       MOVE "," TO WRK-CACHE-LINHA
                       PERFORM 3700-EMITIR-LINHA-CACHE
                   END-IF
                   SET NAO-PRIMEIRO-REGISTRO TO TRUE

                   MOVE '   {' TO WRK-CACHE-LINHA
                   PERFORM 3700-EMITIR-LINHA-CACHE
                   PERFORM 3100-EMITIR-CAMPO
                       VARYING WRK-IDX FROM 1 BY 1
                       UNTIL WRK-IDX > WRK-COL-QTD
                   IF  TEM-TABELA-FILHA
                       PERFORM 3200-EMITIR-FILHAS
                   END-IF
                   MOVE '   }' TO WRK-CACHE-LINHA
                   PERFORM 3700-EMITIR-LINHA-CACHE

               END-IF

           END-PERFORM.

           MOVE "   ]" TO WRK-CACHE-LINHA.
           PERFORM 3700-EMITIR-LINHA-CACHE.

           IF  WRK-CONTADOR NOT LESS THAN WRK-MAX-LINHAS
               AND NAO-FIM-CURSOR
           END-IF.

           IF  REGISTROS-TRUNCADOS
               MOVE '   ,"truncated": true' TO WRK-CACHE-LINHA
           ELSE
               MOVE '   ,"truncated": false' TO WRK-CACHE-LINHA
           END-IF.
           PERFORM 3700-EMITIR-LINHA-CACHE.

           MOVE "}" TO WRK-CACHE-LINHA.
           PERFORM 3700-EMITIR-LINHA-CACHE.

           PERFORM 3800-GRAVAR-CACHE-RESPOSTA.

           MOVE "PARAR" TO WRK-TEMPO-ACAO.
           CALL 'MOD-MEDE-TEMPO'
       3100-EMITIR-CAMPO.

           IF  WRK-IDX > 1
               MOVE ',' TO WRK-CACHE-LINHA
               PERFORM 3700-EMITIR-LINHA-CACHE
           END-IF.

           PERFORM 3150-COPIAR-VALOR-CAMPO.

           MOVE SPACES TO WRK-CACHE-LINHA.
           EVALUATE WRK-TIPO(WRK-IDX)
               WHEN 'N'
      * COLUNA NUMERICA NULA CHEGA VAZIA (O CURSOR ENVOLVE TUDO EM
      * IFNULL(..., '')); SAI COMO null PARA O JSON CONTINUAR
      * VALIDO.
                   IF  FUNCTION TRIM(WRK-CSV-ENT) = SPACES
                       STRING '    "'
                           FUNCTION TRIM(WRK-COL(WRK-IDX))
                           '": null'
                           DELIMITED BY SIZE INTO WRK-CACHE-LINHA
                       END-STRING
                   ELSE
                       STRING '    "'
                           FUNCTION TRIM(WRK-COL(WRK-IDX))
                           '": ' FUNCTION TRIM(WRK-CSV-ENT)
                           DELIMITED BY SIZE INTO WRK-CACHE-LINHA
                       END-STRING
                   END-IF
               WHEN 'T'
      * DATA-HORA NULA TAMBEM CHEGA VAZIA DO IFNULL; SAI COMO null
      * EM VEZ DE UMA DATA ISO SO COM O 'T'.
                   IF  FUNCTION TRIM(WRK-CSV-ENT) = SPACES
                       STRING '    "'
                           FUNCTION TRIM(WRK-COL(WRK-IDX))
                           '": null'
                           DELIMITED BY SIZE INTO WRK-CACHE-LINHA
                       END-STRING
                   ELSE
                       PERFORM 3160-NORMALIZAR-DATA-ISO
                       STRING '    "'
                           FUNCTION TRIM(WRK-COL(WRK-IDX))
                           '": "' FUNCTION TRIM(WRK-VALOR-ISO) '"'
                           DELIMITED BY SIZE INTO WRK-CACHE-LINHA
                       END-STRING
                   END-IF
               WHEN OTHER
                   CALL 'MOD-JSON-ESCAPE' USING WRK-CSV-ENT
                       WRK-CAMPO-ESC END-CALL
                   STRING '    "' FUNCTION TRIM(WRK-COL(WRK-IDX))
                       '": "' FUNCTION TRIM(WRK-CAMPO-ESC) '"'
                       DELIMITED BY SIZE INTO WRK-CACHE-LINHA
                   END-STRING
           END-EVALUATE.
           PERFORM 3700-EMITIR-LINHA-CACHE.

       3150-COPIAR-VALOR-CAMPO.

      * O ID DA MAE E SEMPRE A PRIMEIRA COLUNA DA LINHA DESMONTADA;
      * O CURSOR DAS FILHAS E ABERTO E ESGOTADO POR MAE, COM O
      * LIMITE POR MAE JA FIXADO NA PREPARACAO.
           MOVE ',' TO WRK-CACHE-LINHA.
           PERFORM 3700-EMITIR-LINHA-CACHE.

           COMPUTE FIL-PARENT-ID = FUNCTION NUMVAL(WRK-VAL(1)).

               PERFORM 9000-RETORNAR-RESPOSTA-HTTP-500
           END-IF.

           MOVE '    "filhas": [' TO WRK-CACHE-LINHA.
           PERFORM 3700-EMITIR-LINHA-CACHE.

           SET PRIMEIRA-FILHA TO TRUE.
           SET NAO-FIM-FILHAS TO TRUE.
           PERFORM 3250-BUSCAR-PROXIMA-FILHA.
           PERFORM 3260-EMITIR-FILHA UNTIL FIM-FILHAS.

           MOVE '    ]' TO WRK-CACHE-LINHA.
           PERFORM 3700-EMITIR-LINHA-CACHE.

           EXEC SQL CLOSE CUR-FILHA END-EXEC.

       3260-EMITIR-FILHA.

           IF  NAO-PRIMEIRA-FILHA
               MOVE ',' TO WRK-CACHE-LINHA
               PERFORM 3700-EMITIR-LINHA-CACHE
           END-IF.
           SET NAO-PRIMEIRA-FILHA TO TRUE.

           MOVE '    {' TO WRK-CACHE-LINHA.
           PERFORM 3700-EMITIR-LINHA-CACHE.
           PERFORM 3270-EMITIR-CAMPO-FILHA
               VARYING WRK-FIDX FROM 1 BY 1
               UNTIL WRK-FIDX > WRK-FCOL-QTD.
           MOVE '    }' TO WRK-CACHE-LINHA.
           PERFORM 3700-EMITIR-LINHA-CACHE.

           PERFORM 3250-BUSCAR-PROXIMA-FILHA.

       3270-EMITIR-CAMPO-FILHA.

           IF  WRK-FIDX > 1
               MOVE ',' TO WRK-CACHE-LINHA
               PERFORM 3700-EMITIR-LINHA-CACHE
           END-IF.

           MOVE WRK-FVAL(WRK-FIDX) TO WRK-CSV-ENT.

           MOVE SPACES TO WRK-CACHE-LINHA.
           EVALUATE WRK-FTIPO(WRK-FIDX)
               WHEN 'N'
                   IF  FUNCTION TRIM(WRK-CSV-ENT) = SPACES
                       STRING '     "'
                           FUNCTION TRIM(WRK-FCOL(WRK-FIDX))
                           '": null'
                           DELIMITED BY SIZE INTO WRK-CACHE-LINHA
                       END-STRING
                   ELSE
                       STRING '     "'
                           FUNCTION TRIM(WRK-FCOL(WRK-FIDX))
                           '": ' FUNCTION TRIM(WRK-CSV-ENT)
                           DELIMITED BY SIZE INTO WRK-CACHE-LINHA
                       END-STRING
                   END-IF
               WHEN 'T'
                   IF  FUNCTION TRIM(WRK-CSV-ENT) = SPACES
                       STRING '     "'
                           FUNCTION TRIM(WRK-FCOL(WRK-FIDX))
                           '": null'
                           DELIMITED BY SIZE INTO WRK-CACHE-LINHA
                       END-STRING
                   ELSE
                       PERFORM 3160-NORMALIZAR-DATA-ISO
                       STRING '     "'
                           FUNCTION TRIM(WRK-FCOL(WRK-FIDX))
                           '": "' FUNCTION TRIM(WRK-VALOR-ISO) '"'
                           DELIMITED BY SIZE INTO WRK-CACHE-LINHA
                       END-STRING
                   END-IF
               WHEN OTHER
                   CALL 'MOD-JSON-ESCAPE' USING WRK-CSV-ENT
                       WRK-CAMPO-ESC END-CALL
                   STRING '     "' FUNCTION TRIM(WRK-FCOL(WRK-FIDX))
                       '": "' FUNCTION TRIM(WRK-CAMPO-ESC) '"'
                       DELIMITED BY SIZE INTO WRK-CACHE-LINHA
                   END-STRING
           END-EVALUATE.
           PERFORM 3700-EMITIR-LINHA-CACHE.

       3500-MONTA-CSV-RETORNO.

      * CADA LINHA DO CSV E MONTADA INTEIRA (TERMINADA NA QUEBRA
      * QUE SEPARA AS LINHAS) ANTES DE SER EXIBIDA E ACUMULADA.
           MOVE SPACES TO WRK-CACHE-LINHA.
           MOVE 1 TO WRK-CACHE-PTR.
           PERFORM 3550-EMITIR-CABECALHO-CSV
               VARYING WRK-IDX FROM 1 BY 1
               UNTIL WRK-IDX > WRK-COL-QTD.
           STRING WRK-NEWLINE DELIMITED BY SIZE
               INTO WRK-CACHE-LINHA WITH POINTER WRK-CACHE-PTR
           END-STRING.
           PERFORM 3700-EMITIR-LINHA-CACHE.

           SET REGISTROS-COMPLETOS TO TRUE.
           SET NAO-FIM-CURSOR TO TRUE.

                   ADD 1 TO WRK-CONTADOR

                   MOVE SPACES TO WRK-CACHE-LINHA
                   MOVE 1 TO WRK-CACHE-PTR
                   PERFORM 3600-EMITIR-CAMPO-CSV
                       VARYING WRK-IDX FROM 1 BY 1
                       UNTIL WRK-IDX > WRK-COL-QTD
                   STRING WRK-NEWLINE DELIMITED BY SIZE
                       INTO WRK-CACHE-LINHA WITH POINTER WRK-CACHE-PTR
                   END-STRING
                   PERFORM 3700-EMITIR-LINHA-CACHE

               END-IF

           END-IF.

           IF  REGISTROS-TRUNCADOS
               MOVE SPACES TO WRK-CACHE-LINHA
               STRING "# TRUNCATED: TRUE" WRK-NEWLINE
                   DELIMITED BY SIZE INTO WRK-CACHE-LINHA
               END-STRING
               PERFORM 3700-EMITIR-LINHA-CACHE
           END-IF.

           PERFORM 3800-GRAVAR-CACHE-RESPOSTA.

           MOVE "PARAR" TO WRK-TEMPO-ACAO.
           CALL 'MOD-MEDE-TEMPO'
               USING WRK-TEMPO-ACAO, WRK-PROGRAMA-NOME
       3550-EMITIR-CABECALHO-CSV.

           IF  WRK-IDX > 1
               STRING "," DELIMITED BY SIZE
                   INTO WRK-CACHE-LINHA WITH POINTER WRK-CACHE-PTR
               END-STRING
           END-IF.
           STRING FUNCTION TRIM(WRK-COL(WRK-IDX)) DELIMITED BY SIZE
               INTO WRK-CACHE-LINHA WITH POINTER WRK-CACHE-PTR
           END-STRING.

       3600-EMITIR-CAMPO-CSV.

           IF  WRK-IDX > 1
               STRING "," DELIMITED BY SIZE
                   INTO WRK-CACHE-LINHA WITH POINTER WRK-CACHE-PTR
               END-STRING
           END-IF.

           PERFORM 3150-COPIAR-VALOR-CAMPO.

           EVALUATE WRK-TIPO(WRK-IDX)
               WHEN 'N'
                   STRING FUNCTION TRIM(WRK-CSV-ENT)
                       DELIMITED BY SIZE
                       INTO WRK-CACHE-LINHA WITH POINTER WRK-CACHE-PTR
                   END-STRING
               WHEN 'T'
                   STRING '"' FUNCTION TRIM(WRK-CSV-ENT) '"'
                       DELIMITED BY SIZE
                       INTO WRK-CACHE-LINHA WITH POINTER WRK-CACHE-PTR
                   END-STRING
               WHEN OTHER
                   PERFORM 3650-ESCAPAR-TEXTO-CSV
                   STRING FUNCTION TRIM(WRK-CSV-SAI)
                       DELIMITED BY SIZE
                       INTO WRK-CACHE-LINHA WITH POINTER WRK-CACHE-PTR
                   END-STRING
           END-EVALUATE.

       3650-ESCAPAR-TEXTO-CSV.
               END-STRING
           END-IF.

       3700-EMITIR-LINHA-CACHE.

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

       3800-GRAVAR-CACHE-RESPOSTA.

      * A RESPOSTA DEPENDE DA TABELA CONSULTADA E, QUANDO AS FILHAS
      * VIERAM ANINHADAS, TAMBEM DA TABELA FILHA.
           MOVE SPACES TO WRK-CACHE-DEPENDENCIAS.
           IF  TEM-TABELA-FILHA
               STRING FUNCTION TRIM(WRK-QS-TABELA) ","
                      FUNCTION TRIM(CFG-FILHA-TABELA)
                   DELIMITED BY SIZE
                   INTO WRK-CACHE-DEPENDENCIAS
               END-STRING
           ELSE
               MOVE WRK-QS-TABELA TO WRK-CACHE-DEPENDENCIAS
           END-IF.

           MOVE "GRAVAR" TO WRK-CACHE-ACAO.
           CALL 'MOD-CACHE-RESPOSTA'
               USING WRK-CACHE-ACAO, WRK-PROGRAMA-NOME,
                   WRK-CACHE-DEPENDENCIAS, WRK-CACHE-LINHA,
                   WRK-CACHE-TAMANHO, WRK-CACHE-ENCONTRADA
               END-CALL.

       3900-RETORNAR-RESPOSTA-CACHE.

           MOVE "PARAR" TO WRK-TEMPO-ACAO.
           CALL 'MOD-MEDE-TEMPO'
               USING WRK-TEMPO-ACAO, WRK-PROGRAMA-NOME
               END-CALL.

           CALL 'MOD-REGISTRA-AUDITORIA'
               USING WRK-PROGRAMA-NOME, WRK-AUDIT-PARAMS,
                   WRK-HTTP-STATUS-200
               END-CALL.

           MOVE "EMITIR" TO WRK-CACHE-ACAO.
           CALL 'MOD-CACHE-RESPOSTA'
               USING WRK-CACHE-ACAO, WRK-PROGRAMA-NOME,
                   WRK-CACHE-DEPENDENCIAS, WRK-CACHE-LINHA,
                   WRK-CACHE-TAMANHO, WRK-CACHE-ENCONTRADA
               END-CALL.

      * NO ACERTO NENHUM CURSOR FOI ABERTO; SO A SESSAO E FECHADA.
           EXEC SQL CONNECT RESET END-EXEC.
           STOP RUN.

       4000-LIBERAR-RECURSOS.

           EXEC SQL CLOSE CUR-TESTE END-EXEC.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG-BLOQUEIOS-ADMIN.
      *******************************************
      * AUTOR:
      * DATA:
      * ALTERACOES:
      *   - ACAO DE ADMINISTRACAO DOS BLOQUEIOS DE ORIGEM GRAVADOS
      *     POR MOD-VERIFICA-CHAVE APOS FALHAS CONSECUTIVAS DE
      *     AUTENTICACAO: QS_ACAO=LISTAR (PADRAO) MOSTRA OS
      *     BLOQUEIOS (SO OS VIGENTES COM QS_ATIVOS=S), COM A CHAVE
      *     APRESENTADA MASCARADA; QS_ACAO=ESTENDER (QS_ID,
      *     QS_MINUTOS) PROLONGA UM BLOQUEIO NAO LEVANTADO A PARTIR
      *     DO FIM ATUAL (OU DE AGORA, SE JA VENCIDO); QS_ACAO=
      *     LEVANTAR (QS_ID) ENCERRA O BLOQUEIO NA HORA, ZERA O
      *     CONTADOR DE FALHAS DA ORIGEM E FECHA O INCIDENTE
      *     BLOQUEIO-<ID>. TODAS AS OPERACOES EXIGEM CHAVE DE API
      *     COM PAPEL ADMIN (A LISTAGEM EXPOE IPS DE ORIGEM); AS DE
      *     ESCRITA EXIGEM TAMBEM METODO POST.
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

       77  WRK-MSG-ERRO                    PIC X(255).
       77  WRK-CORS-ORIGIN                 PIC X(255).
       77  WRK-MSG-EXP-ERRO                PIC X(255).
       77  WRK-CAMPO-ESC                   PIC X(510).
       77  WRK-CAMPO-TXT                   PIC X(255).
       77  WRK-CONEXAO-ACAO                PIC X(10).
       77  WRK-CONEXAO-OK                  PIC X(1).
           88  CONEXAO-DISPONIVEL                      VALUE 'S'.
       77  WRK-CONEXAO-MSG                 PIC X(255).

       77  WRK-HTTP-STATUS-200             PIC 9(3)        VALUE 200.
       77  WRK-HTTP-STATUS-400             PIC 9(3)        VALUE 400.
       77  WRK-HTTP-STATUS-401             PIC 9(3)        VALUE 401.
       77  WRK-HTTP-STATUS-403             PIC 9(3)        VALUE 403.
       77  WRK-HTTP-STATUS-404             PIC 9(3)        VALUE 404.
       77  WRK-HTTP-STATUS-500             PIC 9(3)        VALUE 500.

       77  WRK-PROGRAMA-NOME               PIC X(60)
               VALUE "PROG-BLOQUEIOS-ADMIN".
       77  WRK-AUDIT-PARAMS                PIC X(255).
       77  WRK-COD-ERRO                    PIC 9(4).

       COPY ERRO-CODES.
       COPY VERSAO-BUILD.

       77  WRK-QS-ACAO                     PIC X(10).
       77  WRK-QS-ID-STG                   PIC X(10).
       77  WRK-QS-MINUTOS-STG              PIC X(10).
       77  WRK-QS-ATIVOS                   PIC X(1).
           88  SO-ATIVOS                               VALUE 'S' 's'.
       77  WRK-REQUEST-METHOD              PIC X(10).
       77  WRK-ID-MASK                     PIC Z(9)9.
       77  WRK-QTD-MASK                    PIC Z(9)9.
       77  WRK-VALOR-EXIBIDO               PIC X(64).
       77  WRK-CHAVE-AUTORIZADA            PIC X(1).
           88  CHAVE-AUTORIZADA                        VALUE 'S'.
       77  WRK-CHAVE-PAPEL                 PIC X(10).
       77  WRK-QUOTA-ESTOURADA             PIC X(1).
           88  QUOTA-ESTOURADA                         VALUE 'S'.
           88  ORIGEM-BLOQUEADA                        VALUE 'B'.
       77  WRK-OPERADOR                    PIC X(60).

       77  WRK-INC-ACAO                    PIC X(10).
       77  WRK-INC-ORIGEM                  PIC X(60)
                                   VALUE "MOD-VERIFICA-CHAVE".
       77  WRK-INC-CONDICAO                PIC X(60).
       77  WRK-INC-DETALHES                PIC X(255).

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
           05 BLQ-ID            PIC 9(10).
           05 BLQ-TIPO          PIC X(5).
           05 BLQ-VALOR         PIC X(64).
           05 BLQ-QTD-FALHAS    PIC 9(10).
           05 BLQ-BLOQUEADO-EM  PIC X(19).
           05 BLQ-BLOQUEADO-ATE PIC X(19).
           05 BLQ-LEVANTADO-EM  PIC X(19).
           05 BLQ-LEVANTADO-POR PIC X(60).
           05 BLQ-VIGENTE       PIC X(1).
           05 BLQ-MINUTOS       PIC 9(5).
           05 BLQ-SO-ATIVOS     PIC X(1).

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
           PERFORM 1150-VERIFICAR-CHAVE-API.
           PERFORM 1200-CONECTA-BANCO-DE-DADOS.
           PERFORM 1300-GARANTIR-TABELAS.

           EVALUATE FUNCTION UPPER-CASE(FUNCTION TRIM(WRK-QS-ACAO))
               WHEN "ESTENDER"
                   PERFORM 2000-ESTENDER-BLOQUEIO
               WHEN "LEVANTAR"
                   PERFORM 2100-LEVANTAR-BLOQUEIO
               WHEN OTHER
                   PERFORM 3000-LISTAR
           END-EVALUATE.

           MOVE "PARAR" TO WRK-TEMPO-ACAO.
           CALL 'MOD-MEDE-TEMPO'
               USING WRK-TEMPO-ACAO, WRK-PROGRAMA-NOME
               END-CALL.

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

           ACCEPT WRK-QS-ATIVOS FROM ENVIRONMENT "QS_ATIVOS".

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

               PERFORM 1110-LER-QS-ID
           END-IF.

           IF  FUNCTION UPPER-CASE(FUNCTION TRIM(WRK-QS-ACAO))
                   = "ESTENDER"
               PERFORM 1120-LER-QS-MINUTOS
           END-IF.

       1110-LER-QS-ID.

           ACCEPT WRK-QS-ID-STG FROM ENVIRONMENT "QS_ID".
           COPY VALIDACAO-CAMPO-NUMERICO
               REPLACING ==TAG-CAMPO-STG==  BY ==WRK-QS-ID-STG==
                   ==TAG-NOME-PARAM==       BY =="QS_ID"==
                   ==TAG-PARAGRAFO-400==    BY
                       ==9100-RETORNAR-RESPOSTA-HTTP-400==.
           MOVE WRK-QS-ID-STG TO BLQ-ID.

       1120-LER-QS-MINUTOS.

           ACCEPT WRK-QS-MINUTOS-STG FROM ENVIRONMENT "QS_MINUTOS".
           COPY VALIDACAO-CAMPO-NUMERICO
               REPLACING ==TAG-CAMPO-STG==  BY ==WRK-QS-MINUTOS-STG==
                   ==TAG-NOME-PARAM==       BY =="QS_MINUTOS"==
                   ==TAG-PARAGRAFO-400==    BY
                       ==9100-RETORNAR-RESPOSTA-HTTP-400==.

           IF  FUNCTION NUMVAL(WRK-QS-MINUTOS-STG) < 1
           OR  FUNCTION NUMVAL(WRK-QS-MINUTOS-STG) > 99999
               STRING
                   "PARAMETRO QS_MINUTOS DEVE ESTAR ENTRE 1 E 99999."
               INTO WRK-MSG-ERRO
               MOVE ERR-COD-VALIDACAO TO WRK-COD-ERRO
               PERFORM 9100-RETORNAR-RESPOSTA-HTTP-400
           END-IF.

           MOVE WRK-QS-MINUTOS-STG TO BLQ-MINUTOS.

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

           IF  FUNCTION TRIM(WRK-CHAVE-PAPEL) NOT = "admin"
               STRING
                   "CHAVE DE API SEM PERMISSAO PARA ESTA OPERACAO "
                   "(EXIGE PAPEL ADMIN)."
               INTO WRK-MSG-ERRO
               MOVE ERR-COD-NAO-AUTORIZADO TO WRK-COD-ERRO
               PERFORM 9400-RETORNAR-RESPOSTA-HTTP-403
           END-IF.

       1200-CONECTA-BANCO-DE-DADOS.

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

      * AS MESMAS TABELAS DE MOD-VERIFICA-CHAVE, GARANTIDAS AQUI
      * PARA A ACAO RESPONDER ANTES DO PRIMEIRO BLOQUEIO.
           EXEC SQL
               CREATE TABLE IF NOT EXISTS falhas_autenticacao (
                   tipo      VARCHAR(5)  NOT NULL,
                   valor     VARCHAR(64) NOT NULL,
                   qtd_consecutivas INT NOT NULL DEFAULT 0,
                   ultima_falha_em  DATETIME NOT NULL,
                   PRIMARY KEY (tipo, valor)
               )
           END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO
               STRING
                   "ERRO AO TENTAR GARANTIR FALHAS_AUTENTICACAO."
               INTO WRK-MSG-ERRO
               MOVE SQLERRM TO WRK-MSG-EXP-ERRO
               MOVE ERR-COD-SQL-EXEC TO WRK-COD-ERRO
               PERFORM 9000-RETORNAR-RESPOSTA-HTTP-500
           END-IF.

           EXEC SQL
               CREATE TABLE IF NOT EXISTS bloqueios_origem (
                   id            INT NOT NULL AUTO_INCREMENT
                                     PRIMARY KEY,
                   tipo          VARCHAR(5)  NOT NULL,
                   valor         VARCHAR(64) NOT NULL,
                   qtd_falhas    INT NOT NULL,
                   bloqueado_em  DATETIME NOT NULL
                       DEFAULT CURRENT_TIMESTAMP,
                   bloqueado_ate DATETIME NOT NULL,
                   levantado_em  DATETIME NULL,
                   levantado_por VARCHAR(60) NULL,
                   KEY ix_bloqueios_origem_valor (tipo, valor)
               )
           END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO
               STRING
                   "ERRO AO TENTAR GARANTIR BLOQUEIOS_ORIGEM."
               INTO WRK-MSG-ERRO
               MOVE SQLERRM TO WRK-MSG-EXP-ERRO
               MOVE ERR-COD-SQL-EXEC TO WRK-COD-ERRO
               PERFORM 9000-RETORNAR-RESPOSTA-HTTP-500
           END-IF.

       2000-ESTENDER-BLOQUEIO.

      * SO BLOQUEIO NAO LEVANTADO PODE SER ESTENDIDO; O NOVO FIM E
      * CONTADO DO FIM ATUAL, OU DE AGORA QUANDO JA VENCIDO (O QUE
      * REATIVA O BLOQUEIO).
           PERFORM 2500-LER-BLOQUEIO.
           PERFORM 2600-CONFERIR-NAO-LEVANTADO.

           EXEC SQL
               UPDATE bloqueios_origem
                  SET bloqueado_ate =
                          GREATEST(bloqueado_ate, CURRENT_TIMESTAMP)
                              + INTERVAL :BLQ-MINUTOS MINUTE
                WHERE id = :BLQ-ID
                  AND levantado_em IS NULL
           END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO
               STRING
                   "ERRO AO TENTAR ESTENDER O BLOQUEIO."
               INTO WRK-MSG-ERRO
               MOVE SQLERRM TO WRK-MSG-EXP-ERRO
               MOVE ERR-COD-SQL-EXEC TO WRK-COD-ERRO
               EXEC SQL ROLLBACK END-EXEC
               PERFORM 9000-RETORNAR-RESPOSTA-HTTP-500
           END-IF.

           EXEC SQL COMMIT END-EXEC.

           CALL 'MOD-REGISTRA-AUDITORIA'
               USING WRK-PROGRAMA-NOME, WRK-AUDIT-PARAMS,
                   WRK-HTTP-STATUS-200
               END-CALL.

           PERFORM 2500-LER-BLOQUEIO.

           DISPLAY '{'.
           DISPLAY '"http-status": ' WRK-HTTP-STATUS-200 ','.
           DISPLAY '"msg": null,'.
           DISPLAY '"data": '.
           PERFORM 3200-EMITIR-CAMPOS-BLOQUEIO.
           DISPLAY "}".

       2100-LEVANTAR-BLOQUEIO.

      * LEVANTAR ENCERRA O BLOQUEIO NA HORA E ZERA A SEQUENCIA DE
      * FALHAS DA ORIGEM, PARA O CLIENTE LEGITIMO NAO VOLTAR A SER
      * BLOQUEADO PELAS FALHAS ANTIGAS.
           PERFORM 2500-LER-BLOQUEIO.
           PERFORM 2600-CONFERIR-NAO-LEVANTADO.

           CALL 'MOD-RESOLVE-OPERADOR' USING WRK-OPERADOR
               END-CALL.
           IF  FUNCTION TRIM(WRK-OPERADOR) = SPACES
               MOVE "API" TO WRK-OPERADOR
           END-IF.
           MOVE WRK-OPERADOR TO BLQ-LEVANTADO-POR.

           EXEC SQL
               UPDATE bloqueios_origem
                  SET levantado_em = CURRENT_TIMESTAMP,
                      levantado_por = :BLQ-LEVANTADO-POR
                WHERE id = :BLQ-ID
                  AND levantado_em IS NULL
           END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO
               STRING
                   "ERRO AO TENTAR LEVANTAR O BLOQUEIO."
               INTO WRK-MSG-ERRO
               MOVE SQLERRM TO WRK-MSG-EXP-ERRO
               MOVE ERR-COD-SQL-EXEC TO WRK-COD-ERRO
               EXEC SQL ROLLBACK END-EXEC
               PERFORM 9000-RETORNAR-RESPOSTA-HTTP-500
           END-IF.

           EXEC SQL
               DELETE FROM falhas_autenticacao
                WHERE tipo = :BLQ-TIPO
                  AND valor = :BLQ-VALOR
           END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO AND SQLCODE NOT EQUAL 100
               STRING
                   "ERRO AO TENTAR ZERAR AS FALHAS DA ORIGEM."
               INTO WRK-MSG-ERRO
               MOVE SQLERRM TO WRK-MSG-EXP-ERRO
               MOVE ERR-COD-SQL-EXEC TO WRK-COD-ERRO
               EXEC SQL ROLLBACK END-EXEC
               PERFORM 9000-RETORNAR-RESPOSTA-HTTP-500
           END-IF.

           EXEC SQL COMMIT END-EXEC.

           MOVE BLQ-ID TO WRK-ID-MASK.
           MOVE "FECHAR" TO WRK-INC-ACAO.
           MOVE SPACES TO WRK-INC-CONDICAO.
           STRING "BLOQUEIO-" DELIMITED BY SIZE
                  FUNCTION TRIM(WRK-ID-MASK) DELIMITED BY SIZE
               INTO WRK-INC-CONDICAO.
           MOVE SPACES TO WRK-INC-DETALHES.
           STRING "BLOQUEIO LEVANTADO POR " DELIMITED BY SIZE
                  FUNCTION TRIM(WRK-OPERADOR) DELIMITED BY SIZE
               INTO WRK-INC-DETALHES.
           CALL 'MOD-REGISTRA-INCIDENTE'
               USING WRK-INC-ACAO, WRK-INC-ORIGEM,
                   WRK-INC-CONDICAO, WRK-INC-DETALHES
               END-CALL.

           CALL 'MOD-REGISTRA-AUDITORIA'
               USING WRK-PROGRAMA-NOME, WRK-AUDIT-PARAMS,
                   WRK-HTTP-STATUS-200
               END-CALL.

           PERFORM 2500-LER-BLOQUEIO.

           DISPLAY '{'.
           DISPLAY '"http-status": ' WRK-HTTP-STATUS-200 ','.
           DISPLAY '"msg": null,'.
           DISPLAY '"data": '.
           PERFORM 3200-EMITIR-CAMPOS-BLOQUEIO.
           DISPLAY "}".

       2500-LER-BLOQUEIO.

      * LE O BLOQUEIO DE QS_ID (404 QUANDO NAO EXISTE); USADA
      * ANTES DA INTERVENCAO E DE NOVO PARA DEVOLVER O RESULTADO.
           EXEC SQL
               SELECT id, tipo, valor, qtd_falhas,
                      DATE_FORMAT(bloqueado_em,
                          '%Y-%m-%d %H:%i:%s'),
                      DATE_FORMAT(bloqueado_ate,
                          '%Y-%m-%d %H:%i:%s'),
                      COALESCE(DATE_FORMAT(levantado_em,
                          '%Y-%m-%d %H:%i:%s'), ''),
                      COALESCE(levantado_por, ''),
                      IF(levantado_em IS NULL
                         AND bloqueado_ate > CURRENT_TIMESTAMP,
                         'S', 'N')
                 INTO :BLQ-ID, :BLQ-TIPO, :BLQ-VALOR,
                      :BLQ-QTD-FALHAS, :BLQ-BLOQUEADO-EM,
                      :BLQ-BLOQUEADO-ATE, :BLQ-LEVANTADO-EM,
                      :BLQ-LEVANTADO-POR, :BLQ-VIGENTE
                 FROM bloqueios_origem
                WHERE id = :BLQ-ID
           END-EXEC.

           IF  SQLCODE EQUAL 100
               STRING
                   "BLOQUEIO NAO ENCONTRADO."
               INTO WRK-MSG-ERRO
               MOVE ERR-COD-VALIDACAO TO WRK-COD-ERRO
               PERFORM 9200-RETORNAR-RESPOSTA-HTTP-404
           END-IF.

           IF  SQLCODE NOT EQUAL ZERO
               STRING
                   "ERRO AO TENTAR LER O BLOQUEIO."
               INTO WRK-MSG-ERRO
               MOVE SQLERRM TO WRK-MSG-EXP-ERRO
               MOVE ERR-COD-SQL-EXEC TO WRK-COD-ERRO
               PERFORM 9000-RETORNAR-RESPOSTA-HTTP-500
           END-IF.

       2600-CONFERIR-NAO-LEVANTADO.

           IF  BLQ-LEVANTADO-EM NOT = SPACES
               STRING
                   "BLOQUEIO JA LEVANTADO; NAO ACEITA MAIS "
                   "INTERVENCAO."
               INTO WRK-MSG-ERRO
               MOVE ERR-COD-SITUACAO-INVALIDA TO WRK-COD-ERRO
               PERFORM 9100-RETORNAR-RESPOSTA-HTTP-400
           END-IF.

       3000-LISTAR.

           MOVE 'N' TO BLQ-SO-ATIVOS.
           IF  SO-ATIVOS
               MOVE 'S' TO BLQ-SO-ATIVOS
           END-IF.

           DISPLAY '{'.
           DISPLAY '"http-status": ' WRK-HTTP-STATUS-200 ','.
           DISPLAY '"msg": null,'.
           DISPLAY '"data": ['.

           EXEC SQL
               DECLARE CUR-BLQ-LISTA CURSOR FOR
                   SELECT id, tipo, valor, qtd_falhas,
                          DATE_FORMAT(bloqueado_em,
                              '%Y-%m-%d %H:%i:%s'),
                          DATE_FORMAT(bloqueado_ate,
                              '%Y-%m-%d %H:%i:%s'),
                          COALESCE(DATE_FORMAT(levantado_em,
                              '%Y-%m-%d %H:%i:%s'), ''),
                          COALESCE(levantado_por, ''),
                          IF(levantado_em IS NULL
                             AND bloqueado_ate > CURRENT_TIMESTAMP,
                             'S', 'N')
                     FROM bloqueios_origem
                    WHERE :BLQ-SO-ATIVOS = 'N'
                       OR (levantado_em IS NULL
                           AND bloqueado_ate > CURRENT_TIMESTAMP)
                    ORDER BY id DESC
                    LIMIT 200
           END-EXEC.

           EXEC SQL OPEN CUR-BLQ-LISTA END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO
               STRING
                   "ERRO AO TENTAR LISTAR OS BLOQUEIOS."
               INTO WRK-MSG-ERRO
               MOVE SQLERRM TO WRK-MSG-EXP-ERRO
               MOVE ERR-COD-SQL-EXEC TO WRK-COD-ERRO
               PERFORM 9000-RETORNAR-RESPOSTA-HTTP-500
           END-IF.

           SET PRIMEIRO-REGISTRO TO TRUE.
           SET NAO-FIM-CURSOR TO TRUE.
           PERFORM 3010-BUSCAR-PROXIMO-BLOQUEIO.
           PERFORM 3020-EMITIR-BLOQUEIO UNTIL FIM-CURSOR.

           EXEC SQL CLOSE CUR-BLQ-LISTA END-EXEC.

           DISPLAY ']'.
           DISPLAY '}'.

           CALL 'MOD-REGISTRA-AUDITORIA'
               USING WRK-PROGRAMA-NOME, WRK-AUDIT-PARAMS,
                   WRK-HTTP-STATUS-200
               END-CALL.

       3010-BUSCAR-PROXIMO-BLOQUEIO.

           EXEC SQL
               FETCH CUR-BLQ-LISTA
                   INTO :BLQ-ID, :BLQ-TIPO, :BLQ-VALOR,
                        :BLQ-QTD-FALHAS, :BLQ-BLOQUEADO-EM,
                        :BLQ-BLOQUEADO-ATE, :BLQ-LEVANTADO-EM,
                        :BLQ-LEVANTADO-POR, :BLQ-VIGENTE
           END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO
               SET FIM-CURSOR TO TRUE
           END-IF.

       3020-EMITIR-BLOQUEIO.

           IF  NAO-PRIMEIRO-REGISTRO
               DISPLAY ','
           END-IF.
           SET NAO-PRIMEIRO-REGISTRO TO TRUE.

           PERFORM 3200-EMITIR-CAMPOS-BLOQUEIO.

           PERFORM 3010-BUSCAR-PROXIMO-BLOQUEIO.

       3200-EMITIR-CAMPOS-BLOQUEIO.

      * A CHAVE APRESENTADA NUNCA SAI INTEIRA: SO O PREFIXO, COMO
      * NO INCIDENTE ABERTO POR MOD-VERIFICA-CHAVE.
           IF  BLQ-TIPO = "CHAVE"
               MOVE SPACES TO WRK-VALOR-EXIBIDO
               STRING BLQ-VALOR(1:8) DELIMITED BY SPACE
                      "..." DELIMITED BY SIZE
                   INTO WRK-VALOR-EXIBIDO
           ELSE
               MOVE BLQ-VALOR TO WRK-VALOR-EXIBIDO
           END-IF.

           DISPLAY '   {'.

           MOVE BLQ-ID TO WRK-ID-MASK.
           DISPLAY '    "id": ' FUNCTION TRIM(WRK-ID-MASK) ','.

           DISPLAY '    "tipo": "' FUNCTION TRIM(BLQ-TIPO) '",'.

           MOVE WRK-VALOR-EXIBIDO TO WRK-CAMPO-TXT.
           CALL 'MOD-JSON-ESCAPE' USING WRK-CAMPO-TXT WRK-CAMPO-ESC
               END-CALL.
           DISPLAY '    "valor": "' FUNCTION TRIM(WRK-CAMPO-ESC) '",'.

           MOVE BLQ-QTD-FALHAS TO WRK-QTD-MASK.
           DISPLAY '    "qtd_falhas": '
               FUNCTION TRIM(WRK-QTD-MASK) ','.

           DISPLAY '    "bloqueado_em": "' BLQ-BLOQUEADO-EM '",'.
           DISPLAY '    "bloqueado_ate": "' BLQ-BLOQUEADO-ATE '",'.

           IF  BLQ-LEVANTADO-EM = SPACES
               DISPLAY '    "levantado_em": null,'
               DISPLAY '    "levantado_por": null,'
           ELSE
               DISPLAY '    "levantado_em": "' BLQ-LEVANTADO-EM '",'
               MOVE BLQ-LEVANTADO-POR TO WRK-CAMPO-TXT
               CALL 'MOD-JSON-ESCAPE'
                   USING WRK-CAMPO-TXT WRK-CAMPO-ESC
                   END-CALL
               DISPLAY '    "levantado_por": "'
                   FUNCTION TRIM(WRK-CAMPO-ESC) '",'
           END-IF.

           IF  BLQ-VIGENTE = 'S'
               DISPLAY '    "vigente": true'
           ELSE
               DISPLAY '    "vigente": false'
           END-IF.

           DISPLAY '   }'.

       4000-LIBERAR-RECURSOS.

           MOVE "ENCERRAR" TO WRK-CONEXAO-ACAO.
           CALL 'MOD-CONEXAO-BD'
               USING WRK-CONEXAO-ACAO, WRK-CONEXAO-OK,
                   WRK-CONEXAO-MSG
               END-CALL.

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

           PERFORM 4000-LIBERAR-RECURSOS.
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

           PERFORM 4000-LIBERAR-RECURSOS.
           STOP RUN.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG-IMPLANTACOES.
      *******************************************
      * AUTOR:
      * DATA:
      * ALTERACOES:
      *   - ACAO DE CONSULTA DO LIVRO DE IMPLANTACOES GRAVADO POR
      *     PROG-REGISTRA-IMPLANTACAO. QS_ACAO=LISTAR (PADRAO) MOSTRA
      *     AS ULTIMAS IMPLANTACOES DE UM AMBIENTE (QS_AMBIENTE =
      *     DEV, QA OU PROD, PADRAO O PROPRIO APP_ENV) COM BUILD,
      *     QUEM E QUANDO; QS_ACAO=DETALHE (QS_ID, PADRAO A MAIS
      *     RECENTE) MOSTRA UMA IMPLANTACAO COM OS PROGRAMAS E
      *     VERSOES QUE ENTRARAM NO AR; QS_ACAO=DIFERENCAS
      *     (QS_AMBIENTE_A E QS_AMBIENTE_B) COMPARA A VERSAO NO AR DE
      *     CADA PROGRAMA NOS DOIS AMBIENTES (A DA IMPLANTACAO MAIS
      *     RECENTE QUE O LEVOU) E LISTA OS QUE SO EXISTEM EM UM
      *     DELES OU ESTAO EM VERSOES DIFERENTES. O LIVRO FICA NO
      *     BANCO DE CADA AMBIENTE, ENTAO A LEITURA DE OUTRO AMBIENTE
      *     USA O MESMO CONJUNTO DB_CONNECTION_STRING_* E A SESSAO DA
      *     REQUISICAO E REABERTA NO FIM. SOMENTE LEITURA.
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
       77  WRK-DB-STRING                   PIC X(255).
       77  WRK-APP-ENV                     PIC X(10).

       77  WRK-HTTP-STATUS-200             PIC 9(3)        VALUE 200.
       77  WRK-HTTP-STATUS-400             PIC 9(3)        VALUE 400.
       77  WRK-HTTP-STATUS-401             PIC 9(3)        VALUE 401.
       77  WRK-HTTP-STATUS-403             PIC 9(3)        VALUE 403.
       77  WRK-HTTP-STATUS-404             PIC 9(3)        VALUE 404.
       77  WRK-HTTP-STATUS-500             PIC 9(3)        VALUE 500.

       77  WRK-PROGRAMA-NOME               PIC X(60)
               VALUE "PROG-IMPLANTACOES".
       77  WRK-AUDIT-PARAMS                PIC X(255).
       77  WRK-COD-ERRO                    PIC 9(4).

       COPY ERRO-CODES.
       COPY VERSAO-BUILD.

       77  WRK-QS-ACAO                     PIC X(10).
       77  WRK-QS-ID-STG                   PIC X(10).
       77  WRK-QS-AMBIENTE                 PIC X(10).
       77  WRK-QS-AMBIENTE-A               PIC X(10).
       77  WRK-QS-AMBIENTE-B               PIC X(10).
       77  WRK-AMBIENTE-VALIDAR            PIC X(10).
       77  WRK-AMBIENTE-LEITURA            PIC X(10).
       77  WRK-ID-MASK                     PIC Z(9)9.
       77  WRK-QTD-MASK                    PIC Z(9)9.
       77  WRK-QTD-IGUAIS                  PIC 9(10)   VALUE ZERO.
       77  WRK-SITUACAO                    PIC X(16).
       77  WRK-CHAVE-AUTORIZADA            PIC X(1).
           88  CHAVE-AUTORIZADA                        VALUE 'S'.
       77  WRK-CHAVE-PAPEL                 PIC X(10).
       77  WRK-QUOTA-ESTOURADA             PIC X(1).
           88  QUOTA-ESTOURADA                         VALUE 'S'.
           88  ORIGEM-BLOQUEADA                        VALUE 'B'.

       77  WRK-FLAG-CONEXAO-OUTRO          PIC X(1)    VALUE 'N'.
           88  CONECTADO-OUTRO-AMBIENTE                VALUE 'S'.
           88  CONECTADO-PROPRIO-AMBIENTE              VALUE 'N'.

       77  WRK-LADO                        PIC X(1).
           88  LADO-A                                  VALUE 'A'.
           88  LADO-B                                  VALUE 'B'.

      * VERSAO NO AR DE CADA PROGRAMA NOS DOIS AMBIENTES COMPARADOS,
      * EM ORDEM DE NOME, PARA O CASAMENTO DAS DUAS LISTAS.
       77  WRK-MAX-PROGRAMAS               PIC 9(4)    COMP VALUE 600.
       77  WRK-QTD-A                       PIC 9(4)    COMP VALUE 0.
       77  WRK-QTD-B                       PIC 9(4)    COMP VALUE 0.
       77  WRK-IDX-A                       PIC 9(4)    COMP.
       77  WRK-IDX-B                       PIC 9(4)    COMP.
       01  WRK-TABELA-A.
           05  WRK-PROG-A OCCURS 600 TIMES.
               10  WRK-A-PROGRAMA          PIC X(60).
               10  WRK-A-VERSAO            PIC X(20).
               10  WRK-A-IMPLANTACAO       PIC 9(10).
               10  WRK-A-IMPLANTADO-EM     PIC X(19).
       01  WRK-TABELA-B.
           05  WRK-PROG-B OCCURS 600 TIMES.
               10  WRK-B-PROGRAMA          PIC X(60).
               10  WRK-B-VERSAO            PIC X(20).
               10  WRK-B-IMPLANTACAO       PIC 9(10).
               10  WRK-B-IMPLANTADO-EM     PIC X(19).

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
           05 IPL-ID              PIC 9(10).
           05 IPL-AMBIENTE        PIC X(10).
           05 IPL-VERSAO-BUILD    PIC X(20).
           05 IPL-IMPLANTADO-POR  PIC X(60).
           05 IPL-IMPLANTADO-EM   PIC X(19).
           05 IPL-OBSERVACAO      PIC X(255).
           05 IPL-QTD-PROGRAMAS   PIC 9(10).
           05 IPL-PROGRAMA        PIC X(60).
           05 IPL-VERSAO          PIC X(20).

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

           EVALUATE WRK-QS-ACAO
               WHEN "DETALHE"
                   PERFORM 3100-DETALHAR-IMPLANTACAO
               WHEN "DIFERENCAS"
                   PERFORM 3200-COMPARAR-AMBIENTES
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
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WRK-QS-ACAO))
               TO WRK-QS-ACAO.
           IF  WRK-QS-ACAO = SPACES
               MOVE "LISTAR" TO WRK-QS-ACAO
           END-IF.

           IF  WRK-QS-ACAO NOT = "LISTAR"
           AND WRK-QS-ACAO NOT = "DETALHE"
           AND WRK-QS-ACAO NOT = "DIFERENCAS"
               STRING
                   "PARAMETRO QS_ACAO DEVE SER LISTAR, DETALHE OU "
                   "DIFERENCAS."
               INTO WRK-MSG-ERRO
               MOVE ERR-COD-VALIDACAO TO WRK-COD-ERRO
               PERFORM 9100-RETORNAR-RESPOSTA-HTTP-400
           END-IF.

      * O AMBIENTE PROPRIO E O DO APP_ENV, COMO EM MOD-CONEXAO-BD.
           ACCEPT WRK-APP-ENV FROM ENVIRONMENT "APP_ENV".
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WRK-APP-ENV))
               TO WRK-APP-ENV.
           IF  WRK-APP-ENV NOT = "QA"
           AND WRK-APP-ENV NOT = "PROD"
               MOVE "DEV" TO WRK-APP-ENV
           END-IF.

           IF  WRK-QS-ACAO = "DIFERENCAS"
               PERFORM 1120-LER-AMBIENTES-COMPARADOS
           ELSE
               ACCEPT WRK-QS-AMBIENTE FROM ENVIRONMENT "QS_AMBIENTE"
               IF  FUNCTION TRIM(WRK-QS-AMBIENTE) = SPACES
                   MOVE WRK-APP-ENV TO WRK-QS-AMBIENTE
               END-IF
               MOVE WRK-QS-AMBIENTE TO WRK-AMBIENTE-VALIDAR
               PERFORM 1110-VALIDAR-AMBIENTE
               MOVE WRK-AMBIENTE-VALIDAR TO WRK-QS-AMBIENTE
           END-IF.

           IF  WRK-QS-ACAO = "DETALHE"
               ACCEPT WRK-QS-ID-STG FROM ENVIRONMENT "QS_ID"
               MOVE ZERO TO IPL-ID
               IF  FUNCTION TRIM(WRK-QS-ID-STG) NOT = SPACES
                   COPY VALIDACAO-CAMPO-NUMERICO
                       REPLACING ==TAG-CAMPO-STG==
                                     BY ==WRK-QS-ID-STG==
                           ==TAG-NOME-PARAM==    BY =="QS_ID"==
                           ==TAG-PARAGRAFO-400== BY
                               ==9100-RETORNAR-RESPOSTA-HTTP-400==.
                   MOVE WRK-QS-ID-STG TO IPL-ID
               END-IF
           END-IF.

       1110-VALIDAR-AMBIENTE.

           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WRK-AMBIENTE-VALIDAR))
               TO WRK-AMBIENTE-VALIDAR.

           IF  WRK-AMBIENTE-VALIDAR NOT = "DEV"
           AND WRK-AMBIENTE-VALIDAR NOT = "QA"
           AND WRK-AMBIENTE-VALIDAR NOT = "PROD"
               STRING
                   "AMBIENTE DEVE SER DEV, QA OU PROD."
               INTO WRK-MSG-ERRO
               MOVE ERR-COD-VALIDACAO TO WRK-COD-ERRO
               PERFORM 9100-RETORNAR-RESPOSTA-HTTP-400
           END-IF.

       1120-LER-AMBIENTES-COMPARADOS.

           ACCEPT WRK-QS-AMBIENTE-A FROM ENVIRONMENT "QS_AMBIENTE_A".
           ACCEPT WRK-QS-AMBIENTE-B FROM ENVIRONMENT "QS_AMBIENTE_B".

           IF  FUNCTION TRIM(WRK-QS-AMBIENTE-A) = SPACES
           OR  FUNCTION TRIM(WRK-QS-AMBIENTE-B) = SPACES
               STRING
                   "PARAMETROS QS_AMBIENTE_A E QS_AMBIENTE_B SAO "
                   "OBRIGATORIOS PARA COMPARAR AMBIENTES."
               INTO WRK-MSG-ERRO
               MOVE ERR-COD-VALIDACAO TO WRK-COD-ERRO
               PERFORM 9100-RETORNAR-RESPOSTA-HTTP-400
           END-IF.

           MOVE WRK-QS-AMBIENTE-A TO WRK-AMBIENTE-VALIDAR.
           PERFORM 1110-VALIDAR-AMBIENTE.
           MOVE WRK-AMBIENTE-VALIDAR TO WRK-QS-AMBIENTE-A.

           MOVE WRK-QS-AMBIENTE-B TO WRK-AMBIENTE-VALIDAR.
           PERFORM 1110-VALIDAR-AMBIENTE.
           MOVE WRK-AMBIENTE-VALIDAR TO WRK-QS-AMBIENTE-B.

           IF  WRK-QS-AMBIENTE-A = WRK-QS-AMBIENTE-B
               STRING
                   "PARAMETROS QS_AMBIENTE_A E QS_AMBIENTE_B DEVEM "
                   "SER AMBIENTES DIFERENTES."
               INTO WRK-MSG-ERRO
               MOVE ERR-COD-VALIDACAO TO WRK-COD-ERRO
               PERFORM 9100-RETORNAR-RESPOSTA-HTTP-400
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

       3000-LISTAR.

           MOVE WRK-QS-AMBIENTE TO WRK-AMBIENTE-LEITURA.
           PERFORM 5000-CONECTAR-AMBIENTE-LEITURA.

           EXEC SQL
               DECLARE CUR-IMPLANTACOES CURSOR FOR
                   SELECT id, ambiente, versao_build, implantado_por,
                          DATE_FORMAT(implantado_em,
                              '%Y-%m-%d %H:%i:%s'),
                          COALESCE(observacao, ''),
                          qtd_programas
                     FROM implantacoes
                    ORDER BY id DESC
                    LIMIT 50
           END-EXEC.

           EXEC SQL OPEN CUR-IMPLANTACOES END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO
               STRING
                   "ERRO AO TENTAR LISTAR AS IMPLANTACOES DO "
                   "AMBIENTE."
               INTO WRK-MSG-ERRO
               MOVE SQLERRM TO WRK-MSG-EXP-ERRO
               MOVE ERR-COD-SQL-EXEC TO WRK-COD-ERRO
               PERFORM 9000-RETORNAR-RESPOSTA-HTTP-500
           END-IF.

           DISPLAY '{'.
           DISPLAY '"http-status": ' WRK-HTTP-STATUS-200 ','.
           DISPLAY '"msg": null,'.
           DISPLAY '"data": {'.
           DISPLAY '   "ambiente": "'
               FUNCTION TRIM(WRK-QS-AMBIENTE) '",'.
           DISPLAY '   "implantacoes": ['.

           SET PRIMEIRO-REGISTRO TO TRUE.
           SET NAO-FIM-CURSOR TO TRUE.
           PERFORM 3010-BUSCAR-PROXIMA-IMPLANTACAO.
           PERFORM 3020-EMITIR-IMPLANTACAO UNTIL FIM-CURSOR.

           EXEC SQL CLOSE CUR-IMPLANTACOES END-EXEC.

           DISPLAY '   ]'.
           DISPLAY '}'.
           DISPLAY '}'.

           PERFORM 5100-VOLTAR-AMBIENTE-PROPRIO.

           CALL 'MOD-REGISTRA-AUDITORIA'
               USING WRK-PROGRAMA-NOME, WRK-AUDIT-PARAMS,
                   WRK-HTTP-STATUS-200
               END-CALL.

       3010-BUSCAR-PROXIMA-IMPLANTACAO.

           EXEC SQL
               FETCH CUR-IMPLANTACOES
                   INTO :IPL-ID, :IPL-AMBIENTE, :IPL-VERSAO-BUILD,
                        :IPL-IMPLANTADO-POR, :IPL-IMPLANTADO-EM,
                        :IPL-OBSERVACAO, :IPL-QTD-PROGRAMAS
           END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO
               SET FIM-CURSOR TO TRUE
           END-IF.

       3020-EMITIR-IMPLANTACAO.

           IF  NAO-PRIMEIRO-REGISTRO
               DISPLAY ','
           END-IF.
           SET NAO-PRIMEIRO-REGISTRO TO TRUE.

           DISPLAY '    {'.
           PERFORM 3030-EMITIR-CAMPOS-IMPLANTACAO.
           DISPLAY '    }'.

           PERFORM 3010-BUSCAR-PROXIMA-IMPLANTACAO.

       3030-EMITIR-CAMPOS-IMPLANTACAO.

           MOVE IPL-ID TO WRK-ID-MASK.
           DISPLAY '     "id": ' FUNCTION TRIM(WRK-ID-MASK) ','.
           DISPLAY '     "ambiente": "'
               FUNCTION TRIM(IPL-AMBIENTE) '",'.
           DISPLAY '     "versao_build": "'
               FUNCTION TRIM(IPL-VERSAO-BUILD) '",'.

           MOVE IPL-IMPLANTADO-POR TO WRK-CAMPO-TXT.
           CALL 'MOD-JSON-ESCAPE' USING WRK-CAMPO-TXT WRK-CAMPO-ESC
               END-CALL.
           DISPLAY '     "implantado_por": "'
               FUNCTION TRIM(WRK-CAMPO-ESC) '",'.
           DISPLAY '     "implantado_em": "' IPL-IMPLANTADO-EM '",'.

           IF  IPL-OBSERVACAO = SPACES
               DISPLAY '     "observacao": null,'
           ELSE
               MOVE IPL-OBSERVACAO TO WRK-CAMPO-TXT
               CALL 'MOD-JSON-ESCAPE'
                   USING WRK-CAMPO-TXT WRK-CAMPO-ESC
                   END-CALL
               DISPLAY '     "observacao": "'
                   FUNCTION TRIM(WRK-CAMPO-ESC) '",'
           END-IF.

           MOVE IPL-QTD-PROGRAMAS TO WRK-QTD-MASK.
           DISPLAY '     "qtd_programas": '
               FUNCTION TRIM(WRK-QTD-MASK).

       3100-DETALHAR-IMPLANTACAO.

           MOVE WRK-QS-AMBIENTE TO WRK-AMBIENTE-LEITURA.
           PERFORM 5000-CONECTAR-AMBIENTE-LEITURA.

           EXEC SQL
               SELECT id, ambiente, versao_build, implantado_por,
                      DATE_FORMAT(implantado_em, '%Y-%m-%d %H:%i:%s'),
                      COALESCE(observacao, ''), qtd_programas
                 INTO :IPL-ID, :IPL-AMBIENTE, :IPL-VERSAO-BUILD,
                      :IPL-IMPLANTADO-POR, :IPL-IMPLANTADO-EM,
                      :IPL-OBSERVACAO, :IPL-QTD-PROGRAMAS
                 FROM implantacoes i
                WHERE i.id = :IPL-ID
                   OR (:IPL-ID = 0
                       AND i.id = (SELECT MAX(x.id)
                                     FROM implantacoes x))
           END-EXEC.

           IF  SQLCODE EQUAL 100
               STRING
                   "IMPLANTACAO NAO ENCONTRADA NO AMBIENTE."
               INTO WRK-MSG-ERRO
               MOVE ERR-COD-VALIDACAO TO WRK-COD-ERRO
               PERFORM 9200-RETORNAR-RESPOSTA-HTTP-404
           END-IF.

           IF  SQLCODE NOT EQUAL ZERO
               STRING
                   "ERRO AO TENTAR LER A IMPLANTACAO."
               INTO WRK-MSG-ERRO
               MOVE SQLERRM TO WRK-MSG-EXP-ERRO
               MOVE ERR-COD-SQL-EXEC TO WRK-COD-ERRO
               PERFORM 9000-RETORNAR-RESPOSTA-HTTP-500
           END-IF.

           EXEC SQL
               DECLARE CUR-IMPLANTACAO-PROGRAMAS CURSOR FOR
                   SELECT programa, versao
                     FROM implantacao_programas
                    WHERE implantacao_id = :IPL-ID
                    ORDER BY programa
           END-EXEC.

           EXEC SQL OPEN CUR-IMPLANTACAO-PROGRAMAS END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO
               STRING
                   "ERRO AO TENTAR LER OS PROGRAMAS DA IMPLANTACAO."
               INTO WRK-MSG-ERRO
               MOVE SQLERRM TO WRK-MSG-EXP-ERRO
               MOVE ERR-COD-SQL-EXEC TO WRK-COD-ERRO
               PERFORM 9000-RETORNAR-RESPOSTA-HTTP-500
           END-IF.

           DISPLAY '{'.
           DISPLAY '"http-status": ' WRK-HTTP-STATUS-200 ','.
           DISPLAY '"msg": null,'.
           DISPLAY '"data": {'.
           DISPLAY '   "implantacao": {'.
           PERFORM 3030-EMITIR-CAMPOS-IMPLANTACAO.
           DISPLAY '   },'.
           DISPLAY '   "programas": ['.

           SET PRIMEIRO-REGISTRO TO TRUE.
           SET NAO-FIM-CURSOR TO TRUE.
           PERFORM 3110-BUSCAR-PROXIMO-PROGRAMA.
           PERFORM 3120-EMITIR-PROGRAMA UNTIL FIM-CURSOR.

           EXEC SQL CLOSE CUR-IMPLANTACAO-PROGRAMAS END-EXEC.

           DISPLAY '   ]'.
           DISPLAY '}'.
           DISPLAY '}'.

           PERFORM 5100-VOLTAR-AMBIENTE-PROPRIO.

           CALL 'MOD-REGISTRA-AUDITORIA'
               USING WRK-PROGRAMA-NOME, WRK-AUDIT-PARAMS,
                   WRK-HTTP-STATUS-200
               END-CALL.

       3110-BUSCAR-PROXIMO-PROGRAMA.

           EXEC SQL
               FETCH CUR-IMPLANTACAO-PROGRAMAS
                   INTO :IPL-PROGRAMA, :IPL-VERSAO
           END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO
               SET FIM-CURSOR TO TRUE
           END-IF.

       3120-EMITIR-PROGRAMA.

           IF  NAO-PRIMEIRO-REGISTRO
               DISPLAY ','
           END-IF.
           SET NAO-PRIMEIRO-REGISTRO TO TRUE.

           DISPLAY '      {"programa": "' FUNCTION TRIM(IPL-PROGRAMA)
               '", "versao": "' FUNCTION TRIM(IPL-VERSAO) '"}'.

           PERFORM 3110-BUSCAR-PROXIMO-PROGRAMA.

       3200-COMPARAR-AMBIENTES.

           SET LADO-A TO TRUE.
           MOVE WRK-QS-AMBIENTE-A TO WRK-AMBIENTE-LEITURA.
           PERFORM 3210-CARREGAR-VERSOES-NO-AR.

           SET LADO-B TO TRUE.
           MOVE WRK-QS-AMBIENTE-B TO WRK-AMBIENTE-LEITURA.
           PERFORM 3210-CARREGAR-VERSOES-NO-AR.

           DISPLAY '{'.
           DISPLAY '"http-status": ' WRK-HTTP-STATUS-200 ','.
           DISPLAY '"msg": null,'.
           DISPLAY '"data": {'.
           DISPLAY '   "ambiente_a": "'
               FUNCTION TRIM(WRK-QS-AMBIENTE-A) '",'.
           DISPLAY '   "ambiente_b": "'
               FUNCTION TRIM(WRK-QS-AMBIENTE-B) '",'.
           DISPLAY '   "diferencas": ['.

           SET PRIMEIRO-REGISTRO TO TRUE.
           MOVE 1 TO WRK-IDX-A.
           MOVE 1 TO WRK-IDX-B.
           PERFORM 3230-CASAR-PROGRAMAS
               UNTIL WRK-IDX-A > WRK-QTD-A
                 AND WRK-IDX-B > WRK-QTD-B.

           DISPLAY '   ],'.
           MOVE WRK-QTD-IGUAIS TO WRK-QTD-MASK.
           DISPLAY '   "programas_iguais": '
               FUNCTION TRIM(WRK-QTD-MASK).
           DISPLAY '}'.
           DISPLAY '}'.

           CALL 'MOD-REGISTRA-AUDITORIA'
               USING WRK-PROGRAMA-NOME, WRK-AUDIT-PARAMS,
                   WRK-HTTP-STATUS-200
               END-CALL.

       3210-CARREGAR-VERSOES-NO-AR.

      * A VERSAO NO AR DE UM PROGRAMA E A DA ULTIMA IMPLANTACAO QUE
      * O INCLUIU. ORDEM BINARIA, A MESMA DA COMPARACAO ABAIXO.
           PERFORM 5000-CONECTAR-AMBIENTE-LEITURA.

           EXEC SQL
               DECLARE CUR-VERSOES-NO-AR CURSOR FOR
                   SELECT p.programa, p.versao, i.id,
                          DATE_FORMAT(i.implantado_em,
                              '%Y-%m-%d %H:%i:%s')
                     FROM implantacao_programas p
                     JOIN implantacoes i
                       ON i.id = p.implantacao_id
                    WHERE p.implantacao_id =
                          (SELECT MAX(x.implantacao_id)
                             FROM implantacao_programas x
                            WHERE x.programa = p.programa)
                    ORDER BY BINARY p.programa
           END-EXEC.

           EXEC SQL OPEN CUR-VERSOES-NO-AR END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO
               STRING
                   "ERRO AO TENTAR LER AS VERSOES NO AR DO AMBIENTE "
                   FUNCTION TRIM(WRK-AMBIENTE-LEITURA) "."
                   DELIMITED BY SIZE
               INTO WRK-MSG-ERRO
               MOVE SQLERRM TO WRK-MSG-EXP-ERRO
               MOVE ERR-COD-SQL-EXEC TO WRK-COD-ERRO
               PERFORM 9000-RETORNAR-RESPOSTA-HTTP-500
           END-IF.

           SET NAO-FIM-CURSOR TO TRUE.
           PERFORM 3220-GUARDAR-VERSAO-NO-AR UNTIL FIM-CURSOR.

           EXEC SQL CLOSE CUR-VERSOES-NO-AR END-EXEC.

           PERFORM 5100-VOLTAR-AMBIENTE-PROPRIO.

       3220-GUARDAR-VERSAO-NO-AR.

           EXEC SQL
               FETCH CUR-VERSOES-NO-AR
                   INTO :IPL-PROGRAMA, :IPL-VERSAO, :IPL-ID,
                        :IPL-IMPLANTADO-EM
           END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO
               SET FIM-CURSOR TO TRUE
               EXIT PARAGRAPH
           END-IF.

           IF  (LADO-A AND WRK-QTD-A >= WRK-MAX-PROGRAMAS)
           OR  (LADO-B AND WRK-QTD-B >= WRK-MAX-PROGRAMAS)
               EXEC SQL CLOSE CUR-VERSOES-NO-AR END-EXEC
               STRING
                   "LIVRO DE IMPLANTACOES COM MAIS PROGRAMAS DO QUE "
                   "A COMPARACAO SUPORTA."
               INTO WRK-MSG-ERRO
               MOVE ERR-COD-DESCONHECIDO TO WRK-COD-ERRO
               PERFORM 9000-RETORNAR-RESPOSTA-HTTP-500
           END-IF.

           IF  LADO-A
               ADD 1 TO WRK-QTD-A
               MOVE IPL-PROGRAMA      TO WRK-A-PROGRAMA(WRK-QTD-A)
               MOVE IPL-VERSAO        TO WRK-A-VERSAO(WRK-QTD-A)
               MOVE IPL-ID            TO WRK-A-IMPLANTACAO(WRK-QTD-A)
               MOVE IPL-IMPLANTADO-EM
                   TO WRK-A-IMPLANTADO-EM(WRK-QTD-A)
           ELSE
               ADD 1 TO WRK-QTD-B
               MOVE IPL-PROGRAMA      TO WRK-B-PROGRAMA(WRK-QTD-B)
               MOVE IPL-VERSAO        TO WRK-B-VERSAO(WRK-QTD-B)
               MOVE IPL-ID            TO WRK-B-IMPLANTACAO(WRK-QTD-B)
               MOVE IPL-IMPLANTADO-EM
                   TO WRK-B-IMPLANTADO-EM(WRK-QTD-B)
           END-IF.

       3230-CASAR-PROGRAMAS.

           EVALUATE TRUE
               WHEN WRK-IDX-B > WRK-QTD-B
                   MOVE "SO_EM_A" TO WRK-SITUACAO
                   PERFORM 3240-EMITIR-DIFERENCA
                   ADD 1 TO WRK-IDX-A
               WHEN WRK-IDX-A > WRK-QTD-A
                   MOVE "SO_EM_B" TO WRK-SITUACAO
                   PERFORM 3240-EMITIR-DIFERENCA
                   ADD 1 TO WRK-IDX-B
               WHEN WRK-A-PROGRAMA(WRK-IDX-A)
                  < WRK-B-PROGRAMA(WRK-IDX-B)
                   MOVE "SO_EM_A" TO WRK-SITUACAO
                   PERFORM 3240-EMITIR-DIFERENCA
                   ADD 1 TO WRK-IDX-A
               WHEN WRK-A-PROGRAMA(WRK-IDX-A)
                  > WRK-B-PROGRAMA(WRK-IDX-B)
                   MOVE "SO_EM_B" TO WRK-SITUACAO
                   PERFORM 3240-EMITIR-DIFERENCA
                   ADD 1 TO WRK-IDX-B
               WHEN WRK-A-VERSAO(WRK-IDX-A)
                  NOT = WRK-B-VERSAO(WRK-IDX-B)
                   MOVE "VERSAO_DIFERENTE" TO WRK-SITUACAO
                   PERFORM 3240-EMITIR-DIFERENCA
                   ADD 1 TO WRK-IDX-A
                   ADD 1 TO WRK-IDX-B
               WHEN OTHER
                   ADD 1 TO WRK-QTD-IGUAIS
                   ADD 1 TO WRK-IDX-A
                   ADD 1 TO WRK-IDX-B
           END-EVALUATE.

       3240-EMITIR-DIFERENCA.

           IF  NAO-PRIMEIRO-REGISTRO
               DISPLAY ','
           END-IF.
           SET NAO-PRIMEIRO-REGISTRO TO TRUE.

           DISPLAY '    {'.

           IF  WRK-SITUACAO = "SO_EM_B"
               DISPLAY '     "programa": "'
                   FUNCTION TRIM(WRK-B-PROGRAMA(WRK-IDX-B)) '",'
           ELSE
               DISPLAY '     "programa": "'
                   FUNCTION TRIM(WRK-A-PROGRAMA(WRK-IDX-A)) '",'
           END-IF.

           DISPLAY '     "situacao": "' FUNCTION TRIM(WRK-SITUACAO)
               '",'.

           IF  WRK-SITUACAO = "SO_EM_B"
               DISPLAY '     "a": null,'
           ELSE
               MOVE WRK-A-IMPLANTACAO(WRK-IDX-A) TO WRK-ID-MASK
               DISPLAY '     "a": {"versao": "'
                   FUNCTION TRIM(WRK-A-VERSAO(WRK-IDX-A))
                   '", "implantacao_id": ' FUNCTION TRIM(WRK-ID-MASK)
                   ', "implantado_em": "'
                   WRK-A-IMPLANTADO-EM(WRK-IDX-A) '"},'
           END-IF.

           IF  WRK-SITUACAO = "SO_EM_A"
               DISPLAY '     "b": null'
           ELSE
               MOVE WRK-B-IMPLANTACAO(WRK-IDX-B) TO WRK-ID-MASK
               DISPLAY '     "b": {"versao": "'
                   FUNCTION TRIM(WRK-B-VERSAO(WRK-IDX-B))
                   '", "implantacao_id": ' FUNCTION TRIM(WRK-ID-MASK)
                   ', "implantado_em": "'
                   WRK-B-IMPLANTADO-EM(WRK-IDX-B) '"}'
           END-IF.

           DISPLAY '    }'.

       4000-LIBERAR-RECURSOS.

           MOVE "ENCERRAR" TO WRK-CONEXAO-ACAO.
           CALL 'MOD-CONEXAO-BD'
               USING WRK-CONEXAO-ACAO, WRK-CONEXAO-OK,
                   WRK-CONEXAO-MSG
               END-CALL.

       5000-CONECTAR-AMBIENTE-LEITURA.

      * O PROPRIO AMBIENTE E LIDO NA SESSAO DA REQUISICAO; OUTRO
      * AMBIENTE PEDE FECHAR ESSA SESSAO E CONECTAR DIRETO NELE.
           IF  WRK-AMBIENTE-LEITURA = WRK-APP-ENV
               EXIT PARAGRAPH
           END-IF.

           EVALUATE WRK-AMBIENTE-LEITURA
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
                   "STRING DE CONEXAO NAO CONFIGURADA PARA O "
                   "AMBIENTE " FUNCTION TRIM(WRK-AMBIENTE-LEITURA)
                   "." DELIMITED BY SIZE
               INTO WRK-MSG-ERRO
               MOVE ERR-COD-CONEXAO TO WRK-COD-ERRO
               PERFORM 9000-RETORNAR-RESPOSTA-HTTP-500
           END-IF.

           PERFORM 4000-LIBERAR-RECURSOS.

           MOVE WRK-DB-STRING TO BUFFER.
           EXEC SQL CONNECT TO :BUFFER END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO
               STRING
                   "ERRO AO TENTAR CONECTAR NO AMBIENTE "
                   FUNCTION TRIM(WRK-AMBIENTE-LEITURA) "."
                   DELIMITED BY SIZE
               INTO WRK-MSG-ERRO
               MOVE SQLERRM TO WRK-MSG-EXP-ERRO
               MOVE ERR-COD-CONEXAO TO WRK-COD-ERRO
               PERFORM 1200-CONECTA-BANCO-DE-DADOS
               PERFORM 9000-RETORNAR-RESPOSTA-HTTP-500
           END-IF.

           SET CONECTADO-OUTRO-AMBIENTE TO TRUE.

       5100-VOLTAR-AMBIENTE-PROPRIO.

           IF  CONECTADO-PROPRIO-AMBIENTE
               EXIT PARAGRAPH
           END-IF.

           EXEC SQL CONNECT RESET END-EXEC.
           SET CONECTADO-PROPRIO-AMBIENTE TO TRUE.

           PERFORM 1200-CONECTA-BANCO-DE-DADOS.

       9000-RETORNAR-RESPOSTA-HTTP-500.

           PERFORM 5100-VOLTAR-AMBIENTE-PROPRIO.

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

           PERFORM 5100-VOLTAR-AMBIENTE-PROPRIO.

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

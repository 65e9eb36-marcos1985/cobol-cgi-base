       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG-PLANTAO-ADMIN.
      *******************************************
      * AUTOR:
      * DATA:
      * ALTERACOES:
      *   - ACAO DE MANUTENCAO DA ESCALA DE PLANTAO DOS OPERADORES,
      *     USADA POR PROG-ESCALONA-INCIDENTES PARA ACIONAR QUEM
      *     ESTA DE PLANTAO QUANDO UM INCIDENTE FICA SEM
      *     RECONHECIMENTO. CADA FAIXA DA ESCALA VALE PARA UM DIA
      *     ESPECIFICO (QS_DIA=AAAA-MM-DD) OU PARA UM TIPO DE DIA
      *     (QS_TIPO_DIA=UTIL OU NAO-UTIL, PELO CALENDARIO DE
      *     MOD-DIA-UTIL, QUE RESPEITA CALENDARIO_FERIADOS), DE
      *     QS_HORA_INICIO ATE QS_HORA_FIM (HH:MM, FIM EXCLUSIVO E
      *     ATE 24:00; FAIXA QUE VIRA A MEIA-NOITE E CADASTRADA EM
      *     DUAS), COM O PRIMARIO (QS_PRIMARIO_ID) E O SECUNDARIO
      *     OPCIONAL (QS_SECUNDARIO_ID) DO CADASTRO DE OPERADORES.
      *     QS_ACAO=LISTAR (PADRAO) MOSTRA QUEM ESTA DE PLANTAO
      *     AGORA (MOD-RESOLVE-PLANTAO), A ESCALA E OS CONTATOS;
      *     INCLUIR E EXCLUIR (QS_ID) MANTEM A ESCALA; CONTATO
      *     (QS_OPERADOR_ID, QS_LISTA) DIZ QUAL LISTA DE
      *     DISTRIBUICAO DE E-MAIL (PROG-MAIL-ADMIN) ALCANCA O
      *     OPERADOR — QS_LISTA EM BRANCO VOLTA A LISTA PADRAO
      *     PLANTAO.LISTA_PADRAO. A CONSULTA EXIGE CHAVE VALIDA; A
      *     ESCRITA, METODO POST E PAPEL ADMIN.
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
               VALUE "PROG-PLANTAO-ADMIN".
       77  WRK-AUDIT-PARAMS                PIC X(255).
       77  WRK-COD-ERRO                    PIC 9(4).

       COPY ERRO-CODES.
       COPY VERSAO-BUILD.

       77  WRK-QS-ACAO                     PIC X(10).
       77  WRK-QS-ID-STG                   PIC X(10).
       77  WRK-QS-DIA                      PIC X(10).
       77  WRK-QS-TIPO-DIA                 PIC X(10).
       77  WRK-QS-HORA-INICIO              PIC X(5).
       77  WRK-QS-HORA-FIM                 PIC X(5).
       77  WRK-QS-PRIMARIO-STG             PIC X(10).
       77  WRK-QS-SECUNDARIO-STG           PIC X(10).
       77  WRK-QS-OPERADOR-STG             PIC X(10).
       77  WRK-QS-LISTA                    PIC X(60).
       77  WRK-HORA-CHECK                  PIC X(5).
       77  WRK-HORA-NOME                   PIC X(14).
       77  WRK-REQUEST-METHOD              PIC X(10).
       77  WRK-ID-MASK                     PIC Z(9)9.
       77  WRK-CHAVE-AUTORIZADA            PIC X(1).
           88  CHAVE-AUTORIZADA                        VALUE 'S'.
       77  WRK-CHAVE-PAPEL                 PIC X(10).
       77  WRK-QUOTA-ESTOURADA             PIC X(1).
           88  QUOTA-ESTOURADA                         VALUE 'S'.
           88  ORIGEM-BLOQUEADA                        VALUE 'B'.
       77  WRK-OPERADOR                    PIC X(60).

       77  WRK-PLANTAO-TIPO-DIA            PIC X(8).
       77  WRK-PLANTAO-PRIMARIO-ID         PIC 9(10).
       77  WRK-PLANTAO-PRIMARIO-NOME       PIC X(60).
       77  WRK-PLANTAO-PRIMARIO-LISTA      PIC X(60).
       77  WRK-PLANTAO-SECUNDARIO-ID       PIC 9(10).
       77  WRK-PLANTAO-SECUNDARIO-NOME     PIC X(60).
       77  WRK-PLANTAO-SECUNDARIO-LISTA    PIC X(60).

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
           05 PLT-ID              PIC 9(10).
           05 PLT-DIA             PIC X(10).
           05 PLT-TIPO-DIA        PIC X(8).
           05 PLT-HORA-INICIO     PIC X(5).
           05 PLT-HORA-FIM        PIC X(5).
           05 PLT-PRIMARIO-ID     PIC 9(10).
           05 PLT-PRIMARIO-NOME   PIC X(60).
           05 PLT-SECUNDARIO-ID   PIC 9(10).
           05 PLT-SECUNDARIO-NOME PIC X(60).
           05 PLT-CRIADO-POR      PIC X(60).
           05 PLT-OPERADOR-ID     PIC 9(10).
           05 PLT-OPERADOR-NOME   PIC X(60).
           05 PLT-LISTA           PIC X(60).
           05 PLT-ATUALIZADO-EM   PIC X(19).
           05 PLT-QTD             PIC 9(10).

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

           EVALUATE WRK-QS-ACAO
               WHEN "INCLUIR"
                   PERFORM 2000-INCLUIR-FAIXA
               WHEN "EXCLUIR"
                   PERFORM 2100-EXCLUIR-FAIXA
               WHEN "CONTATO"
                   PERFORM 2200-GRAVAR-CONTATO
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
           END-IF.

           EVALUATE WRK-QS-ACAO
               WHEN "INCLUIR"
                   PERFORM 1110-LER-FAIXA
               WHEN "EXCLUIR"
                   ACCEPT WRK-QS-ID-STG FROM ENVIRONMENT "QS_ID"
                   COPY VALIDACAO-CAMPO-NUMERICO
                       REPLACING ==TAG-CAMPO-STG==  BY ==WRK-QS-ID-STG==
                           ==TAG-NOME-PARAM==       BY =="QS_ID"==
                           ==TAG-PARAGRAFO-400==    BY
                               ==9100-RETORNAR-RESPOSTA-HTTP-400==.
                   MOVE WRK-QS-ID-STG TO PLT-ID
               WHEN "CONTATO"
                   ACCEPT WRK-QS-OPERADOR-STG FROM ENVIRONMENT
                       "QS_OPERADOR_ID"
                   COPY VALIDACAO-CAMPO-NUMERICO
                       REPLACING ==TAG-CAMPO-STG==
                               BY ==WRK-QS-OPERADOR-STG==
                           ==TAG-NOME-PARAM==
                               BY =="QS_OPERADOR_ID"==
                           ==TAG-PARAGRAFO-400==    BY
                               ==9100-RETORNAR-RESPOSTA-HTTP-400==.
                   MOVE WRK-QS-OPERADOR-STG TO PLT-OPERADOR-ID
                   ACCEPT WRK-QS-LISTA FROM ENVIRONMENT "QS_LISTA"
                   MOVE FUNCTION TRIM(WRK-QS-LISTA) TO PLT-LISTA
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       1110-LER-FAIXA.

      * A FAIXA VALE PARA UM DIA ESPECIFICO OU PARA UM TIPO DE DIA,
      * NUNCA OS DOIS.
           ACCEPT WRK-QS-DIA FROM ENVIRONMENT "QS_DIA".
           ACCEPT WRK-QS-TIPO-DIA FROM ENVIRONMENT "QS_TIPO_DIA".
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WRK-QS-TIPO-DIA))
               TO WRK-QS-TIPO-DIA.

           IF  (WRK-QS-DIA = SPACES AND WRK-QS-TIPO-DIA = SPACES)
           OR  (WRK-QS-DIA NOT = SPACES
                AND WRK-QS-TIPO-DIA NOT = SPACES)
               STRING
                   "INFORME QS_DIA OU QS_TIPO_DIA (UM DOS DOIS) "
                   "PARA A FAIXA DA ESCALA."
               INTO WRK-MSG-ERRO
               MOVE ERR-COD-VALIDACAO TO WRK-COD-ERRO
               PERFORM 9100-RETORNAR-RESPOSTA-HTTP-400
           END-IF.

           MOVE SPACES TO PLT-DIA.
           MOVE SPACES TO PLT-TIPO-DIA.

           IF  WRK-QS-DIA NOT = SPACES
               IF  WRK-QS-DIA(5:1) NOT = '-'
               OR  WRK-QS-DIA(8:1) NOT = '-'
               OR  WRK-QS-DIA(1:4) IS NOT NUMERIC
               OR  WRK-QS-DIA(6:2) IS NOT NUMERIC
               OR  WRK-QS-DIA(9:2) IS NOT NUMERIC
                   STRING
                       "PARAMETRO QS_DIA DEVE ESTAR NO FORMATO "
                       "AAAA-MM-DD."
                   INTO WRK-MSG-ERRO
                   MOVE ERR-COD-VALIDACAO TO WRK-COD-ERRO
                   PERFORM 9100-RETORNAR-RESPOSTA-HTTP-400
               END-IF
               MOVE WRK-QS-DIA TO PLT-DIA
           ELSE
               IF  WRK-QS-TIPO-DIA NOT = "UTIL"
               AND WRK-QS-TIPO-DIA NOT = "NAO-UTIL"
                   STRING
                       "PARAMETRO QS_TIPO_DIA DEVE SER UTIL OU "
                       "NAO-UTIL."
                   INTO WRK-MSG-ERRO
                   MOVE ERR-COD-VALIDACAO TO WRK-COD-ERRO
                   PERFORM 9100-RETORNAR-RESPOSTA-HTTP-400
               END-IF
               MOVE WRK-QS-TIPO-DIA TO PLT-TIPO-DIA
           END-IF.

           ACCEPT WRK-QS-HORA-INICIO FROM ENVIRONMENT
               "QS_HORA_INICIO".
           MOVE WRK-QS-HORA-INICIO TO WRK-HORA-CHECK.
           MOVE "QS_HORA_INICIO" TO WRK-HORA-NOME.
           PERFORM 1120-VALIDAR-HORA.
           IF  WRK-HORA-CHECK = "24:00"
               STRING
                   "PARAMETRO QS_HORA_INICIO DEVE SER ANTERIOR A "
                   "24:00."
               INTO WRK-MSG-ERRO
               MOVE ERR-COD-VALIDACAO TO WRK-COD-ERRO
               PERFORM 9100-RETORNAR-RESPOSTA-HTTP-400
           END-IF.
           MOVE WRK-HORA-CHECK TO PLT-HORA-INICIO.

           ACCEPT WRK-QS-HORA-FIM FROM ENVIRONMENT "QS_HORA_FIM".
           MOVE WRK-QS-HORA-FIM TO WRK-HORA-CHECK.
           MOVE "QS_HORA_FIM" TO WRK-HORA-NOME.
           PERFORM 1120-VALIDAR-HORA.
           MOVE WRK-HORA-CHECK TO PLT-HORA-FIM.

           IF  PLT-HORA-FIM NOT > PLT-HORA-INICIO
               STRING
                   "QS_HORA_FIM DEVE SER POSTERIOR A QS_HORA_INICIO; "
                   "FAIXA QUE VIRA A MEIA-NOITE VAI EM DUAS."
               INTO WRK-MSG-ERRO
               MOVE ERR-COD-VALIDACAO TO WRK-COD-ERRO
               PERFORM 9100-RETORNAR-RESPOSTA-HTTP-400
           END-IF.

           ACCEPT WRK-QS-PRIMARIO-STG FROM ENVIRONMENT
               "QS_PRIMARIO_ID".
           COPY VALIDACAO-CAMPO-NUMERICO
               REPLACING ==TAG-CAMPO-STG==  BY ==WRK-QS-PRIMARIO-STG==
                   ==TAG-NOME-PARAM==       BY =="QS_PRIMARIO_ID"==
                   ==TAG-PARAGRAFO-400==    BY
                       ==9100-RETORNAR-RESPOSTA-HTTP-400==.
           MOVE WRK-QS-PRIMARIO-STG TO PLT-PRIMARIO-ID.

           MOVE ZERO TO PLT-SECUNDARIO-ID.
           ACCEPT WRK-QS-SECUNDARIO-STG FROM ENVIRONMENT
               "QS_SECUNDARIO_ID".
           IF  FUNCTION TRIM(WRK-QS-SECUNDARIO-STG) NOT = SPACES
               COPY VALIDACAO-CAMPO-NUMERICO
                   REPLACING ==TAG-CAMPO-STG==
                           BY ==WRK-QS-SECUNDARIO-STG==
                       ==TAG-NOME-PARAM==
                           BY =="QS_SECUNDARIO_ID"==
                       ==TAG-PARAGRAFO-400==    BY
                           ==9100-RETORNAR-RESPOSTA-HTTP-400==.
               MOVE WRK-QS-SECUNDARIO-STG TO PLT-SECUNDARIO-ID
           END-IF.

           IF  PLT-SECUNDARIO-ID = PLT-PRIMARIO-ID
               STRING
                   "O SECUNDARIO DEVE SER OUTRO OPERADOR QUE NAO O "
                   "PRIMARIO."
               INTO WRK-MSG-ERRO
               MOVE ERR-COD-VALIDACAO TO WRK-COD-ERRO
               PERFORM 9100-RETORNAR-RESPOSTA-HTTP-400
           END-IF.

       1120-VALIDAR-HORA.

           IF  WRK-HORA-CHECK(3:1) NOT = ':'
           OR  WRK-HORA-CHECK(1:2) IS NOT NUMERIC
           OR  WRK-HORA-CHECK(4:2) IS NOT NUMERIC
           OR  WRK-HORA-CHECK(4:2) > "59"
           OR  WRK-HORA-CHECK(1:2) > "24"
           OR  (WRK-HORA-CHECK(1:2) = "24"
                AND WRK-HORA-CHECK(4:2) NOT = "00")
               STRING
                   "PARAMETRO " FUNCTION TRIM(WRK-HORA-NOME)
                   " DEVE ESTAR NO FORMATO HH:MM (ATE 24:00)."
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

           IF  WRK-QS-ACAO NOT = "LISTAR"
           AND FUNCTION TRIM(WRK-CHAVE-PAPEL) NOT = "admin"
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

      * AS MESMAS TABELAS DE MOD-RESOLVE-PLANTAO; O CADASTRO DE
      * OPERADORES COMO EM MOD-RESOLVE-OPERADOR.
           EXEC SQL
               CREATE TABLE IF NOT EXISTS operadores (
                   id        INT NOT NULL PRIMARY KEY
                                 AUTO_INCREMENT,
                   nome      VARCHAR(60) NOT NULL,
                   chave     VARCHAR(64) NOT NULL,
                   ativo     CHAR(1) NOT NULL DEFAULT 'S',
                   criado_em DATETIME NOT NULL
                       DEFAULT CURRENT_TIMESTAMP,
                   UNIQUE KEY uk_operador_chave (chave)
               )
           END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO
               STRING
                   "ERRO AO TENTAR GARANTIR OPERADORES."
               INTO WRK-MSG-ERRO
               MOVE SQLERRM TO WRK-MSG-EXP-ERRO
               MOVE ERR-COD-SQL-EXEC TO WRK-COD-ERRO
               PERFORM 9000-RETORNAR-RESPOSTA-HTTP-500
           END-IF.

           EXEC SQL
               CREATE TABLE IF NOT EXISTS plantao_escala (
                   id            INT NOT NULL PRIMARY KEY
                                     AUTO_INCREMENT,
                   dia           DATE NULL,
                   tipo_dia      VARCHAR(8) NULL,
                   hora_inicio   TIME NOT NULL,
                   hora_fim      TIME NOT NULL,
                   primario_id   INT NOT NULL,
                   secundario_id INT NULL,
                   criado_por    VARCHAR(60) NULL,
                   criado_em     DATETIME NOT NULL
                       DEFAULT CURRENT_TIMESTAMP,
                   KEY ix_plantao_escala_dia (dia),
                   KEY ix_plantao_escala_tipo (tipo_dia)
               )
           END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO
               STRING
                   "ERRO AO TENTAR GARANTIR PLANTAO_ESCALA."
               INTO WRK-MSG-ERRO
               MOVE SQLERRM TO WRK-MSG-EXP-ERRO
               MOVE ERR-COD-SQL-EXEC TO WRK-COD-ERRO
               PERFORM 9000-RETORNAR-RESPOSTA-HTTP-500
           END-IF.

           EXEC SQL
               CREATE TABLE IF NOT EXISTS plantao_contatos (
                   operador_id   INT NOT NULL PRIMARY KEY,
                   lista         VARCHAR(60) NOT NULL,
                   atualizado_em DATETIME NOT NULL
                       DEFAULT CURRENT_TIMESTAMP
               )
           END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO
               STRING
                   "ERRO AO TENTAR GARANTIR PLANTAO_CONTATOS."
               INTO WRK-MSG-ERRO
               MOVE SQLERRM TO WRK-MSG-EXP-ERRO
               MOVE ERR-COD-SQL-EXEC TO WRK-COD-ERRO
               PERFORM 9000-RETORNAR-RESPOSTA-HTTP-500
           END-IF.

       1400-VERIFICAR-OPERADOR.

      * PLT-OPERADOR-ID JA CARREGADO: PRECISA SER OPERADOR ATIVO.
           EXEC SQL
               SELECT COUNT(*)
                 INTO :PLT-QTD
                 FROM operadores
                WHERE id = :PLT-OPERADOR-ID
                  AND ativo = 'S'
           END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO
               STRING
                   "ERRO AO TENTAR VERIFICAR O OPERADOR."
               INTO WRK-MSG-ERRO
               MOVE SQLERRM TO WRK-MSG-EXP-ERRO
               MOVE ERR-COD-SQL-EXEC TO WRK-COD-ERRO
               PERFORM 9000-RETORNAR-RESPOSTA-HTTP-500
           END-IF.

           IF  PLT-QTD = ZERO
               MOVE PLT-OPERADOR-ID TO WRK-ID-MASK
               STRING
                   "OPERADOR " FUNCTION TRIM(WRK-ID-MASK)
                   " NAO ENCONTRADO OU INATIVO NO CADASTRO DE "
                   "OPERADORES."
               INTO WRK-MSG-ERRO
               MOVE ERR-COD-VALIDACAO TO WRK-COD-ERRO
               PERFORM 9100-RETORNAR-RESPOSTA-HTTP-400
           END-IF.

       2000-INCLUIR-FAIXA.

           MOVE PLT-PRIMARIO-ID TO PLT-OPERADOR-ID.
           PERFORM 1400-VERIFICAR-OPERADOR.
           IF  PLT-SECUNDARIO-ID NOT = ZERO
               MOVE PLT-SECUNDARIO-ID TO PLT-OPERADOR-ID
               PERFORM 1400-VERIFICAR-OPERADOR
           END-IF.

           CALL 'MOD-RESOLVE-OPERADOR' USING WRK-OPERADOR
               END-CALL.
           IF  FUNCTION TRIM(WRK-OPERADOR) = SPACES
               MOVE "API" TO WRK-OPERADOR
           END-IF.
           MOVE WRK-OPERADOR TO PLT-CRIADO-POR.

           EXEC SQL
               INSERT INTO plantao_escala
                   (dia, tipo_dia, hora_inicio, hora_fim,
                    primario_id, secundario_id, criado_por)
               VALUES
                   (NULLIF(TRIM(:PLT-DIA), ''),
                    NULLIF(TRIM(:PLT-TIPO-DIA), ''),
                    CONCAT(:PLT-HORA-INICIO, ':00'),
                    CONCAT(:PLT-HORA-FIM, ':00'),
                    :PLT-PRIMARIO-ID,
                    NULLIF(:PLT-SECUNDARIO-ID, 0),
                    :PLT-CRIADO-POR)
           END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO
               STRING
                   "ERRO AO TENTAR INCLUIR A FAIXA DA ESCALA DE "
                   "PLANTAO."
               INTO WRK-MSG-ERRO
               MOVE SQLERRM TO WRK-MSG-EXP-ERRO
               MOVE ERR-COD-SQL-EXEC TO WRK-COD-ERRO
               EXEC SQL ROLLBACK END-EXEC
               PERFORM 9000-RETORNAR-RESPOSTA-HTTP-500
           END-IF.

           EXEC SQL
               SELECT LAST_INSERT_ID() INTO :PLT-ID
           END-EXEC.

           EXEC SQL COMMIT END-EXEC.

           PERFORM 2900-RESPONDER-ESCRITA.

       2100-EXCLUIR-FAIXA.

           EXEC SQL
               SELECT COUNT(*)
                 INTO :PLT-QTD
                 FROM plantao_escala
                WHERE id = :PLT-ID
           END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO
               STRING
                   "ERRO AO TENTAR LER A FAIXA DA ESCALA DE PLANTAO."
               INTO WRK-MSG-ERRO
               MOVE SQLERRM TO WRK-MSG-EXP-ERRO
               MOVE ERR-COD-SQL-EXEC TO WRK-COD-ERRO
               PERFORM 9000-RETORNAR-RESPOSTA-HTTP-500
           END-IF.

           IF  PLT-QTD = ZERO
               STRING
                   "FAIXA DA ESCALA DE PLANTAO NAO ENCONTRADA."
               INTO WRK-MSG-ERRO
               MOVE ERR-COD-VALIDACAO TO WRK-COD-ERRO
               PERFORM 9200-RETORNAR-RESPOSTA-HTTP-404
           END-IF.

           EXEC SQL
               DELETE FROM plantao_escala
                WHERE id = :PLT-ID
           END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO
               STRING
                   "ERRO AO TENTAR EXCLUIR A FAIXA DA ESCALA DE "
                   "PLANTAO."
               INTO WRK-MSG-ERRO
               MOVE SQLERRM TO WRK-MSG-EXP-ERRO
               MOVE ERR-COD-SQL-EXEC TO WRK-COD-ERRO
               EXEC SQL ROLLBACK END-EXEC
               PERFORM 9000-RETORNAR-RESPOSTA-HTTP-500
           END-IF.

           EXEC SQL COMMIT END-EXEC.

           PERFORM 2900-RESPONDER-ESCRITA.

       2200-GRAVAR-CONTATO.

           PERFORM 1400-VERIFICAR-OPERADOR.

      * LISTA EM BRANCO TIRA O CONTATO: O OPERADOR PASSA A SER
      * ACIONADO PELA LISTA PADRAO DO PLANTAO.
           IF  PLT-LISTA = SPACES
               EXEC SQL
                   DELETE FROM plantao_contatos
                    WHERE operador_id = :PLT-OPERADOR-ID
               END-EXEC
           ELSE
               EXEC SQL
                   INSERT INTO plantao_contatos
                       (operador_id, lista)
                   VALUES
                       (:PLT-OPERADOR-ID, TRIM(:PLT-LISTA))
                   ON DUPLICATE KEY UPDATE
                       lista = VALUES(lista),
                       atualizado_em = CURRENT_TIMESTAMP
               END-EXEC
           END-IF.

           IF  SQLCODE NOT EQUAL ZERO AND SQLCODE NOT EQUAL 100
               STRING
                   "ERRO AO TENTAR GRAVAR O CONTATO DO OPERADOR."
               INTO WRK-MSG-ERRO
               MOVE SQLERRM TO WRK-MSG-EXP-ERRO
               MOVE ERR-COD-SQL-EXEC TO WRK-COD-ERRO
               EXEC SQL ROLLBACK END-EXEC
               PERFORM 9000-RETORNAR-RESPOSTA-HTTP-500
           END-IF.

           EXEC SQL COMMIT END-EXEC.

           MOVE PLT-OPERADOR-ID TO PLT-ID.
           PERFORM 2900-RESPONDER-ESCRITA.

       2900-RESPONDER-ESCRITA.

           CALL 'MOD-REGISTRA-AUDITORIA'
               USING WRK-PROGRAMA-NOME, WRK-AUDIT-PARAMS,
                   WRK-HTTP-STATUS-200
               END-CALL.

           MOVE PLT-ID TO WRK-ID-MASK.

           DISPLAY '{'.
           DISPLAY '"http-status": ' WRK-HTTP-STATUS-200 ','.
           DISPLAY '"msg": null,'.
           DISPLAY '"data": {'.
           DISPLAY '"id": ' FUNCTION TRIM(WRK-ID-MASK) ','.
           DISPLAY '"acao": "' FUNCTION TRIM(WRK-QS-ACAO) '"'.
           DISPLAY "}".
           DISPLAY "}".

       3000-LISTAR.

           CALL 'MOD-RESOLVE-PLANTAO'
               USING WRK-PLANTAO-TIPO-DIA, WRK-PLANTAO-PRIMARIO-ID,
                   WRK-PLANTAO-PRIMARIO-NOME,
                   WRK-PLANTAO-PRIMARIO-LISTA,
                   WRK-PLANTAO-SECUNDARIO-ID,
                   WRK-PLANTAO-SECUNDARIO-NOME,
                   WRK-PLANTAO-SECUNDARIO-LISTA
               END-CALL.

           DISPLAY '{'.
           DISPLAY '"http-status": ' WRK-HTTP-STATUS-200 ','.
           DISPLAY '"msg": null,'.
           DISPLAY '"data": {'.
           PERFORM 3050-EMITIR-PLANTAO-ATUAL.
           PERFORM 3100-EMITIR-ESCALA.
           PERFORM 3200-EMITIR-CONTATOS.
           DISPLAY '}'.
           DISPLAY '}'.

           CALL 'MOD-REGISTRA-AUDITORIA'
               USING WRK-PROGRAMA-NOME, WRK-AUDIT-PARAMS,
                   WRK-HTTP-STATUS-200
               END-CALL.

       3050-EMITIR-PLANTAO-ATUAL.

           DISPLAY ' "agora": {'.
           DISPLAY '    "tipo_dia": "'
               FUNCTION TRIM(WRK-PLANTAO-TIPO-DIA) '",'.

           IF  WRK-PLANTAO-PRIMARIO-ID = ZERO
               DISPLAY '    "primario": null,'
           ELSE
               MOVE WRK-PLANTAO-PRIMARIO-ID TO WRK-ID-MASK
               MOVE WRK-PLANTAO-PRIMARIO-NOME TO WRK-CAMPO-TXT
               CALL 'MOD-JSON-ESCAPE'
                   USING WRK-CAMPO-TXT WRK-CAMPO-ESC
                   END-CALL
               DISPLAY '    "primario": {"id": '
                   FUNCTION TRIM(WRK-ID-MASK) ', "nome": "'
                   FUNCTION TRIM(WRK-CAMPO-ESC) '", "lista": "'
                   FUNCTION TRIM(WRK-PLANTAO-PRIMARIO-LISTA) '"},'
           END-IF.

           IF  WRK-PLANTAO-SECUNDARIO-ID = ZERO
               DISPLAY '    "secundario": null'
           ELSE
               MOVE WRK-PLANTAO-SECUNDARIO-ID TO WRK-ID-MASK
               MOVE WRK-PLANTAO-SECUNDARIO-NOME TO WRK-CAMPO-TXT
               CALL 'MOD-JSON-ESCAPE'
                   USING WRK-CAMPO-TXT WRK-CAMPO-ESC
                   END-CALL
               DISPLAY '    "secundario": {"id": '
                   FUNCTION TRIM(WRK-ID-MASK) ', "nome": "'
                   FUNCTION TRIM(WRK-CAMPO-ESC) '", "lista": "'
                   FUNCTION TRIM(WRK-PLANTAO-SECUNDARIO-LISTA) '"}'
           END-IF.

           DISPLAY ' },'.

       3100-EMITIR-ESCALA.

           EXEC SQL
               DECLARE CUR-PLT-ESCALA CURSOR FOR
                   SELECT e.id,
                          COALESCE(DATE_FORMAT(e.dia, '%Y-%m-%d'),
                              ''),
                          COALESCE(e.tipo_dia, ''),
                          TIME_FORMAT(e.hora_inicio, '%H:%i'),
                          TIME_FORMAT(e.hora_fim, '%H:%i'),
                          e.primario_id, COALESCE(p.nome, ''),
                          COALESCE(e.secundario_id, 0),
                          COALESCE(s.nome, ''),
                          COALESCE(e.criado_por, '')
                     FROM plantao_escala e
                     LEFT JOIN operadores p
                       ON p.id = e.primario_id
                     LEFT JOIN operadores s
                       ON s.id = e.secundario_id
                    WHERE e.dia IS NULL
                       OR e.dia >= CURRENT_DATE
                    ORDER BY e.dia IS NOT NULL, e.dia, e.tipo_dia,
                             e.hora_inicio, e.id
           END-EXEC.

           EXEC SQL OPEN CUR-PLT-ESCALA END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO
               STRING
                   "ERRO AO TENTAR LISTAR A ESCALA DE PLANTAO."
               INTO WRK-MSG-ERRO
               MOVE SQLERRM TO WRK-MSG-EXP-ERRO
               MOVE ERR-COD-SQL-EXEC TO WRK-COD-ERRO
               PERFORM 9000-RETORNAR-RESPOSTA-HTTP-500
           END-IF.

           DISPLAY ' "escala": ['.

           SET PRIMEIRO-REGISTRO TO TRUE.
           SET NAO-FIM-CURSOR TO TRUE.
           PERFORM 3110-BUSCAR-PROXIMA-FAIXA.
           PERFORM 3120-EMITIR-FAIXA UNTIL FIM-CURSOR.

           EXEC SQL CLOSE CUR-PLT-ESCALA END-EXEC.

           DISPLAY ' ],'.

       3110-BUSCAR-PROXIMA-FAIXA.

           EXEC SQL
               FETCH CUR-PLT-ESCALA
                   INTO :PLT-ID, :PLT-DIA, :PLT-TIPO-DIA,
                        :PLT-HORA-INICIO, :PLT-HORA-FIM,
                        :PLT-PRIMARIO-ID, :PLT-PRIMARIO-NOME,
                        :PLT-SECUNDARIO-ID, :PLT-SECUNDARIO-NOME,
                        :PLT-CRIADO-POR
           END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO
               SET FIM-CURSOR TO TRUE
           END-IF.

       3120-EMITIR-FAIXA.

           IF  NAO-PRIMEIRO-REGISTRO
               DISPLAY ','
           END-IF.
           SET NAO-PRIMEIRO-REGISTRO TO TRUE.

           DISPLAY '   {'.
           MOVE PLT-ID TO WRK-ID-MASK.
           DISPLAY '    "id": ' FUNCTION TRIM(WRK-ID-MASK) ','.

           IF  PLT-DIA = SPACES
               DISPLAY '    "dia": null,'
               DISPLAY '    "tipo_dia": "'
                   FUNCTION TRIM(PLT-TIPO-DIA) '",'
           ELSE
               DISPLAY '    "dia": "' PLT-DIA '",'
               DISPLAY '    "tipo_dia": null,'
           END-IF.

           DISPLAY '    "hora_inicio": "' PLT-HORA-INICIO '",'.
           DISPLAY '    "hora_fim": "' PLT-HORA-FIM '",'.

           MOVE PLT-PRIMARIO-ID TO WRK-ID-MASK.
           DISPLAY '    "primario_id": ' FUNCTION TRIM(WRK-ID-MASK)
               ','.
           MOVE PLT-PRIMARIO-NOME TO WRK-CAMPO-TXT.
           CALL 'MOD-JSON-ESCAPE' USING WRK-CAMPO-TXT WRK-CAMPO-ESC
               END-CALL.
           DISPLAY '    "primario": "' FUNCTION TRIM(WRK-CAMPO-ESC)
               '",'.

           IF  PLT-SECUNDARIO-ID = ZERO
               DISPLAY '    "secundario_id": null,'
               DISPLAY '    "secundario": null,'
           ELSE
               MOVE PLT-SECUNDARIO-ID TO WRK-ID-MASK
               DISPLAY '    "secundario_id": '
                   FUNCTION TRIM(WRK-ID-MASK) ','
               MOVE PLT-SECUNDARIO-NOME TO WRK-CAMPO-TXT
               CALL 'MOD-JSON-ESCAPE'
                   USING WRK-CAMPO-TXT WRK-CAMPO-ESC
                   END-CALL
               DISPLAY '    "secundario": "'
                   FUNCTION TRIM(WRK-CAMPO-ESC) '",'
           END-IF.

           MOVE PLT-CRIADO-POR TO WRK-CAMPO-TXT.
           CALL 'MOD-JSON-ESCAPE' USING WRK-CAMPO-TXT WRK-CAMPO-ESC
               END-CALL.
           DISPLAY '    "criado_por": "' FUNCTION TRIM(WRK-CAMPO-ESC)
               '"'.
           DISPLAY '   }'.

           PERFORM 3110-BUSCAR-PROXIMA-FAIXA.

       3200-EMITIR-CONTATOS.

           EXEC SQL
               DECLARE CUR-PLT-CONTATOS CURSOR FOR
                   SELECT c.operador_id, COALESCE(o.nome, ''),
                          c.lista,
                          DATE_FORMAT(c.atualizado_em,
                              '%Y-%m-%d %H:%i:%s')
                     FROM plantao_contatos c
                     LEFT JOIN operadores o
                       ON o.id = c.operador_id
                    ORDER BY o.nome, c.operador_id
           END-EXEC.

           EXEC SQL OPEN CUR-PLT-CONTATOS END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO
               STRING
                   "ERRO AO TENTAR LISTAR OS CONTATOS DO PLANTAO."
               INTO WRK-MSG-ERRO
               MOVE SQLERRM TO WRK-MSG-EXP-ERRO
               MOVE ERR-COD-SQL-EXEC TO WRK-COD-ERRO
               PERFORM 9000-RETORNAR-RESPOSTA-HTTP-500
           END-IF.

           DISPLAY ' "contatos": ['.

           SET PRIMEIRO-REGISTRO TO TRUE.
           SET NAO-FIM-CURSOR TO TRUE.
           PERFORM 3210-BUSCAR-PROXIMO-CONTATO.
           PERFORM 3220-EMITIR-CONTATO UNTIL FIM-CURSOR.

           EXEC SQL CLOSE CUR-PLT-CONTATOS END-EXEC.

           DISPLAY ' ]'.

       3210-BUSCAR-PROXIMO-CONTATO.

           EXEC SQL
               FETCH CUR-PLT-CONTATOS
                   INTO :PLT-OPERADOR-ID, :PLT-OPERADOR-NOME,
                        :PLT-LISTA, :PLT-ATUALIZADO-EM
           END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO
               SET FIM-CURSOR TO TRUE
           END-IF.

       3220-EMITIR-CONTATO.

           IF  NAO-PRIMEIRO-REGISTRO
               DISPLAY ','
           END-IF.
           SET NAO-PRIMEIRO-REGISTRO TO TRUE.

           DISPLAY '   {'.
           MOVE PLT-OPERADOR-ID TO WRK-ID-MASK.
           DISPLAY '    "operador_id": ' FUNCTION TRIM(WRK-ID-MASK)
               ','.
           MOVE PLT-OPERADOR-NOME TO WRK-CAMPO-TXT.
           CALL 'MOD-JSON-ESCAPE' USING WRK-CAMPO-TXT WRK-CAMPO-ESC
               END-CALL.
           DISPLAY '    "operador": "' FUNCTION TRIM(WRK-CAMPO-ESC)
               '",'.
           MOVE PLT-LISTA TO WRK-CAMPO-TXT.
           CALL 'MOD-JSON-ESCAPE' USING WRK-CAMPO-TXT WRK-CAMPO-ESC
               END-CALL.
           DISPLAY '    "lista": "' FUNCTION TRIM(WRK-CAMPO-ESC) '",'.
           DISPLAY '    "atualizado_em": "' PLT-ATUALIZADO-EM '"'.
           DISPLAY '   }'.

           PERFORM 3210-BUSCAR-PROXIMO-CONTATO.

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

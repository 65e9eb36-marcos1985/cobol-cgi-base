       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG-PASSAGEM-TURNO.
      *******************************************
      * AUTOR:
      * DATA:
      * ALTERACOES:
      *   - ACAO DO LIVRO DE PASSAGEM DE TURNO DOS OPERADORES, QUE
      *     SUBSTITUI A PASSAGEM PELO CHAT (ONDE SE PERDIA O
      *     CONTEXTO DOS JOBS EM EXECUCAO E DOS INCIDENTES ABERTOS).
      *     O TURNO VAI DO FIM DA PASSAGEM ANTERIOR ATE A ENTREGA
      *     DESTA. QS_ACAO=NOTA (QS_NOTA; QS_SITUACAO=OBSERVAR, O
      *     PADRAO, OU RESOLVIDO; QS_REF_TIPO=INCIDENTE, EXECUCAO OU
      *     FILA COM QS_REF_ID = ID DO INCIDENTE, ID DA EXECUCAO EM
      *     JOB_EXECUCOES OU <TIPO>:<CHAVE> DO ITEM DA FILA DE
      *     TRABALHO) REGISTRA UMA NOTA DO OPERADOR QUE SAI NA
      *     PASSAGEM ABERTA (ABERTA NA PRIMEIRA NOTA);
      *     QS_ACAO=MARCAR (QS_NOTA_ID, QS_SITUACAO) REMARCA UMA NOTA
      *     AINDA NAO ENTREGUE; QS_ACAO=ENTREGAR FECHA O TURNO;
      *     QS_ACAO=RECEBER (QS_ID) REGISTRA O ACEITE DO OPERADOR
      *     QUE ENTRA (OUTRO QUE NAO O QUE ENTREGOU). QS_ACAO=LISTAR
      *     (PADRAO) MOSTRA AS ULTIMAS PASSAGENS E QS_ACAO=DETALHE
      *     (QS_ID, PADRAO A MAIS RECENTE) UMA PASSAGEM COM AS NOTAS
      *     E O RELATORIO GERADO POR PROG-RELATORIO-PASSAGEM NA
      *     ENTREGA. A ESCRITA EXIGE METODO POST E PAPEL WRITER OU
      *     ADMIN.
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
               VALUE "PROG-PASSAGEM-TURNO".
       77  WRK-AUDIT-PARAMS                PIC X(255).
       77  WRK-COD-ERRO                    PIC 9(4).

       COPY ERRO-CODES.
       COPY VERSAO-BUILD.

       77  WRK-QS-ACAO                     PIC X(10).
       77  WRK-QS-ID-STG                   PIC X(10).
       77  WRK-QS-NOTA-ID-STG              PIC X(10).
       77  WRK-QS-NOTA                     PIC X(255).
       77  WRK-QS-SITUACAO                 PIC X(10).
       77  WRK-QS-REF-TIPO                 PIC X(10).
       77  WRK-QS-REF-ID                   PIC X(140).
       77  WRK-REF-ID-STG                  PIC X(10).
       77  WRK-REF-PTR                     PIC 9(3).
       77  WRK-REQUEST-METHOD              PIC X(10).
       77  WRK-ID-MASK                     PIC Z(9)9.
       77  WRK-QTD-MASK                    PIC Z(9)9.
       77  WRK-CHAVE-AUTORIZADA            PIC X(1).
           88  CHAVE-AUTORIZADA                        VALUE 'S'.
       77  WRK-CHAVE-PAPEL                 PIC X(10).
       77  WRK-QUOTA-ESTOURADA             PIC X(1).
           88  QUOTA-ESTOURADA                         VALUE 'S'.
           88  ORIGEM-BLOQUEADA                        VALUE 'B'.
       77  WRK-OPERADOR                    PIC X(60).

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
           05 PTU-ID              PIC 9(10).
           05 PTU-TURNO-INICIO    PIC X(19).
           05 PTU-TURNO-FIM       PIC X(19).
           05 PTU-STATUS          PIC X(10).
           05 PTU-ENTREGUE-POR    PIC X(60).
           05 PTU-RECEBIDO-POR    PIC X(60).
           05 PTU-RECEBIDO-EM     PIC X(19).
           05 PTU-RELATORIO       PIC X(255).
           05 PTU-QTD-NOTAS       PIC 9(10).
           05 PTU-QTD-OBSERVAR    PIC 9(10).
           05 PTU-NOTA-ID         PIC 9(10).
           05 PTU-NOTA-SITUACAO   PIC X(10).
           05 PTU-NOTA-REF-TIPO   PIC X(10).
           05 PTU-NOTA-REF-ID     PIC X(140).
           05 PTU-NOTA-TEXTO      PIC X(255).
           05 PTU-NOTA-OPERADOR   PIC X(60).
           05 PTU-NOTA-CRIADO-EM  PIC X(19).
           05 PTU-OPERADOR        PIC X(60).
           05 PTU-REF-NUM         PIC 9(10).
           05 PTU-REF-FILA-TIPO   PIC X(15).
           05 PTU-REF-FILA-CHAVE  PIC X(120).
           05 PTU-QTD-REF         PIC 9(10).

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
               WHEN "NOTA"
                   PERFORM 2000-REGISTRAR-NOTA
               WHEN "MARCAR"
                   PERFORM 2100-MARCAR-NOTA
               WHEN "ENTREGAR"
                   PERFORM 2200-ENTREGAR-TURNO
               WHEN "RECEBER"
                   PERFORM 2300-RECEBER-TURNO
               WHEN "DETALHE"
                   PERFORM 3100-DETALHAR-PASSAGEM
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
               WHEN "NOTA"
                   PERFORM 1110-LER-NOTA
               WHEN "MARCAR"
                   PERFORM 1120-LER-QS-NOTA-ID
                   PERFORM 1130-LER-QS-SITUACAO
               WHEN "RECEBER"
                   PERFORM 1140-LER-QS-ID
               WHEN "DETALHE"
                   ACCEPT WRK-QS-ID-STG FROM ENVIRONMENT "QS_ID"
                   MOVE ZERO TO PTU-ID
                   IF  FUNCTION TRIM(WRK-QS-ID-STG) NOT = SPACES
                       PERFORM 1140-LER-QS-ID
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       1110-LER-NOTA.

           ACCEPT WRK-QS-NOTA FROM ENVIRONMENT "QS_NOTA".
           IF  FUNCTION TRIM(WRK-QS-NOTA) = SPACES
               STRING
                   "PARAMETRO QS_NOTA E OBRIGATORIO PARA REGISTRAR "
                   "A NOTA."
               INTO WRK-MSG-ERRO
               MOVE ERR-COD-VALIDACAO TO WRK-COD-ERRO
               PERFORM 9100-RETORNAR-RESPOSTA-HTTP-400
           END-IF.
           MOVE WRK-QS-NOTA TO PTU-NOTA-TEXTO.

           PERFORM 1130-LER-QS-SITUACAO.

      * REFERENCIA OPCIONAL, MAS TIPO E ID ANDAM JUNTOS.
           ACCEPT WRK-QS-REF-TIPO FROM ENVIRONMENT "QS_REF_TIPO".
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WRK-QS-REF-TIPO))
               TO WRK-QS-REF-TIPO.
           ACCEPT WRK-QS-REF-ID FROM ENVIRONMENT "QS_REF_ID".
           MOVE FUNCTION TRIM(WRK-QS-REF-ID) TO WRK-QS-REF-ID.

           IF  (WRK-QS-REF-TIPO = SPACES
                AND WRK-QS-REF-ID NOT = SPACES)
           OR  (WRK-QS-REF-TIPO NOT = SPACES
                AND WRK-QS-REF-ID = SPACES)
               STRING
                   "PARAMETROS QS_REF_TIPO E QS_REF_ID DEVEM SER "
                   "INFORMADOS JUNTOS."
               INTO WRK-MSG-ERRO
               MOVE ERR-COD-VALIDACAO TO WRK-COD-ERRO
               PERFORM 9100-RETORNAR-RESPOSTA-HTTP-400
           END-IF.

           IF  WRK-QS-REF-TIPO NOT = SPACES
           AND WRK-QS-REF-TIPO NOT = "INCIDENTE"
           AND WRK-QS-REF-TIPO NOT = "EXECUCAO"
           AND WRK-QS-REF-TIPO NOT = "FILA"
               STRING
                   "PARAMETRO QS_REF_TIPO DEVE SER INCIDENTE, "
                   "EXECUCAO OU FILA."
               INTO WRK-MSG-ERRO
               MOVE ERR-COD-VALIDACAO TO WRK-COD-ERRO
               PERFORM 9100-RETORNAR-RESPOSTA-HTTP-400
           END-IF.

           IF  WRK-QS-REF-TIPO = "INCIDENTE" OR "EXECUCAO"
               MOVE WRK-QS-REF-ID TO WRK-REF-ID-STG
               COPY VALIDACAO-CAMPO-NUMERICO
                   REPLACING ==TAG-CAMPO-STG==  BY ==WRK-REF-ID-STG==
                       ==TAG-NOME-PARAM==       BY =="QS_REF_ID"==
                       ==TAG-PARAGRAFO-400==    BY
                           ==9100-RETORNAR-RESPOSTA-HTTP-400==.
               MOVE WRK-REF-ID-STG TO PTU-REF-NUM
           END-IF.

      * ITEM DA FILA: <TIPO>:<CHAVE>, SEPARADO NO PRIMEIRO ':' (A
      * CHAVE PODE TER OUTROS).
           IF  WRK-QS-REF-TIPO = "FILA"
               MOVE SPACES TO PTU-REF-FILA-TIPO
               MOVE SPACES TO PTU-REF-FILA-CHAVE
               MOVE 1 TO WRK-REF-PTR
               UNSTRING WRK-QS-REF-ID DELIMITED BY ':'
                   INTO PTU-REF-FILA-TIPO
                   WITH POINTER WRK-REF-PTR
               END-UNSTRING
               IF  WRK-REF-PTR <= 140
                   MOVE WRK-QS-REF-ID(WRK-REF-PTR:)
                       TO PTU-REF-FILA-CHAVE
               END-IF
               MOVE FUNCTION UPPER-CASE(PTU-REF-FILA-TIPO)
                   TO PTU-REF-FILA-TIPO
               IF  PTU-REF-FILA-TIPO = SPACES
               OR  PTU-REF-FILA-CHAVE = SPACES
                   STRING
                       "PARAMETRO QS_REF_ID DE ITEM DA FILA DEVE "
                       "SER <TIPO>:<CHAVE>."
                   INTO WRK-MSG-ERRO
                   MOVE ERR-COD-VALIDACAO TO WRK-COD-ERRO
                   PERFORM 9100-RETORNAR-RESPOSTA-HTTP-400
               END-IF
           END-IF.

           MOVE WRK-QS-REF-TIPO TO PTU-NOTA-REF-TIPO.
           MOVE WRK-QS-REF-ID TO PTU-NOTA-REF-ID.

       1120-LER-QS-NOTA-ID.

           ACCEPT WRK-QS-NOTA-ID-STG FROM ENVIRONMENT "QS_NOTA_ID".
           COPY VALIDACAO-CAMPO-NUMERICO
               REPLACING ==TAG-CAMPO-STG==  BY ==WRK-QS-NOTA-ID-STG==
                   ==TAG-NOME-PARAM==       BY =="QS_NOTA_ID"==
                   ==TAG-PARAGRAFO-400==    BY
                       ==9100-RETORNAR-RESPOSTA-HTTP-400==.
           MOVE WRK-QS-NOTA-ID-STG TO PTU-NOTA-ID.

       1130-LER-QS-SITUACAO.

      * NA NOTA NOVA A SITUACAO EM BRANCO VALE OBSERVAR; NA
      * REMARCACAO ELA E OBRIGATORIA.
           ACCEPT WRK-QS-SITUACAO FROM ENVIRONMENT "QS_SITUACAO".
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WRK-QS-SITUACAO))
               TO WRK-QS-SITUACAO.
           IF  WRK-QS-SITUACAO = SPACES
           AND WRK-QS-ACAO = "NOTA"
               MOVE "OBSERVAR" TO WRK-QS-SITUACAO
           END-IF.

           IF  WRK-QS-SITUACAO NOT = "OBSERVAR"
           AND WRK-QS-SITUACAO NOT = "RESOLVIDO"
               STRING
                   "PARAMETRO QS_SITUACAO DEVE SER OBSERVAR OU "
                   "RESOLVIDO."
               INTO WRK-MSG-ERRO
               MOVE ERR-COD-VALIDACAO TO WRK-COD-ERRO
               PERFORM 9100-RETORNAR-RESPOSTA-HTTP-400
           END-IF.
           MOVE WRK-QS-SITUACAO TO PTU-NOTA-SITUACAO.

       1140-LER-QS-ID.

           ACCEPT WRK-QS-ID-STG FROM ENVIRONMENT "QS_ID".
           COPY VALIDACAO-CAMPO-NUMERICO
               REPLACING ==TAG-CAMPO-STG==  BY ==WRK-QS-ID-STG==
                   ==TAG-NOME-PARAM==       BY =="QS_ID"==
                   ==TAG-PARAGRAFO-400==    BY
                       ==9100-RETORNAR-RESPOSTA-HTTP-400==.
           MOVE WRK-QS-ID-STG TO PTU-ID.

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
           AND WRK-QS-ACAO NOT = "DETALHE"
           AND FUNCTION TRIM(WRK-CHAVE-PAPEL) NOT = "writer"
           AND FUNCTION TRIM(WRK-CHAVE-PAPEL) NOT = "admin"
               STRING
                   "CHAVE DE API SEM PERMISSAO PARA ESTA OPERACAO "
                   "(EXIGE PAPEL WRITER OU ADMIN)."
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

      * AS MESMAS TABELAS DE PROG-RELATORIO-PASSAGEM.
           EXEC SQL
               CREATE TABLE IF NOT EXISTS passagens_turno (
                   id           INT NOT NULL PRIMARY KEY
                                    AUTO_INCREMENT,
                   turno_inicio DATETIME NOT NULL,
                   turno_fim    DATETIME NULL,
                   status       VARCHAR(10) NOT NULL
                       DEFAULT 'ABERTA',
                   entregue_por VARCHAR(60) NULL,
                   recebido_por VARCHAR(60) NULL,
                   recebido_em  DATETIME NULL,
                   relatorio    VARCHAR(255) NULL,
                   criado_em    DATETIME NOT NULL
                       DEFAULT CURRENT_TIMESTAMP,
                   KEY ix_passagens_turno_status (status)
               )
           END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO
               STRING
                   "ERRO AO TENTAR GARANTIR PASSAGENS_TURNO."
               INTO WRK-MSG-ERRO
               MOVE SQLERRM TO WRK-MSG-EXP-ERRO
               MOVE ERR-COD-SQL-EXEC TO WRK-COD-ERRO
               PERFORM 9000-RETORNAR-RESPOSTA-HTTP-500
           END-IF.

           EXEC SQL
               CREATE TABLE IF NOT EXISTS passagem_notas (
                   id            INT NOT NULL PRIMARY KEY
                                     AUTO_INCREMENT,
                   passagem_id   INT NOT NULL,
                   situacao      VARCHAR(10) NOT NULL
                       DEFAULT 'OBSERVAR',
                   ref_tipo      VARCHAR(10)  NULL,
                   ref_id        VARCHAR(140) NULL,
                   nota          VARCHAR(255) NOT NULL,
                   operador      VARCHAR(60)  NOT NULL,
                   criado_em     DATETIME NOT NULL
                       DEFAULT CURRENT_TIMESTAMP,
                   atualizado_em DATETIME NULL,
                   KEY ix_passagem_notas_passagem (passagem_id)
               )
           END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO
               STRING
                   "ERRO AO TENTAR GARANTIR PASSAGEM_NOTAS."
               INTO WRK-MSG-ERRO
               MOVE SQLERRM TO WRK-MSG-EXP-ERRO
               MOVE ERR-COD-SQL-EXEC TO WRK-COD-ERRO
               PERFORM 9000-RETORNAR-RESPOSTA-HTTP-500
           END-IF.

           CALL 'MOD-RESOLVE-OPERADOR' USING WRK-OPERADOR
               END-CALL.
           IF  FUNCTION TRIM(WRK-OPERADOR) = SPACES
               MOVE "API" TO WRK-OPERADOR
           END-IF.
           MOVE WRK-OPERADOR TO PTU-OPERADOR.

       2000-REGISTRAR-NOTA.

           IF  PTU-NOTA-REF-TIPO NOT = SPACES
               PERFORM 2050-CONFERIR-REFERENCIA
           END-IF.

           PERFORM 2500-OBTER-PASSAGEM-ABERTA.

           EXEC SQL
               INSERT INTO passagem_notas
                   (passagem_id, situacao, ref_tipo, ref_id, nota,
                    operador)
               VALUES
                   (:PTU-ID, :PTU-NOTA-SITUACAO,
                    NULLIF(TRIM(:PTU-NOTA-REF-TIPO), ''),
                    NULLIF(TRIM(:PTU-NOTA-REF-ID), ''),
                    TRIM(:PTU-NOTA-TEXTO), :PTU-OPERADOR)
           END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO
               STRING
                   "ERRO AO TENTAR GRAVAR A NOTA DA PASSAGEM."
               INTO WRK-MSG-ERRO
               MOVE SQLERRM TO WRK-MSG-EXP-ERRO
               MOVE ERR-COD-SQL-EXEC TO WRK-COD-ERRO
               EXEC SQL ROLLBACK END-EXEC
               PERFORM 9000-RETORNAR-RESPOSTA-HTTP-500
           END-IF.

           EXEC SQL COMMIT END-EXEC.

           PERFORM 2900-RESPONDER-PASSAGEM.

       2050-CONFERIR-REFERENCIA.

      * A REFERENCIA PRECISA EXISTIR NA ORIGEM; TABELA AINDA
      * INEXISTENTE NO AMBIENTE CONTA COMO REFERENCIA INEXISTENTE.
           MOVE ZERO TO PTU-QTD-REF.

           EVALUATE PTU-NOTA-REF-TIPO
               WHEN "INCIDENTE"
                   EXEC SQL
                       SELECT COUNT(*)
                         INTO :PTU-QTD-REF
                         FROM incidentes
                        WHERE id = :PTU-REF-NUM
                   END-EXEC
               WHEN "EXECUCAO"
                   EXEC SQL
                       SELECT COUNT(*)
                         INTO :PTU-QTD-REF
                         FROM job_execucoes
                        WHERE id = :PTU-REF-NUM
                   END-EXEC
               WHEN OTHER
                   EXEC SQL
                       SELECT COUNT(*)
                         INTO :PTU-QTD-REF
                         FROM fila_trabalho
                        WHERE tipo = TRIM(:PTU-REF-FILA-TIPO)
                          AND chave = TRIM(:PTU-REF-FILA-CHAVE)
                   END-EXEC
           END-EVALUATE.

           IF  SQLCODE NOT EQUAL ZERO
               MOVE ZERO TO PTU-QTD-REF
           END-IF.

           IF  PTU-QTD-REF = ZERO
               STRING
                   "REFERENCIA DE QS_REF_TIPO/QS_REF_ID NAO "
                   "ENCONTRADA."
               INTO WRK-MSG-ERRO
               MOVE ERR-COD-VALIDACAO TO WRK-COD-ERRO
               PERFORM 9100-RETORNAR-RESPOSTA-HTTP-400
           END-IF.

       2100-MARCAR-NOTA.

      * SO NOTA DE PASSAGEM AINDA ABERTA E REMARCADA: DEPOIS DA
      * ENTREGA O RELATORIO JA FOI GERADO COM ELA.
           EXEC SQL
               SELECT n.passagem_id, p.status
                 INTO :PTU-ID, :PTU-STATUS
                 FROM passagem_notas n
                 JOIN passagens_turno p
                   ON p.id = n.passagem_id
                WHERE n.id = :PTU-NOTA-ID
           END-EXEC.

           IF  SQLCODE EQUAL 100
               STRING
                   "NOTA DE PASSAGEM NAO ENCONTRADA."
               INTO WRK-MSG-ERRO
               MOVE ERR-COD-VALIDACAO TO WRK-COD-ERRO
               PERFORM 9200-RETORNAR-RESPOSTA-HTTP-404
           END-IF.

           IF  SQLCODE NOT EQUAL ZERO
               STRING
                   "ERRO AO TENTAR LER A NOTA DE PASSAGEM."
               INTO WRK-MSG-ERRO
               MOVE SQLERRM TO WRK-MSG-EXP-ERRO
               MOVE ERR-COD-SQL-EXEC TO WRK-COD-ERRO
               PERFORM 9000-RETORNAR-RESPOSTA-HTTP-500
           END-IF.

           IF  PTU-STATUS NOT = "ABERTA"
               STRING
                   "PASSAGEM JA ENTREGUE; SUAS NOTAS NAO PODEM MAIS "
                   "SER REMARCADAS."
               INTO WRK-MSG-ERRO
               MOVE ERR-COD-SITUACAO-INVALIDA TO WRK-COD-ERRO
               PERFORM 9100-RETORNAR-RESPOSTA-HTTP-400
           END-IF.

           EXEC SQL
               UPDATE passagem_notas
                  SET situacao = :PTU-NOTA-SITUACAO,
                      atualizado_em = CURRENT_TIMESTAMP
                WHERE id = :PTU-NOTA-ID
           END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO AND SQLCODE NOT EQUAL 100
               STRING
                   "ERRO AO TENTAR REMARCAR A NOTA DE PASSAGEM."
               INTO WRK-MSG-ERRO
               MOVE SQLERRM TO WRK-MSG-EXP-ERRO
               MOVE ERR-COD-SQL-EXEC TO WRK-COD-ERRO
               EXEC SQL ROLLBACK END-EXEC
               PERFORM 9000-RETORNAR-RESPOSTA-HTTP-500
           END-IF.

           EXEC SQL COMMIT END-EXEC.

           PERFORM 2900-RESPONDER-PASSAGEM.

       2200-ENTREGAR-TURNO.

      * ENTREGA SEM NOTAS TAMBEM VALE: O RELATORIO DA PASSAGEM
      * TRAZ OS EVENTOS DO TURNO DE QUALQUER FORMA.
           PERFORM 2500-OBTER-PASSAGEM-ABERTA.

           EXEC SQL
               UPDATE passagens_turno
                  SET status = 'ENTREGUE',
                      turno_fim = CURRENT_TIMESTAMP,
                      entregue_por = :PTU-OPERADOR
                WHERE id = :PTU-ID
                  AND status = 'ABERTA'
           END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO AND SQLCODE NOT EQUAL 100
               STRING
                   "ERRO AO TENTAR ENTREGAR O TURNO."
               INTO WRK-MSG-ERRO
               MOVE SQLERRM TO WRK-MSG-EXP-ERRO
               MOVE ERR-COD-SQL-EXEC TO WRK-COD-ERRO
               EXEC SQL ROLLBACK END-EXEC
               PERFORM 9000-RETORNAR-RESPOSTA-HTTP-500
           END-IF.

           EXEC SQL COMMIT END-EXEC.

           PERFORM 2900-RESPONDER-PASSAGEM.

       2300-RECEBER-TURNO.

           PERFORM 2600-LER-PASSAGEM.

           IF  PTU-STATUS NOT = "ENTREGUE"
               STRING
                   "SO PASSAGEM ENTREGUE E AINDA NAO RECEBIDA PODE "
                   "SER RECEBIDA."
               INTO WRK-MSG-ERRO
               MOVE ERR-COD-SITUACAO-INVALIDA TO WRK-COD-ERRO
               PERFORM 9100-RETORNAR-RESPOSTA-HTTP-400
           END-IF.

           IF  PTU-OPERADOR = PTU-ENTREGUE-POR
           AND PTU-OPERADOR NOT = "API"
               STRING
                   "O ACEITE DEVE SER DO OPERADOR QUE ENTRA, NAO DO "
                   "QUE ENTREGOU O TURNO."
               INTO WRK-MSG-ERRO
               MOVE ERR-COD-SITUACAO-INVALIDA TO WRK-COD-ERRO
               PERFORM 9100-RETORNAR-RESPOSTA-HTTP-400
           END-IF.

           EXEC SQL
               UPDATE passagens_turno
                  SET status = 'RECEBIDA',
                      recebido_por = :PTU-OPERADOR,
                      recebido_em = CURRENT_TIMESTAMP
                WHERE id = :PTU-ID
                  AND status = 'ENTREGUE'
           END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO AND SQLCODE NOT EQUAL 100
               STRING
                   "ERRO AO TENTAR RECEBER O TURNO."
               INTO WRK-MSG-ERRO
               MOVE SQLERRM TO WRK-MSG-EXP-ERRO
               MOVE ERR-COD-SQL-EXEC TO WRK-COD-ERRO
               EXEC SQL ROLLBACK END-EXEC
               PERFORM 9000-RETORNAR-RESPOSTA-HTTP-500
           END-IF.

           EXEC SQL COMMIT END-EXEC.

           PERFORM 2900-RESPONDER-PASSAGEM.

       2500-OBTER-PASSAGEM-ABERTA.

      * HA NO MAXIMO UMA PASSAGEM ABERTA; QUANDO NAO HA, ABRE-SE
      * UMA COM O TURNO COMECANDO NO FIM DO ANTERIOR (OU 12 HORAS
      * ATRAS, NA PRIMEIRA PASSAGEM DO AMBIENTE).
           EXEC SQL
               SELECT id
                 INTO :PTU-ID
                 FROM passagens_turno
                WHERE status = 'ABERTA'
                ORDER BY id DESC
                LIMIT 1
           END-EXEC.

           IF  SQLCODE EQUAL ZERO
               EXIT PARAGRAPH
           END-IF.

           IF  SQLCODE NOT EQUAL 100
               STRING
                   "ERRO AO TENTAR LER A PASSAGEM ABERTA."
               INTO WRK-MSG-ERRO
               MOVE SQLERRM TO WRK-MSG-EXP-ERRO
               MOVE ERR-COD-SQL-EXEC TO WRK-COD-ERRO
               PERFORM 9000-RETORNAR-RESPOSTA-HTTP-500
           END-IF.

           EXEC SQL
               INSERT INTO passagens_turno (turno_inicio)
               SELECT COALESCE(MAX(turno_fim),
                          CURRENT_TIMESTAMP - INTERVAL 12 HOUR)
                 FROM passagens_turno
           END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO
               STRING
                   "ERRO AO TENTAR ABRIR A PASSAGEM DE TURNO."
               INTO WRK-MSG-ERRO
               MOVE SQLERRM TO WRK-MSG-EXP-ERRO
               MOVE ERR-COD-SQL-EXEC TO WRK-COD-ERRO
               EXEC SQL ROLLBACK END-EXEC
               PERFORM 9000-RETORNAR-RESPOSTA-HTTP-500
           END-IF.

           EXEC SQL
               SELECT LAST_INSERT_ID() INTO :PTU-ID
           END-EXEC.

       2600-LER-PASSAGEM.

      * PTU-ID ZERO (DETALHE SEM QS_ID) LE A PASSAGEM MAIS RECENTE.
           EXEC SQL
               SELECT id,
                      DATE_FORMAT(turno_inicio, '%Y-%m-%d %H:%i:%s'),
                      COALESCE(DATE_FORMAT(turno_fim,
                          '%Y-%m-%d %H:%i:%s'), ''),
                      status,
                      COALESCE(entregue_por, ''),
                      COALESCE(recebido_por, ''),
                      COALESCE(DATE_FORMAT(recebido_em,
                          '%Y-%m-%d %H:%i:%s'), ''),
                      COALESCE(relatorio, ''),
                      (SELECT COUNT(*) FROM passagem_notas n
                        WHERE n.passagem_id = p.id),
                      (SELECT COUNT(*) FROM passagem_notas n
                        WHERE n.passagem_id = p.id
                          AND n.situacao = 'OBSERVAR')
                 INTO :PTU-ID, :PTU-TURNO-INICIO, :PTU-TURNO-FIM,
                      :PTU-STATUS, :PTU-ENTREGUE-POR,
                      :PTU-RECEBIDO-POR, :PTU-RECEBIDO-EM,
                      :PTU-RELATORIO, :PTU-QTD-NOTAS,
                      :PTU-QTD-OBSERVAR
                 FROM passagens_turno p
                WHERE p.id = :PTU-ID
                   OR (:PTU-ID = 0
                       AND p.id = (SELECT MAX(x.id)
                                     FROM passagens_turno x))
           END-EXEC.

           IF  SQLCODE EQUAL 100
               STRING
                   "PASSAGEM DE TURNO NAO ENCONTRADA."
               INTO WRK-MSG-ERRO
               MOVE ERR-COD-VALIDACAO TO WRK-COD-ERRO
               PERFORM 9200-RETORNAR-RESPOSTA-HTTP-404
           END-IF.

           IF  SQLCODE NOT EQUAL ZERO
               STRING
                   "ERRO AO TENTAR LER A PASSAGEM DE TURNO."
               INTO WRK-MSG-ERRO
               MOVE SQLERRM TO WRK-MSG-EXP-ERRO
               MOVE ERR-COD-SQL-EXEC TO WRK-COD-ERRO
               PERFORM 9000-RETORNAR-RESPOSTA-HTTP-500
           END-IF.

       2900-RESPONDER-PASSAGEM.

           CALL 'MOD-REGISTRA-AUDITORIA'
               USING WRK-PROGRAMA-NOME, WRK-AUDIT-PARAMS,
                   WRK-HTTP-STATUS-200
               END-CALL.

           PERFORM 2600-LER-PASSAGEM.

           DISPLAY '{'.
           DISPLAY '"http-status": ' WRK-HTTP-STATUS-200 ','.
           DISPLAY '"msg": null,'.
           DISPLAY '"data": '.
           DISPLAY '   {'.
           PERFORM 3200-EMITIR-CAMPOS-PASSAGEM.
           DISPLAY '    ,'.
           PERFORM 3300-EMITIR-NOTAS.
           DISPLAY '   }'.
           DISPLAY "}".

       3000-LISTAR.

           DISPLAY '{'.
           DISPLAY '"http-status": ' WRK-HTTP-STATUS-200 ','.
           DISPLAY '"msg": null,'.
           DISPLAY '"data": ['.

           EXEC SQL
               DECLARE CUR-PTU-LISTA CURSOR FOR
                   SELECT id,
                          DATE_FORMAT(turno_inicio,
                              '%Y-%m-%d %H:%i:%s'),
                          COALESCE(DATE_FORMAT(turno_fim,
                              '%Y-%m-%d %H:%i:%s'), ''),
                          status,
                          COALESCE(entregue_por, ''),
                          COALESCE(recebido_por, ''),
                          COALESCE(DATE_FORMAT(recebido_em,
                              '%Y-%m-%d %H:%i:%s'), ''),
                          COALESCE(relatorio, ''),
                          (SELECT COUNT(*) FROM passagem_notas n
                            WHERE n.passagem_id = p.id),
                          (SELECT COUNT(*) FROM passagem_notas n
                            WHERE n.passagem_id = p.id
                              AND n.situacao = 'OBSERVAR')
                     FROM passagens_turno p
                    ORDER BY id DESC
                    LIMIT 50
           END-EXEC.

           EXEC SQL OPEN CUR-PTU-LISTA END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO
               STRING
                   "ERRO AO TENTAR LISTAR AS PASSAGENS DE TURNO."
               INTO WRK-MSG-ERRO
               MOVE SQLERRM TO WRK-MSG-EXP-ERRO
               MOVE ERR-COD-SQL-EXEC TO WRK-COD-ERRO
               PERFORM 9000-RETORNAR-RESPOSTA-HTTP-500
           END-IF.

           SET PRIMEIRO-REGISTRO TO TRUE.
           SET NAO-FIM-CURSOR TO TRUE.
           PERFORM 3010-BUSCAR-PROXIMA-PASSAGEM.
           PERFORM 3020-EMITIR-PASSAGEM UNTIL FIM-CURSOR.

           EXEC SQL CLOSE CUR-PTU-LISTA END-EXEC.

           DISPLAY ']'.
           DISPLAY '}'.

           CALL 'MOD-REGISTRA-AUDITORIA'
               USING WRK-PROGRAMA-NOME, WRK-AUDIT-PARAMS,
                   WRK-HTTP-STATUS-200
               END-CALL.

       3010-BUSCAR-PROXIMA-PASSAGEM.

           EXEC SQL
               FETCH CUR-PTU-LISTA
                   INTO :PTU-ID, :PTU-TURNO-INICIO, :PTU-TURNO-FIM,
                        :PTU-STATUS, :PTU-ENTREGUE-POR,
                        :PTU-RECEBIDO-POR, :PTU-RECEBIDO-EM,
                        :PTU-RELATORIO, :PTU-QTD-NOTAS,
                        :PTU-QTD-OBSERVAR
           END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO
               SET FIM-CURSOR TO TRUE
           END-IF.

       3020-EMITIR-PASSAGEM.

           IF  NAO-PRIMEIRO-REGISTRO
               DISPLAY ','
           END-IF.
           SET NAO-PRIMEIRO-REGISTRO TO TRUE.

           DISPLAY '   {'.
           PERFORM 3200-EMITIR-CAMPOS-PASSAGEM.
           DISPLAY '   }'.

           PERFORM 3010-BUSCAR-PROXIMA-PASSAGEM.

       3100-DETALHAR-PASSAGEM.

           PERFORM 2600-LER-PASSAGEM.

           DISPLAY '{'.
           DISPLAY '"http-status": ' WRK-HTTP-STATUS-200 ','.
           DISPLAY '"msg": null,'.
           DISPLAY '"data": '.
           DISPLAY '   {'.
           PERFORM 3200-EMITIR-CAMPOS-PASSAGEM.
           DISPLAY '    ,'.
           PERFORM 3300-EMITIR-NOTAS.
           DISPLAY '   }'.
           DISPLAY "}".

           CALL 'MOD-REGISTRA-AUDITORIA'
               USING WRK-PROGRAMA-NOME, WRK-AUDIT-PARAMS,
                   WRK-HTTP-STATUS-200
               END-CALL.

       3200-EMITIR-CAMPOS-PASSAGEM.

           MOVE PTU-ID TO WRK-ID-MASK.
           DISPLAY '    "id": ' FUNCTION TRIM(WRK-ID-MASK) ','.
           DISPLAY '    "status": "' FUNCTION TRIM(PTU-STATUS) '",'.
           DISPLAY '    "turno_inicio": "' PTU-TURNO-INICIO '",'.

           IF  PTU-TURNO-FIM = SPACES
               DISPLAY '    "turno_fim": null,'
               DISPLAY '    "entregue_por": null,'
           ELSE
               DISPLAY '    "turno_fim": "' PTU-TURNO-FIM '",'
               MOVE PTU-ENTREGUE-POR TO WRK-CAMPO-TXT
               CALL 'MOD-JSON-ESCAPE'
                   USING WRK-CAMPO-TXT WRK-CAMPO-ESC
                   END-CALL
               DISPLAY '    "entregue_por": "'
                   FUNCTION TRIM(WRK-CAMPO-ESC) '",'
           END-IF.

           IF  PTU-RECEBIDO-EM = SPACES
               DISPLAY '    "recebido_por": null,'
               DISPLAY '    "recebido_em": null,'
           ELSE
               MOVE PTU-RECEBIDO-POR TO WRK-CAMPO-TXT
               CALL 'MOD-JSON-ESCAPE'
                   USING WRK-CAMPO-TXT WRK-CAMPO-ESC
                   END-CALL
               DISPLAY '    "recebido_por": "'
                   FUNCTION TRIM(WRK-CAMPO-ESC) '",'
               DISPLAY '    "recebido_em": "' PTU-RECEBIDO-EM '",'
           END-IF.

           IF  PTU-RELATORIO = SPACES
               DISPLAY '    "relatorio": null,'
           ELSE
               MOVE PTU-RELATORIO TO WRK-CAMPO-TXT
               CALL 'MOD-JSON-ESCAPE'
                   USING WRK-CAMPO-TXT WRK-CAMPO-ESC
                   END-CALL
               DISPLAY '    "relatorio": "'
                   FUNCTION TRIM(WRK-CAMPO-ESC) '",'
           END-IF.

           MOVE PTU-QTD-NOTAS TO WRK-QTD-MASK.
           DISPLAY '    "qtd_notas": ' FUNCTION TRIM(WRK-QTD-MASK) ','.
           MOVE PTU-QTD-OBSERVAR TO WRK-QTD-MASK.
           DISPLAY '    "qtd_observar": '
               FUNCTION TRIM(WRK-QTD-MASK).

       3300-EMITIR-NOTAS.

           DISPLAY '    "notas": ['.

           EXEC SQL
               DECLARE CUR-PTU-NOTAS CURSOR FOR
                   SELECT id, situacao, COALESCE(ref_tipo, ''),
                          COALESCE(ref_id, ''), nota, operador,
                          DATE_FORMAT(criado_em,
                              '%Y-%m-%d %H:%i:%s')
                     FROM passagem_notas
                    WHERE passagem_id = :PTU-ID
                    ORDER BY id
           END-EXEC.

           EXEC SQL OPEN CUR-PTU-NOTAS END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO
               STRING
                   "ERRO AO TENTAR LISTAR AS NOTAS DA PASSAGEM."
               INTO WRK-MSG-ERRO
               MOVE SQLERRM TO WRK-MSG-EXP-ERRO
               MOVE ERR-COD-SQL-EXEC TO WRK-COD-ERRO
               PERFORM 9000-RETORNAR-RESPOSTA-HTTP-500
           END-IF.

           SET PRIMEIRO-REGISTRO TO TRUE.
           SET NAO-FIM-CURSOR TO TRUE.
           PERFORM 3310-BUSCAR-PROXIMA-NOTA.
           PERFORM 3320-EMITIR-NOTA UNTIL FIM-CURSOR.

           EXEC SQL CLOSE CUR-PTU-NOTAS END-EXEC.

           DISPLAY '    ]'.

       3310-BUSCAR-PROXIMA-NOTA.

           EXEC SQL
               FETCH CUR-PTU-NOTAS
                   INTO :PTU-NOTA-ID, :PTU-NOTA-SITUACAO,
                        :PTU-NOTA-REF-TIPO, :PTU-NOTA-REF-ID,
                        :PTU-NOTA-TEXTO, :PTU-NOTA-OPERADOR,
                        :PTU-NOTA-CRIADO-EM
           END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO
               SET FIM-CURSOR TO TRUE
           END-IF.

       3320-EMITIR-NOTA.

           IF  NAO-PRIMEIRO-REGISTRO
               DISPLAY '     ,'
           END-IF.
           SET NAO-PRIMEIRO-REGISTRO TO TRUE.

           DISPLAY '     {'.

           MOVE PTU-NOTA-ID TO WRK-ID-MASK.
           DISPLAY '      "id": ' FUNCTION TRIM(WRK-ID-MASK) ','.
           DISPLAY '      "situacao": "'
               FUNCTION TRIM(PTU-NOTA-SITUACAO) '",'.

           IF  PTU-NOTA-REF-TIPO = SPACES
               DISPLAY '      "ref_tipo": null,'
               DISPLAY '      "ref_id": null,'
           ELSE
               DISPLAY '      "ref_tipo": "'
                   FUNCTION TRIM(PTU-NOTA-REF-TIPO) '",'
               MOVE PTU-NOTA-REF-ID TO WRK-CAMPO-TXT
               CALL 'MOD-JSON-ESCAPE'
                   USING WRK-CAMPO-TXT WRK-CAMPO-ESC
                   END-CALL
               DISPLAY '      "ref_id": "'
                   FUNCTION TRIM(WRK-CAMPO-ESC) '",'
           END-IF.

           MOVE PTU-NOTA-TEXTO TO WRK-CAMPO-TXT.
           CALL 'MOD-JSON-ESCAPE' USING WRK-CAMPO-TXT WRK-CAMPO-ESC
               END-CALL.
           DISPLAY '      "nota": "' FUNCTION TRIM(WRK-CAMPO-ESC) '",'.

           MOVE PTU-NOTA-OPERADOR TO WRK-CAMPO-TXT.
           CALL 'MOD-JSON-ESCAPE' USING WRK-CAMPO-TXT WRK-CAMPO-ESC
               END-CALL.
           DISPLAY '      "operador": "'
               FUNCTION TRIM(WRK-CAMPO-ESC) '",'.

           DISPLAY '      "criado_em": "' PTU-NOTA-CRIADO-EM '"'.

           DISPLAY '     }'.

           PERFORM 3310-BUSCAR-PROXIMA-NOTA.

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

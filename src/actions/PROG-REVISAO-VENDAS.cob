       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG-REVISAO-VENDAS.
      *******************************************
      * AUTOR:
      * DATA:
      * ALTERACOES:
      *   - ACAO DA FILA DE REVISAO DAS VENDAS SINALIZADAS POR
      *     PROG-PONTUA-VENDAS. QS_ACAO=LISTAR (PADRAO) MOSTRA AS
      *     REVISOES PENDENTES COM OS DADOS DA VENDA (QS_STATUS=TODOS
      *     INCLUI AS JA DECIDIDAS; PENDENTE, APROVADA OU REJEITADA
      *     FILTRAM PELO STATUS). HISTORICO (QS_ID) DEVOLVE A TRILHA
      *     DA REVISAO: A SINALIZACAO E AS DECISOES, COM OPERADOR E
      *     OBSERVACAO. APROVAR E REJEITAR (QS_ID E QS_OBS, OBRIGATORIA
      *     NA REJEICAO) DECIDEM UMA REVISAO AINDA PENDENTE; REVISAO JA
      *     DECIDIDA E RECUSADA COM SITUACAO INVALIDA. A DECISAO E A
      *     LINHA DA TRILHA SAO GRAVADAS NA MESMA TRANSACAO, COM O
      *     OPERADOR RESOLVIDO POR MOD-RESOLVE-OPERADOR. REJEITAR NAO
      *     CANCELA A VENDA: O CANCELAMENTO CONTINUA SENDO FEITO EM
      *     PROG-CANCELA-VENDA. AS ESCRITAS SEGUEM O PADRAO: METODO
      *     POST, MODO DE MANUTENCAO (503), CHAVE DE API COM PAPEL
      *     WRITER OU ADMIN, CHAVE DE IDEMPOTENCIA E AUDITORIA.
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
               VALUE "PROG-REVISAO-VENDAS".
       77  WRK-AUDIT-PARAMS                PIC X(255).
       77  WRK-COD-ERRO                    PIC 9(4).

       COPY ERRO-CODES.
       COPY VERSAO-BUILD.

       77  WRK-QS-ACAO                     PIC X(10).
       77  WRK-QS-ID-STG                   PIC X(10).
       77  WRK-QS-STATUS                   PIC X(12).
       77  WRK-QS-OBS                      PIC X(255).
       77  WRK-REQUEST-METHOD              PIC X(10).
       77  WRK-OPERADOR                    PIC X(60).
       77  WRK-RESP-DADOS                  PIC X(1024).

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
           05 REV-ID            PIC 9(10).
           05 REV-VENDA-ID      PIC 9(10).
           05 REV-CLIENTE-ID    PIC 9(10).
           05 REV-VALOR         PIC 9(8)V99.
           05 REV-DATA-VENDA    PIC X(10).
           05 REV-PONTUACAO     PIC 9(5).
           05 REV-REGRAS        PIC X(255).
           05 REV-STATUS        PIC X(12).
           05 REV-NOVO-STATUS   PIC X(12).
           05 REV-FILTRO        PIC X(12).
           05 REV-CRIADO-EM     PIC X(19).
           05 REV-DECIDIDO-EM   PIC X(19).
           05 REV-DECIDIDO-POR  PIC X(60).
           05 REV-OBSERVACAO    PIC X(255).
           05 REV-CANCELADA     PIC X(1).
           05 HIS-ID            PIC 9(10).
           05 HIS-ACAO          PIC X(12).
           05 HIS-OPERADOR      PIC X(60).
           05 HIS-OBSERVACAO    PIC X(255).
           05 HIS-CRIADO-EM     PIC X(19).

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
               WHEN "APROVAR"
                   MOVE "APROVADA" TO REV-NOVO-STATUS
                   PERFORM 2000-DECIDIR-REVISAO
               WHEN "REJEITAR"
                   MOVE "REJEITADA" TO REV-NOVO-STATUS
                   PERFORM 2000-DECIDIR-REVISAO
               WHEN "HISTORICO"
                   PERFORM 3500-LISTAR-HISTORICO
               WHEN OTHER
                   PERFORM 3000-LISTAR-REVISOES
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

      * LISTAR E HISTORICO SAO LEITURAS; SO AS DECISOES PASSAM PELO
      * PADRAO DE ESCRITA.
           IF  FUNCTION UPPER-CASE(FUNCTION TRIM(WRK-QS-ACAO))
                   NOT = "LISTAR"
           AND FUNCTION UPPER-CASE(FUNCTION TRIM(WRK-QS-ACAO))
                   NOT = "HISTORICO"
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

      * A SESSAO E A COMPARTILHADA DA REQUISICAO; O OPERADOR DA
      * DECISAO E RESOLVIDO POR MODULO NA MESMA CONEXAO.
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

      * AS MESMAS TABELAS DE PROG-PONTUA-VENDAS; A ACAO PODE SER
      * CHAMADA ANTES DA PRIMEIRA PONTUACAO.
           EXEC SQL
               CREATE TABLE IF NOT EXISTS venda_revisao (
                   id           INT NOT NULL PRIMARY KEY
                                    AUTO_INCREMENT,
                   venda_id     INT NOT NULL,
                   pontuacao    INT NOT NULL DEFAULT 0,
                   regras       VARCHAR(255) NOT NULL,
                   status       VARCHAR(12) NOT NULL
                       DEFAULT 'PENDENTE',
                   criado_em    DATETIME NOT NULL
                       DEFAULT CURRENT_TIMESTAMP,
                   decidido_em  DATETIME NULL,
                   decidido_por VARCHAR(60) NULL,
                   observacao   VARCHAR(255) NULL,
                   UNIQUE KEY uk_venda_revisao_venda (venda_id),
                   KEY ix_venda_revisao_status (status)
               )
           END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO
               STRING
                   "ERRO AO TENTAR GARANTIR A TABELA DE REVISAO."
               INTO WRK-MSG-ERRO
               MOVE SQLERRM TO WRK-MSG-EXP-ERRO
               MOVE ERR-COD-SQL-EXEC TO WRK-COD-ERRO
               PERFORM 9000-RETORNAR-RESPOSTA-HTTP-500
           END-IF.

           EXEC SQL
               CREATE TABLE IF NOT EXISTS venda_revisao_historico (
                   id          INT NOT NULL PRIMARY KEY
                                   AUTO_INCREMENT,
                   revisao_id  INT NOT NULL,
                   venda_id    INT NOT NULL,
                   acao        VARCHAR(12) NOT NULL,
                   operador    VARCHAR(60) NULL,
                   observacao  VARCHAR(255) NULL,
                   criado_em   DATETIME NOT NULL
                       DEFAULT CURRENT_TIMESTAMP,
                   KEY ix_venda_revisao_hist_revisao (revisao_id)
               )
           END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO
               STRING
                   "ERRO AO TENTAR GARANTIR A TRILHA DE REVISAO."
               INTO WRK-MSG-ERRO
               MOVE SQLERRM TO WRK-MSG-EXP-ERRO
               MOVE ERR-COD-SQL-EXEC TO WRK-COD-ERRO
               PERFORM 9000-RETORNAR-RESPOSTA-HTTP-500
           END-IF.

       2000-DECIDIR-REVISAO.

           ACCEPT WRK-QS-ID-STG FROM ENVIRONMENT "QS_ID".
           COPY VALIDACAO-CAMPO-NUMERICO
               REPLACING ==TAG-CAMPO-STG==  BY ==WRK-QS-ID-STG==
                   ==TAG-NOME-PARAM==       BY =="QS_ID"==
                   ==TAG-PARAGRAFO-400==    BY
                       ==9100-RETORNAR-RESPOSTA-HTTP-400==.
           MOVE WRK-QS-ID-STG TO REV-ID.

           ACCEPT WRK-QS-OBS FROM ENVIRONMENT "QS_OBS".
           MOVE FUNCTION TRIM(WRK-QS-OBS) TO REV-OBSERVACAO.

      * A REJEICAO PRECISA DIZER O MOTIVO, PARA QUEM FOR CANCELAR OU
      * CORRIGIR A VENDA DEPOIS.
           IF  REV-NOVO-STATUS = "REJEITADA"
           AND REV-OBSERVACAO = SPACES
               STRING
                   "PARAMETRO QS_OBS E OBRIGATORIO PARA REJEITAR."
               INTO WRK-MSG-ERRO
               MOVE ERR-COD-VALIDACAO TO WRK-COD-ERRO
               PERFORM 9100-RETORNAR-RESPOSTA-HTTP-400
           END-IF.

           CALL 'MOD-RESOLVE-OPERADOR' USING WRK-OPERADOR
               END-CALL.
           MOVE WRK-OPERADOR TO REV-DECIDIDO-POR.

           PERFORM 2100-TRAVAR-REVISAO.

           EXEC SQL
               UPDATE venda_revisao
                  SET status = :REV-NOVO-STATUS,
                      decidido_em = CURRENT_TIMESTAMP,
                      decidido_por = NULLIF(TRIM(:REV-DECIDIDO-POR),
                                            ''),
                      observacao = NULLIF(TRIM(:REV-OBSERVACAO), '')
                WHERE id = :REV-ID
           END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO
               STRING
                   "ERRO AO TENTAR GRAVAR A DECISAO DA REVISAO."
               INTO WRK-MSG-ERRO
               MOVE SQLERRM TO WRK-MSG-EXP-ERRO
               MOVE ERR-COD-SQL-EXEC TO WRK-COD-ERRO
               EXEC SQL ROLLBACK END-EXEC
               PERFORM 9000-RETORNAR-RESPOSTA-HTTP-500
           END-IF.

           EXEC SQL
               INSERT INTO venda_revisao_historico
                   (revisao_id, venda_id, acao, operador, observacao)
               VALUES (:REV-ID, :REV-VENDA-ID, :REV-NOVO-STATUS,
                       NULLIF(TRIM(:REV-DECIDIDO-POR), ''),
                       NULLIF(TRIM(:REV-OBSERVACAO), ''))
           END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO
               STRING
                   "ERRO AO TENTAR GRAVAR A TRILHA DA REVISAO."
               INTO WRK-MSG-ERRO
               MOVE SQLERRM TO WRK-MSG-EXP-ERRO
               MOVE ERR-COD-SQL-EXEC TO WRK-COD-ERRO
               EXEC SQL ROLLBACK END-EXEC
               PERFORM 9000-RETORNAR-RESPOSTA-HTTP-500
           END-IF.

           EXEC SQL COMMIT END-EXEC.

           MOVE REV-ID TO WRK-ID-MASK.
           MOVE SPACES TO WRK-RESP-DADOS.
           STRING
               '"id": ' FUNCTION TRIM(WRK-ID-MASK) ','
               WRK-NEWLINE
               DELIMITED BY SIZE
               INTO WRK-RESP-DADOS
           END-STRING.
           MOVE REV-VENDA-ID TO WRK-ID-MASK.
           STRING
               FUNCTION TRIM(WRK-RESP-DADOS TRAILING)
               '"venda_id": ' FUNCTION TRIM(WRK-ID-MASK) ','
               WRK-NEWLINE
               '"status": "' FUNCTION TRIM(REV-NOVO-STATUS) '",'
               WRK-NEWLINE
               DELIMITED BY SIZE
               INTO WRK-RESP-DADOS
           END-STRING.

           IF  REV-DECIDIDO-POR = SPACES
               STRING
                   FUNCTION TRIM(WRK-RESP-DADOS TRAILING)
                   '"decidido_por": null' WRK-NEWLINE
                   DELIMITED BY SIZE
                   INTO WRK-RESP-DADOS
               END-STRING
           ELSE
               MOVE REV-DECIDIDO-POR TO WRK-CAMPO-TXT
               CALL 'MOD-JSON-ESCAPE' USING WRK-CAMPO-TXT
                   WRK-CAMPO-ESC
                   END-CALL
               STRING
                   FUNCTION TRIM(WRK-RESP-DADOS TRAILING)
                   '"decidido_por": "' FUNCTION TRIM(WRK-CAMPO-ESC)
                   '"' WRK-NEWLINE
                   DELIMITED BY SIZE
                   INTO WRK-RESP-DADOS
               END-STRING
           END-IF.

           PERFORM 2900-RESPONDER-OPERACAO.

       2100-TRAVAR-REVISAO.

      * A LINHA DA REVISAO FICA TRAVADA ATE O COMMIT, PARA QUE DUAS
      * DECISOES SIMULTANEAS NAO DECIDAM A MESMA REVISAO.
           EXEC SQL START TRANSACTION END-EXEC.

           EXEC SQL
               SELECT venda_id, status
                 INTO :REV-VENDA-ID, :REV-STATUS
                 FROM venda_revisao
                WHERE id = :REV-ID
                  FOR UPDATE
           END-EXEC.

           IF  SQLCODE EQUAL 100
               STRING
                   "REVISAO NAO ENCONTRADA."
               INTO WRK-MSG-ERRO
               EXEC SQL ROLLBACK END-EXEC
               MOVE ERR-COD-VALIDACAO TO WRK-COD-ERRO
               PERFORM 9200-RETORNAR-RESPOSTA-HTTP-404
           END-IF.

           IF  SQLCODE NOT EQUAL ZERO
               STRING
                   "ERRO AO TENTAR LER A REVISAO."
               INTO WRK-MSG-ERRO
               MOVE SQLERRM TO WRK-MSG-EXP-ERRO
               MOVE ERR-COD-SQL-EXEC TO WRK-COD-ERRO
               EXEC SQL ROLLBACK END-EXEC
               PERFORM 9000-RETORNAR-RESPOSTA-HTTP-500
           END-IF.

           IF  REV-STATUS NOT = "PENDENTE"
               STRING
                   "REVISAO JA DECIDIDA (" FUNCTION TRIM(REV-STATUS)
                   "). SO REVISAO PENDENTE PODE SER APROVADA OU "
                   "REJEITADA."
                   DELIMITED BY SIZE
               INTO WRK-MSG-ERRO
               EXEC SQL ROLLBACK END-EXEC
               MOVE ERR-COD-SITUACAO-INVALIDA TO WRK-COD-ERRO
               PERFORM 9100-RETORNAR-RESPOSTA-HTTP-400
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

       3000-LISTAR-REVISOES.

      * SEM FILTRO SAO SO AS PENDENTES, MAIS PONTUADAS PRIMEIRO; E A
      * FILA QUE O FINANCEIRO PRECISA ZERAR ANTES DO FECHAMENTO.
           ACCEPT WRK-QS-STATUS FROM ENVIRONMENT "QS_STATUS".
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WRK-QS-STATUS))
               TO REV-FILTRO.

           EVALUATE REV-FILTRO
               WHEN SPACES
                   MOVE "PENDENTE" TO REV-FILTRO
               WHEN "PENDENTE"
               WHEN "APROVADA"
               WHEN "REJEITADA"
               WHEN "TODOS"
                   CONTINUE
               WHEN OTHER
                   STRING
                       "PARAMETRO QS_STATUS INVALIDO. USE PENDENTE, "
                       "APROVADA, REJEITADA OU TODOS."
                   INTO WRK-MSG-ERRO
                   MOVE ERR-COD-VALIDACAO TO WRK-COD-ERRO
                   PERFORM 9100-RETORNAR-RESPOSTA-HTTP-400
           END-EVALUATE.

           EXEC SQL
               DECLARE CUR-REVISOES CURSOR FOR
                   SELECT r.id, r.venda_id, v.cliente_id, v.valor,
                          DATE_FORMAT(v.data_venda, '%Y-%m-%d'),
                          CASE WHEN v.cancelada_em IS NULL
                               THEN 'N' ELSE 'S' END,
                          r.pontuacao, r.regras, r.status,
                          DATE_FORMAT(r.criado_em,
                                      '%Y-%m-%d %H:%i:%s'),
                          COALESCE(DATE_FORMAT(r.decidido_em,
                                      '%Y-%m-%d %H:%i:%s'), ' '),
                          COALESCE(r.decidido_por, ' '),
                          COALESCE(r.observacao, ' ')
                     FROM venda_revisao r
                     JOIN venda v ON v.id = r.venda_id
                    WHERE (:REV-FILTRO = 'TODOS'
                           OR r.status = :REV-FILTRO)
                    ORDER BY r.pontuacao DESC, r.id
                    LIMIT 500
           END-EXEC.

           EXEC SQL OPEN CUR-REVISOES END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO
               STRING
                   "ERRO AO TENTAR LISTAR AS REVISOES."
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
           PERFORM 3100-BUSCAR-PROXIMA-REVISAO.
           PERFORM 3200-EMITIR-REVISAO UNTIL FIM-CURSOR.

           DISPLAY ']'.
           DISPLAY '}'.

           EXEC SQL CLOSE CUR-REVISOES END-EXEC.

           MOVE "PARAR" TO WRK-TEMPO-ACAO.
           CALL 'MOD-MEDE-TEMPO'
               USING WRK-TEMPO-ACAO, WRK-PROGRAMA-NOME
               END-CALL.

           CALL 'MOD-REGISTRA-AUDITORIA'
               USING WRK-PROGRAMA-NOME, WRK-AUDIT-PARAMS,
                   WRK-HTTP-STATUS-200
               END-CALL.

       3100-BUSCAR-PROXIMA-REVISAO.

           EXEC SQL
               FETCH CUR-REVISOES
                   INTO :REV-ID, :REV-VENDA-ID, :REV-CLIENTE-ID,
                        :REV-VALOR, :REV-DATA-VENDA, :REV-CANCELADA,
                        :REV-PONTUACAO, :REV-REGRAS, :REV-STATUS,
                        :REV-CRIADO-EM, :REV-DECIDIDO-EM,
                        :REV-DECIDIDO-POR, :REV-OBSERVACAO
           END-EXEC.

           IF  SQLCODE EQUAL 100
               SET FIM-CURSOR TO TRUE
           END-IF.

       3200-EMITIR-REVISAO.

           IF  NAO-PRIMEIRO-REGISTRO
               DISPLAY ','
           END-IF.
           SET NAO-PRIMEIRO-REGISTRO TO TRUE.

           DISPLAY '   {'.
           MOVE REV-ID TO WRK-ID-MASK.
           DISPLAY '    "id": ' FUNCTION TRIM(WRK-ID-MASK) ','.
           MOVE REV-VENDA-ID TO WRK-ID-MASK.
           DISPLAY '    "venda_id": ' FUNCTION TRIM(WRK-ID-MASK) ','.
           MOVE REV-CLIENTE-ID TO WRK-ID-MASK.
           DISPLAY '    "cliente_id": ' FUNCTION TRIM(WRK-ID-MASK) ','.
           MOVE REV-VALOR TO WRK-VALOR-MASK.
           DISPLAY '    "valor": ' FUNCTION TRIM(WRK-VALOR-MASK) ','.
           DISPLAY '    "data_venda": "' REV-DATA-VENDA '",'.
           IF  REV-CANCELADA = 'S'
               DISPLAY '    "venda_cancelada": true,'
           ELSE
               DISPLAY '    "venda_cancelada": false,'
           END-IF.
           MOVE REV-PONTUACAO TO WRK-QTD-MASK.
           DISPLAY '    "pontuacao": ' FUNCTION TRIM(WRK-QTD-MASK) ','.
           DISPLAY '    "regras": "' FUNCTION TRIM(REV-REGRAS) '",'.
           DISPLAY '    "status": "' FUNCTION TRIM(REV-STATUS) '",'.
           DISPLAY '    "criado_em": "' REV-CRIADO-EM '",'.

           IF  REV-DECIDIDO-EM = SPACES
               DISPLAY '    "decidido_em": null,'
           ELSE
               DISPLAY '    "decidido_em": "' REV-DECIDIDO-EM '",'
           END-IF.

           IF  REV-DECIDIDO-POR = SPACES
               DISPLAY '    "decidido_por": null,'
           ELSE
               MOVE REV-DECIDIDO-POR TO WRK-CAMPO-TXT
               CALL 'MOD-JSON-ESCAPE' USING WRK-CAMPO-TXT
                   WRK-CAMPO-ESC
                   END-CALL
               DISPLAY '    "decidido_por": "'
                   FUNCTION TRIM(WRK-CAMPO-ESC) '",'
           END-IF.

           IF  REV-OBSERVACAO = SPACES
               DISPLAY '    "observacao": null'
           ELSE
               MOVE REV-OBSERVACAO TO WRK-CAMPO-TXT
               CALL 'MOD-JSON-ESCAPE' USING WRK-CAMPO-TXT
                   WRK-CAMPO-ESC
                   END-CALL
               DISPLAY '    "observacao": "'
                   FUNCTION TRIM(WRK-CAMPO-ESC) '"'
           END-IF.
           DISPLAY '   }'.

           PERFORM 3100-BUSCAR-PROXIMA-REVISAO.

       3500-LISTAR-HISTORICO.

           ACCEPT WRK-QS-ID-STG FROM ENVIRONMENT "QS_ID".
           COPY VALIDACAO-CAMPO-NUMERICO
               REPLACING ==TAG-CAMPO-STG==  BY ==WRK-QS-ID-STG==
                   ==TAG-NOME-PARAM==       BY =="QS_ID"==
                   ==TAG-PARAGRAFO-400==    BY
                       ==9100-RETORNAR-RESPOSTA-HTTP-400==.
           MOVE WRK-QS-ID-STG TO REV-ID.

           EXEC SQL
               DECLARE CUR-HISTORICO CURSOR FOR
                   SELECT id, venda_id, acao,
                          COALESCE(operador, ' '),
                          COALESCE(observacao, ' '),
                          DATE_FORMAT(criado_em, '%Y-%m-%d %H:%i:%s')
                     FROM venda_revisao_historico
                    WHERE revisao_id = :REV-ID
                    ORDER BY id
           END-EXEC.

           EXEC SQL OPEN CUR-HISTORICO END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO
               STRING
                   "ERRO AO TENTAR LISTAR A TRILHA DA REVISAO."
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
           PERFORM 3600-BUSCAR-PROXIMO-HISTORICO.
           PERFORM 3700-EMITIR-HISTORICO UNTIL FIM-CURSOR.

           DISPLAY ']'.
           DISPLAY '}'.

           EXEC SQL CLOSE CUR-HISTORICO END-EXEC.

           MOVE "PARAR" TO WRK-TEMPO-ACAO.
           CALL 'MOD-MEDE-TEMPO'
               USING WRK-TEMPO-ACAO, WRK-PROGRAMA-NOME
               END-CALL.

           CALL 'MOD-REGISTRA-AUDITORIA'
               USING WRK-PROGRAMA-NOME, WRK-AUDIT-PARAMS,
                   WRK-HTTP-STATUS-200
               END-CALL.

       3600-BUSCAR-PROXIMO-HISTORICO.

           EXEC SQL
               FETCH CUR-HISTORICO
                   INTO :HIS-ID, :REV-VENDA-ID, :HIS-ACAO,
                        :HIS-OPERADOR, :HIS-OBSERVACAO, :HIS-CRIADO-EM
           END-EXEC.

           IF  SQLCODE EQUAL 100
               SET FIM-CURSOR TO TRUE
           END-IF.

       3700-EMITIR-HISTORICO.

           IF  NAO-PRIMEIRO-REGISTRO
               DISPLAY ','
           END-IF.
           SET NAO-PRIMEIRO-REGISTRO TO TRUE.

           DISPLAY '   {'.
           MOVE HIS-ID TO WRK-ID-MASK.
           DISPLAY '    "id": ' FUNCTION TRIM(WRK-ID-MASK) ','.
           MOVE REV-ID TO WRK-ID-MASK.
           DISPLAY '    "revisao_id": ' FUNCTION TRIM(WRK-ID-MASK) ','.
           MOVE REV-VENDA-ID TO WRK-ID-MASK.
           DISPLAY '    "venda_id": ' FUNCTION TRIM(WRK-ID-MASK) ','.
           DISPLAY '    "acao": "' FUNCTION TRIM(HIS-ACAO) '",'.
           DISPLAY '    "criado_em": "' HIS-CRIADO-EM '",'.

           IF  HIS-OPERADOR = SPACES
               DISPLAY '    "operador": null,'
           ELSE
               MOVE HIS-OPERADOR TO WRK-CAMPO-TXT
               CALL 'MOD-JSON-ESCAPE' USING WRK-CAMPO-TXT
                   WRK-CAMPO-ESC
                   END-CALL
               DISPLAY '    "operador": "'
                   FUNCTION TRIM(WRK-CAMPO-ESC) '",'
           END-IF.

           IF  HIS-OBSERVACAO = SPACES
               DISPLAY '    "observacao": null'
           ELSE
               MOVE HIS-OBSERVACAO TO WRK-CAMPO-TXT
               CALL 'MOD-JSON-ESCAPE' USING WRK-CAMPO-TXT
                   WRK-CAMPO-ESC
                   END-CALL
               DISPLAY '    "observacao": "'
                   FUNCTION TRIM(WRK-CAMPO-ESC) '"'
           END-IF.
           DISPLAY '   }'.

           PERFORM 3600-BUSCAR-PROXIMO-HISTORICO.

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

       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG-EXPEDICAO-VENDAS.
      *******************************************
      * AUTOR:
      * DATA:
      * ALTERACOES:
      *   - ACAO DE EXPEDICAO DAS VENDAS: ACOMPANHA A MERCADORIA
      *     DEPOIS DA VENDA FECHADA. TODA VENDA NASCE PENDENTE E
      *     SEGUE O FLUXO SEPARADO, ENVIADO (COM TRANSPORTADORA E
      *     CODIGO DE RASTREIO) E ENTREGUE, OU FALHA NA ENTREGA, DE
      *     ONDE PODE SER DESPACHADA DE NOVO. A SITUACAO ATUAL FICA EM
      *     VENDA_EXPEDICAO E CADA MUDANCA GANHA UMA LINHA EM
      *     VENDA_EXPEDICAO_EVENTO COM DATA E HORA, OPERADOR E MOTIVO,
      *     ALEM DO EVENTO EXPEDICAO DA VENDA EM NOTIFICACOES (PAYLOAD
      *     COM A SITUACAO ANTERIOR E A NOVA), PARA OS ASSINANTES DE
      *     NOTIFICACAO_ASSINATURAS AVISAREM O CLIENTE.
      *     QS_ACAO=LISTAR (PADRAO; FILTROS QS_STATUS E
      *     QS_CLIENTE_ID) E DETALHE (QS_VENDA_ID, COM A LINHA DO
      *     TEMPO COMPLETA DA ENTREGA) SAO LEITURAS. SEPARAR,
      *     DESPACHAR (QS_TRANSPORTADORA E QS_RASTREIO), ENTREGAR E
      *     FALHAR (QS_MOTIVO OBRIGATORIO) RECEBEM QS_VENDA_ID E O
      *     QS_MOTIVO OPCIONAL. VENDA CANCELADA NAO TEM EXPEDICAO. AS
      *     ESCRITAS SEGUEM O PADRAO: METODO POST, MODO DE MANUTENCAO
      *     (503), CHAVE DE API COM PAPEL WRITER OU ADMIN, CHAVE DE
      *     IDEMPOTENCIA E AUDITORIA.
      *******************************************
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
       77  WRK-TOTAL-MASK                  PIC Z(9)9.99.
       77  WRK-DIA-MASK                    PIC Z9.
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
               VALUE "PROG-EXPEDICAO-VENDAS".
       77  WRK-AUDIT-PARAMS                PIC X(255).
       77  WRK-COD-ERRO                    PIC 9(4).

       COPY ERRO-CODES.
       COPY VERSAO-BUILD.

       77  WRK-QS-ACAO                     PIC X(12).
       77  WRK-QS-VENDA-STG                PIC X(10).
       77  WRK-QS-CLIENTE-STG              PIC X(10).
       77  WRK-QS-STATUS                   PIC X(12).
       77  WRK-QS-TRANSPORTADORA           PIC X(60).
       77  WRK-QS-RASTREIO                 PIC X(60).
       77  WRK-QS-MOTIVO                   PIC X(255).
       77  WRK-REQUEST-METHOD              PIC X(10).
       77  WRK-OPERADOR                    PIC X(60).
       77  WRK-RESP-DADOS                  PIC X(1024).

       77  WRK-STATUS-EXIGIDO              PIC X(10).
       77  WRK-STATUS-ALTERNATIVO          PIC X(10).
       77  WRK-STATUS-NOVO                 PIC X(10).
       77  WRK-DIAS-MASK                   PIC Z(4)9.
       77  WRK-TRANSP-ESC                  PIC X(120).
       77  WRK-RASTREIO-ESC                PIC X(120).

       77  WRK-FLAG-PRIMEIRO               PIC X(1)    VALUE 'S'.
           88  PRIMEIRO-REGISTRO                       VALUE 'S'.
           88  NAO-PRIMEIRO-REGISTRO                   VALUE 'N'.

       77  WRK-FLAG-FIM-CURSOR             PIC X(1)    VALUE 'N'.
           88  FIM-CURSOR                              VALUE 'S'.
           88  NAO-FIM-CURSOR                          VALUE 'N'.

       77  WRK-TABELA-NOTIF  PIC X(60) VALUE "venda".
       77  WRK-NOTIF-PAYLOAD PIC X(600) VALUE SPACES.
       77  WRK-EVENTO-EXPEDICAO PIC X(30) VALUE "EXPEDICAO".

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.

       01  HOSTVARS.
           05 BUFFER     PIC X(1024).

       01  SQL-01-VARS.
           05 EXP-VENDA-ID        PIC 9(10).
           05 EXP-CLIENTE-ID      PIC 9(10).
           05 EXP-DATA-VENDA      PIC X(10).
           05 EXP-VALOR           PIC 9(10)V99.
           05 EXP-CANCELADA       PIC X(1).
           05 EXP-STATUS          PIC X(10).
           05 EXP-STATUS-ANTERIOR PIC X(10).
           05 EXP-TRANSPORTADORA  PIC X(60).
           05 EXP-RASTREIO        PIC X(60).
           05 EXP-MOTIVO          PIC X(255).
           05 EXP-OPERADOR        PIC X(60).
           05 EXP-DESDE           PIC X(19).
           05 EXP-DIAS            PIC 9(5).
           05 EXP-FILTRO          PIC X(10).
           05 EXP-QTD             PIC 9(10).
           05 EVT-STATUS          PIC X(10).
           05 EVT-TRANSPORTADORA  PIC X(60).
           05 EVT-RASTREIO        PIC X(60).
           05 EVT-MOTIVO          PIC X(255).
           05 EVT-OPERADOR        PIC X(60).
           05 EVT-CRIADO-EM       PIC X(19).

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
               WHEN "SEPARAR"
                   MOVE "PENDENTE" TO WRK-STATUS-EXIGIDO
                   MOVE SPACES TO WRK-STATUS-ALTERNATIVO
                   MOVE "SEPARADO" TO WRK-STATUS-NOVO
                   PERFORM 2000-MUDAR-EXPEDICAO
               WHEN "DESPACHAR"
                   MOVE "SEPARADO" TO WRK-STATUS-EXIGIDO
                   MOVE "FALHA" TO WRK-STATUS-ALTERNATIVO
                   MOVE "ENVIADO" TO WRK-STATUS-NOVO
                   PERFORM 2000-MUDAR-EXPEDICAO
               WHEN "ENTREGAR"
                   MOVE "ENVIADO" TO WRK-STATUS-EXIGIDO
                   MOVE SPACES TO WRK-STATUS-ALTERNATIVO
                   MOVE "ENTREGUE" TO WRK-STATUS-NOVO
                   PERFORM 2000-MUDAR-EXPEDICAO
               WHEN "FALHAR"
                   MOVE "ENVIADO" TO WRK-STATUS-EXIGIDO
                   MOVE SPACES TO WRK-STATUS-ALTERNATIVO
                   MOVE "FALHA" TO WRK-STATUS-NOVO
                   PERFORM 2000-MUDAR-EXPEDICAO
               WHEN "DETALHE"
                   PERFORM 3500-DETALHAR-EXPEDICAO
               WHEN OTHER
                   PERFORM 3000-LISTAR-EXPEDICOES
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

      * LISTAR E DETALHE SAO LEITURAS; AS DEMAIS ACOES PASSAM PELO
      * PADRAO DE ESCRITA.
           IF  FUNCTION UPPER-CASE(FUNCTION TRIM(WRK-QS-ACAO))
                   NOT = "LISTAR"
           AND FUNCTION UPPER-CASE(FUNCTION TRIM(WRK-QS-ACAO))
                   NOT = "DETALHE"
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

      * A SESSAO E A COMPARTILHADA DA REQUISICAO, A MESMA DO MODULO
      * DE NOTIFICACAO.
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

      * A SITUACAO ATUAL FICA NUMA LINHA POR VENDA; VENDA SEM LINHA
      * AINDA ESTA PENDENTE DESDE QUE FOI CRIADA.
           EXEC SQL
               CREATE TABLE IF NOT EXISTS venda_expedicao (
                   venda_id       INT NOT NULL PRIMARY KEY,
                   status         VARCHAR(10) NOT NULL
                       DEFAULT 'PENDENTE',
                   transportadora VARCHAR(60) NULL,
                   rastreio       VARCHAR(60) NULL,
                   operador       VARCHAR(60) NULL,
                   atualizado_em  DATETIME NOT NULL
                       DEFAULT CURRENT_TIMESTAMP,
                   KEY ix_venda_expedicao_status (status,
                       atualizado_em)
               )
           END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO
               STRING
                   "ERRO AO TENTAR GARANTIR A TABELA DE EXPEDICAO."
               INTO WRK-MSG-ERRO
               MOVE SQLERRM TO WRK-MSG-EXP-ERRO
               MOVE ERR-COD-SQL-EXEC TO WRK-COD-ERRO
               PERFORM 9000-RETORNAR-RESPOSTA-HTTP-500
           END-IF.

      * A LINHA DO TEMPO DA ENTREGA: UMA LINHA POR MUDANCA, NUNCA
      * ALTERADA DEPOIS DE GRAVADA.
           EXEC SQL
               CREATE TABLE IF NOT EXISTS venda_expedicao_evento (
                   id             INT NOT NULL PRIMARY KEY
                                      AUTO_INCREMENT,
                   venda_id       INT NOT NULL,
                   status         VARCHAR(10) NOT NULL,
                   transportadora VARCHAR(60) NULL,
                   rastreio       VARCHAR(60) NULL,
                   motivo         VARCHAR(255) NULL,
                   operador       VARCHAR(60) NULL,
                   criado_em      DATETIME NOT NULL
                       DEFAULT CURRENT_TIMESTAMP,
                   KEY ix_venda_expedicao_evento_venda (venda_id, id)
               )
           END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO
               STRING
                   "ERRO AO TENTAR GARANTIR A TABELA DE EVENTOS DE "
                   "EXPEDICAO."
               INTO WRK-MSG-ERRO
               MOVE SQLERRM TO WRK-MSG-EXP-ERRO
               MOVE ERR-COD-SQL-EXEC TO WRK-COD-ERRO
               PERFORM 9000-RETORNAR-RESPOSTA-HTTP-500
           END-IF.

       2000-MUDAR-EXPEDICAO.

      * SEPARAR EXIGE PENDENTE, DESPACHAR EXIGE SEPARADO OU FALHA
      * (REENVIO), ENTREGAR E FALHAR EXIGEM ENVIADO. ENTREGUE E O
      * FIM DO FLUXO.
           PERFORM 2090-LER-QS-VENDA-ID.

           ACCEPT WRK-QS-MOTIVO FROM ENVIRONMENT "QS_MOTIVO".

           IF  WRK-STATUS-NOVO = "FALHA"
           AND FUNCTION TRIM(WRK-QS-MOTIVO) = SPACES
               STRING
                   "PARAMETRO QS_MOTIVO E OBRIGATORIO PARA REGISTRAR "
                   "A FALHA NA ENTREGA."
               INTO WRK-MSG-ERRO
               MOVE ERR-COD-VALIDACAO TO WRK-COD-ERRO
               PERFORM 9100-RETORNAR-RESPOSTA-HTTP-400
           END-IF.

           IF  WRK-STATUS-NOVO = "ENVIADO"
               ACCEPT WRK-QS-TRANSPORTADORA FROM ENVIRONMENT
                   "QS_TRANSPORTADORA"
               ACCEPT WRK-QS-RASTREIO FROM ENVIRONMENT "QS_RASTREIO"
               IF  FUNCTION TRIM(WRK-QS-TRANSPORTADORA) = SPACES
               OR  FUNCTION TRIM(WRK-QS-RASTREIO) = SPACES
                   STRING
                       "PARAMETROS QS_TRANSPORTADORA E QS_RASTREIO "
                       "SAO OBRIGATORIOS PARA DESPACHAR."
                   INTO WRK-MSG-ERRO
                   MOVE ERR-COD-VALIDACAO TO WRK-COD-ERRO
                   PERFORM 9100-RETORNAR-RESPOSTA-HTTP-400
               END-IF
           END-IF.

           CALL 'MOD-RESOLVE-OPERADOR' USING WRK-OPERADOR
               END-CALL.
           MOVE WRK-OPERADOR TO EXP-OPERADOR.

           PERFORM 2100-TRAVAR-VENDA.
           PERFORM 2110-ABRIR-EXPEDICAO.

           IF  EXP-STATUS NOT = WRK-STATUS-EXIGIDO
           AND (WRK-STATUS-ALTERNATIVO = SPACES
                OR EXP-STATUS NOT = WRK-STATUS-ALTERNATIVO)
               MOVE SPACES TO WRK-MSG-ERRO
               IF  WRK-STATUS-ALTERNATIVO = SPACES
                   STRING
                       "EXPEDICAO " FUNCTION TRIM(EXP-STATUS)
                       ". A OPERACAO EXIGE EXPEDICAO "
                       FUNCTION TRIM(WRK-STATUS-EXIGIDO) "."
                       DELIMITED BY SIZE
                   INTO WRK-MSG-ERRO
               ELSE
                   STRING
                       "EXPEDICAO " FUNCTION TRIM(EXP-STATUS)
                       ". A OPERACAO EXIGE EXPEDICAO "
                       FUNCTION TRIM(WRK-STATUS-EXIGIDO) " OU "
                       FUNCTION TRIM(WRK-STATUS-ALTERNATIVO) "."
                       DELIMITED BY SIZE
                   INTO WRK-MSG-ERRO
               END-IF
               EXEC SQL ROLLBACK END-EXEC
               MOVE ERR-COD-SITUACAO-INVALIDA TO WRK-COD-ERRO
               PERFORM 9100-RETORNAR-RESPOSTA-HTTP-400
           END-IF.

           MOVE EXP-STATUS TO EXP-STATUS-ANTERIOR.
           MOVE WRK-STATUS-NOVO TO EXP-STATUS.
           MOVE WRK-QS-MOTIVO TO EXP-MOTIVO.

      * O DESPACHO GRAVA A TRANSPORTADORA E O RASTREIO; AS DEMAIS
      * MUDANCAS MANTEM OS DO ULTIMO DESPACHO.
           IF  WRK-STATUS-NOVO = "ENVIADO"
               MOVE WRK-QS-TRANSPORTADORA TO EXP-TRANSPORTADORA
               MOVE WRK-QS-RASTREIO TO EXP-RASTREIO
           END-IF.

           EXEC SQL
               UPDATE venda_expedicao
                  SET status = :EXP-STATUS,
                      transportadora =
                          NULLIF(TRIM(:EXP-TRANSPORTADORA), ''),
                      rastreio = NULLIF(TRIM(:EXP-RASTREIO), ''),
                      operador = NULLIF(TRIM(:EXP-OPERADOR), ''),
                      atualizado_em = CURRENT_TIMESTAMP
                WHERE venda_id = :EXP-VENDA-ID
           END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO
               STRING
                   "ERRO AO TENTAR ALTERAR A EXPEDICAO DA VENDA."
               INTO WRK-MSG-ERRO
               MOVE SQLERRM TO WRK-MSG-EXP-ERRO
               MOVE ERR-COD-SQL-EXEC TO WRK-COD-ERRO
               EXEC SQL ROLLBACK END-EXEC
               PERFORM 9000-RETORNAR-RESPOSTA-HTTP-500
           END-IF.

           EXEC SQL
               INSERT INTO venda_expedicao_evento
                   (venda_id, status, transportadora, rastreio,
                    motivo, operador)
               VALUES
                   (:EXP-VENDA-ID, :EXP-STATUS,
                    NULLIF(TRIM(:EXP-TRANSPORTADORA), ''),
                    NULLIF(TRIM(:EXP-RASTREIO), ''),
                    NULLIF(TRIM(:EXP-MOTIVO), ''),
                    NULLIF(TRIM(:EXP-OPERADOR), ''))
           END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO
               STRING
                   "ERRO AO TENTAR REGISTRAR O EVENTO DE EXPEDICAO."
               INTO WRK-MSG-ERRO
               MOVE SQLERRM TO WRK-MSG-EXP-ERRO
               MOVE ERR-COD-SQL-EXEC TO WRK-COD-ERRO
               EXEC SQL ROLLBACK END-EXEC
               PERFORM 9000-RETORNAR-RESPOSTA-HTTP-500
           END-IF.

           EXEC SQL
               SELECT DATE_FORMAT(atualizado_em, '%Y-%m-%d %H:%i:%s')
                 INTO :EXP-DESDE
                 FROM venda_expedicao
                WHERE venda_id = :EXP-VENDA-ID
           END-EXEC.

           EXEC SQL COMMIT END-EXEC.

           PERFORM 2200-NOTIFICAR-EXPEDICAO.

           MOVE EXP-VENDA-ID TO WRK-ID-MASK.
           MOVE SPACES TO WRK-RESP-DADOS.
           STRING
               '"venda_id": ' FUNCTION TRIM(WRK-ID-MASK) ','
               WRK-NEWLINE
               '"status_anterior": "'
               FUNCTION TRIM(EXP-STATUS-ANTERIOR) '",'
               WRK-NEWLINE
               '"status": "' FUNCTION TRIM(EXP-STATUS) '",'
               WRK-NEWLINE
               DELIMITED BY SIZE
               INTO WRK-RESP-DADOS
           END-STRING.

           IF  EXP-TRANSPORTADORA = SPACES
               STRING
                   FUNCTION TRIM(WRK-RESP-DADOS TRAILING)
                   '"transportadora": null,' WRK-NEWLINE
                   '"rastreio": null,' WRK-NEWLINE
                   DELIMITED BY SIZE
                   INTO WRK-RESP-DADOS
               END-STRING
           ELSE
               STRING
                   FUNCTION TRIM(WRK-RESP-DADOS TRAILING)
                   '"transportadora": "'
                   FUNCTION TRIM(WRK-TRANSP-ESC) '",' WRK-NEWLINE
                   '"rastreio": "'
                   FUNCTION TRIM(WRK-RASTREIO-ESC) '",' WRK-NEWLINE
                   DELIMITED BY SIZE
                   INTO WRK-RESP-DADOS
               END-STRING
           END-IF.

           STRING
               FUNCTION TRIM(WRK-RESP-DADOS TRAILING)
               '"atualizado_em": "' EXP-DESDE '"' WRK-NEWLINE
               DELIMITED BY SIZE
               INTO WRK-RESP-DADOS
           END-STRING.

           PERFORM 2900-RESPONDER-OPERACAO.

       2090-LER-QS-VENDA-ID.

           ACCEPT WRK-QS-VENDA-STG FROM ENVIRONMENT "QS_VENDA_ID".
           COPY VALIDACAO-CAMPO-NUMERICO
               REPLACING ==TAG-CAMPO-STG==  BY ==WRK-QS-VENDA-STG==
                   ==TAG-NOME-PARAM==       BY =="QS_VENDA_ID"==
                   ==TAG-PARAGRAFO-400==    BY
                       ==9100-RETORNAR-RESPOSTA-HTTP-400==.
           MOVE WRK-QS-VENDA-STG TO EXP-VENDA-ID.

       2100-TRAVAR-VENDA.

      * A VENDA FICA TRAVADA ATE O COMMIT: A EXPEDICAO NAO SE CRUZA
      * COM UM CANCELAMENTO EM CURSO.
           EXEC SQL START TRANSACTION END-EXEC.

           EXEC SQL
               SELECT cliente_id,
                      CASE WHEN cancelada_em IS NULL
                           THEN 'N' ELSE 'S' END
                 INTO :EXP-CLIENTE-ID, :EXP-CANCELADA
                 FROM venda
                WHERE id = :EXP-VENDA-ID
                  FOR UPDATE
           END-EXEC.

           IF  SQLCODE EQUAL 100
               STRING
                   "VENDA NAO ENCONTRADA."
               INTO WRK-MSG-ERRO
               EXEC SQL ROLLBACK END-EXEC
               MOVE ERR-COD-VALIDACAO TO WRK-COD-ERRO
               PERFORM 9200-RETORNAR-RESPOSTA-HTTP-404
           END-IF.

           IF  SQLCODE NOT EQUAL ZERO
               STRING
                   "ERRO AO TENTAR LER A VENDA."
               INTO WRK-MSG-ERRO
               MOVE SQLERRM TO WRK-MSG-EXP-ERRO
               MOVE ERR-COD-SQL-EXEC TO WRK-COD-ERRO
               EXEC SQL ROLLBACK END-EXEC
               PERFORM 9000-RETORNAR-RESPOSTA-HTTP-500
           END-IF.

           IF  EXP-CANCELADA = 'S'
               STRING
                   "VENDA CANCELADA NAO TEM EXPEDICAO."
               INTO WRK-MSG-ERRO
               EXEC SQL ROLLBACK END-EXEC
               MOVE ERR-COD-SITUACAO-INVALIDA TO WRK-COD-ERRO
               PERFORM 9100-RETORNAR-RESPOSTA-HTTP-400
           END-IF.

       2110-ABRIR-EXPEDICAO.

      * A PRIMEIRA MUDANCA DA VENDA ABRE A EXPEDICAO PENDENTE NA HORA
      * EM QUE A VENDA FOI CRIADA, E A LINHA DO TEMPO COMECA POR ELA.
           EXEC SQL
               INSERT IGNORE INTO venda_expedicao
                   (venda_id, status, atualizado_em)
               SELECT id, 'PENDENTE', criado_em
                 FROM venda
                WHERE id = :EXP-VENDA-ID
           END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO AND SQLCODE NOT EQUAL 100
               STRING
                   "ERRO AO TENTAR ABRIR A EXPEDICAO DA VENDA."
               INTO WRK-MSG-ERRO
               MOVE SQLERRM TO WRK-MSG-EXP-ERRO
               MOVE ERR-COD-SQL-EXEC TO WRK-COD-ERRO
               EXEC SQL ROLLBACK END-EXEC
               PERFORM 9000-RETORNAR-RESPOSTA-HTTP-500
           END-IF.

           EXEC SQL
               SELECT ROW_COUNT() INTO :EXP-QTD
           END-EXEC.

           IF  EXP-QTD > ZERO
               EXEC SQL
                   INSERT INTO venda_expedicao_evento
                       (venda_id, status, criado_em)
                   SELECT id, 'PENDENTE', criado_em
                     FROM venda
                    WHERE id = :EXP-VENDA-ID
               END-EXEC

               IF  SQLCODE NOT EQUAL ZERO
                   STRING
                       "ERRO AO TENTAR ABRIR A EXPEDICAO DA VENDA."
                   INTO WRK-MSG-ERRO
                   MOVE SQLERRM TO WRK-MSG-EXP-ERRO
                   MOVE ERR-COD-SQL-EXEC TO WRK-COD-ERRO
                   EXEC SQL ROLLBACK END-EXEC
                   PERFORM 9000-RETORNAR-RESPOSTA-HTTP-500
               END-IF
           END-IF.

           EXEC SQL
               SELECT status, COALESCE(transportadora, ' '),
                      COALESCE(rastreio, ' ')
                 INTO :EXP-STATUS, :EXP-TRANSPORTADORA,
                      :EXP-RASTREIO
                 FROM venda_expedicao
                WHERE venda_id = :EXP-VENDA-ID
                  FOR UPDATE
           END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO
               STRING
                   "ERRO AO TENTAR LER A EXPEDICAO DA VENDA."
               INTO WRK-MSG-ERRO
               MOVE SQLERRM TO WRK-MSG-EXP-ERRO
               MOVE ERR-COD-SQL-EXEC TO WRK-COD-ERRO
               EXEC SQL ROLLBACK END-EXEC
               PERFORM 9000-RETORNAR-RESPOSTA-HTTP-500
           END-IF.

       2200-NOTIFICAR-EXPEDICAO.

      * CHAMADO SOMENTE APOS O COMMIT. O PAYLOAD LEVA O ANTES E O
      * DEPOIS, COM A TRANSPORTADORA E O RASTREIO PARA O AVISO AO
      * CLIENTE.
           MOVE SPACES TO WRK-TRANSP-ESC.
           MOVE SPACES TO WRK-RASTREIO-ESC.
           IF  EXP-TRANSPORTADORA NOT = SPACES
               MOVE EXP-TRANSPORTADORA TO WRK-CAMPO-TXT
               CALL 'MOD-JSON-ESCAPE' USING WRK-CAMPO-TXT
                   WRK-CAMPO-ESC
                   END-CALL
               MOVE WRK-CAMPO-ESC TO WRK-TRANSP-ESC
               MOVE EXP-RASTREIO TO WRK-CAMPO-TXT
               CALL 'MOD-JSON-ESCAPE' USING WRK-CAMPO-TXT
                   WRK-CAMPO-ESC
                   END-CALL
               MOVE WRK-CAMPO-ESC TO WRK-RASTREIO-ESC
           END-IF.

           MOVE SPACES TO WRK-NOTIF-PAYLOAD.
           IF  EXP-TRANSPORTADORA = SPACES
               STRING
                   '{"antes": {"status": "'
                   FUNCTION TRIM(EXP-STATUS-ANTERIOR)
                   '"}, "depois": {"status": "'
                   FUNCTION TRIM(EXP-STATUS)
                   '", "transportadora": null, "rastreio": null}}'
                   DELIMITED BY SIZE
                   INTO WRK-NOTIF-PAYLOAD
               END-STRING
           ELSE
               STRING
                   '{"antes": {"status": "'
                   FUNCTION TRIM(EXP-STATUS-ANTERIOR)
                   '"}, "depois": {"status": "'
                   FUNCTION TRIM(EXP-STATUS)
                   '", "transportadora": "'
                   FUNCTION TRIM(WRK-TRANSP-ESC)
                   '", "rastreio": "'
                   FUNCTION TRIM(WRK-RASTREIO-ESC)
                   '"}}'
                   DELIMITED BY SIZE
                   INTO WRK-NOTIF-PAYLOAD
               END-STRING
           END-IF.

           CALL 'MOD-REGISTRA-NOTIFICACAO'
               USING WRK-TABELA-NOTIF, EXP-VENDA-ID,
                   WRK-EVENTO-EXPEDICAO, WRK-NOTIF-PAYLOAD
               END-CALL.

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

       3000-LISTAR-EXPEDICOES.

      * SEM FILTRO VEM TODAS AS SITUACOES, VENDAS MAIS RECENTES
      * PRIMEIRO; COM FILTRO, AS PARADAS HA MAIS TEMPO PRIMEIRO.
      * VENDA CANCELADA NAO ENTRA.
           ACCEPT WRK-QS-STATUS FROM ENVIRONMENT "QS_STATUS".
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WRK-QS-STATUS))
               TO EXP-FILTRO.

           EVALUATE EXP-FILTRO
               WHEN SPACES
                   MOVE "TODOS" TO EXP-FILTRO
               WHEN "PENDENTE"
               WHEN "SEPARADO"
               WHEN "ENVIADO"
               WHEN "ENTREGUE"
               WHEN "FALHA"
               WHEN "TODOS"
                   CONTINUE
               WHEN OTHER
                   STRING
                       "PARAMETRO QS_STATUS INVALIDO. USE PENDENTE, "
                       "SEPARADO, ENVIADO, ENTREGUE, FALHA OU TODOS."
                   INTO WRK-MSG-ERRO
                   MOVE ERR-COD-VALIDACAO TO WRK-COD-ERRO
                   PERFORM 9100-RETORNAR-RESPOSTA-HTTP-400
           END-EVALUATE.

           MOVE ZERO TO EXP-CLIENTE-ID.
           ACCEPT WRK-QS-CLIENTE-STG FROM ENVIRONMENT "QS_CLIENTE_ID".
           IF  FUNCTION TRIM(WRK-QS-CLIENTE-STG) NOT = SPACES
               PERFORM 3050-VALIDAR-CLIENTE
           END-IF.

           EXEC SQL
               DECLARE CUR-EXPEDICOES CURSOR FOR
                   SELECT v.id, v.cliente_id,
                          DATE_FORMAT(v.data_venda, '%Y-%m-%d'),
                          v.valor,
                          COALESCE(e.status, 'PENDENTE'),
                          COALESCE(e.transportadora, ' '),
                          COALESCE(e.rastreio, ' '),
                          DATE_FORMAT(COALESCE(e.atualizado_em,
                              v.criado_em), '%Y-%m-%d %H:%i:%s'),
                          DATEDIFF(CURRENT_DATE,
                              COALESCE(e.atualizado_em, v.criado_em))
                     FROM venda v
                     LEFT JOIN venda_expedicao e
                       ON e.venda_id = v.id
                    WHERE v.cancelada_em IS NULL
                      AND (:EXP-FILTRO = 'TODOS'
                           OR COALESCE(e.status, 'PENDENTE')
                                  = :EXP-FILTRO)
                      AND (:EXP-CLIENTE-ID = 0
                           OR v.cliente_id = :EXP-CLIENTE-ID)
                    ORDER BY
                          CASE WHEN :EXP-FILTRO = 'TODOS'
                               THEN 0 - v.id
                               ELSE UNIX_TIMESTAMP(COALESCE(
                                   e.atualizado_em, v.criado_em))
                          END,
                          v.id
                    LIMIT 500
           END-EXEC.

           EXEC SQL OPEN CUR-EXPEDICOES END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO
               STRING
                   "ERRO AO TENTAR LISTAR AS EXPEDICOES."
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
           PERFORM 3100-BUSCAR-PROXIMA-EXPEDICAO.
           PERFORM 3200-EMITIR-EXPEDICAO UNTIL FIM-CURSOR.

           DISPLAY ']'.
           DISPLAY '}'.

           EXEC SQL CLOSE CUR-EXPEDICOES END-EXEC.

           PERFORM 3900-CONCLUIR-LEITURA.

       3050-VALIDAR-CLIENTE.

           COPY VALIDACAO-CAMPO-NUMERICO
               REPLACING ==TAG-CAMPO-STG==  BY ==WRK-QS-CLIENTE-STG==
                   ==TAG-NOME-PARAM==       BY =="QS_CLIENTE_ID"==
                   ==TAG-PARAGRAFO-400==    BY
                       ==9100-RETORNAR-RESPOSTA-HTTP-400==.
           MOVE WRK-QS-CLIENTE-STG TO EXP-CLIENTE-ID.

       3100-BUSCAR-PROXIMA-EXPEDICAO.

           EXEC SQL
               FETCH CUR-EXPEDICOES
                   INTO :EXP-VENDA-ID, :EXP-CLIENTE-ID,
                        :EXP-DATA-VENDA, :EXP-VALOR, :EXP-STATUS,
                        :EXP-TRANSPORTADORA, :EXP-RASTREIO,
                        :EXP-DESDE, :EXP-DIAS
           END-EXEC.

           IF  SQLCODE EQUAL 100
               SET FIM-CURSOR TO TRUE
           END-IF.

       3200-EMITIR-EXPEDICAO.

           IF  NAO-PRIMEIRO-REGISTRO
               DISPLAY ','
           END-IF.
           SET NAO-PRIMEIRO-REGISTRO TO TRUE.

           DISPLAY '   {'.
           PERFORM 3300-EMITIR-SITUACAO.
           DISPLAY '    "dias_na_situacao": '
               FUNCTION TRIM(WRK-DIAS-MASK).
           DISPLAY '   }'.

           PERFORM 3100-BUSCAR-PROXIMA-EXPEDICAO.

       3300-EMITIR-SITUACAO.

      * OS CAMPOS DA SITUACAO ATUAL, COMUNS A LISTA E AO DETALHE.
           MOVE EXP-VENDA-ID TO WRK-ID-MASK.
           DISPLAY '    "venda_id": ' FUNCTION TRIM(WRK-ID-MASK) ','.
           MOVE EXP-CLIENTE-ID TO WRK-ID-MASK.
           DISPLAY '    "cliente_id": ' FUNCTION TRIM(WRK-ID-MASK) ','.
           DISPLAY '    "data_venda": "' EXP-DATA-VENDA '",'.
           MOVE EXP-VALOR TO WRK-TOTAL-MASK.
           DISPLAY '    "valor": ' FUNCTION TRIM(WRK-TOTAL-MASK) ','.
           DISPLAY '    "status": "' FUNCTION TRIM(EXP-STATUS) '",'.

           IF  EXP-TRANSPORTADORA = SPACES
               DISPLAY '    "transportadora": null,'
           ELSE
               MOVE EXP-TRANSPORTADORA TO WRK-CAMPO-TXT
               CALL 'MOD-JSON-ESCAPE' USING WRK-CAMPO-TXT
                   WRK-CAMPO-ESC
                   END-CALL
               DISPLAY '    "transportadora": "'
                   FUNCTION TRIM(WRK-CAMPO-ESC) '",'
           END-IF.

           IF  EXP-RASTREIO = SPACES
               DISPLAY '    "rastreio": null,'
           ELSE
               MOVE EXP-RASTREIO TO WRK-CAMPO-TXT
               CALL 'MOD-JSON-ESCAPE' USING WRK-CAMPO-TXT
                   WRK-CAMPO-ESC
                   END-CALL
               DISPLAY '    "rastreio": "'
                   FUNCTION TRIM(WRK-CAMPO-ESC) '",'
           END-IF.

           DISPLAY '    "desde": "' EXP-DESDE '",'.
           MOVE EXP-DIAS TO WRK-DIAS-MASK.

       3500-DETALHAR-EXPEDICAO.

      * A VENDA, A SITUACAO ATUAL DA EXPEDICAO E A LINHA DO TEMPO
      * COMPLETA. VENDA AINDA SEM MUDANCA MOSTRA SO O PENDENTE DA
      * CRIACAO.
           PERFORM 2090-LER-QS-VENDA-ID.

           EXEC SQL
               SELECT v.cliente_id,
                      DATE_FORMAT(v.data_venda, '%Y-%m-%d'),
                      v.valor,
                      CASE WHEN v.cancelada_em IS NULL
                           THEN 'N' ELSE 'S' END,
                      COALESCE(e.status, 'PENDENTE'),
                      COALESCE(e.transportadora, ' '),
                      COALESCE(e.rastreio, ' '),
                      DATE_FORMAT(COALESCE(e.atualizado_em,
                          v.criado_em), '%Y-%m-%d %H:%i:%s'),
                      DATEDIFF(CURRENT_DATE,
                          COALESCE(e.atualizado_em, v.criado_em))
                 INTO :EXP-CLIENTE-ID, :EXP-DATA-VENDA, :EXP-VALOR,
                      :EXP-CANCELADA, :EXP-STATUS,
                      :EXP-TRANSPORTADORA, :EXP-RASTREIO,
                      :EXP-DESDE, :EXP-DIAS
                 FROM venda v
                 LEFT JOIN venda_expedicao e
                   ON e.venda_id = v.id
                WHERE v.id = :EXP-VENDA-ID
           END-EXEC.

           IF  SQLCODE EQUAL 100
               STRING
                   "VENDA NAO ENCONTRADA."
               INTO WRK-MSG-ERRO
               MOVE ERR-COD-VALIDACAO TO WRK-COD-ERRO
               PERFORM 9200-RETORNAR-RESPOSTA-HTTP-404
           END-IF.

           IF  SQLCODE NOT EQUAL ZERO
               STRING
                   "ERRO AO TENTAR LER A EXPEDICAO DA VENDA."
               INTO WRK-MSG-ERRO
               MOVE SQLERRM TO WRK-MSG-EXP-ERRO
               MOVE ERR-COD-SQL-EXEC TO WRK-COD-ERRO
               PERFORM 9000-RETORNAR-RESPOSTA-HTTP-500
           END-IF.

           EXEC SQL
               DECLARE CUR-EVENTOS CURSOR FOR
                   SELECT 'PENDENTE', ' ', ' ', ' ', ' ',
                          DATE_FORMAT(v.criado_em,
                              '%Y-%m-%d %H:%i:%s'),
                          0
                     FROM venda v
                    WHERE v.id = :EXP-VENDA-ID
                      AND NOT EXISTS
                          (SELECT 1
                             FROM venda_expedicao_evento x
                            WHERE x.venda_id = v.id)
                   UNION ALL
                   SELECT status,
                          COALESCE(transportadora, ' '),
                          COALESCE(rastreio, ' '),
                          COALESCE(motivo, ' '),
                          COALESCE(operador, ' '),
                          DATE_FORMAT(criado_em,
                              '%Y-%m-%d %H:%i:%s'),
                          id
                     FROM venda_expedicao_evento
                    WHERE venda_id = :EXP-VENDA-ID
                    ORDER BY 7
           END-EXEC.

           EXEC SQL OPEN CUR-EVENTOS END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO
               STRING
                   "ERRO AO TENTAR LER A LINHA DO TEMPO DA ENTREGA."
               INTO WRK-MSG-ERRO
               MOVE SQLERRM TO WRK-MSG-EXP-ERRO
               MOVE ERR-COD-SQL-EXEC TO WRK-COD-ERRO
               PERFORM 9000-RETORNAR-RESPOSTA-HTTP-500
           END-IF.

           DISPLAY '{'.
           DISPLAY '"http-status": ' WRK-HTTP-STATUS-200 ','.
           DISPLAY '"msg": null,'.
           DISPLAY '"data": {'.
           PERFORM 3300-EMITIR-SITUACAO.
           DISPLAY '    "dias_na_situacao": '
               FUNCTION TRIM(WRK-DIAS-MASK) ','.
           IF  EXP-CANCELADA = 'S'
               DISPLAY '    "cancelada": true,'
           ELSE
               DISPLAY '    "cancelada": false,'
           END-IF.
           DISPLAY '    "linha_do_tempo": ['.

           SET PRIMEIRO-REGISTRO TO TRUE.
           PERFORM 3600-BUSCAR-PROXIMO-EVENTO.
           PERFORM 3700-EMITIR-EVENTO UNTIL FIM-CURSOR.

           DISPLAY '    ]'.
           DISPLAY '}'.
           DISPLAY '}'.

           EXEC SQL CLOSE CUR-EVENTOS END-EXEC.

           PERFORM 3900-CONCLUIR-LEITURA.

       3600-BUSCAR-PROXIMO-EVENTO.

           EXEC SQL
               FETCH CUR-EVENTOS
                   INTO :EVT-STATUS, :EVT-TRANSPORTADORA,
                        :EVT-RASTREIO, :EVT-MOTIVO, :EVT-OPERADOR,
                        :EVT-CRIADO-EM, :EXP-QTD
           END-EXEC.

           IF  SQLCODE EQUAL 100
               SET FIM-CURSOR TO TRUE
           END-IF.

       3700-EMITIR-EVENTO.

           IF  NAO-PRIMEIRO-REGISTRO
               DISPLAY ','
           END-IF.
           SET NAO-PRIMEIRO-REGISTRO TO TRUE.

           DISPLAY '     {'.
           DISPLAY '      "status": "' FUNCTION TRIM(EVT-STATUS) '",'.
           DISPLAY '      "em": "' EVT-CRIADO-EM '",'.

           IF  EVT-TRANSPORTADORA = SPACES
               DISPLAY '      "transportadora": null,'
           ELSE
               MOVE EVT-TRANSPORTADORA TO WRK-CAMPO-TXT
               CALL 'MOD-JSON-ESCAPE' USING WRK-CAMPO-TXT
                   WRK-CAMPO-ESC
                   END-CALL
               DISPLAY '      "transportadora": "'
                   FUNCTION TRIM(WRK-CAMPO-ESC) '",'
           END-IF.

           IF  EVT-RASTREIO = SPACES
               DISPLAY '      "rastreio": null,'
           ELSE
               MOVE EVT-RASTREIO TO WRK-CAMPO-TXT
               CALL 'MOD-JSON-ESCAPE' USING WRK-CAMPO-TXT
                   WRK-CAMPO-ESC
                   END-CALL
               DISPLAY '      "rastreio": "'
                   FUNCTION TRIM(WRK-CAMPO-ESC) '",'
           END-IF.

           IF  EVT-MOTIVO = SPACES
               DISPLAY '      "motivo": null,'
           ELSE
               MOVE EVT-MOTIVO TO WRK-CAMPO-TXT
               CALL 'MOD-JSON-ESCAPE' USING WRK-CAMPO-TXT
                   WRK-CAMPO-ESC
                   END-CALL
               DISPLAY '      "motivo": "'
                   FUNCTION TRIM(WRK-CAMPO-ESC) '",'
           END-IF.

           IF  EVT-OPERADOR = SPACES
               DISPLAY '      "operador": null'
           ELSE
               MOVE EVT-OPERADOR TO WRK-CAMPO-TXT
               CALL 'MOD-JSON-ESCAPE' USING WRK-CAMPO-TXT
                   WRK-CAMPO-ESC
                   END-CALL
               DISPLAY '      "operador": "'
                   FUNCTION TRIM(WRK-CAMPO-ESC) '"'
           END-IF.
           DISPLAY '     }'.

           PERFORM 3600-BUSCAR-PROXIMO-EVENTO.

       3900-CONCLUIR-LEITURA.

           MOVE "PARAR" TO WRK-TEMPO-ACAO.
           CALL 'MOD-MEDE-TEMPO'
               USING WRK-TEMPO-ACAO, WRK-PROGRAMA-NOME
               END-CALL.

           CALL 'MOD-REGISTRA-AUDITORIA'
               USING WRK-PROGRAMA-NOME, WRK-AUDIT-PARAMS,
                   WRK-HTTP-STATUS-200
               END-CALL.

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

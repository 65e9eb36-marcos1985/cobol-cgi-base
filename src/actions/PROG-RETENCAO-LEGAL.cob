       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG-RETENCAO-LEGAL.
      *******************************************
      * AUTOR:
      * DATA:
      * ALTERACOES:
      *   - ACAO DO REGISTRO DE RETENCAO LEGAL (TABELA RETENCAO_LEGAL,
      *     APLICADA POR MOD-RETENCAO-LEGAL EM PROG-RETENCAO,
      *     PROG-EXPURGA-TESTE, PROG-ARQUIVO-FRIO, PROG-APAGA-TITULAR
      *     E NA MESCLA): UMA RETENCAO ALCANCA REGISTROS DE TESTE POR
      *     ID (QS_TIPO=REGISTRO, QS_ALVO LISTA DE IDS SEPARADOS POR
      *     VIRGULA), TUDO DE UM CLIENTE (QS_TIPO=CLIENTE, QS_ALVO
      *     ID OU LISTA DE IDS) OU AS LINHAS CUJO NOME CASA COM UM
      *     PADRAO (QS_TIPO=NOME, QS_ALVO PADRAO DO LIKE COM PELO
      *     MENOS 3 CARACTERES FIXOS).
      *     QS_ACAO=LISTAR (PADRAO, QS_STATUS ATIVA/LIBERADA
      *     OPCIONAL) MOSTRA AS RETENCOES; QS_ACAO=DETALHE (QS_ID)
      *     E QS_ACAO=RELATORIO (TODAS AS ATIVAS) MOSTRAM, POR
      *     RETENCAO, AS LINHAS SOB RETENCAO EM CADA TABELA DO
      *     REGISTRO DE DADOS PESSOAIS E CADA EXECUCAO DE BATCH QUE
      *     TENTOU TOCA-LAS (PROGRAMA, TABELA, HORARIO E LINHAS).
      *     QS_ACAO=INCLUIR (QS_TIPO, QS_ALVO, QS_MOTIVO,
      *     QS_PROCESSO) E QS_ACAO=LIBERAR (QS_ID, QS_MOTIVO) EXIGEM
      *     METODO POST E PASSAM PELA APROVACAO A QUATRO MAOS
      *     (MOD-APROVACAO-DUPLA, OPERACAO RETENCAO-LEGAL). TODAS AS
      *     OPERACOES EXIGEM CHAVE DE API COM PAPEL ADMIN (A LISTAGEM
      *     EXPOE O CASO E O ALVO DA RETENCAO).
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
       77  WRK-HTTP-STATUS-201             PIC 9(3)        VALUE 201.
       77  WRK-HTTP-STATUS-400             PIC 9(3)        VALUE 400.
       77  WRK-HTTP-STATUS-401             PIC 9(3)        VALUE 401.
       77  WRK-HTTP-STATUS-403             PIC 9(3)        VALUE 403.
       77  WRK-HTTP-STATUS-404             PIC 9(3)        VALUE 404.
       77  WRK-HTTP-STATUS-500             PIC 9(3)        VALUE 500.

       77  WRK-PROGRAMA-NOME               PIC X(60)
               VALUE "PROG-RETENCAO-LEGAL".
       77  WRK-AUDIT-PARAMS                PIC X(255).
       77  WRK-COD-ERRO                    PIC 9(4).

       COPY ERRO-CODES.
       COPY VERSAO-BUILD.

       77  WRK-QS-ACAO                     PIC X(10).
       77  WRK-QS-ID-STG                   PIC X(10).
       77  WRK-QS-STATUS                   PIC X(10).
       77  WRK-QS-TIPO                     PIC X(10).
       77  WRK-QS-ALVO                     PIC X(255).
       77  WRK-QS-MOTIVO                   PIC X(255).
       77  WRK-QS-PROCESSO                 PIC X(60).
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

       77  WRK-ALVO-CHECK                  PIC X(255).
       77  WRK-QTD-FIXOS                   PIC 9(4)    VALUE ZERO.
       77  WRK-QTD-CURINGAS                PIC 9(4)    VALUE ZERO.
       77  WRK-QTD-BRANCOS                 PIC 9(4)    VALUE ZERO.
       77  WRK-TAM-ALVO                    PIC 9(4)    VALUE ZERO.

       77  WRK-APR-OPERACAO                PIC X(30)
               VALUE "RETENCAO-LEGAL".
       77  WRK-APR-PARAMETROS              PIC X(255).
       77  WRK-APR-LIBERADO                PIC X(1).
           88  OPERACAO-LIBERADA                       VALUE 'S'.
       77  WRK-APR-MSG                     PIC X(255).

       77  WRK-RTL-ACAO                    PIC X(10)
               VALUE "CONTAR".
       77  WRK-RTL-PROGRAMA                PIC X(60)
               VALUE "PROG-RETENCAO-LEGAL".
       77  WRK-RTL-TABELA                  PIC X(60).
       77  WRK-RTL-PARTICAO                PIC X(64)   VALUE SPACES.
       77  WRK-RTL-CONDICAO                PIC X(1000) VALUE SPACES.
       77  WRK-RTL-RETENCAO-ID             PIC 9(10).
       77  WRK-RTL-FILTRO                  PIC X(1000).
       77  WRK-RTL-QTD                     PIC 9(10).
       77  WRK-RTL-RESULTADO               PIC X(2).
           88  RETENCAO-VERIFICADA                     VALUE 'OK'.
       77  WRK-RTL-MSG                     PIC X(255).

      * RETENCOES DO RELATORIO, CARREGADAS ANTES DOS DETALHES PARA
      * NAO MANTER O CURSOR PRINCIPAL ABERTO DURANTE AS CONTAGENS.
       77  WRK-QTD-RETENCOES               PIC 9(3)    VALUE ZERO.
       77  WRK-IDX-RETENCAO                PIC 9(3)    VALUE ZERO.
       01  WRK-TAB-RETENCOES.
           05  WRK-RETENCAO-ID             PIC 9(10)
                                           OCCURS 200 TIMES.

       77  WRK-FLAG-PRIMEIRO               PIC X(1)    VALUE 'S'.
           88  PRIMEIRO-REGISTRO                       VALUE 'S'.
           88  NAO-PRIMEIRO-REGISTRO                   VALUE 'N'.

       77  WRK-FLAG-PRIMEIRO-RET           PIC X(1)    VALUE 'S'.
           88  PRIMEIRA-RETENCAO                       VALUE 'S'.
           88  NAO-PRIMEIRA-RETENCAO                   VALUE 'N'.

       77  WRK-FLAG-FIM-CURSOR             PIC X(1)    VALUE 'N'.
           88  FIM-CURSOR                              VALUE 'S'.
           88  NAO-FIM-CURSOR                          VALUE 'N'.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.

       01  HOSTVARS.
           05 BUFFER     PIC X(1024).

       01  SQL-01-VARS.
           05 RTL-ID            PIC 9(10).
           05 RTL-TIPO          PIC X(10).
           05 RTL-ALVO          PIC X(255).
           05 RTL-MOTIVO        PIC X(255).
           05 RTL-PROCESSO      PIC X(60).
           05 RTL-STATUS        PIC X(10).
           05 RTL-CRIADO-POR    PIC X(60).
           05 RTL-CRIADO-EM     PIC X(19).
           05 RTL-LIBERADO-POR  PIC X(60).
           05 RTL-LIBERADO-EM   PIC X(19).
           05 RTL-MOTIVO-LIB    PIC X(255).
           05 RTL-FILTRO-STATUS PIC X(10).
           05 RTL-TABELA        PIC X(60).
           05 RTL-PROGRAMA      PIC X(60).
           05 RTL-TENTADO-EM    PIC X(19).
           05 RTL-QTD           PIC 9(10).

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
               WHEN "INCLUIR"
                   PERFORM 2000-INCLUIR-RETENCAO
               WHEN "LIBERAR"
                   PERFORM 2100-LIBERAR-RETENCAO
               WHEN "DETALHE"
                   PERFORM 3100-DETALHAR-RETENCAO
               WHEN "RELATORIO"
                   PERFORM 3300-RELATORIO-RETENCOES
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

           ACCEPT WRK-QS-STATUS FROM ENVIRONMENT "QS_STATUS".
           MOVE FUNCTION UPPER-CASE(WRK-QS-STATUS) TO WRK-QS-STATUS.
           IF  WRK-QS-STATUS NOT = SPACES
           AND WRK-QS-STATUS NOT = "ATIVA"
           AND WRK-QS-STATUS NOT = "LIBERADA"
               STRING
                   "PARAMETRO QS_STATUS DEVE SER ATIVA OU LIBERADA."
               INTO WRK-MSG-ERRO
               MOVE ERR-COD-VALIDACAO TO WRK-COD-ERRO
               PERFORM 9100-RETORNAR-RESPOSTA-HTTP-400
           END-IF.

           EVALUATE FUNCTION UPPER-CASE(FUNCTION TRIM(WRK-QS-ACAO))
               WHEN "INCLUIR"
                   PERFORM 1105-EXIGIR-POST
                   PERFORM 1130-LER-QS-INCLUSAO
               WHEN "LIBERAR"
                   PERFORM 1105-EXIGIR-POST
                   PERFORM 1110-LER-QS-ID
                   PERFORM 1120-LER-QS-MOTIVO
               WHEN "DETALHE"
                   PERFORM 1110-LER-QS-ID
           END-EVALUATE.

       1105-EXIGIR-POST.

           ACCEPT WRK-REQUEST-METHOD FROM ENVIRONMENT
               "REQUEST_METHOD".
           IF  FUNCTION UPPER-CASE(FUNCTION TRIM(
                   WRK-REQUEST-METHOD)) NOT = 'POST'
               STRING
                   "METODO HTTP INVALIDO. USE POST PARA ESTA "
                   "OPERACAO."
               INTO WRK-MSG-ERRO
               MOVE ERR-COD-VALIDACAO TO WRK-COD-ERRO
               PERFORM 9100-RETORNAR-RESPOSTA-HTTP-400
           END-IF.

       1110-LER-QS-ID.

           ACCEPT WRK-QS-ID-STG FROM ENVIRONMENT "QS_ID".
           COPY VALIDACAO-CAMPO-NUMERICO
               REPLACING ==TAG-CAMPO-STG==  BY ==WRK-QS-ID-STG==
                   ==TAG-NOME-PARAM==       BY =="QS_ID"==
                   ==TAG-PARAGRAFO-400==    BY
                       ==9100-RETORNAR-RESPOSTA-HTTP-400==.
           MOVE WRK-QS-ID-STG TO RTL-ID.

       1120-LER-QS-MOTIVO.

           ACCEPT WRK-QS-MOTIVO FROM ENVIRONMENT "QS_MOTIVO".
           IF  FUNCTION TRIM(WRK-QS-MOTIVO) = SPACES
               STRING
                   "PARAMETRO QS_MOTIVO E OBRIGATORIO."
               INTO WRK-MSG-ERRO
               MOVE ERR-COD-VALIDACAO TO WRK-COD-ERRO
               PERFORM 9100-RETORNAR-RESPOSTA-HTTP-400
           END-IF.

       1130-LER-QS-INCLUSAO.

           ACCEPT WRK-QS-TIPO FROM ENVIRONMENT "QS_TIPO".
           MOVE FUNCTION UPPER-CASE(WRK-QS-TIPO) TO WRK-QS-TIPO.
           ACCEPT WRK-QS-ALVO FROM ENVIRONMENT "QS_ALVO".
           ACCEPT WRK-QS-PROCESSO FROM ENVIRONMENT "QS_PROCESSO".

           PERFORM 1120-LER-QS-MOTIVO.

           IF  FUNCTION TRIM(WRK-QS-PROCESSO) = SPACES
               STRING
                   "PARAMETRO QS_PROCESSO (REFERENCIA DO CASO) E "
                   "OBRIGATORIO."
               INTO WRK-MSG-ERRO
               MOVE ERR-COD-VALIDACAO TO WRK-COD-ERRO
               PERFORM 9100-RETORNAR-RESPOSTA-HTTP-400
           END-IF.

      * O ALVO ENTRA NA APROVACAO JUNTO COM TIPO E PROCESSO; MAIS
      * LONGO QUE ISSO NAO CABERIA NOS PARAMETROS DA SOLICITACAO.
           MOVE FUNCTION LENGTH(FUNCTION TRIM(WRK-QS-ALVO))
               TO WRK-TAM-ALVO.
           IF  WRK-QS-ALVO = SPACES
           OR  WRK-TAM-ALVO > 150
               STRING
                   "PARAMETRO QS_ALVO E OBRIGATORIO E TEM NO MAXIMO "
                   "150 CARACTERES."
               INTO WRK-MSG-ERRO
               MOVE ERR-COD-VALIDACAO TO WRK-COD-ERRO
               PERFORM 9100-RETORNAR-RESPOSTA-HTTP-400
           END-IF.

           EVALUATE FUNCTION TRIM(WRK-QS-TIPO)
               WHEN "REGISTRO"
                   PERFORM 1140-VALIDAR-LISTA-IDS
               WHEN "CLIENTE"
                   PERFORM 1140-VALIDAR-LISTA-IDS
               WHEN "NOME"
                   PERFORM 1145-VALIDAR-PADRAO-NOME
               WHEN OTHER
                   STRING
                       "PARAMETRO QS_TIPO DEVE SER REGISTRO, CLIENTE "
                       "OU NOME."
                   INTO WRK-MSG-ERRO
                   MOVE ERR-COD-VALIDACAO TO WRK-COD-ERRO
                   PERFORM 9100-RETORNAR-RESPOSTA-HTTP-400
           END-EVALUATE.

       1140-VALIDAR-LISTA-IDS.

      * LISTA DE IDS SEPARADOS POR VIRGULA, SEM ESPACOS (E O
      * FORMATO QUE O FIND_IN_SET DA VERIFICACAO ESPERA).
           MOVE WRK-QS-ALVO TO WRK-ALVO-CHECK.
           INSPECT WRK-ALVO-CHECK(1:WRK-TAM-ALVO)
               REPLACING ALL ',' BY '0'.

           IF  WRK-ALVO-CHECK(1:WRK-TAM-ALVO) IS NOT NUMERIC
           OR  WRK-QS-ALVO(1:1) = ','
           OR  WRK-QS-ALVO(WRK-TAM-ALVO:1) = ','
               STRING
                   "PARAMETRO QS_ALVO DEVE SER UM ID OU UMA LISTA DE "
                   "IDS SEPARADOS POR VIRGULA."
               INTO WRK-MSG-ERRO
               MOVE ERR-COD-VALIDACAO TO WRK-COD-ERRO
               PERFORM 9100-RETORNAR-RESPOSTA-HTTP-400
           END-IF.

       1145-VALIDAR-PADRAO-NOME.

      * UM PADRAO SO DE CURINGAS RETERIA A BASE INTEIRA; EXIGE
      * PELO MENOS 3 CARACTERES FIXOS.
           MOVE ZERO TO WRK-QTD-CURINGAS WRK-QTD-BRANCOS.
           INSPECT WRK-QS-ALVO(1:WRK-TAM-ALVO)
               TALLYING WRK-QTD-CURINGAS FOR ALL '%' ALL '_'
                        WRK-QTD-BRANCOS FOR ALL SPACE.
           COMPUTE WRK-QTD-FIXOS =
               WRK-TAM-ALVO - WRK-QTD-CURINGAS - WRK-QTD-BRANCOS.

           IF  WRK-QTD-FIXOS < 3
               STRING
                   "PARAMETRO QS_ALVO DO TIPO NOME PRECISA DE PELO "
                   "MENOS 3 CARACTERES ALEM DOS CURINGAS."
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

      * AS MESMAS TABELAS DE MOD-RETENCAO-LEGAL, GARANTIDAS AQUI
      * PARA A ACAO RESPONDER ANTES DA PRIMEIRA RETENCAO.
           EXEC SQL
               CREATE TABLE IF NOT EXISTS retencao_legal (
                   id               INT NOT NULL PRIMARY KEY
                                        AUTO_INCREMENT,
                   tipo             VARCHAR(10)  NOT NULL,
                   alvo             VARCHAR(255) NOT NULL,
                   motivo           VARCHAR(255) NOT NULL,
                   processo_ref     VARCHAR(60)  NOT NULL,
                   status           VARCHAR(10)  NOT NULL
                       DEFAULT 'ATIVA',
                   criado_por       VARCHAR(60)  NULL,
                   criado_em        DATETIME NOT NULL
                       DEFAULT CURRENT_TIMESTAMP,
                   liberado_por     VARCHAR(60)  NULL,
                   liberado_em      DATETIME NULL,
                   motivo_liberacao VARCHAR(255) NULL,
                   KEY idx_retencao_legal_status (status, tipo)
               )
           END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO
               STRING
                   "ERRO AO TENTAR GARANTIR RETENCAO_LEGAL."
               INTO WRK-MSG-ERRO
               MOVE SQLERRM TO WRK-MSG-EXP-ERRO
               MOVE ERR-COD-SQL-EXEC TO WRK-COD-ERRO
               PERFORM 9000-RETORNAR-RESPOSTA-HTTP-500
           END-IF.

           EXEC SQL
               CREATE TABLE IF NOT EXISTS retencao_legal_tentativas (
                   id           INT NOT NULL PRIMARY KEY
                                    AUTO_INCREMENT,
                   retencao_id  INT NOT NULL,
                   programa     VARCHAR(60) NOT NULL,
                   tabela       VARCHAR(60) NOT NULL,
                   chave        VARCHAR(60) NULL,
                   tentado_em   DATETIME NOT NULL
                       DEFAULT CURRENT_TIMESTAMP,
                   KEY idx_retencao_tentativas (retencao_id,
                       tentado_em)
               )
           END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO
               STRING
                   "ERRO AO TENTAR GARANTIR RETENCAO_LEGAL_TENTATIVAS."
               INTO WRK-MSG-ERRO
               MOVE SQLERRM TO WRK-MSG-EXP-ERRO
               MOVE ERR-COD-SQL-EXEC TO WRK-COD-ERRO
               PERFORM 9000-RETORNAR-RESPOSTA-HTTP-500
           END-IF.

       2000-INCLUIR-RETENCAO.

      * A RETENCAO SO PASSA A VALER COM A SOLICITACAO APROVADA POR
      * UM SEGUNDO ADMIN PARA O MESMO TIPO, ALVO E PROCESSO.
           MOVE SPACES TO WRK-APR-PARAMETROS.
           STRING
               "INCLUIR;TIPO=" FUNCTION TRIM(WRK-QS-TIPO)
               ";ALVO=" FUNCTION TRIM(WRK-QS-ALVO)
               ";PROCESSO=" FUNCTION TRIM(WRK-QS-PROCESSO)
               DELIMITED BY SIZE
               INTO WRK-APR-PARAMETROS
           END-STRING.

           PERFORM 2500-VERIFICAR-APROVACAO-DUPLA.

           CALL 'MOD-RESOLVE-OPERADOR' USING WRK-OPERADOR
               END-CALL.
           IF  FUNCTION TRIM(WRK-OPERADOR) = SPACES
               MOVE "API" TO WRK-OPERADOR
           END-IF.

           MOVE WRK-QS-TIPO     TO RTL-TIPO.
           MOVE WRK-QS-ALVO     TO RTL-ALVO.
           MOVE WRK-QS-MOTIVO   TO RTL-MOTIVO.
           MOVE WRK-QS-PROCESSO TO RTL-PROCESSO.
           MOVE WRK-OPERADOR    TO RTL-CRIADO-POR.

           EXEC SQL
               INSERT INTO retencao_legal
                   (tipo, alvo, motivo, processo_ref, criado_por)
               VALUES
                   (TRIM(:RTL-TIPO), TRIM(:RTL-ALVO),
                    TRIM(:RTL-MOTIVO), TRIM(:RTL-PROCESSO),
                    TRIM(:RTL-CRIADO-POR))
           END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO
               STRING
                   "ERRO AO TENTAR INCLUIR A RETENCAO LEGAL."
               INTO WRK-MSG-ERRO
               MOVE SQLERRM TO WRK-MSG-EXP-ERRO
               MOVE ERR-COD-SQL-EXEC TO WRK-COD-ERRO
               EXEC SQL ROLLBACK END-EXEC
               PERFORM 9000-RETORNAR-RESPOSTA-HTTP-500
           END-IF.

           EXEC SQL
               SELECT LAST_INSERT_ID() INTO :RTL-ID
           END-EXEC.

           EXEC SQL COMMIT END-EXEC.

           CALL 'MOD-REGISTRA-AUDITORIA'
               USING WRK-PROGRAMA-NOME, WRK-AUDIT-PARAMS,
                   WRK-HTTP-STATUS-201
               END-CALL.

           PERFORM 2600-LER-RETENCAO.

           DISPLAY '{'.
           DISPLAY '"http-status": ' WRK-HTTP-STATUS-201 ','.
           DISPLAY '"msg": null,'.
           DISPLAY '"data": '.
           PERFORM 3200-EMITIR-CAMPOS-RETENCAO.
           DISPLAY '   }'.
           DISPLAY "}".

       2100-LIBERAR-RETENCAO.

      * LIBERAR DEVOLVE AS LINHAS AOS BATCHES NA PROXIMA EXECUCAO;
      * TAMBEM PASSA PELA APROVACAO A QUATRO MAOS.
           PERFORM 2600-LER-RETENCAO.

           IF  RTL-STATUS NOT = "ATIVA"
               STRING
                   "RETENCAO JA LIBERADA; NAO ACEITA MAIS "
                   "INTERVENCAO."
               INTO WRK-MSG-ERRO
               MOVE ERR-COD-SITUACAO-INVALIDA TO WRK-COD-ERRO
               PERFORM 9100-RETORNAR-RESPOSTA-HTTP-400
           END-IF.

           MOVE RTL-ID TO WRK-ID-MASK.
           MOVE SPACES TO WRK-APR-PARAMETROS.
           STRING
               "LIBERAR;ID=" FUNCTION TRIM(WRK-ID-MASK)
               DELIMITED BY SIZE
               INTO WRK-APR-PARAMETROS
           END-STRING.

           PERFORM 2500-VERIFICAR-APROVACAO-DUPLA.

           CALL 'MOD-RESOLVE-OPERADOR' USING WRK-OPERADOR
               END-CALL.
           IF  FUNCTION TRIM(WRK-OPERADOR) = SPACES
               MOVE "API" TO WRK-OPERADOR
           END-IF.
           MOVE WRK-OPERADOR  TO RTL-LIBERADO-POR.
           MOVE WRK-QS-MOTIVO TO RTL-MOTIVO-LIB.

           EXEC SQL
               UPDATE retencao_legal
                  SET status = 'LIBERADA',
                      liberado_em = CURRENT_TIMESTAMP,
                      liberado_por = TRIM(:RTL-LIBERADO-POR),
                      motivo_liberacao = TRIM(:RTL-MOTIVO-LIB)
                WHERE id = :RTL-ID
                  AND status = 'ATIVA'
           END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO
               STRING
                   "ERRO AO TENTAR LIBERAR A RETENCAO LEGAL."
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

           PERFORM 2600-LER-RETENCAO.

           DISPLAY '{'.
           DISPLAY '"http-status": ' WRK-HTTP-STATUS-200 ','.
           DISPLAY '"msg": null,'.
           DISPLAY '"data": '.
           PERFORM 3200-EMITIR-CAMPOS-RETENCAO.
           DISPLAY '   }'.
           DISPLAY "}".

       2500-VERIFICAR-APROVACAO-DUPLA.

           CALL 'MOD-APROVACAO-DUPLA'
               USING WRK-APR-OPERACAO, WRK-APR-PARAMETROS,
                   WRK-APR-LIBERADO, WRK-APR-MSG
               END-CALL.

           IF  NOT OPERACAO-LIBERADA
               MOVE WRK-APR-MSG TO WRK-MSG-ERRO
               MOVE ERR-COD-NAO-AUTORIZADO TO WRK-COD-ERRO
               PERFORM 9400-RETORNAR-RESPOSTA-HTTP-403
           END-IF.

       2600-LER-RETENCAO.

      * LE A RETENCAO DE RTL-ID (404 QUANDO NAO EXISTE).
           EXEC SQL
               SELECT id, tipo, alvo, motivo, processo_ref, status,
                      COALESCE(criado_por, ''),
                      DATE_FORMAT(criado_em, '%Y-%m-%d %H:%i:%s'),
                      COALESCE(liberado_por, ''),
                      COALESCE(DATE_FORMAT(liberado_em,
                          '%Y-%m-%d %H:%i:%s'), ''),
                      COALESCE(motivo_liberacao, '')
                 INTO :RTL-ID, :RTL-TIPO, :RTL-ALVO, :RTL-MOTIVO,
                      :RTL-PROCESSO, :RTL-STATUS, :RTL-CRIADO-POR,
                      :RTL-CRIADO-EM, :RTL-LIBERADO-POR,
                      :RTL-LIBERADO-EM, :RTL-MOTIVO-LIB
                 FROM retencao_legal
                WHERE id = :RTL-ID
           END-EXEC.

           IF  SQLCODE EQUAL 100
               STRING
                   "RETENCAO LEGAL NAO ENCONTRADA."
               INTO WRK-MSG-ERRO
               MOVE ERR-COD-VALIDACAO TO WRK-COD-ERRO
               PERFORM 9200-RETORNAR-RESPOSTA-HTTP-404
           END-IF.

           IF  SQLCODE NOT EQUAL ZERO
               STRING
                   "ERRO AO TENTAR LER A RETENCAO LEGAL."
               INTO WRK-MSG-ERRO
               MOVE SQLERRM TO WRK-MSG-EXP-ERRO
               MOVE ERR-COD-SQL-EXEC TO WRK-COD-ERRO
               PERFORM 9000-RETORNAR-RESPOSTA-HTTP-500
           END-IF.

       3000-LISTAR.

           MOVE WRK-QS-STATUS TO RTL-FILTRO-STATUS.

           DISPLAY '{'.
           DISPLAY '"http-status": ' WRK-HTTP-STATUS-200 ','.
           DISPLAY '"msg": null,'.
           DISPLAY '"data": ['.

           EXEC SQL
               DECLARE CUR-RTL-LISTA CURSOR FOR
                   SELECT id, tipo, alvo, motivo, processo_ref,
                          status, COALESCE(criado_por, ''),
                          DATE_FORMAT(criado_em,
                              '%Y-%m-%d %H:%i:%s'),
                          COALESCE(liberado_por, ''),
                          COALESCE(DATE_FORMAT(liberado_em,
                              '%Y-%m-%d %H:%i:%s'), ''),
                          COALESCE(motivo_liberacao, '')
                     FROM retencao_legal
                    WHERE TRIM(:RTL-FILTRO-STATUS) = ''
                       OR status = TRIM(:RTL-FILTRO-STATUS)
                    ORDER BY id DESC
                    LIMIT 200
           END-EXEC.

           EXEC SQL OPEN CUR-RTL-LISTA END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO
               STRING
                   "ERRO AO TENTAR LISTAR AS RETENCOES LEGAIS."
               INTO WRK-MSG-ERRO
               MOVE SQLERRM TO WRK-MSG-EXP-ERRO
               MOVE ERR-COD-SQL-EXEC TO WRK-COD-ERRO
               PERFORM 9000-RETORNAR-RESPOSTA-HTTP-500
           END-IF.

           SET PRIMEIRO-REGISTRO TO TRUE.
           SET NAO-FIM-CURSOR TO TRUE.
           PERFORM 3010-BUSCAR-PROXIMA-RETENCAO.
           PERFORM 3020-EMITIR-RETENCAO UNTIL FIM-CURSOR.

           EXEC SQL CLOSE CUR-RTL-LISTA END-EXEC.

           DISPLAY ']'.
           DISPLAY '}'.

           CALL 'MOD-REGISTRA-AUDITORIA'
               USING WRK-PROGRAMA-NOME, WRK-AUDIT-PARAMS,
                   WRK-HTTP-STATUS-200
               END-CALL.

       3010-BUSCAR-PROXIMA-RETENCAO.

           EXEC SQL
               FETCH CUR-RTL-LISTA
                   INTO :RTL-ID, :RTL-TIPO, :RTL-ALVO, :RTL-MOTIVO,
                        :RTL-PROCESSO, :RTL-STATUS, :RTL-CRIADO-POR,
                        :RTL-CRIADO-EM, :RTL-LIBERADO-POR,
                        :RTL-LIBERADO-EM, :RTL-MOTIVO-LIB
           END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO
               SET FIM-CURSOR TO TRUE
           END-IF.

       3020-EMITIR-RETENCAO.

           IF  NAO-PRIMEIRO-REGISTRO
               DISPLAY ','
           END-IF.
           SET NAO-PRIMEIRO-REGISTRO TO TRUE.

           PERFORM 3200-EMITIR-CAMPOS-RETENCAO.
           DISPLAY '   }'.

           PERFORM 3010-BUSCAR-PROXIMA-RETENCAO.

       3100-DETALHAR-RETENCAO.

           PERFORM 2600-LER-RETENCAO.

           DISPLAY '{'.
           DISPLAY '"http-status": ' WRK-HTTP-STATUS-200 ','.
           DISPLAY '"msg": null,'.
           DISPLAY '"data": '.
           PERFORM 3400-EMITIR-RELATORIO-RETENCAO.
           DISPLAY "}".

           CALL 'MOD-REGISTRA-AUDITORIA'
               USING WRK-PROGRAMA-NOME, WRK-AUDIT-PARAMS,
                   WRK-HTTP-STATUS-200
               END-CALL.

       3200-EMITIR-CAMPOS-RETENCAO.

      * ABRE O OBJETO DA RETENCAO E EMITE OS CAMPOS; QUEM CHAMA
      * FECHA O OBJETO (O RELATORIO ACRESCENTA OS DETALHES).
           DISPLAY '   {'.

           MOVE RTL-ID TO WRK-ID-MASK.
           DISPLAY '    "id": ' FUNCTION TRIM(WRK-ID-MASK) ','.

           DISPLAY '    "tipo": "' FUNCTION TRIM(RTL-TIPO) '",'.

           MOVE RTL-ALVO TO WRK-CAMPO-TXT.
           CALL 'MOD-JSON-ESCAPE' USING WRK-CAMPO-TXT WRK-CAMPO-ESC
               END-CALL.
           DISPLAY '    "alvo": "' FUNCTION TRIM(WRK-CAMPO-ESC) '",'.

           MOVE RTL-MOTIVO TO WRK-CAMPO-TXT.
           CALL 'MOD-JSON-ESCAPE' USING WRK-CAMPO-TXT WRK-CAMPO-ESC
               END-CALL.
           DISPLAY '    "motivo": "' FUNCTION TRIM(WRK-CAMPO-ESC) '",'.

           MOVE RTL-PROCESSO TO WRK-CAMPO-TXT.
           CALL 'MOD-JSON-ESCAPE' USING WRK-CAMPO-TXT WRK-CAMPO-ESC
               END-CALL.
           DISPLAY '    "processo_ref": "'
               FUNCTION TRIM(WRK-CAMPO-ESC) '",'.

           DISPLAY '    "status": "' FUNCTION TRIM(RTL-STATUS) '",'.

           MOVE RTL-CRIADO-POR TO WRK-CAMPO-TXT.
           CALL 'MOD-JSON-ESCAPE' USING WRK-CAMPO-TXT WRK-CAMPO-ESC
               END-CALL.
           DISPLAY '    "criado_por": "'
               FUNCTION TRIM(WRK-CAMPO-ESC) '",'.
           DISPLAY '    "criado_em": "' RTL-CRIADO-EM '",'.

           IF  RTL-LIBERADO-EM = SPACES
               DISPLAY '    "liberado_por": null,'
               DISPLAY '    "liberado_em": null,'
               DISPLAY '    "motivo_liberacao": null'
           ELSE
               MOVE RTL-LIBERADO-POR TO WRK-CAMPO-TXT
               CALL 'MOD-JSON-ESCAPE'
                   USING WRK-CAMPO-TXT WRK-CAMPO-ESC
                   END-CALL
               DISPLAY '    "liberado_por": "'
                   FUNCTION TRIM(WRK-CAMPO-ESC) '",'
               DISPLAY '    "liberado_em": "' RTL-LIBERADO-EM '",'
               MOVE RTL-MOTIVO-LIB TO WRK-CAMPO-TXT
               CALL 'MOD-JSON-ESCAPE'
                   USING WRK-CAMPO-TXT WRK-CAMPO-ESC
                   END-CALL
               DISPLAY '    "motivo_liberacao": "'
                   FUNCTION TRIM(WRK-CAMPO-ESC) '"'
           END-IF.

       3300-RELATORIO-RETENCOES.

      * O RELATORIO COBRE AS RETENCOES ATIVAS (AS 200 MAIS
      * RECENTES); UMA LIBERADA SE CONSULTA POR DETALHE.
           MOVE ZERO TO WRK-QTD-RETENCOES.

           EXEC SQL
               DECLARE CUR-RTL-ATIVAS CURSOR FOR
                   SELECT id
                     FROM retencao_legal
                    WHERE status = 'ATIVA'
                    ORDER BY id DESC
                    LIMIT 200
           END-EXEC.

           EXEC SQL OPEN CUR-RTL-ATIVAS END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO
               STRING
                   "ERRO AO TENTAR LER AS RETENCOES ATIVAS."
               INTO WRK-MSG-ERRO
               MOVE SQLERRM TO WRK-MSG-EXP-ERRO
               MOVE ERR-COD-SQL-EXEC TO WRK-COD-ERRO
               PERFORM 9000-RETORNAR-RESPOSTA-HTTP-500
           END-IF.

           SET NAO-FIM-CURSOR TO TRUE.
           PERFORM 3310-CARREGAR-RETENCAO-ATIVA UNTIL FIM-CURSOR.

           EXEC SQL CLOSE CUR-RTL-ATIVAS END-EXEC.

           DISPLAY '{'.
           DISPLAY '"http-status": ' WRK-HTTP-STATUS-200 ','.
           DISPLAY '"msg": null,'.
           DISPLAY '"data": ['.

           SET PRIMEIRA-RETENCAO TO TRUE.
           PERFORM 3320-EMITIR-RETENCAO-RELATORIO
               VARYING WRK-IDX-RETENCAO FROM 1 BY 1
               UNTIL WRK-IDX-RETENCAO > WRK-QTD-RETENCOES.

           DISPLAY ']'.
           DISPLAY '}'.

           CALL 'MOD-REGISTRA-AUDITORIA'
               USING WRK-PROGRAMA-NOME, WRK-AUDIT-PARAMS,
                   WRK-HTTP-STATUS-200
               END-CALL.

       3310-CARREGAR-RETENCAO-ATIVA.

           EXEC SQL
               FETCH CUR-RTL-ATIVAS INTO :RTL-ID
           END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO
               SET FIM-CURSOR TO TRUE
           ELSE
               ADD 1 TO WRK-QTD-RETENCOES
               MOVE RTL-ID TO WRK-RETENCAO-ID(WRK-QTD-RETENCOES)
           END-IF.

       3320-EMITIR-RETENCAO-RELATORIO.

           IF  NAO-PRIMEIRA-RETENCAO
               DISPLAY ','
           END-IF.
           SET NAO-PRIMEIRA-RETENCAO TO TRUE.

           MOVE WRK-RETENCAO-ID(WRK-IDX-RETENCAO) TO RTL-ID.
           PERFORM 2600-LER-RETENCAO.
           PERFORM 3400-EMITIR-RELATORIO-RETENCAO.

       3400-EMITIR-RELATORIO-RETENCAO.

      * A RETENCAO, AS LINHAS QUE ELA ALCANCA HOJE EM CADA TABELA
      * DO REGISTRO DE DADOS PESSOAIS E CADA EXECUCAO QUE TENTOU
      * TOCA-LAS.
           PERFORM 3200-EMITIR-CAMPOS-RETENCAO.
           DISPLAY '    ,"sob_retencao": ['.

           IF  RTL-STATUS = "ATIVA"
               PERFORM 3410-CONTAR-LINHAS-RETIDAS
           END-IF.

           DISPLAY '    ],'.
           DISPLAY '    "tentativas": ['.
           PERFORM 3450-LISTAR-TENTATIVAS.
           DISPLAY '    ]'.
           DISPLAY '   }'.

       3410-CONTAR-LINHAS-RETIDAS.

           EXEC SQL
               DECLARE CUR-RTL-TABELAS CURSOR FOR
                   SELECT DISTINCT dp.tabela
                     FROM dados_pessoais dp
                     JOIN information_schema.tables t
                       ON t.table_schema = DATABASE()
                      AND t.table_name = dp.tabela
                    WHERE dp.ativo = 'S'
                      AND ((dp.titular IS NOT NULL
                            AND dp.chave_titular IS NOT NULL)
                           OR dp.classificacao = 'NOME')
                    ORDER BY dp.tabela
           END-EXEC.

           EXEC SQL OPEN CUR-RTL-TABELAS END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO
               EXIT PARAGRAPH
           END-IF.

           SET PRIMEIRO-REGISTRO TO TRUE.
           SET NAO-FIM-CURSOR TO TRUE.
           PERFORM 3420-BUSCAR-PROXIMA-TABELA.
           PERFORM 3430-EMITIR-TABELA-RETIDA UNTIL FIM-CURSOR.

           EXEC SQL CLOSE CUR-RTL-TABELAS END-EXEC.

       3420-BUSCAR-PROXIMA-TABELA.

           EXEC SQL
               FETCH CUR-RTL-TABELAS INTO :RTL-TABELA
           END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO
               SET FIM-CURSOR TO TRUE
           END-IF.

       3430-EMITIR-TABELA-RETIDA.

      * SO CONTA (CONTAR NAO GRAVA TENTATIVA); TABELA SEM LINHA
      * RETIDA NAO APARECE.
           MOVE RTL-TABELA TO WRK-RTL-TABELA.
           MOVE RTL-ID TO WRK-RTL-RETENCAO-ID.

           CALL 'MOD-RETENCAO-LEGAL'
               USING WRK-RTL-ACAO, WRK-RTL-PROGRAMA, WRK-RTL-TABELA,
                   WRK-RTL-PARTICAO, WRK-RTL-CONDICAO,
                   WRK-RTL-RETENCAO-ID, WRK-RTL-FILTRO, WRK-RTL-QTD,
                   WRK-RTL-RESULTADO, WRK-RTL-MSG
               END-CALL.

           IF  RETENCAO-VERIFICADA
           AND WRK-RTL-QTD > ZERO
               IF  NAO-PRIMEIRO-REGISTRO
                   DISPLAY '     ,'
               END-IF
               SET NAO-PRIMEIRO-REGISTRO TO TRUE
               MOVE WRK-RTL-QTD TO WRK-QTD-MASK
               DISPLAY '     {"tabela": "' FUNCTION TRIM(RTL-TABELA)
                   '", "linhas": ' FUNCTION TRIM(WRK-QTD-MASK) '}'
           END-IF.

           IF  NOT RETENCAO-VERIFICADA
               IF  NAO-PRIMEIRO-REGISTRO
                   DISPLAY '     ,'
               END-IF
               SET NAO-PRIMEIRO-REGISTRO TO TRUE
               MOVE WRK-RTL-MSG TO WRK-CAMPO-TXT
               CALL 'MOD-JSON-ESCAPE'
                   USING WRK-CAMPO-TXT WRK-CAMPO-ESC
                   END-CALL
               DISPLAY '     {"tabela": "' FUNCTION TRIM(RTL-TABELA)
                   '", "linhas": null, "erro": "'
                   FUNCTION TRIM(WRK-CAMPO-ESC) '"}'
           END-IF.

           PERFORM 3420-BUSCAR-PROXIMA-TABELA.

       3450-LISTAR-TENTATIVAS.

      * CADA EXECUCAO GRAVA SUAS LINHAS COM O MESMO HORARIO; O
      * AGRUPAMENTO DA UMA LINHA POR EXECUCAO E TABELA.
           EXEC SQL
               DECLARE CUR-RTL-TENTATIVAS CURSOR FOR
                   SELECT programa, tabela,
                          DATE_FORMAT(tentado_em,
                              '%Y-%m-%d %H:%i:%s'),
                          COUNT(*)
                     FROM retencao_legal_tentativas
                    WHERE retencao_id = :RTL-ID
                    GROUP BY programa, tabela, tentado_em
                    ORDER BY tentado_em DESC, programa, tabela
                    LIMIT 500
           END-EXEC.

           EXEC SQL OPEN CUR-RTL-TENTATIVAS END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO
               EXIT PARAGRAPH
           END-IF.

           SET PRIMEIRO-REGISTRO TO TRUE.
           SET NAO-FIM-CURSOR TO TRUE.
           PERFORM 3460-BUSCAR-PROXIMA-TENTATIVA.
           PERFORM 3470-EMITIR-TENTATIVA UNTIL FIM-CURSOR.

           EXEC SQL CLOSE CUR-RTL-TENTATIVAS END-EXEC.

       3460-BUSCAR-PROXIMA-TENTATIVA.

           EXEC SQL
               FETCH CUR-RTL-TENTATIVAS
                   INTO :RTL-PROGRAMA, :RTL-TABELA, :RTL-TENTADO-EM,
                        :RTL-QTD
           END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO
               SET FIM-CURSOR TO TRUE
           END-IF.

       3470-EMITIR-TENTATIVA.

           IF  NAO-PRIMEIRO-REGISTRO
               DISPLAY '     ,'
           END-IF.
           SET NAO-PRIMEIRO-REGISTRO TO TRUE.

           MOVE RTL-QTD TO WRK-QTD-MASK.
           DISPLAY '     {"programa": "' FUNCTION TRIM(RTL-PROGRAMA)
               '", "tabela": "' FUNCTION TRIM(RTL-TABELA)
               '", "tentado_em": "' RTL-TENTADO-EM
               '", "linhas": ' FUNCTION TRIM(WRK-QTD-MASK) '}'.

           PERFORM 3460-BUSCAR-PROXIMA-TENTATIVA.

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

       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG-DADOS-PESSOAIS.
      *******************************************
      * AUTOR:
      * DATA:
      * ALTERACOES:
      *   - ACAO DO REGISTRO DE DADOS PESSOAIS (TABELA
      *     DADOS_PESSOAIS): CADA COLUNA QUE GUARDA DADO DE PESSOA E
      *     CLASSIFICADA (NOME, DOCUMENTO, CONTATO, ENDERECO,
      *     TEXTO_LIVRE, OUTRO OU NAO_PESSOAL) COM A REGRA DE
      *     TRATAMENTO (MASCARAR, APAGAR, HASH OU MANTER) E, QUANDO
      *     A LINHA PERTENCE A UM TITULAR, O DOMINIO (QS_TITULAR,
      *     EX.: TESTE OU CLIENTE) E A COLUNA QUE CARREGA O ID DELE
      *     (QS_CHAVE_TITULAR). O MASCARAMENTO (PROG-MASCARA-DADOS),
      *     O APAGAMENTO DE TITULAR (PROG-APAGA-TITULAR) E O LOG DE
      *     ACESSO DE LEITURA (MOD-REGISTRA-LEITURA E A CARGA DO
      *     SPOOL EM PROG-CARREGA-AUDITORIA) SAO DIRIGIDOS POR ESTE
      *     REGISTRO: COLUNA NOVA PASSA A SER COBERTA PELOS TRES COM
      *     UMA CLASSIFICACAO, SEM MUDAR CODIGO. A TABELA
      *     DADOS_PESSOAIS_ACOES DIZ QUE TABELAS CADA ACAO DEVOLVE;
      *     ACAO QUE DEVOLVE TABELA COM COLUNA PESSOAL REGISTRADA TEM
      *     A LEITURA AUDITADA.
      *     QS_ACAO=LISTAR (PADRAO), ACOES (VINCULOS ACAO/TABELA) E
      *     COBERTURA (RELATORIO DAS COLUNAS DO INFORMATION_SCHEMA
      *     COM CARA DE DADO PESSOAL AINDA NAO CLASSIFICADAS, MAIS
      *     AS ENTRADAS DO REGISTRO QUE NAO EXISTEM MAIS NO BANCO)
      *     SAO CONSULTAS; CLASSIFICAR (QS_TABELA, QS_COLUNA,
      *     QS_CLASSIFICACAO, QS_REGRA), DESCLASSIFICAR (QS_TABELA,
      *     QS_COLUNA), VINCULAR E DESVINCULAR (QS_PROGRAMA,
      *     QS_TABELA) EXIGEM METODO POST E CHAVE ADMIN.
      *******************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       DATA DIVISION.
       FILE SECTION.

       WORKING-STORAGE SECTION.

       77  WRK-CORRELACAO-ID               PIC X(40).

       01  WRK-NEWLINE                     PIC X       VALUE x'0a'.

       77  WRK-ID-MASK                     PIC Z(9)9.
       77  WRK-QTD-MASK                    PIC Z(9)9.
       77  WRK-MSG-ERRO                    PIC X(255).
       77  WRK-CORS-ORIGIN                 PIC X(255).
       77  WRK-MSG-EXP-ERRO                PIC X(255).
       77  WRK-DB-STRING                   PIC X(255).
       77  WRK-APP-ENV                     PIC X(10).
       77  WRK-CAMPO-ESC                   PIC X(510).
       77  WRK-CAMPO-TXT                   PIC X(255).

       77  WRK-HTTP-STATUS-200             PIC 9(3)        VALUE 200.
       77  WRK-HTTP-STATUS-400             PIC 9(3)        VALUE 400.
       77  WRK-HTTP-STATUS-401             PIC 9(3)        VALUE 401.
       77  WRK-HTTP-STATUS-403             PIC 9(3)        VALUE 403.
       77  WRK-HTTP-STATUS-404             PIC 9(3)        VALUE 404.
       77  WRK-HTTP-STATUS-500             PIC 9(3)        VALUE 500.

       77  WRK-PROGRAMA-NOME               PIC X(60)
               VALUE "PROG-DADOS-PESSOAIS".
       77  WRK-AUDIT-PARAMS                PIC X(255).
       77  WRK-COD-ERRO                    PIC 9(4).

       COPY ERRO-CODES.
       COPY VERSAO-BUILD.

       77  WRK-QS-ACAO                     PIC X(15).
       77  WRK-QS-TABELA                   PIC X(60).
       77  WRK-QS-COLUNA                   PIC X(60).
       77  WRK-QS-CLASSIFICACAO            PIC X(20).
       77  WRK-QS-REGRA                    PIC X(10).
       77  WRK-QS-TITULAR                  PIC X(10).
       77  WRK-QS-CHAVE-TITULAR            PIC X(60).
       77  WRK-QS-PROGRAMA                 PIC X(60).
       77  WRK-REQUEST-METHOD              PIC X(10).
       77  WRK-CHAVE-AUTORIZADA            PIC X(1).
           88  CHAVE-AUTORIZADA                        VALUE 'S'.
       77  WRK-CHAVE-PAPEL                 PIC X(10).
       77  WRK-QUOTA-ESTOURADA             PIC X(1).
           88  QUOTA-ESTOURADA                         VALUE 'S'.
           88  ORIGEM-BLOQUEADA                        VALUE 'B'.

       77  WRK-NOME-CHECK                  PIC X(60).
       77  WRK-NOME-PARAM                  PIC X(20).
       77  WRK-QTD-NAO-CLASSIF             PIC 9(10)   VALUE ZERO.
       77  WRK-QTD-ORFAS                   PIC 9(10)   VALUE ZERO.

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
           05 DPS-ID            PIC 9(10).
           05 DPS-TABELA        PIC X(60).
           05 DPS-COLUNA        PIC X(60).
           05 DPS-CLASSIFICACAO PIC X(20).
           05 DPS-REGRA         PIC X(10).
           05 DPS-TITULAR       PIC X(10).
           05 DPS-CHAVE-TITULAR PIC X(60).
           05 DPS-ATIVO         PIC X(1).
           05 DPS-EXISTE        PIC X(1).
           05 DPS-TIPO          PIC X(30).
           05 DPS-PROGRAMA      PIC X(60).
           05 DPS-QTD           PIC 9(10).

       EXEC SQL END DECLARE SECTION END-EXEC.

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.

           PERFORM 1000-CONFIGURAR-HTTP-HEADERS.
           ACCEPT WRK-AUDIT-PARAMS FROM ENVIRONMENT "QUERY_STRING".
           PERFORM 1100-PROCESSAR-PARAMETROS.
           PERFORM 1200-CONECTA-BANCO-DE-DADOS.
           PERFORM 1300-GARANTIR-TABELAS-REGISTRO.

           EVALUATE FUNCTION UPPER-CASE(FUNCTION TRIM(WRK-QS-ACAO))
               WHEN "CLASSIFICAR"
                   PERFORM 2000-CLASSIFICAR-COLUNA
               WHEN "DESCLASSIFICAR"
                   PERFORM 2100-DESCLASSIFICAR-COLUNA
               WHEN "VINCULAR"
                   PERFORM 2200-VINCULAR-ACAO
               WHEN "DESVINCULAR"
                   PERFORM 2300-DESVINCULAR-ACAO
               WHEN "ACOES"
                   PERFORM 3500-LISTAR-ACOES
               WHEN "COBERTURA"
                   PERFORM 3700-RELATAR-COBERTURA
               WHEN OTHER
                   PERFORM 3000-LISTAR-REGISTRO
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

      * AS CONSULTAS (LISTAR, ACOES, COBERTURA) SAO ABERTAS COMO NOS
      * DEMAIS CADASTROS; AS ALTERACOES DO REGISTRO MUDAM O QUE E
      * MASCARADO, APAGADO E AUDITADO E FICAM COM A CHAVE ADMIN.
           EVALUATE FUNCTION UPPER-CASE(FUNCTION TRIM(WRK-QS-ACAO))
               WHEN "LISTAR"
               WHEN "ACOES"
               WHEN "COBERTURA"
                   CONTINUE
               WHEN OTHER
                   ACCEPT WRK-REQUEST-METHOD FROM ENVIRONMENT
                       "REQUEST_METHOD"
                   IF  FUNCTION UPPER-CASE(FUNCTION TRIM(
                           WRK-REQUEST-METHOD)) NOT = 'POST'
                       STRING
                           "METODO HTTP INVALIDO. USE POST PARA "
                           "ESTA OPERACAO."
                       INTO WRK-MSG-ERRO
                       MOVE ERR-COD-VALIDACAO TO WRK-COD-ERRO
                       PERFORM 9100-RETORNAR-RESPOSTA-HTTP-400
                   END-IF
                   PERFORM 1150-VERIFICAR-CHAVE-API
           END-EVALUATE.

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

           ACCEPT WRK-APP-ENV FROM ENVIRONMENT "APP_ENV".

           EVALUATE FUNCTION UPPER-CASE(FUNCTION TRIM(WRK-APP-ENV))
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
                   "VARIAVEL DE AMBIENTE DA STRING DE CONEXAO COM O "
                   "BANCO DE DADOS NAO ESTA CONFIGURADA."
               INTO WRK-MSG-ERRO
               MOVE ERR-COD-CONEXAO TO WRK-COD-ERRO
               PERFORM 9000-RETORNAR-RESPOSTA-HTTP-500
           END-IF.

           MOVE WRK-DB-STRING TO BUFFER.
           EXEC SQL CONNECT TO :BUFFER END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO
               STRING
                   "ERRO AO TENTAR ABIR CONEXAO COM O "
                   "BANCO DE DADOS."
               INTO WRK-MSG-ERRO

               MOVE SQLERRM TO WRK-MSG-EXP-ERRO

               MOVE ERR-COD-CONEXAO TO WRK-COD-ERRO

               PERFORM 9000-RETORNAR-RESPOSTA-HTTP-500
           END-IF.

       1300-GARANTIR-TABELAS-REGISTRO.

           EXEC SQL
               CREATE TABLE IF NOT EXISTS dados_pessoais (
                   id             INT NOT NULL PRIMARY KEY
                                      AUTO_INCREMENT,
                   tabela         VARCHAR(60) NOT NULL,
                   coluna         VARCHAR(60) NOT NULL,
                   classificacao  VARCHAR(20) NOT NULL,
                   regra          VARCHAR(10) NOT NULL
                       DEFAULT 'MASCARAR',
                   titular        VARCHAR(10) NULL,
                   chave_titular  VARCHAR(60) NULL,
                   ativo          CHAR(1) NOT NULL DEFAULT 'S',
                   criado_em      DATETIME NOT NULL
                       DEFAULT CURRENT_TIMESTAMP,
                   atualizado_em  DATETIME NULL,
                   UNIQUE KEY uk_dados_pessoais (tabela, coluna)
               )
           END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO
               STRING
                   "ERRO AO TENTAR CRIAR A TABELA DADOS_PESSOAIS."
               INTO WRK-MSG-ERRO
               MOVE SQLERRM TO WRK-MSG-EXP-ERRO
               MOVE ERR-COD-SQL-EXEC TO WRK-COD-ERRO
               PERFORM 9000-RETORNAR-RESPOSTA-HTTP-500
           END-IF.

           EXEC SQL
               CREATE TABLE IF NOT EXISTS dados_pessoais_acoes (
                   programa       VARCHAR(60) NOT NULL,
                   tabela         VARCHAR(60) NOT NULL,
                   criado_em      DATETIME NOT NULL
                       DEFAULT CURRENT_TIMESTAMP,
                   PRIMARY KEY (programa, tabela)
               )
           END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO
               STRING
                   "ERRO AO TENTAR CRIAR A TABELA "
                   "DADOS_PESSOAIS_ACOES."
               INTO WRK-MSG-ERRO
               MOVE SQLERRM TO WRK-MSG-EXP-ERRO
               MOVE ERR-COD-SQL-EXEC TO WRK-COD-ERRO
               PERFORM 9000-RETORNAR-RESPOSTA-HTTP-500
           END-IF.

      * AS COLUNAS QUE OS PROGRAMAS DE MASCARAMENTO E APAGAMENTO JA
      * TRATAVAM, MAIS OS CONTATOS E ENDERECOS DE CLIENTE; O INSERT
      * IGNORE PRESERVA A CLASSIFICACAO AJUSTADA LOCALMENTE.
           EXEC SQL
               INSERT IGNORE INTO dados_pessoais
                   (tabela, coluna, classificacao, regra, titular,
                    chave_titular)
               VALUES
                   ('teste', 'nome', 'NOME', 'MASCARAR', 'TESTE',
                       'id'),
                   ('teste_historico', 'nome_anterior', 'NOME',
                       'MASCARAR', 'TESTE', 'registro_id'),
                   ('teste_arquivo', 'nome', 'NOME', 'MASCARAR',
                       'TESTE', 'id'),
                   ('cliente', 'nome', 'NOME', 'MASCARAR',
                       'CLIENTE', 'id'),
                   ('cliente', 'documento', 'DOCUMENTO', 'HASH',
                       'CLIENTE', 'id'),
                   ('cliente_historico', 'nome_anterior', 'NOME',
                       'MASCARAR', 'CLIENTE', 'registro_id'),
                   ('cliente_historico', 'documento_anterior',
                       'DOCUMENTO', 'HASH', 'CLIENTE',
                       'registro_id'),
                   ('cliente_historico', 'detalhe_anterior',
                       'TEXTO_LIVRE', 'MASCARAR', 'CLIENTE',
                       'registro_id'),
                   ('cliente_contato', 'valor', 'CONTATO',
                       'MASCARAR', 'CLIENTE', 'cliente_id'),
                   ('cliente_endereco', 'logradouro', 'ENDERECO',
                       'APAGAR', 'CLIENTE', 'cliente_id'),
                   ('cliente_endereco', 'numero', 'ENDERECO',
                       'APAGAR', 'CLIENTE', 'cliente_id'),
                   ('cliente_endereco', 'complemento', 'ENDERECO',
                       'APAGAR', 'CLIENTE', 'cliente_id'),
                   ('cliente_endereco', 'bairro', 'ENDERECO',
                       'APAGAR', 'CLIENTE', 'cliente_id'),
                   ('cliente_endereco', 'cep', 'ENDERECO',
                       'MASCARAR', 'CLIENTE', 'cliente_id'),
                   ('cliente_endereco', 'cidade', 'ENDERECO',
                       'MANTER', 'CLIENTE', 'cliente_id'),
                   ('cliente_endereco', 'uf', 'ENDERECO',
                       'MANTER', 'CLIENTE', 'cliente_id'),
                   ('auditoria', 'parametros', 'TEXTO_LIVRE',
                       'MASCARAR', NULL, NULL),
                   ('notificacoes', 'payload', 'TEXTO_LIVRE',
                       'MASCARAR', NULL, NULL)
           END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO
               STRING
                   "ERRO AO TENTAR SEMEAR O REGISTRO DE DADOS "
                   "PESSOAIS."
               INTO WRK-MSG-ERRO
               MOVE SQLERRM TO WRK-MSG-EXP-ERRO
               MOVE ERR-COD-SQL-EXEC TO WRK-COD-ERRO
               EXEC SQL ROLLBACK END-EXEC
               PERFORM 9000-RETORNAR-RESPOSTA-HTTP-500
           END-IF.

           EXEC SQL
               INSERT IGNORE INTO dados_pessoais_acoes
                   (programa, tabela)
               VALUES
                   ('PROG-DETALHE-REGISTRO', 'teste'),
                   ('PROG-DETALHE-REGISTRO', 'teste_historico'),
                   ('PROG-HISTORICO-REGISTRO', 'teste_historico'),
                   ('PROG-CONSULTA-SQL', 'teste'),
                   ('PROG-BUSCA-UNIFICADA', 'teste'),
                   ('PROG-BUSCA-UNIFICADA', 'teste_arquivo'),
                   ('PROG-LIXEIRA-TESTE', 'teste'),
                   ('PROG-ARQUIVO-TESTE', 'teste_arquivo'),
                   ('PROG-CLIENTES-ADMIN', 'cliente'),
                   ('PROG-CLIENTES-ADMIN', 'cliente_contato'),
                   ('PROG-CLIENTES-ADMIN', 'cliente_endereco')
           END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO
               STRING
                   "ERRO AO TENTAR SEMEAR OS VINCULOS DE ACOES DO "
                   "REGISTRO DE DADOS PESSOAIS."
               INTO WRK-MSG-ERRO
               MOVE SQLERRM TO WRK-MSG-EXP-ERRO
               MOVE ERR-COD-SQL-EXEC TO WRK-COD-ERRO
               EXEC SQL ROLLBACK END-EXEC
               PERFORM 9000-RETORNAR-RESPOSTA-HTTP-500
           END-IF.

           EXEC SQL COMMIT END-EXEC.

       2000-CLASSIFICAR-COLUNA.

           PERFORM 2010-RECEBER-TABELA-COLUNA.

           ACCEPT WRK-QS-CLASSIFICACAO FROM ENVIRONMENT
               "QS_CLASSIFICACAO".
           ACCEPT WRK-QS-REGRA FROM ENVIRONMENT "QS_REGRA".
           ACCEPT WRK-QS-TITULAR FROM ENVIRONMENT "QS_TITULAR".
           ACCEPT WRK-QS-CHAVE-TITULAR FROM ENVIRONMENT
               "QS_CHAVE_TITULAR".

           MOVE FUNCTION UPPER-CASE(WRK-QS-CLASSIFICACAO)
               TO WRK-QS-CLASSIFICACAO.
           MOVE FUNCTION UPPER-CASE(WRK-QS-REGRA) TO WRK-QS-REGRA.
           MOVE FUNCTION UPPER-CASE(WRK-QS-TITULAR) TO WRK-QS-TITULAR.

           EVALUATE FUNCTION TRIM(WRK-QS-CLASSIFICACAO)
               WHEN "NOME"
               WHEN "DOCUMENTO"
               WHEN "CONTATO"
               WHEN "ENDERECO"
               WHEN "TEXTO_LIVRE"
               WHEN "OUTRO"
               WHEN "NAO_PESSOAL"
                   CONTINUE
               WHEN OTHER
                   STRING
                       "QS_CLASSIFICACAO DEVE SER NOME, DOCUMENTO, "
                       "CONTATO, ENDERECO, TEXTO_LIVRE, OUTRO OU "
                       "NAO_PESSOAL."
                   INTO WRK-MSG-ERRO
                   MOVE ERR-COD-VALIDACAO TO WRK-COD-ERRO
                   PERFORM 9100-RETORNAR-RESPOSTA-HTTP-400
           END-EVALUATE.

      * COLUNA REVISADA E DADA COMO NAO PESSOAL SO SAI DO RELATORIO
      * DE COBERTURA; NAO HA O QUE MASCARAR NEM APAGAR NELA.
           IF  FUNCTION TRIM(WRK-QS-REGRA) = SPACES
               IF  FUNCTION TRIM(WRK-QS-CLASSIFICACAO)
                       = "NAO_PESSOAL"
                   MOVE "MANTER" TO WRK-QS-REGRA
               ELSE
                   MOVE "MASCARAR" TO WRK-QS-REGRA
               END-IF
           END-IF.

           EVALUATE FUNCTION TRIM(WRK-QS-REGRA)
               WHEN "MASCARAR"
               WHEN "APAGAR"
               WHEN "HASH"
               WHEN "MANTER"
                   CONTINUE
               WHEN OTHER
                   STRING
                       "QS_REGRA DEVE SER MASCARAR, APAGAR, HASH OU "
                       "MANTER."
                   INTO WRK-MSG-ERRO
                   MOVE ERR-COD-VALIDACAO TO WRK-COD-ERRO
                   PERFORM 9100-RETORNAR-RESPOSTA-HTTP-400
           END-EVALUATE.

           IF  FUNCTION TRIM(WRK-QS-CLASSIFICACAO) = "NAO_PESSOAL"
           AND FUNCTION TRIM(WRK-QS-REGRA) NOT = "MANTER"
               STRING
                   "COLUNA NAO_PESSOAL SO ADMITE A REGRA MANTER."
               INTO WRK-MSG-ERRO
               MOVE ERR-COD-VALIDACAO TO WRK-COD-ERRO
               PERFORM 9100-RETORNAR-RESPOSTA-HTTP-400
           END-IF.

      * O DOMINIO DO TITULAR E A COLUNA COM O ID DELE ANDAM JUNTOS:
      * E POR ELES QUE O APAGAMENTO POR ID ALCANCA A LINHA.
           IF  (FUNCTION TRIM(WRK-QS-TITULAR) = SPACES
               AND FUNCTION TRIM(WRK-QS-CHAVE-TITULAR) NOT = SPACES)
           OR  (FUNCTION TRIM(WRK-QS-TITULAR) NOT = SPACES
               AND FUNCTION TRIM(WRK-QS-CHAVE-TITULAR) = SPACES)
               STRING
                   "QS_TITULAR E QS_CHAVE_TITULAR DEVEM SER "
                   "INFORMADOS JUNTOS."
               INTO WRK-MSG-ERRO
               MOVE ERR-COD-VALIDACAO TO WRK-COD-ERRO
               PERFORM 9100-RETORNAR-RESPOSTA-HTTP-400
           END-IF.

           IF  FUNCTION TRIM(WRK-QS-TITULAR) NOT = SPACES
               MOVE WRK-QS-TITULAR TO WRK-NOME-CHECK
               MOVE "QS_TITULAR" TO WRK-NOME-PARAM
               PERFORM 2050-VALIDAR-NOME

               MOVE WRK-QS-CHAVE-TITULAR TO WRK-NOME-CHECK
               MOVE "QS_CHAVE_TITULAR" TO WRK-NOME-PARAM
               PERFORM 2050-VALIDAR-NOME

               MOVE WRK-QS-CHAVE-TITULAR TO DPS-COLUNA
               PERFORM 2060-VERIFICAR-COLUNA
               MOVE WRK-QS-COLUNA TO DPS-COLUNA
           END-IF.

           MOVE WRK-QS-CLASSIFICACAO TO DPS-CLASSIFICACAO.
           MOVE WRK-QS-REGRA TO DPS-REGRA.
           MOVE WRK-QS-TITULAR TO DPS-TITULAR.
           MOVE WRK-QS-CHAVE-TITULAR TO DPS-CHAVE-TITULAR.

           EXEC SQL
               INSERT INTO dados_pessoais
                   (tabela, coluna, classificacao, regra, titular,
                    chave_titular)
               VALUES
                   (TRIM(:DPS-TABELA), TRIM(:DPS-COLUNA),
                    TRIM(:DPS-CLASSIFICACAO), TRIM(:DPS-REGRA),
                    NULLIF(TRIM(:DPS-TITULAR), ''),
                    NULLIF(TRIM(:DPS-CHAVE-TITULAR), ''))
               ON DUPLICATE KEY UPDATE
                   classificacao = VALUES(classificacao),
                   regra         = VALUES(regra),
                   titular       = VALUES(titular),
                   chave_titular = VALUES(chave_titular),
                   ativo         = 'S',
                   atualizado_em = CURRENT_TIMESTAMP
           END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO
               STRING
                   "ERRO AO TENTAR CLASSIFICAR A COLUNA."
               INTO WRK-MSG-ERRO
               MOVE SQLERRM TO WRK-MSG-EXP-ERRO
               MOVE ERR-COD-SQL-EXEC TO WRK-COD-ERRO
               EXEC SQL ROLLBACK END-EXEC
               PERFORM 9000-RETORNAR-RESPOSTA-HTTP-500
           END-IF.

           EXEC SQL COMMIT END-EXEC.

           PERFORM 2900-RESPONDER-ALTERACAO.

       2010-RECEBER-TABELA-COLUNA.

           ACCEPT WRK-QS-TABELA FROM ENVIRONMENT "QS_TABELA".
           ACCEPT WRK-QS-COLUNA FROM ENVIRONMENT "QS_COLUNA".

           IF  FUNCTION TRIM(WRK-QS-TABELA) = SPACES
           OR  FUNCTION TRIM(WRK-QS-COLUNA) = SPACES
               STRING
                   "PARAMETROS QS_TABELA E QS_COLUNA SAO "
                   "OBRIGATORIOS."
               INTO WRK-MSG-ERRO
               MOVE ERR-COD-VALIDACAO TO WRK-COD-ERRO
               PERFORM 9100-RETORNAR-RESPOSTA-HTTP-400
           END-IF.

           MOVE FUNCTION LOWER-CASE(WRK-QS-TABELA) TO WRK-QS-TABELA.
           MOVE FUNCTION LOWER-CASE(WRK-QS-COLUNA) TO WRK-QS-COLUNA.

           MOVE WRK-QS-TABELA TO WRK-NOME-CHECK.
           MOVE "QS_TABELA" TO WRK-NOME-PARAM.
           PERFORM 2050-VALIDAR-NOME.

           MOVE WRK-QS-COLUNA TO WRK-NOME-CHECK.
           MOVE "QS_COLUNA" TO WRK-NOME-PARAM.
           PERFORM 2050-VALIDAR-NOME.

           MOVE WRK-QS-TABELA TO DPS-TABELA.
           MOVE WRK-QS-COLUNA TO DPS-COLUNA.

       2050-VALIDAR-NOME.

      * OS NOMES DO REGISTRO ENTRAM NA MONTAGEM DE SQL DINAMICO DOS
      * BATCHES; SO LETRAS E SUBLINHADO SAO ACEITOS, COMO NA
      * CONFIGURACAO DE RETENCAO.
           INSPECT WRK-NOME-CHECK REPLACING ALL '_' BY SPACE.
           IF  WRK-NOME-CHECK IS NOT ALPHABETIC
               STRING
                   "PARAMETRO " FUNCTION TRIM(WRK-NOME-PARAM)
                   " ACEITA APENAS LETRAS E SUBLINHADO."
                   DELIMITED BY SIZE
               INTO WRK-MSG-ERRO
               MOVE ERR-COD-VALIDACAO TO WRK-COD-ERRO
               PERFORM 9100-RETORNAR-RESPOSTA-HTTP-400
           END-IF.

       2060-VERIFICAR-COLUNA.

           EXEC SQL
               SELECT COUNT(*)
                 INTO :DPS-QTD
                 FROM information_schema.columns
                WHERE table_schema = DATABASE()
                  AND table_name = TRIM(:DPS-TABELA)
                  AND column_name = TRIM(:DPS-COLUNA)
           END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO
               STRING
                   "ERRO AO TENTAR VERIFICAR A COLUNA NO BANCO."
               INTO WRK-MSG-ERRO
               MOVE SQLERRM TO WRK-MSG-EXP-ERRO
               MOVE ERR-COD-SQL-EXEC TO WRK-COD-ERRO
               PERFORM 9000-RETORNAR-RESPOSTA-HTTP-500
           END-IF.

           IF  DPS-QTD = ZERO
               STRING
                   "COLUNA " FUNCTION TRIM(DPS-TABELA) "."
                   FUNCTION TRIM(DPS-COLUNA)
                   " NAO ENCONTRADA NO BANCO."
                   DELIMITED BY SIZE
               INTO WRK-MSG-ERRO
               MOVE ERR-COD-VALIDACAO TO WRK-COD-ERRO
               PERFORM 9200-RETORNAR-RESPOSTA-HTTP-404
           END-IF.

       2100-DESCLASSIFICAR-COLUNA.

           PERFORM 2010-RECEBER-TABELA-COLUNA.

      * A ENTRADA E DESATIVADA, NAO EXCLUIDA: FICA O RASTRO DE QUE
      * A COLUNA JA FOI CLASSIFICADA E COMO.
           EXEC SQL
               SELECT COUNT(*)
                 INTO :DPS-QTD
                 FROM dados_pessoais
                WHERE tabela = TRIM(:DPS-TABELA)
                  AND coluna = TRIM(:DPS-COLUNA)
                  AND ativo = 'S'
           END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO
               STRING
                   "ERRO AO TENTAR LOCALIZAR A COLUNA NO REGISTRO."
               INTO WRK-MSG-ERRO
               MOVE SQLERRM TO WRK-MSG-EXP-ERRO
               MOVE ERR-COD-SQL-EXEC TO WRK-COD-ERRO
               PERFORM 9000-RETORNAR-RESPOSTA-HTTP-500
           END-IF.

           IF  DPS-QTD = ZERO
               STRING
                   "COLUNA NAO CLASSIFICADA NO REGISTRO DE DADOS "
                   "PESSOAIS."
               INTO WRK-MSG-ERRO
               MOVE ERR-COD-VALIDACAO TO WRK-COD-ERRO
               PERFORM 9200-RETORNAR-RESPOSTA-HTTP-404
           END-IF.

           EXEC SQL
               UPDATE dados_pessoais
                  SET ativo = 'N',
                      atualizado_em = CURRENT_TIMESTAMP
                WHERE tabela = TRIM(:DPS-TABELA)
                  AND coluna = TRIM(:DPS-COLUNA)
           END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO
               STRING
                   "ERRO AO TENTAR DESCLASSIFICAR A COLUNA."
               INTO WRK-MSG-ERRO
               MOVE SQLERRM TO WRK-MSG-EXP-ERRO
               MOVE ERR-COD-SQL-EXEC TO WRK-COD-ERRO
               EXEC SQL ROLLBACK END-EXEC
               PERFORM 9000-RETORNAR-RESPOSTA-HTTP-500
           END-IF.

           EXEC SQL COMMIT END-EXEC.

           PERFORM 2900-RESPONDER-ALTERACAO.

       2200-VINCULAR-ACAO.

           PERFORM 2210-RECEBER-PROGRAMA-TABELA.

           EXEC SQL
               SELECT COUNT(*)
                 INTO :DPS-QTD
                 FROM information_schema.tables
                WHERE table_schema = DATABASE()
                  AND table_name = TRIM(:DPS-TABELA)
           END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO
               STRING
                   "ERRO AO TENTAR VERIFICAR A TABELA NO BANCO."
               INTO WRK-MSG-ERRO
               MOVE SQLERRM TO WRK-MSG-EXP-ERRO
               MOVE ERR-COD-SQL-EXEC TO WRK-COD-ERRO
               PERFORM 9000-RETORNAR-RESPOSTA-HTTP-500
           END-IF.

           IF  DPS-QTD = ZERO
               STRING
                   "TABELA NAO ENCONTRADA NO BANCO."
               INTO WRK-MSG-ERRO
               MOVE ERR-COD-VALIDACAO TO WRK-COD-ERRO
               PERFORM 9200-RETORNAR-RESPOSTA-HTTP-404
           END-IF.

           EXEC SQL
               INSERT IGNORE INTO dados_pessoais_acoes
                   (programa, tabela)
               VALUES
                   (TRIM(:DPS-PROGRAMA), TRIM(:DPS-TABELA))
           END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO
               STRING
                   "ERRO AO TENTAR VINCULAR A ACAO A TABELA."
               INTO WRK-MSG-ERRO
               MOVE SQLERRM TO WRK-MSG-EXP-ERRO
               MOVE ERR-COD-SQL-EXEC TO WRK-COD-ERRO
               EXEC SQL ROLLBACK END-EXEC
               PERFORM 9000-RETORNAR-RESPOSTA-HTTP-500
           END-IF.

           EXEC SQL COMMIT END-EXEC.

           PERFORM 2900-RESPONDER-ALTERACAO.

       2210-RECEBER-PROGRAMA-TABELA.

           ACCEPT WRK-QS-PROGRAMA FROM ENVIRONMENT "QS_PROGRAMA".
           ACCEPT WRK-QS-TABELA FROM ENVIRONMENT "QS_TABELA".

           IF  FUNCTION TRIM(WRK-QS-PROGRAMA) = SPACES
           OR  FUNCTION TRIM(WRK-QS-TABELA) = SPACES
               STRING
                   "PARAMETROS QS_PROGRAMA E QS_TABELA SAO "
                   "OBRIGATORIOS."
               INTO WRK-MSG-ERRO
               MOVE ERR-COD-VALIDACAO TO WRK-COD-ERRO
               PERFORM 9100-RETORNAR-RESPOSTA-HTTP-400
           END-IF.

           MOVE FUNCTION UPPER-CASE(WRK-QS-PROGRAMA)
               TO WRK-QS-PROGRAMA.
           MOVE FUNCTION LOWER-CASE(WRK-QS-TABELA) TO WRK-QS-TABELA.

           MOVE WRK-QS-PROGRAMA TO WRK-NOME-CHECK.
           INSPECT WRK-NOME-CHECK REPLACING ALL '-' BY '_'.
           MOVE "QS_PROGRAMA" TO WRK-NOME-PARAM.
           PERFORM 2050-VALIDAR-NOME.

           MOVE WRK-QS-TABELA TO WRK-NOME-CHECK.
           MOVE "QS_TABELA" TO WRK-NOME-PARAM.
           PERFORM 2050-VALIDAR-NOME.

           MOVE WRK-QS-PROGRAMA TO DPS-PROGRAMA.
           MOVE WRK-QS-TABELA TO DPS-TABELA.
           MOVE SPACES TO DPS-COLUNA.

       2300-DESVINCULAR-ACAO.

           PERFORM 2210-RECEBER-PROGRAMA-TABELA.

           EXEC SQL
               SELECT COUNT(*)
                 INTO :DPS-QTD
                 FROM dados_pessoais_acoes
                WHERE programa = TRIM(:DPS-PROGRAMA)
                  AND tabela = TRIM(:DPS-TABELA)
           END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO
               STRING
                   "ERRO AO TENTAR LOCALIZAR O VINCULO."
               INTO WRK-MSG-ERRO
               MOVE SQLERRM TO WRK-MSG-EXP-ERRO
               MOVE ERR-COD-SQL-EXEC TO WRK-COD-ERRO
               PERFORM 9000-RETORNAR-RESPOSTA-HTTP-500
           END-IF.

           IF  DPS-QTD = ZERO
               STRING
                   "VINCULO ENTRE A ACAO E A TABELA NAO ENCONTRADO."
               INTO WRK-MSG-ERRO
               MOVE ERR-COD-VALIDACAO TO WRK-COD-ERRO
               PERFORM 9200-RETORNAR-RESPOSTA-HTTP-404
           END-IF.

           EXEC SQL
               DELETE FROM dados_pessoais_acoes
                WHERE programa = TRIM(:DPS-PROGRAMA)
                  AND tabela = TRIM(:DPS-TABELA)
           END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO
               STRING
                   "ERRO AO TENTAR DESVINCULAR A ACAO DA TABELA."
               INTO WRK-MSG-ERRO
               MOVE SQLERRM TO WRK-MSG-EXP-ERRO
               MOVE ERR-COD-SQL-EXEC TO WRK-COD-ERRO
               EXEC SQL ROLLBACK END-EXEC
               PERFORM 9000-RETORNAR-RESPOSTA-HTTP-500
           END-IF.

           EXEC SQL COMMIT END-EXEC.

           PERFORM 2900-RESPONDER-ALTERACAO.

       2900-RESPONDER-ALTERACAO.

           CALL 'MOD-REGISTRA-AUDITORIA'
               USING WRK-PROGRAMA-NOME, WRK-AUDIT-PARAMS,
                   WRK-HTTP-STATUS-200
               END-CALL.

           DISPLAY '{'.
           DISPLAY '"http-status": ' WRK-HTTP-STATUS-200 ','.
           DISPLAY '"msg": null,'.
           DISPLAY '"data": {'.
           IF  FUNCTION TRIM(DPS-PROGRAMA) NOT = SPACES
               DISPLAY '"programa": "'
                   FUNCTION TRIM(DPS-PROGRAMA) '",'
           END-IF.
           DISPLAY '"tabela": "' FUNCTION TRIM(DPS-TABELA) '",'.
           IF  FUNCTION TRIM(DPS-COLUNA) NOT = SPACES
               DISPLAY '"coluna": "'
                   FUNCTION TRIM(DPS-COLUNA) '",'
           END-IF.
           DISPLAY '"acao": "'
               FUNCTION UPPER-CASE(FUNCTION TRIM(WRK-QS-ACAO)) '"'.
           DISPLAY "}".
           DISPLAY "}".

       3000-LISTAR-REGISTRO.

           EXEC SQL
               DECLARE CUR-DADOS-PESSOAIS CURSOR FOR
                   SELECT d.id, d.tabela, d.coluna, d.classificacao,
                          d.regra, COALESCE(d.titular, ''),
                          COALESCE(d.chave_titular, ''), d.ativo,
                          IF(EXISTS(
                              SELECT 1
                                FROM information_schema.columns c
                               WHERE c.table_schema = DATABASE()
                                 AND c.table_name = d.tabela
                                 AND c.column_name = d.coluna),
                             'S', 'N')
                     FROM dados_pessoais d
                    ORDER BY d.tabela, d.coluna
           END-EXEC.

           EXEC SQL OPEN CUR-DADOS-PESSOAIS END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO
               STRING
                   "ERRO AO TENTAR LISTAR O REGISTRO DE DADOS "
                   "PESSOAIS."
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
           SET NAO-FIM-CURSOR TO TRUE.
           PERFORM 3100-BUSCAR-PROXIMA-COLUNA.
           PERFORM 3200-EMITIR-COLUNA UNTIL FIM-CURSOR.

           DISPLAY ']'.
           DISPLAY '}'.

           EXEC SQL CLOSE CUR-DADOS-PESSOAIS END-EXEC.

           CALL 'MOD-REGISTRA-AUDITORIA'
               USING WRK-PROGRAMA-NOME, WRK-AUDIT-PARAMS,
                   WRK-HTTP-STATUS-200
               END-CALL.

       3100-BUSCAR-PROXIMA-COLUNA.

           EXEC SQL
               FETCH CUR-DADOS-PESSOAIS
                   INTO :DPS-ID, :DPS-TABELA, :DPS-COLUNA,
                        :DPS-CLASSIFICACAO, :DPS-REGRA,
                        :DPS-TITULAR, :DPS-CHAVE-TITULAR,
                        :DPS-ATIVO, :DPS-EXISTE
           END-EXEC.

           IF  SQLCODE EQUAL 100
               SET FIM-CURSOR TO TRUE
           END-IF.

       3200-EMITIR-COLUNA.

           IF  NAO-PRIMEIRO-REGISTRO
               DISPLAY ','
           END-IF.
           SET NAO-PRIMEIRO-REGISTRO TO TRUE.

           MOVE DPS-ID TO WRK-ID-MASK.

           DISPLAY '   {'.
           DISPLAY '    "id": ' FUNCTION TRIM(WRK-ID-MASK) ','.
           DISPLAY '    "tabela": "' FUNCTION TRIM(DPS-TABELA) '",'.
           DISPLAY '    "coluna": "' FUNCTION TRIM(DPS-COLUNA) '",'.
           DISPLAY '    "classificacao": "'
               FUNCTION TRIM(DPS-CLASSIFICACAO) '",'.
           DISPLAY '    "regra": "' FUNCTION TRIM(DPS-REGRA) '",'.

           IF  FUNCTION TRIM(DPS-TITULAR) = SPACES
               DISPLAY '    "titular": null,'
               DISPLAY '    "chave_titular": null,'
           ELSE
               DISPLAY '    "titular": "'
                   FUNCTION TRIM(DPS-TITULAR) '",'
               DISPLAY '    "chave_titular": "'
                   FUNCTION TRIM(DPS-CHAVE-TITULAR) '",'
           END-IF.

           DISPLAY '    "ativo": "' DPS-ATIVO '",'.

           IF  DPS-EXISTE = 'S'
               DISPLAY '    "existe_no_banco": true'
           ELSE
               DISPLAY '    "existe_no_banco": false'
           END-IF.
           DISPLAY '   }'.

           PERFORM 3100-BUSCAR-PROXIMA-COLUNA.

       3500-LISTAR-ACOES.

      * A QUANTIDADE DE COLUNAS PESSOAIS ATIVAS DA TABELA MOSTRA SE O
      * VINCULO DISPARA A AUDITORIA DE LEITURA (ZERO = NAO DISPARA).
           EXEC SQL
               DECLARE CUR-DADOS-ACOES CURSOR FOR
                   SELECT a.programa, a.tabela,
                          (SELECT COUNT(*)
                             FROM dados_pessoais d
                            WHERE d.tabela = a.tabela
                              AND d.ativo = 'S'
                              AND d.classificacao <> 'NAO_PESSOAL')
                     FROM dados_pessoais_acoes a
                    ORDER BY a.programa, a.tabela
           END-EXEC.

           EXEC SQL OPEN CUR-DADOS-ACOES END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO
               STRING
                   "ERRO AO TENTAR LISTAR OS VINCULOS DE ACOES."
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
           SET NAO-FIM-CURSOR TO TRUE.
           PERFORM 3600-BUSCAR-PROXIMA-ACAO.
           PERFORM 3650-EMITIR-ACAO UNTIL FIM-CURSOR.

           DISPLAY ']'.
           DISPLAY '}'.

           EXEC SQL CLOSE CUR-DADOS-ACOES END-EXEC.

           CALL 'MOD-REGISTRA-AUDITORIA'
               USING WRK-PROGRAMA-NOME, WRK-AUDIT-PARAMS,
                   WRK-HTTP-STATUS-200
               END-CALL.

       3600-BUSCAR-PROXIMA-ACAO.

           EXEC SQL
               FETCH CUR-DADOS-ACOES
                   INTO :DPS-PROGRAMA, :DPS-TABELA, :DPS-QTD
           END-EXEC.

           IF  SQLCODE EQUAL 100
               SET FIM-CURSOR TO TRUE
           END-IF.

       3650-EMITIR-ACAO.

           IF  NAO-PRIMEIRO-REGISTRO
               DISPLAY ','
           END-IF.
           SET NAO-PRIMEIRO-REGISTRO TO TRUE.

           MOVE DPS-QTD TO WRK-QTD-MASK.

           DISPLAY '   {'.
           DISPLAY '    "programa": "'
               FUNCTION TRIM(DPS-PROGRAMA) '",'.
           DISPLAY '    "tabela": "' FUNCTION TRIM(DPS-TABELA) '",'.
           DISPLAY '    "colunas_pessoais": '
               FUNCTION TRIM(WRK-QTD-MASK) ','.
           IF  DPS-QTD > ZERO
               DISPLAY '    "leitura_auditada": true'
           ELSE
               DISPLAY '    "leitura_auditada": false'
           END-IF.
           DISPLAY '   }'.

           PERFORM 3600-BUSCAR-PROXIMA-ACAO.

       3700-RELATAR-COBERTURA.

      * COLUNAS DE TEXTO OU DATA DO SCHEMA CUJO NOME SUGERE DADO DE
      * PESSOA E QUE NAO TEM ENTRADA ATIVA NO REGISTRO. A LISTA DE
      * PADROES E HEURISTICA: O FALSO POSITIVO SAI DO RELATORIO AO
      * SER CLASSIFICADO COMO NAO_PESSOAL.
           EXEC SQL
               DECLARE CUR-NAO-CLASSIFICADAS CURSOR FOR
                   SELECT c.table_name, c.column_name, c.data_type
                     FROM information_schema.columns c
                    WHERE c.table_schema = DATABASE()
                      AND c.table_name NOT IN ('dados_pessoais',
                          'dados_pessoais_acoes')
                      AND LOWER(c.data_type) IN ('char', 'varchar',
                          'tinytext', 'text', 'mediumtext',
                          'longtext', 'json', 'date')
                      AND LOWER(c.column_name) REGEXP CONCAT(
                          'nome|email|e_mail|cpf|cnpj|documento|',
                          'telefone|fone|celular|contato|',
                          'endereco|logradouro|bairro|cep|',
                          'nascimento|^rg$|_rg$|operador|',
                          'payload|parametros')
                      AND NOT EXISTS (
                              SELECT 1
                                FROM dados_pessoais d
                               WHERE d.tabela = c.table_name
                                 AND d.coluna = c.column_name
                                 AND d.ativo = 'S')
                    ORDER BY c.table_name, c.column_name
           END-EXEC.

           EXEC SQL OPEN CUR-NAO-CLASSIFICADAS END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO
               STRING
                   "ERRO AO TENTAR LEVANTAR AS COLUNAS NAO "
                   "CLASSIFICADAS."
               INTO WRK-MSG-ERRO
               MOVE SQLERRM TO WRK-MSG-EXP-ERRO
               MOVE ERR-COD-SQL-EXEC TO WRK-COD-ERRO
               PERFORM 9000-RETORNAR-RESPOSTA-HTTP-500
           END-IF.

           DISPLAY '{'.
           DISPLAY '"http-status": ' WRK-HTTP-STATUS-200 ','.
           DISPLAY '"msg": null,'.
           DISPLAY '"data": {'.
           DISPLAY '"nao_classificadas": ['.

           MOVE ZERO TO WRK-QTD-NAO-CLASSIF.
           SET PRIMEIRO-REGISTRO TO TRUE.
           SET NAO-FIM-CURSOR TO TRUE.
           PERFORM 3710-BUSCAR-NAO-CLASSIFICADA.
           PERFORM 3720-EMITIR-NAO-CLASSIFICADA UNTIL FIM-CURSOR.

           DISPLAY '],'.

           EXEC SQL CLOSE CUR-NAO-CLASSIFICADAS END-EXEC.

      * ENTRADAS ATIVAS DO REGISTRO QUE NAO CASAM MAIS COM O BANCO
      * (COLUNA RENOMEADA OU TABELA REMOVIDA): OS BATCHES AS PULAM
      * EM SILENCIO, ENTAO O RELATORIO AS DENUNCIA.
           EXEC SQL
               DECLARE CUR-ORFAS CURSOR FOR
                   SELECT d.tabela, d.coluna
                     FROM dados_pessoais d
                    WHERE d.ativo = 'S'
                      AND NOT EXISTS (
                              SELECT 1
                                FROM information_schema.columns c
                               WHERE c.table_schema = DATABASE()
                                 AND c.table_name = d.tabela
                                 AND c.column_name = d.coluna)
                    ORDER BY d.tabela, d.coluna
           END-EXEC.

           EXEC SQL OPEN CUR-ORFAS END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO
               DISPLAY ']'
               DISPLAY '}'
               DISPLAY '}'
               EXEC SQL CONNECT RESET END-EXEC
               STOP RUN
           END-IF.

           DISPLAY '"orfas": ['.

           MOVE ZERO TO WRK-QTD-ORFAS.
           SET PRIMEIRO-REGISTRO TO TRUE.
           SET NAO-FIM-CURSOR TO TRUE.
           PERFORM 3750-BUSCAR-ORFA.
           PERFORM 3760-EMITIR-ORFA UNTIL FIM-CURSOR.

           DISPLAY '],'.

           EXEC SQL CLOSE CUR-ORFAS END-EXEC.

           MOVE WRK-QTD-NAO-CLASSIF TO WRK-QTD-MASK.
           DISPLAY '"total_nao_classificadas": '
               FUNCTION TRIM(WRK-QTD-MASK) ','.
           MOVE WRK-QTD-ORFAS TO WRK-QTD-MASK.
           DISPLAY '"total_orfas": ' FUNCTION TRIM(WRK-QTD-MASK).
           DISPLAY '}'.
           DISPLAY '}'.

           CALL 'MOD-REGISTRA-AUDITORIA'
               USING WRK-PROGRAMA-NOME, WRK-AUDIT-PARAMS,
                   WRK-HTTP-STATUS-200
               END-CALL.

       3710-BUSCAR-NAO-CLASSIFICADA.

           EXEC SQL
               FETCH CUR-NAO-CLASSIFICADAS
                   INTO :DPS-TABELA, :DPS-COLUNA, :DPS-TIPO
           END-EXEC.

           IF  SQLCODE EQUAL 100
               SET FIM-CURSOR TO TRUE
           END-IF.

       3720-EMITIR-NAO-CLASSIFICADA.

           IF  NAO-PRIMEIRO-REGISTRO
               DISPLAY ','
           END-IF.
           SET NAO-PRIMEIRO-REGISTRO TO TRUE.
           ADD 1 TO WRK-QTD-NAO-CLASSIF.

           DISPLAY '   {'.
           MOVE DPS-TABELA TO WRK-CAMPO-TXT.
           CALL 'MOD-JSON-ESCAPE' USING WRK-CAMPO-TXT WRK-CAMPO-ESC
               END-CALL.
           DISPLAY '    "tabela": "'
               FUNCTION TRIM(WRK-CAMPO-ESC) '",'.
           MOVE DPS-COLUNA TO WRK-CAMPO-TXT.
           CALL 'MOD-JSON-ESCAPE' USING WRK-CAMPO-TXT WRK-CAMPO-ESC
               END-CALL.
           DISPLAY '    "coluna": "'
               FUNCTION TRIM(WRK-CAMPO-ESC) '",'.
           DISPLAY '    "tipo": "'
               FUNCTION LOWER-CASE(FUNCTION TRIM(DPS-TIPO)) '"'.
           DISPLAY '   }'.

           PERFORM 3710-BUSCAR-NAO-CLASSIFICADA.

       3750-BUSCAR-ORFA.

           EXEC SQL
               FETCH CUR-ORFAS
                   INTO :DPS-TABELA, :DPS-COLUNA
           END-EXEC.

           IF  SQLCODE EQUAL 100
               SET FIM-CURSOR TO TRUE
           END-IF.

       3760-EMITIR-ORFA.

           IF  NAO-PRIMEIRO-REGISTRO
               DISPLAY ','
           END-IF.
           SET NAO-PRIMEIRO-REGISTRO TO TRUE.
           ADD 1 TO WRK-QTD-ORFAS.

           DISPLAY '   {'.
           DISPLAY '    "tabela": "' FUNCTION TRIM(DPS-TABELA) '",'.
           DISPLAY '    "coluna": "' FUNCTION TRIM(DPS-COLUNA) '"'.
           DISPLAY '   }'.

           PERFORM 3750-BUSCAR-ORFA.

       4000-LIBERAR-RECURSOS.

           EXEC SQL CONNECT RESET END-EXEC.

       9100-RETORNAR-RESPOSTA-HTTP-400.

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

           CALL 'MOD-REGISTRA-AUDITORIA'
               USING WRK-PROGRAMA-NOME, WRK-AUDIT-PARAMS,
                   WRK-HTTP-STATUS-403
               END-CALL.

           CALL 'MOD-JSON-ENVELOPE-ERRO'
               USING WRK-HTTP-STATUS-403, WRK-MSG-ERRO,
                   WRK-MSG-EXP-ERRO, WRK-COD-ERRO
               END-CALL.

           STOP RUN.

       9000-RETORNAR-RESPOSTA-HTTP-500.

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

       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG-ENVIO-ARQUIVOS.
      *******************************************
      * AUTOR:
      * DATA:
      * ALTERACOES:
      *   - ACAO DE ENVIO DE ARQUIVOS DE PARCEIRO PELA PORTA DA
      *     FRENTE, NO LUGAR DO E-MAIL COPIADO A MAO PARA O
      *     DIRETORIO DE CHEGADA DO BATCH PROG-RECEBE-ARQUIVOS.
      *     QS_ACAO=ENVIAR (METODO POST, CHAVE DE API WRITER OU
      *     ADMIN VINCULADA A UM PARCEIRO PELA COLUNA PARCEIRO DE
      *     CHAVES_API, MANTIDA POR PROG-CHAVES-API) RECEBE O
      *     CONTEUDO DO ARQUIVO NO CORPO DA REQUISICAO E O NOME EM
      *     QS_ARQUIVO; O NOME PRECISA CASAR COM UM PADRAO DE
      *     INTAKE_ROTAS (NOME DESCONHECIDO E RECUSADO COM 400 ANTES
      *     DE LER O CORPO) E O TAMANHO E LIMITADO PELA
      *     CONFIGURACAO intake.envio.tamanho_max (PADRAO 50 MB). O
      *     ENVIO E REGISTRADO EM ARQUIVOS_RECEBIDOS COM STATUS
      *     AGUARDANDO E O PARCEIRO, E O ID DA LINHA VOLTA COMO
      *     RECIBO. O CORPO E GRAVADO NO DIRETORIO DE CHEGADA
      *     (INTAKE_DIR, PADRAO ENTRADA) COM NOME TEMPORARIO OCULTO,
      *     QUE A VARREDURA DO BATCH NAO ENXERGA, E SO DEPOIS DE
      *     CONFERIDO O TAMANHO E RENOMEADO PARA O NOME FINAL NO
      *     MESMO DIRETORIO (MV ATOMICO): O BATCH NUNCA PEGA ARQUIVO
      *     PELA METADE. QS_ACAO=SITUACAO (PADRAO, QS_RECIBO) DEVOLVE
      *     A SITUACAO DO RECIBO — AGUARDANDO, CARREGADO, RECUSADO
      *     COMO DUPLICATA OU ENVIADO PARA ERROS — COM A QUANTIDADE
      *     DE REJEITOS DO IMPORTADOR; O PARCEIRO SO ENXERGA OS
      *     PROPRIOS RECIBOS (ADMIN ENXERGA TODOS).
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
       77  WRK-TAMANHO-MASK                PIC Z(14)9.
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
       77  WRK-HTTP-STATUS-503             PIC 9(3)        VALUE 503.

       77  WRK-CHAVE-AUTORIZADA            PIC X(1).
           88  CHAVE-AUTORIZADA                        VALUE 'S'.
       77  WRK-CHAVE-PAPEL                 PIC X(10).
       77  WRK-QUOTA-ESTOURADA             PIC X(1).
           88  QUOTA-ESTOURADA                         VALUE 'S'.
           88  ORIGEM-BLOQUEADA                        VALUE 'B'.
       77  WRK-API-KEY                     PIC X(64).
       77  WRK-PARCEIRO                    PIC X(30).

       77  WRK-RETRY-SEG-MASK              PIC Z(4)9.
       77  WRK-EM-MANUTENCAO               PIC X(1).
           88  EM-MANUTENCAO                           VALUE 'S'.
       77  WRK-MANUT-RETRY-SEG             PIC 9(5).
       77  WRK-MANUT-MENSAGEM              PIC X(255).

       77  WRK-PROGRAMA-NOME
               PIC X(60) VALUE "PROG-ENVIO-ARQUIVOS".
       77  WRK-AUDIT-PARAMS                PIC X(255).
       77  WRK-COD-ERRO                    PIC 9(4).

       COPY ERRO-CODES.
       COPY VERSAO-BUILD.

       77  WRK-REQUEST-METHOD              PIC X(10).
       77  WRK-QS-ACAO                     PIC X(10).
       77  WRK-QS-ARQUIVO                  PIC X(255).
       77  WRK-QS-RECIBO-STG               PIC X(10).

       77  WRK-CFG-CHAVE                   PIC X(60)
               VALUE "intake.envio.tamanho_max".
       77  WRK-CFG-VALOR                   PIC X(255).
       77  WRK-CFG-ENCONTRADA              PIC X(1).
           88  CONFIG-ENCONTRADA                       VALUE 'S'.

       77  WRK-CONTENT-LENGTH              PIC X(15).
       77  WRK-NUM-CHECK                   PIC X(15).
       77  WRK-TAMANHO-ENVIO               PIC 9(15)   VALUE ZERO.
       77  WRK-TAMANHO-MAX                 PIC 9(15)   VALUE 52428800.

       77  WRK-NOME-TAM                    PIC 9(3)    VALUE ZERO.
       77  WRK-NOME-POS                    PIC 9(3)    VALUE ZERO.
       77  WRK-CARACTER                    PIC X(1).
       77  WRK-FLAG-NOME                   PIC X(1).
           88  NOME-VALIDO                             VALUE 'S'.
           88  NOME-INVALIDO                           VALUE 'N'.

       77  WRK-INTAKE-DIR                  PIC X(255).
       77  WRK-CAMINHO-TMP                 PIC X(255).
       77  WRK-CAMINHO-FINAL               PIC X(255).
       77  WRK-CMD                         PIC X(2048).
       77  WRK-RC-SISTEMA                  PIC S9(9)   COMP-5.

       01  WRK-ARQ-INFO.
           05 WRK-ARQ-TAMANHO              PIC 9(18)   COMP.
           05 WRK-ARQ-DETALHES             PIC X(8).

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.

       01  HOSTVARS.
           05 BUFFER     PIC X(1024).

       01  SQL-01-VARS.
           05 ENV-CHAVE         PIC X(64).
           05 ENV-PARCEIRO      PIC X(30).
           05 ENV-ID            PIC 9(10).
           05 ENV-ARQUIVO       PIC X(255).
           05 ENV-TAMANHO       PIC 9(15).
           05 ENV-STATUS        PIC X(12).
           05 ENV-PROGRAMA      PIC X(60).
           05 ENV-CHEGADO-EM    PIC X(19).
           05 ENV-PROCESSADO-EM PIC X(19).
           05 ENV-QTD-REJEITOS  PIC 9(10).
           05 ENV-TEM-REJEITOS  PIC X(1).
           05 ENV-QTD           PIC 9(10).
           05 ENV-QTD-COLUNA    PIC 9(10).

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
           PERFORM 1400-RESOLVER-PARCEIRO.

           IF  FUNCTION UPPER-CASE(FUNCTION TRIM(WRK-QS-ACAO))
                   = "ENVIAR"
               PERFORM 2000-ENVIAR-ARQUIVO
           ELSE
               PERFORM 3000-CONSULTAR-SITUACAO
           END-IF.

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

       1040-VERIFICAR-MANUTENCAO.

      * DURANTE A JANELA DE MANUTENCAO OS ENVIOS RESPONDEM 503 COM
      * SUGESTAO DE RETRY; A CONSULTA DE SITUACAO SEGUE FUNCIONANDO.
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

       1050-VERIFICAR-CHAVE-API.

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

       1100-PROCESSAR-PARAMETROS.

           ACCEPT WRK-QS-ACAO FROM ENVIRONMENT "QS_ACAO".
           IF  FUNCTION TRIM(WRK-QS-ACAO) = SPACES
               MOVE "SITUACAO" TO WRK-QS-ACAO
           END-IF.

           EVALUATE FUNCTION UPPER-CASE(FUNCTION TRIM(WRK-QS-ACAO))
               WHEN "ENVIAR"
                   PERFORM 1110-PARAMETROS-ENVIO
               WHEN "SITUACAO"
                   PERFORM 1120-PARAMETROS-SITUACAO
               WHEN OTHER
                   STRING
                       "PARAMETRO QS_ACAO DEVE SER ENVIAR OU "
                       "SITUACAO."
                   INTO WRK-MSG-ERRO
                   MOVE ERR-COD-VALIDACAO TO WRK-COD-ERRO
                   PERFORM 9100-RETORNAR-RESPOSTA-HTTP-400
           END-EVALUATE.

       1110-PARAMETROS-ENVIO.

           ACCEPT WRK-REQUEST-METHOD FROM ENVIRONMENT
               "REQUEST_METHOD".
           IF  FUNCTION UPPER-CASE(FUNCTION TRIM(WRK-REQUEST-METHOD))
                   NOT = 'POST'
               STRING
                   "METODO HTTP INVALIDO. USE POST PARA ESTA "
                   "OPERACAO."
               INTO WRK-MSG-ERRO
               MOVE ERR-COD-VALIDACAO TO WRK-COD-ERRO
               PERFORM 9100-RETORNAR-RESPOSTA-HTTP-400
           END-IF.

           PERFORM 1040-VERIFICAR-MANUTENCAO.
           PERFORM 1050-VERIFICAR-CHAVE-API.

           IF  FUNCTION TRIM(WRK-CHAVE-PAPEL) NOT = "writer"
           AND FUNCTION TRIM(WRK-CHAVE-PAPEL) NOT = "admin"
               STRING
                   "CHAVE DE API SEM PERMISSAO PARA ESTA OPERACAO "
                   "(EXIGE PAPEL WRITER OU ADMIN)."
               INTO WRK-MSG-ERRO
               MOVE ERR-COD-NAO-AUTORIZADO TO WRK-COD-ERRO
               PERFORM 9400-RETORNAR-RESPOSTA-HTTP-403
           END-IF.

           ACCEPT WRK-QS-ARQUIVO FROM ENVIRONMENT "QS_ARQUIVO".
           PERFORM 1130-VALIDAR-NOME-ARQUIVO.
           PERFORM 1150-VALIDAR-TAMANHO.

       1120-PARAMETROS-SITUACAO.

           PERFORM 1050-VERIFICAR-CHAVE-API.

           ACCEPT WRK-QS-RECIBO-STG FROM ENVIRONMENT "QS_RECIBO".
           IF  FUNCTION TRIM(WRK-QS-RECIBO-STG) = SPACES
               STRING
                   "PARAMETRO QS_RECIBO E OBRIGATORIO."
               INTO WRK-MSG-ERRO
               MOVE ERR-COD-VALIDACAO TO WRK-COD-ERRO
               PERFORM 9100-RETORNAR-RESPOSTA-HTTP-400
           END-IF.

           COPY VALIDACAO-CAMPO-NUMERICO
               REPLACING ==TAG-CAMPO-STG==  BY ==WRK-QS-RECIBO-STG==
                   ==TAG-NOME-PARAM==       BY =="QS_RECIBO"==
                   ==TAG-PARAGRAFO-400==    BY
                       ==9100-RETORNAR-RESPOSTA-HTTP-400==.
           MOVE WRK-QS-RECIBO-STG TO ENV-ID.

       1130-VALIDAR-NOME-ARQUIVO.

      * O NOME VAI PARA A LINHA DE COMANDO DA GRAVACAO E DO MV, E
      * DEPOIS PARA AS DO BATCH: SO LETRAS, DIGITOS, PONTO, HIFEN E
      * SUBLINHADO, SEM COMECAR POR PONTO (ARQUIVO OCULTO NAO E
      * VARRIDO) E SEM BARRA (NADA FORA DO DIRETORIO DE CHEGADA).
           MOVE FUNCTION TRIM(WRK-QS-ARQUIVO) TO ENV-ARQUIVO.
           SET NOME-VALIDO TO TRUE.

           IF  ENV-ARQUIVO = SPACES
               SET NOME-INVALIDO TO TRUE
           ELSE
               MOVE FUNCTION LENGTH(FUNCTION TRIM(ENV-ARQUIVO))
                   TO WRK-NOME-TAM
               IF  WRK-NOME-TAM > 200
               OR  ENV-ARQUIVO(1:1) = "."
                   SET NOME-INVALIDO TO TRUE
               ELSE
                   PERFORM 1140-CONFERIR-CARACTER
                       VARYING WRK-NOME-POS FROM 1 BY 1
                       UNTIL WRK-NOME-POS > WRK-NOME-TAM
                          OR NOME-INVALIDO
               END-IF
           END-IF.

           IF  NOME-INVALIDO
               STRING
                   "PARAMETRO QS_ARQUIVO E OBRIGATORIO, ATE 200 "
                   "CARACTERES, SO LETRAS, DIGITOS, PONTO, HIFEN E "
                   "SUBLINHADO, SEM COMECAR POR PONTO."
               INTO WRK-MSG-ERRO
               MOVE ERR-COD-VALIDACAO TO WRK-COD-ERRO
               PERFORM 9100-RETORNAR-RESPOSTA-HTTP-400
           END-IF.

       1140-CONFERIR-CARACTER.

           MOVE ENV-ARQUIVO(WRK-NOME-POS:1) TO WRK-CARACTER.

           IF  WRK-CARACTER = SPACE
               SET NOME-INVALIDO TO TRUE
               EXIT PARAGRAPH
           END-IF.

           IF  WRK-CARACTER IS NOT ALPHABETIC
           AND WRK-CARACTER IS NOT NUMERIC
           AND WRK-CARACTER NOT = "."
           AND WRK-CARACTER NOT = "-"
           AND WRK-CARACTER NOT = "_"
               SET NOME-INVALIDO TO TRUE
           END-IF.

       1150-VALIDAR-TAMANHO.

      * O LIMITE PADRAO PODE SER TROCADO NA CONFIGURACAO SEM
      * RECOMPILAR; VALOR NAO NUMERICO MANTEM O PADRAO.
           CALL 'MOD-LE-CONFIG'
               USING WRK-CFG-CHAVE, WRK-CFG-VALOR,
                   WRK-CFG-ENCONTRADA
               END-CALL.

           IF  CONFIG-ENCONTRADA
           AND FUNCTION TRIM(WRK-CFG-VALOR) NOT = SPACES
               MOVE FUNCTION TRIM(WRK-CFG-VALOR) TO WRK-NUM-CHECK
               INSPECT WRK-NUM-CHECK REPLACING ALL SPACE BY '0'
               IF  WRK-NUM-CHECK IS NUMERIC
                   COMPUTE WRK-TAMANHO-MAX =
                       FUNCTION NUMVAL(WRK-CFG-VALOR)
               END-IF
           END-IF.

           ACCEPT WRK-CONTENT-LENGTH FROM ENVIRONMENT
               "CONTENT_LENGTH".
           MOVE FUNCTION TRIM(WRK-CONTENT-LENGTH) TO WRK-NUM-CHECK.
           INSPECT WRK-NUM-CHECK REPLACING ALL SPACE BY '0'.

           IF  FUNCTION TRIM(WRK-CONTENT-LENGTH) = SPACES
           OR  WRK-NUM-CHECK IS NOT NUMERIC
               STRING
                   "CORPO DA REQUISICAO AUSENTE: ENVIE O CONTEUDO DO "
                   "ARQUIVO COM CONTENT-LENGTH."
               INTO WRK-MSG-ERRO
               MOVE ERR-COD-VALIDACAO TO WRK-COD-ERRO
               PERFORM 9100-RETORNAR-RESPOSTA-HTTP-400
           END-IF.

           COMPUTE WRK-TAMANHO-ENVIO =
               FUNCTION NUMVAL(WRK-CONTENT-LENGTH).

           IF  WRK-TAMANHO-ENVIO = ZERO
               STRING
                   "ARQUIVO VAZIO NAO E ACEITO."
               INTO WRK-MSG-ERRO
               MOVE ERR-COD-VALIDACAO TO WRK-COD-ERRO
               PERFORM 9100-RETORNAR-RESPOSTA-HTTP-400
           END-IF.

           IF  WRK-TAMANHO-ENVIO > WRK-TAMANHO-MAX
               MOVE WRK-TAMANHO-MAX TO WRK-TAMANHO-MASK
               STRING
                   "ARQUIVO MAIOR QUE O LIMITE DE "
                   FUNCTION TRIM(WRK-TAMANHO-MASK)
                   " BYTES (intake.envio.tamanho_max)."
                   DELIMITED BY SIZE
                   INTO WRK-MSG-ERRO
               END-STRING
               MOVE ERR-COD-VALIDACAO TO WRK-COD-ERRO
               PERFORM 9100-RETORNAR-RESPOSTA-HTTP-400
           END-IF.

           MOVE WRK-TAMANHO-ENVIO TO ENV-TAMANHO.

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

      * AS MESMAS TABELAS DO BATCH DE RECEPCAO, GARANTIDAS AQUI
      * TAMBEM PARA O PRIMEIRO ENVIO NAO DEPENDER DA PRIMEIRA
      * VARREDURA.
           EXEC SQL
               CREATE TABLE IF NOT EXISTS arquivos_recebidos (
                   id            INT NOT NULL PRIMARY KEY
                                     AUTO_INCREMENT,
                   arquivo       VARCHAR(255) NOT NULL,
                   tamanho       BIGINT NOT NULL DEFAULT 0,
                   status        VARCHAR(12) NOT NULL
                       DEFAULT 'RECEBIDO',
                   roteado_para  VARCHAR(60) NULL,
                   chegado_em    DATETIME NOT NULL
                       DEFAULT CURRENT_TIMESTAMP,
                   processado_em DATETIME NULL,
                   parceiro      VARCHAR(30) NULL,
                   qtd_rejeitos  INT NULL
               )
           END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO
               STRING
                   "ERRO AO TENTAR CRIAR ARQUIVOS_RECEBIDOS."
               INTO WRK-MSG-ERRO
               MOVE SQLERRM TO WRK-MSG-EXP-ERRO
               MOVE ERR-COD-SQL-EXEC TO WRK-COD-ERRO
               PERFORM 9000-RETORNAR-RESPOSTA-HTTP-500
           END-IF.

      * TABELAS CRIADAS ANTES DO ENVIO POR PARCEIRO NAO TEM AS
      * COLUNAS PARCEIRO E QTD_REJEITOS; ACRESCENTA-AS QUANDO
      * AUSENTES.
           EXEC SQL
               SELECT COUNT(*)
                 INTO :ENV-QTD-COLUNA
                 FROM information_schema.columns
                WHERE table_schema = DATABASE()
                  AND table_name = 'arquivos_recebidos'
                  AND column_name = 'parceiro'
           END-EXEC.

           IF  SQLCODE EQUAL ZERO AND ENV-QTD-COLUNA = ZERO
               EXEC SQL
                   ALTER TABLE arquivos_recebidos
                       ADD COLUMN parceiro VARCHAR(30) NULL
               END-EXEC

               IF  SQLCODE NOT EQUAL ZERO
                   STRING
                       "ERRO AO TENTAR ACRESCENTAR PARCEIRO."
                   INTO WRK-MSG-ERRO
                   MOVE SQLERRM TO WRK-MSG-EXP-ERRO
                   MOVE ERR-COD-SQL-EXEC TO WRK-COD-ERRO
                   PERFORM 9000-RETORNAR-RESPOSTA-HTTP-500
               END-IF
           END-IF.

           EXEC SQL
               SELECT COUNT(*)
                 INTO :ENV-QTD-COLUNA
                 FROM information_schema.columns
                WHERE table_schema = DATABASE()
                  AND table_name = 'arquivos_recebidos'
                  AND column_name = 'qtd_rejeitos'
           END-EXEC.

           IF  SQLCODE EQUAL ZERO AND ENV-QTD-COLUNA = ZERO
               EXEC SQL
                   ALTER TABLE arquivos_recebidos
                       ADD COLUMN qtd_rejeitos INT NULL
               END-EXEC

               IF  SQLCODE NOT EQUAL ZERO
                   STRING
                       "ERRO AO TENTAR ACRESCENTAR QTD_REJEITOS."
                   INTO WRK-MSG-ERRO
                   MOVE SQLERRM TO WRK-MSG-EXP-ERRO
                   MOVE ERR-COD-SQL-EXEC TO WRK-COD-ERRO
                   PERFORM 9000-RETORNAR-RESPOSTA-HTTP-500
               END-IF
           END-IF.

       1400-RESOLVER-PARCEIRO.

      * O PARCEIRO VEM DA PROPRIA CHAVE, NUNCA DE PARAMETRO: SEM A
      * COLUNA (TABELA ANTERIOR AO ENVIO POR PARCEIRO) OU SEM CHAVE
      * NA REQUISICAO, NAO HA PARCEIRO.
           MOVE SPACES TO WRK-PARCEIRO.
           ACCEPT WRK-API-KEY FROM ENVIRONMENT "HTTP_X_API_KEY".

           IF  FUNCTION TRIM(WRK-API-KEY) NOT = SPACES
               MOVE WRK-API-KEY TO ENV-CHAVE
               EXEC SQL
                   SELECT COALESCE(parceiro, '')
                     INTO :ENV-PARCEIRO
                     FROM chaves_api
                    WHERE chave = :ENV-CHAVE
               END-EXEC
               IF  SQLCODE EQUAL ZERO
                   MOVE ENV-PARCEIRO TO WRK-PARCEIRO
               END-IF
           END-IF.

       2000-ENVIAR-ARQUIVO.

           IF  WRK-PARCEIRO = SPACES
               STRING
                   "CHAVE DE API NAO VINCULADA A PARCEIRO; O ENVIO "
                   "DE ARQUIVOS EXIGE CHAVE DE PARCEIRO."
               INTO WRK-MSG-ERRO
               MOVE ERR-COD-NAO-AUTORIZADO TO WRK-COD-ERRO
               PERFORM 9400-RETORNAR-RESPOSTA-HTTP-403
           END-IF.

           PERFORM 2100-RESOLVER-ROTA.
           PERFORM 2200-VERIFICAR-PENDENTE.
           PERFORM 2300-REGISTRAR-ENVIO.
           PERFORM 2400-GRAVAR-TEMPORARIO.
           PERFORM 2500-PUBLICAR-ARQUIVO.
           PERFORM 2900-RETORNAR-RECIBO.

       2100-RESOLVER-ROTA.

      * MESMA REGRA DO BATCH: O PRIMEIRO PADRAO QUE CASA COM O NOME.
           EXEC SQL
               SELECT programa
                 INTO :ENV-PROGRAMA
                 FROM intake_rotas
                WHERE :ENV-ARQUIVO LIKE padrao
                ORDER BY padrao
                LIMIT 1
           END-EXEC.

           IF  SQLCODE EQUAL 100
               STRING
                   "NOME DE ARQUIVO FORA DOS PADROES ACEITOS "
                   "(INTAKE_ROTAS)."
               INTO WRK-MSG-ERRO
               MOVE ERR-COD-VALIDACAO TO WRK-COD-ERRO
               PERFORM 9100-RETORNAR-RESPOSTA-HTTP-400
           END-IF.

           IF  SQLCODE NOT EQUAL ZERO
               STRING
                   "ERRO AO TENTAR RESOLVER A ROTA DO ARQUIVO."
               INTO WRK-MSG-ERRO
               MOVE SQLERRM TO WRK-MSG-EXP-ERRO
               MOVE ERR-COD-SQL-EXEC TO WRK-COD-ERRO
               PERFORM 9000-RETORNAR-RESPOSTA-HTTP-500
           END-IF.

       2200-VERIFICAR-PENDENTE.

      * UM SEGUNDO ENVIO COM O MESMO NOME ANTES DA VARREDURA
      * SOBRESCREVERIA O PRIMEIRO NA CHEGADA: E RECUSADO ATE O
      * BATCH CONSUMIR O ANTERIOR.
           ACCEPT WRK-INTAKE-DIR FROM ENVIRONMENT "INTAKE_DIR".
           IF  FUNCTION TRIM(WRK-INTAKE-DIR) = SPACES
               MOVE "ENTRADA" TO WRK-INTAKE-DIR
           END-IF.

           MOVE SPACES TO WRK-CAMINHO-FINAL.
           STRING
               FUNCTION TRIM(WRK-INTAKE-DIR) "/"
               FUNCTION TRIM(ENV-ARQUIVO)
               DELIMITED BY SIZE
               INTO WRK-CAMINHO-FINAL
           END-STRING.

           EXEC SQL
               SELECT COUNT(*)
                 INTO :ENV-QTD
                 FROM arquivos_recebidos
                WHERE arquivo = :ENV-ARQUIVO
                  AND status = 'AGUARDANDO'
           END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO
               STRING
                   "ERRO AO TENTAR VERIFICAR ENVIO PENDENTE."
               INTO WRK-MSG-ERRO
               MOVE SQLERRM TO WRK-MSG-EXP-ERRO
               MOVE ERR-COD-SQL-EXEC TO WRK-COD-ERRO
               PERFORM 9000-RETORNAR-RESPOSTA-HTTP-500
           END-IF.

           CALL "CBL_CHECK_FILE_EXIST"
               USING WRK-CAMINHO-FINAL, WRK-ARQ-INFO
               END-CALL.
           MOVE RETURN-CODE TO WRK-RC-SISTEMA.
           MOVE ZERO TO RETURN-CODE.

           IF  ENV-QTD > ZERO
           OR  WRK-RC-SISTEMA = ZERO
               STRING
                   "JA EXISTE ARQUIVO COM O MESMO NOME AGUARDANDO "
                   "PROCESSAMENTO; ENVIE NOVAMENTE DEPOIS DA "
                   "CARGA DO ANTERIOR."
               INTO WRK-MSG-ERRO
               MOVE ERR-COD-SITUACAO-INVALIDA TO WRK-COD-ERRO
               PERFORM 9100-RETORNAR-RESPOSTA-HTTP-400
           END-IF.

       2300-REGISTRAR-ENVIO.

      * O REGISTRO E GRAVADO ANTES DO ARQUIVO APARECER NA CHEGADA,
      * PARA O BATCH ENCONTRAR A LINHA AGUARDANDO E CONTINUAR NELA
      * EM VEZ DE ABRIR OUTRA.
           MOVE WRK-PARCEIRO TO ENV-PARCEIRO.

           EXEC SQL
               INSERT INTO arquivos_recebidos
                   (arquivo, tamanho, status, roteado_para, parceiro)
               VALUES
                   (:ENV-ARQUIVO, :ENV-TAMANHO, 'AGUARDANDO',
                    :ENV-PROGRAMA, :ENV-PARCEIRO)
           END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO
               STRING
                   "ERRO AO TENTAR REGISTRAR O ENVIO."
               INTO WRK-MSG-ERRO
               MOVE SQLERRM TO WRK-MSG-EXP-ERRO
               MOVE ERR-COD-SQL-EXEC TO WRK-COD-ERRO
               EXEC SQL ROLLBACK END-EXEC
               PERFORM 9000-RETORNAR-RESPOSTA-HTTP-500
           END-IF.

           EXEC SQL
               SELECT LAST_INSERT_ID() INTO :ENV-ID
           END-EXEC.

           EXEC SQL COMMIT END-EXEC.

       2400-GRAVAR-TEMPORARIO.

      * O CORPO E COPIADO DA ENTRADA PADRAO DA REQUISICAO, BYTE A
      * BYTE E NO TAMANHO ANUNCIADO, PARA UM NOME OCULTO NO PROPRIO
      * DIRETORIO DE CHEGADA (O MV FINAL FICA NO MESMO SISTEMA DE
      * ARQUIVOS E E ATOMICO).
           MOVE ENV-ID TO WRK-ID-MASK.
           MOVE SPACES TO WRK-CAMINHO-TMP.
           STRING
               FUNCTION TRIM(WRK-INTAKE-DIR) "/.ENVIO_"
               FUNCTION TRIM(WRK-ID-MASK) ".tmp"
               DELIMITED BY SIZE
               INTO WRK-CAMINHO-TMP
           END-STRING.

           MOVE WRK-TAMANHO-ENVIO TO WRK-TAMANHO-MASK.
           MOVE SPACES TO WRK-CMD.
           STRING
               "mkdir -p '" FUNCTION TRIM(WRK-INTAKE-DIR)
               "' && head -c " FUNCTION TRIM(WRK-TAMANHO-MASK)
               " > '" FUNCTION TRIM(WRK-CAMINHO-TMP) "'"
               DELIMITED BY SIZE
               INTO WRK-CMD
           END-STRING.
           CALL "SYSTEM" USING WRK-CMD END-CALL.
           MOVE RETURN-CODE TO WRK-RC-SISTEMA.
           MOVE ZERO TO RETURN-CODE.

           IF  WRK-RC-SISTEMA NOT = ZERO
               PERFORM 2800-DESCARTAR-ENVIO
               STRING
                   "ERRO AO TENTAR GRAVAR O ARQUIVO NO DIRETORIO DE "
                   "CHEGADA."
               INTO WRK-MSG-ERRO
               MOVE ERR-COD-MODULO TO WRK-COD-ERRO
               PERFORM 9000-RETORNAR-RESPOSTA-HTTP-500
           END-IF.

      * CORPO MAIS CURTO QUE O ANUNCIADO (CONEXAO CAIU NO MEIO) NAO
      * PODE CHEGAR AO IMPORTADOR.
           MOVE ZERO TO WRK-ARQ-TAMANHO.
           CALL "CBL_CHECK_FILE_EXIST"
               USING WRK-CAMINHO-TMP, WRK-ARQ-INFO
               END-CALL.
           MOVE ZERO TO RETURN-CODE.

           IF  WRK-ARQ-TAMANHO NOT = WRK-TAMANHO-ENVIO
               PERFORM 2800-DESCARTAR-ENVIO
               STRING
                   "CORPO DA REQUISICAO INCOMPLETO: O TAMANHO "
                   "RECEBIDO DIFERE DE CONTENT-LENGTH."
               INTO WRK-MSG-ERRO
               MOVE ERR-COD-VALIDACAO TO WRK-COD-ERRO
               PERFORM 9100-RETORNAR-RESPOSTA-HTTP-400
           END-IF.

       2500-PUBLICAR-ARQUIVO.

           MOVE SPACES TO WRK-CMD.
           STRING
               "mv '" FUNCTION TRIM(WRK-CAMINHO-TMP) "' '"
               FUNCTION TRIM(WRK-CAMINHO-FINAL) "'"
               DELIMITED BY SIZE
               INTO WRK-CMD
           END-STRING.
           CALL "SYSTEM" USING WRK-CMD END-CALL.
           MOVE RETURN-CODE TO WRK-RC-SISTEMA.
           MOVE ZERO TO RETURN-CODE.

           IF  WRK-RC-SISTEMA NOT = ZERO
               PERFORM 2800-DESCARTAR-ENVIO
               STRING
                   "ERRO AO TENTAR PUBLICAR O ARQUIVO NO DIRETORIO "
                   "DE CHEGADA."
               INTO WRK-MSG-ERRO
               MOVE ERR-COD-MODULO TO WRK-COD-ERRO
               PERFORM 9000-RETORNAR-RESPOSTA-HTTP-500
           END-IF.

       2800-DESCARTAR-ENVIO.

      * ENVIO QUE NAO CHEGOU INTEIRO A CHEGADA: O TEMPORARIO E
      * APAGADO E O RECIBO FICA COMO ERRO, PARA A CONSULTA DO
      * PARCEIRO NAO FICAR AGUARDANDO PARA SEMPRE.
           CALL "CBL_DELETE_FILE" USING WRK-CAMINHO-TMP END-CALL.
           MOVE ZERO TO RETURN-CODE.

           EXEC SQL
               UPDATE arquivos_recebidos
                  SET status = 'ERRO',
                      processado_em = CURRENT_TIMESTAMP
                WHERE id = :ENV-ID
           END-EXEC.

           EXEC SQL COMMIT END-EXEC.

       2900-RETORNAR-RECIBO.

           MOVE "PARAR" TO WRK-TEMPO-ACAO.
           CALL 'MOD-MEDE-TEMPO'
               USING WRK-TEMPO-ACAO, WRK-PROGRAMA-NOME
               END-CALL.

           CALL 'MOD-REGISTRA-AUDITORIA'
               USING WRK-PROGRAMA-NOME, WRK-AUDIT-PARAMS,
                   WRK-HTTP-STATUS-200
               END-CALL.

           MOVE ENV-ID TO WRK-ID-MASK.
           MOVE ENV-TAMANHO TO WRK-TAMANHO-MASK.

           DISPLAY '{'.
           DISPLAY '"http-status": ' WRK-HTTP-STATUS-200 ','.
           DISPLAY '"msg": null,'.
           DISPLAY '"correlation-id": "'
               FUNCTION TRIM(WRK-CORRELACAO-ID) '",'.
           DISPLAY '"data": {'.
           DISPLAY '"recibo": ' FUNCTION TRIM(WRK-ID-MASK) ','.
           DISPLAY '"arquivo": "' FUNCTION TRIM(ENV-ARQUIVO) '",'.
           DISPLAY '"tamanho": ' FUNCTION TRIM(WRK-TAMANHO-MASK) ','.
           DISPLAY '"parceiro": "' FUNCTION TRIM(ENV-PARCEIRO) '",'.
           DISPLAY '"roteado_para": "'
               FUNCTION TRIM(ENV-PROGRAMA) '",'.
           DISPLAY '"status": "AGUARDANDO"'.
           DISPLAY '}'.
           DISPLAY '}'.

       3000-CONSULTAR-SITUACAO.

           EXEC SQL
               SELECT arquivo, tamanho, status,
                      COALESCE(roteado_para, ''),
                      COALESCE(parceiro, ''),
                      DATE_FORMAT(chegado_em, '%Y-%m-%d %H:%i:%s'),
                      COALESCE(DATE_FORMAT(processado_em,
                          '%Y-%m-%d %H:%i:%s'), ''),
                      COALESCE(qtd_rejeitos, 0),
                      IF(qtd_rejeitos IS NULL, 'N', 'S')
                 INTO :ENV-ARQUIVO, :ENV-TAMANHO, :ENV-STATUS,
                      :ENV-PROGRAMA, :ENV-PARCEIRO,
                      :ENV-CHEGADO-EM, :ENV-PROCESSADO-EM,
                      :ENV-QTD-REJEITOS, :ENV-TEM-REJEITOS
                 FROM arquivos_recebidos
                WHERE id = :ENV-ID
           END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO
           AND SQLCODE NOT EQUAL 100
               STRING
                   "ERRO AO TENTAR CONSULTAR O RECIBO."
               INTO WRK-MSG-ERRO
               MOVE SQLERRM TO WRK-MSG-EXP-ERRO
               MOVE ERR-COD-SQL-EXEC TO WRK-COD-ERRO
               PERFORM 9000-RETORNAR-RESPOSTA-HTTP-500
           END-IF.

      * RECIBO DE OUTRO PARCEIRO RESPONDE COMO INEXISTENTE, PARA NAO
      * REVELAR O QUE OS OUTROS ENVIARAM.
           IF  SQLCODE EQUAL 100
           OR  (FUNCTION TRIM(WRK-CHAVE-PAPEL) NOT = "admin"
                AND ENV-PARCEIRO NOT = WRK-PARCEIRO)
               STRING
                   "RECIBO NAO ENCONTRADO."
               INTO WRK-MSG-ERRO
               MOVE ERR-COD-VALIDACAO TO WRK-COD-ERRO
               PERFORM 9200-RETORNAR-RESPOSTA-HTTP-404
           END-IF.

           MOVE "PARAR" TO WRK-TEMPO-ACAO.
           CALL 'MOD-MEDE-TEMPO'
               USING WRK-TEMPO-ACAO, WRK-PROGRAMA-NOME
               END-CALL.

           CALL 'MOD-REGISTRA-AUDITORIA'
               USING WRK-PROGRAMA-NOME, WRK-AUDIT-PARAMS,
                   WRK-HTTP-STATUS-200
               END-CALL.

           MOVE ENV-ID TO WRK-ID-MASK.
           MOVE ENV-TAMANHO TO WRK-TAMANHO-MASK.

           DISPLAY '{'.
           DISPLAY '"http-status": ' WRK-HTTP-STATUS-200 ','.
           DISPLAY '"msg": null,'.
           DISPLAY '"correlation-id": "'
               FUNCTION TRIM(WRK-CORRELACAO-ID) '",'.
           DISPLAY '"data": {'.
           DISPLAY '"recibo": ' FUNCTION TRIM(WRK-ID-MASK) ','.

           MOVE ENV-ARQUIVO TO WRK-CAMPO-TXT.
           CALL 'MOD-JSON-ESCAPE' USING WRK-CAMPO-TXT WRK-CAMPO-ESC
               END-CALL.
           DISPLAY '"arquivo": "' FUNCTION TRIM(WRK-CAMPO-ESC) '",'.

           DISPLAY '"tamanho": ' FUNCTION TRIM(WRK-TAMANHO-MASK) ','.

           IF  ENV-PARCEIRO = SPACES
               DISPLAY '"parceiro": null,'
           ELSE
               DISPLAY '"parceiro": "'
                   FUNCTION TRIM(ENV-PARCEIRO) '",'
           END-IF.

           IF  ENV-PROGRAMA = SPACES
               DISPLAY '"roteado_para": null,'
           ELSE
               DISPLAY '"roteado_para": "'
                   FUNCTION TRIM(ENV-PROGRAMA) '",'
           END-IF.

           DISPLAY '"status": "' FUNCTION TRIM(ENV-STATUS) '",'.

           EVALUATE FUNCTION TRIM(ENV-STATUS)
               WHEN "PROCESSADO"
                   DISPLAY '"situacao": "CARREGADO",'
               WHEN "IGNORADO"
                   DISPLAY '"situacao": "RECUSADO COMO DUPLICATA",'
               WHEN "ERRO"
                   DISPLAY '"situacao": "ENVIADO PARA ERROS",'
               WHEN OTHER
                   DISPLAY '"situacao": "AGUARDANDO CARGA",'
           END-EVALUATE.

           DISPLAY '"chegado_em": "' ENV-CHEGADO-EM '",'.

           IF  ENV-PROCESSADO-EM = SPACES
               DISPLAY '"processado_em": null,'
           ELSE
               DISPLAY '"processado_em": "' ENV-PROCESSADO-EM '",'
           END-IF.

           IF  ENV-TEM-REJEITOS = 'S'
               MOVE ENV-QTD-REJEITOS TO WRK-ID-MASK
               DISPLAY '"qtd_rejeitos": ' FUNCTION TRIM(WRK-ID-MASK)
           ELSE
               DISPLAY '"qtd_rejeitos": null'
           END-IF.

           DISPLAY '}'.
           DISPLAY '}'.

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

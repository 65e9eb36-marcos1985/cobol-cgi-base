      *     ROMPIMENTO FALSO.
      *   - O OPERADOR NOMEADO ENTRA NO CONTEUDO DO HASH, COMO NOS
      *     DEMAIS PONTOS DA CORRENTE.
      *   - A TABELA AUDITORIA NASCE PARTICIONADA POR MES DE
      *     CRIADO_EM, COMO EM MOD-REGISTRA-AUDITORIA; A CARGA NAO
      *     MUDA.
      *   - A CARGA PASSA A ALIMENTAR O LOG DE ACESSO DE LEITURA
      *     (LEITURA_ACESSOS): LINHA 2XX DE ACAO VINCULADA (TABELA
      *     DADOS_PESSOAIS_ACOES) A TABELA COM COLUNA PESSOAL ATIVA
      *     NO REGISTRO DE DADOS PESSOAIS GERA UM ACESSO, COM O ID DO
      *     PARAMETRO ID DA REQUISICAO (ZERO EM LISTAGENS), A CHAVE
      *     MASCARADA, O OPERADOR E O MOMENTO ORIGINAL DO EVENTO.
      *     ACAO NOVA QUE DEVOLVE DADO PESSOAL E COBERTA PELO
      *     VINCULO, SEM CHAMADA NO CODIGO DELA. SEM O REGISTRO
      *     CRIADO, SEGUEM AUDITADAS AS DUAS ACOES QUE JA ERAM
      *     (PROG-DETALHE-REGISTRO E PROG-HISTORICO-REGISTRO).
      *   - A CARGA PASSA A CONTAR O USO DA API POR CHAVE, MES,
      *     PROGRAMA E OPERACAO EM CHAVES_USO_PROGRAMA (QTD E
      *     QTD_ERRO, ESTE PARA RESPOSTA 4XX/5XX), A PARTIR DO
      *     METODO HTTP QUE O SPOOL PASSOU A CARREGAR: GET/HEAD E
      *     LEITURA, OS DEMAIS SAO ESCRITA. E A BASE DO EXTRATO
      *     MENSAL DE COBRANCA (PROG-EXTRATO-USO-API). CHAMADA SEM
      *     CHAVE NAO CONTA. MELHOR ESFORCO, COMO O LOG DE LEITURA.
      *     O SPOOL MUDOU DE LAYOUT: DRENAR O ANTIGO ANTES DE
      *     ATIVAR ESTA VERSAO.
      *   - EXIBE NO INICIO DO LOG DA EXECUCAO O CARIMBO DE VERSAO
      *     (BUILD) COM QUE O PROGRAMA FOI IMPLANTADO.
      *******************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           05 SPL-CORRELACAO   PIC X(40).
           05 SPL-CRIADO-EM    PIC X(19).
           05 SPL-CHAVE-API    PIC X(64).
           05 SPL-METODO       PIC X(7).

       WORKING-STORAGE SECTION.

       COPY VERSAO-BUILD.

       77  WRK-ARQ-SPOOL-NOME              PIC X(255).
       77  WRK-ARQ-SPOOL-ORIGINAL          PIC X(255).
       77  WRK-ARQ-TRABALHO-NOME           PIC X(255).
       77  WRK-APP-ENV                     PIC X(10).

       77  WRK-QTD-CARREGADA               PIC 9(10)   VALUE ZERO.
       77  WRK-QTD-LEITURAS                PIC 9(10)   VALUE ZERO.
       77  WRK-QTD-USO                     PIC 9(10)   VALUE ZERO.
       77  WRK-PARAMS-AUX                  PIC X(256).
       77  WRK-PARTE-ANTES                 PIC X(256).
       77  WRK-PARTE-DEPOIS                PIC X(256).
       77  WRK-ID-STG                      PIC X(10).
       77  WRK-ID-TAM                      PIC 9(4)    VALUE ZERO.
       77  WRK-QTD-ID                      PIC 9(4)    VALUE ZERO.

       77  WRK-FLAG-LEITURA                PIC X(1)    VALUE 'N'.
           88  LEITURA-DISPONIVEL                      VALUE 'S'.
           88  LEITURA-INDISPONIVEL                    VALUE 'N'.
       77  WRK-FLAG-USO                    PIC X(1)    VALUE 'N'.
           88  USO-DISPONIVEL                          VALUE 'S'.
           88  USO-INDISPONIVEL                        VALUE 'N'.
       77  WRK-QTD-MASK                    PIC Z(9)9.

       77  WRK-FLAG-FIM-ARQUIVO            PIC X(1)    VALUE 'N'.
           05 AUD-CHAVE-API    PIC X(64).
           05 AUD-OPERADOR     PIC X(60).
           05 AUD-TEM-OPERADORES PIC 9(10).
           05 AUD-TEM-REGISTRO   PIC 9(10).
           05 AUD-REGISTRO-ID    PIC 9(10).
           05 AUD-OPERACAO       PIC X(7).
           05 AUD-ERRO           PIC 9(1).

       EXEC SQL END DECLARE SECTION END-EXEC.


       MAIN-PROCEDURE.

           DISPLAY "BUILD EM EXECUCAO: " FUNCTION TRIM(VERSAO-BUILD).

           PERFORM 1000-INICIALIZAR.
           PERFORM 1100-CONECTAR-BANCO-DE-DADOS.
           PERFORM 1200-GARANTIR-TABELA-AUDITORIA.

           EXEC SQL
               CREATE TABLE IF NOT EXISTS auditoria (
                   id          INT NOT NULL AUTO_INCREMENT,
                   programa    VARCHAR(60)  NOT NULL,
                   parametros  VARCHAR(255),
                   http_status SMALLINT     NOT NULL,
                   criado_em   DATETIME NOT NULL
                       DEFAULT CURRENT_TIMESTAMP,
                   hash_anterior CHAR(64) NULL,
                   hash        CHAR(64) NULL,
                   PRIMARY KEY (id, criado_em)
               )
               PARTITION BY RANGE COLUMNS(criado_em) (
                   PARTITION pmax VALUES LESS THAN (MAXVALUE)
               )
           END-EXEC.

               MOVE ZERO TO AUD-TEM-OPERADORES
           END-IF.

           PERFORM 1250-GARANTIR-TABELA-LEITURA.
           PERFORM 1260-GARANTIR-TABELA-USO.

       1250-GARANTIR-TABELA-LEITURA.

      * O LOG DE LEITURA E MELHOR ESFORCO: SE A TABELA NAO PUDER
      * SER GARANTIDA, A AUDITORIA E CARREGADA ASSIM MESMO.
           SET LEITURA-INDISPONIVEL TO TRUE.

           EXEC SQL
               CREATE TABLE IF NOT EXISTS leitura_acessos (
                   id          INT NOT NULL PRIMARY KEY
                                   AUTO_INCREMENT,
                   programa    VARCHAR(60) NOT NULL,
                   registro_id INT NOT NULL,
                   chave_api   VARCHAR(10) NULL,
                   operador    VARCHAR(60) NULL,
                   criado_em   DATETIME NOT NULL
                       DEFAULT CURRENT_TIMESTAMP
               )
           END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO
               DISPLAY
                   "AVISO: TABELA LEITURA_ACESSOS INDISPONIVEL, LOG "
                   "DE LEITURA NAO ALIMENTADO: " SQLERRM
               EXIT PARAGRAPH
           END-IF.

           SET LEITURA-DISPONIVEL TO TRUE.

           EXEC SQL
               SELECT COUNT(*)
                 INTO :AUD-TEM-REGISTRO
                 FROM information_schema.tables
                WHERE table_schema = DATABASE()
                  AND table_name IN ('dados_pessoais',
                      'dados_pessoais_acoes')
           END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO
               MOVE ZERO TO AUD-TEM-REGISTRO
           END-IF.

       1260-GARANTIR-TABELA-USO.

      * O USO POR PROGRAMA TAMBEM E MELHOR ESFORCO: SEM A TABELA, A
      * AUDITORIA E CARREGADA ASSIM MESMO.
           SET USO-INDISPONIVEL TO TRUE.

           EXEC SQL
               CREATE TABLE IF NOT EXISTS chaves_uso_programa (
                   chave     VARCHAR(64) NOT NULL,
                   mes       CHAR(7)     NOT NULL,
                   programa  VARCHAR(60) NOT NULL,
                   operacao  VARCHAR(7)  NOT NULL,
                   qtd       INT NOT NULL DEFAULT 0,
                   qtd_erro  INT NOT NULL DEFAULT 0,
                   PRIMARY KEY (chave, mes, programa, operacao)
               )
           END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO
               DISPLAY
                   "AVISO: TABELA CHAVES_USO_PROGRAMA INDISPONIVEL, "
                   "USO POR PROGRAMA NAO CONTADO: " SQLERRM
               EXIT PARAGRAPH
           END-IF.

           SET USO-DISPONIVEL TO TRUE.

       1300-ABRIR-SPOOL.

      * O ARQUIVO DE TRABALHO DE UMA EXECUCAO INTERROMPIDA TEM

           ADD 1 TO WRK-QTD-CARREGADA.

           IF  LEITURA-DISPONIVEL
           AND AUD-HTTP-STATUS >= 200 AND AUD-HTTP-STATUS < 300
               PERFORM 2100-REGISTRAR-LEITURA
           END-IF.

           IF  USO-DISPONIVEL
           AND FUNCTION TRIM(AUD-CHAVE-API) NOT = SPACES
               PERFORM 2200-CONTABILIZAR-USO
           END-IF.

           PERFORM 1310-LER-PROXIMO-REGISTRO.

       2050-RESOLVER-OPERADOR.
               MOVE SPACES TO AUD-OPERADOR
           END-IF.

       2100-REGISTRAR-LEITURA.

           PERFORM 2110-EXTRAIR-ID-REGISTRO.

      * A CHAVE ENTRA MASCARADA (6 PRIMEIROS CARACTERES), COMO EM
      * MOD-REGISTRA-LEITURA. A ACAO SO GERA ACESSO QUANDO DEVOLVE
      * TABELA COM COLUNA PESSOAL ATIVA NO REGISTRO.
           IF  AUD-TEM-REGISTRO = 2
               EXEC SQL
                   INSERT INTO leitura_acessos
                       (programa, registro_id, chave_api, operador,
                        criado_em)
                   SELECT TRIM(:AUD-PROGRAMA), :AUD-REGISTRO-ID,
                          IF(TRIM(:AUD-CHAVE-API) = '', NULL,
                             CONCAT(LEFT(TRIM(:AUD-CHAVE-API), 6),
                                 '***')),
                          NULLIF(TRIM(:AUD-OPERADOR), ''),
                          :AUD-CRIADO-EM
                     FROM DUAL
                    WHERE EXISTS (
                            SELECT 1
                              FROM dados_pessoais_acoes a
                              JOIN dados_pessoais d
                                ON d.tabela = a.tabela
                             WHERE a.programa = TRIM(:AUD-PROGRAMA)
                               AND d.ativo = 'S'
                               AND d.classificacao <> 'NAO_PESSOAL')
               END-EXEC
           ELSE
               EXEC SQL
                   INSERT INTO leitura_acessos
                       (programa, registro_id, chave_api, operador,
                        criado_em)
                   SELECT TRIM(:AUD-PROGRAMA), :AUD-REGISTRO-ID,
                          IF(TRIM(:AUD-CHAVE-API) = '', NULL,
                             CONCAT(LEFT(TRIM(:AUD-CHAVE-API), 6),
                                 '***')),
                          NULLIF(TRIM(:AUD-OPERADOR), ''),
                          :AUD-CRIADO-EM
                     FROM DUAL
                    WHERE TRIM(:AUD-PROGRAMA) IN
                          ('PROG-DETALHE-REGISTRO',
                           'PROG-HISTORICO-REGISTRO')
               END-EXEC
           END-IF.

           IF  SQLCODE NOT EQUAL ZERO
      * ACESSO NAO REGISTRADO NAO SEGURA A CARGA DA AUDITORIA.
               DISPLAY
                   "AVISO: ACESSO DE LEITURA NAO REGISTRADO PARA "
                   FUNCTION TRIM(AUD-PROGRAMA) ": " SQLERRM
               EXIT PARAGRAPH
           END-IF.

           EXEC SQL
               SELECT ROW_COUNT() INTO :AUD-QTD-COLUNA
           END-EXEC.

           IF  SQLCODE EQUAL ZERO
               ADD AUD-QTD-COLUNA TO WRK-QTD-LEITURAS
           END-IF.

       2110-EXTRAIR-ID-REGISTRO.

      * O ID DO REGISTRO LIDO E O PARAMETRO ID DA QUERY STRING
      * GUARDADA NA AUDITORIA; LISTAGENS (SEM ID) FICAM COM ZERO.
           MOVE ZERO TO AUD-REGISTRO-ID WRK-QTD-ID WRK-ID-TAM.
           MOVE SPACES TO WRK-PARAMS-AUX WRK-PARTE-ANTES
               WRK-PARTE-DEPOIS WRK-ID-STG.

           STRING
               "&" FUNCTION TRIM(AUD-PARAMETROS)
               DELIMITED BY SIZE
               INTO WRK-PARAMS-AUX
           END-STRING.

           INSPECT WRK-PARAMS-AUX TALLYING WRK-QTD-ID
               FOR ALL "&id=".

           IF  WRK-QTD-ID = ZERO
               EXIT PARAGRAPH
           END-IF.

           UNSTRING WRK-PARAMS-AUX DELIMITED BY "&id="
               INTO WRK-PARTE-ANTES WRK-PARTE-DEPOIS
           END-UNSTRING.

           UNSTRING WRK-PARTE-DEPOIS DELIMITED BY "&" OR SPACE
               INTO WRK-ID-STG COUNT IN WRK-ID-TAM
           END-UNSTRING.

           IF  WRK-ID-TAM > ZERO AND WRK-ID-TAM < 10
               IF  WRK-ID-STG(1:WRK-ID-TAM) IS NUMERIC
                   MOVE WRK-ID-STG(1:WRK-ID-TAM) TO AUD-REGISTRO-ID
               END-IF
           END-IF.

       2200-CONTABILIZAR-USO.

      * GET E HEAD SAO LEITURA, OS DEMAIS METODOS SAO ESCRITA; O
      * MES E O DO MOMENTO ORIGINAL DO EVENTO, NAO O DA CARGA.
           EVALUATE FUNCTION UPPER-CASE(FUNCTION TRIM(SPL-METODO))
               WHEN "GET"
               WHEN "HEAD"
               WHEN SPACES
                   MOVE "LEITURA" TO AUD-OPERACAO
               WHEN OTHER
                   MOVE "ESCRITA" TO AUD-OPERACAO
           END-EVALUATE.

           IF  AUD-HTTP-STATUS >= 400
               MOVE 1 TO AUD-ERRO
           ELSE
               MOVE 0 TO AUD-ERRO
           END-IF.

           EXEC SQL
               INSERT INTO chaves_uso_programa
                   (chave, mes, programa, operacao, qtd, qtd_erro)
               VALUES
                   (TRIM(:AUD-CHAVE-API), LEFT(:AUD-CRIADO-EM, 7),
                    TRIM(:AUD-PROGRAMA), :AUD-OPERACAO, 1,
                    :AUD-ERRO)
               ON DUPLICATE KEY UPDATE
                   qtd = qtd + 1,
                   qtd_erro = qtd_erro + :AUD-ERRO
           END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO
      * USO NAO CONTADO NAO SEGURA A CARGA DA AUDITORIA.
               DISPLAY
                   "AVISO: USO NAO CONTADO PARA "
                   FUNCTION TRIM(AUD-PROGRAMA) ": " SQLERRM
               EXIT PARAGRAPH
           END-IF.

           ADD 1 TO WRK-QTD-USO.

       2500-ESVAZIAR-SPOOL.

      * O ARQUIVO DE TRABALHO SO E DESCARTADO DEPOIS DO COMMIT DE
           DISPLAY
               "TOTAL DE REGISTROS CARREGADOS DO SPOOL: "
               FUNCTION TRIM(WRK-QTD-MASK).

           MOVE WRK-QTD-LEITURAS TO WRK-QTD-MASK.
           DISPLAY
               "TOTAL DE ACESSOS DE LEITURA REGISTRADOS: "
               FUNCTION TRIM(WRK-QTD-MASK).

           MOVE WRK-QTD-USO TO WRK-QTD-MASK.
           DISPLAY
               "TOTAL DE CHAMADAS CONTADAS POR PROGRAMA: "
               FUNCTION TRIM(WRK-QTD-MASK).

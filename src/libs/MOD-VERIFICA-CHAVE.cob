      *     LIGADO, QUE AS ACOES TRADUZEM NO ERRO DISTINTO
      *     ERR-COD-QUOTA-ESGOTADA (403). CHAVE SEM QUOTA SO
      *     ACUMULA O CONTADOR.
      *   - A CHAVE PODE SER VINCULADA A UM CLIENTE (COLUNA
      *     CLIENTE_ID DE CHAVES_API, GRAVADA POR PROG-CHAVES-API)
      *     PARA O AUTOATENDIMENTO DO PROPRIO CLIENTE. A CHAVE
      *     VINCULADA SO LE: O PAPEL DEVOLVIDO PARA ELA E SEMPRE
      *     "CLIENTE", QUE NENHUMA ACAO DE ESCRITA ACEITA (403),
      *     QUALQUER QUE SEJA O PAPEL GRAVADO. O RECORTE DAS
      *     LEITURAS PELO CLIENTE E FEITO POR MOD-ESCOPO-CHAVE.
      *   - FALHAS CONSECUTIVAS DE AUTENTICACAO (CHAVE AUSENTE OU
      *     INVALIDA) PASSAM A SER CONTADAS POR IP DE ORIGEM E POR
      *     CHAVE APRESENTADA NA TABELA FALHAS_AUTENTICACAO; UM
      *     SUCESSO ZERA O CONTADOR, E FALHA MAIS ANTIGA QUE A
      *     JANELA RECOMECA A CONTAGEM. ATINGIDO O LIMITE, A ORIGEM
      *     E BLOQUEADA POR UM PERIODO DE ESPERA (TABELA
      *     BLOQUEIOS_ORIGEM) E UM INCIDENTE E ABERTO VIA
      *     MOD-REGISTRA-INCIDENTE (CONDICAO BLOQUEIO-<ID>). ORIGEM
      *     BLOQUEADA E RECUSADA SEM CONSULTAR A CHAVE, COM LS-QUOTA
      *     = 'B', QUE AS ACOES TRADUZEM NO ERRO DISTINTO
      *     ERR-COD-ORIGEM-BLOQUEADA (403). LIMITE, JANELA E DURACAO
      *     VEM DA CONFIGURACAO CENTRAL (AUTH.BLOQUEIO.MAX_FALHAS,
      *     AUTH.BLOQUEIO.JANELA_MIN E AUTH.BLOQUEIO.DURACAO_MIN);
      *     OS BLOQUEIOS SAO LISTADOS, ESTENDIDOS E LEVANTADOS POR
      *     PROG-BLOQUEIOS-ADMIN.
      *   - CHAMADA AUTENTICADA COM CHAVE EM ROTACAO (CHAVES_ROTACAO,
      *     ABERTA POR PROG-CHAVES-API) E CONTADA NA ROTACAO: PELA
      *     CHAVE ANTIGA, COM A DATA E O IP DE ORIGEM DA ULTIMA
      *     CHAMADA, OU PELA SUCESSORA. E ESSE USO QUE MOSTRA QUEM
      *     AINDA NAO TROCOU DE CHAVE ANTES DA REVOGACAO FEITA POR
      *     PROG-VENCIMENTO-CHAVES. MELHOR ESFORCO: SEM A TABELA OU
      *     COM ERRO, A CHAMADA SEGUE NORMALMENTE.
      *******************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       77  WRK-DB-STRING                   PIC X(255).
       77  WRK-APP-ENV                     PIC X(10).
       77  WRK-API-KEY                     PIC X(64).
       77  WRK-REMOTE-ADDR                 PIC X(45).

       77  WRK-CFG-CHAVE                   PIC X(60).
       77  WRK-CFG-VALOR                   PIC X(255).
       77  WRK-CFG-ENCONTRADA              PIC X(1).
           88  CFG-ENCONTRADA                          VALUE 'S'.
       77  WRK-CFG-NUM-STG                 PIC X(10).
       77  WRK-CFG-NUM-CHECK               PIC X(10).
       77  WRK-CFG-NUM                     PIC 9(10).

       77  WRK-MAX-FALHAS                  PIC 9(10) VALUE 10.
       77  WRK-JANELA-MIN                  PIC 9(5)  VALUE 60.
       77  WRK-DURACAO-MIN                 PIC 9(5)  VALUE 30.
       77  WRK-CONFIG-LIDA                 PIC X(1)  VALUE 'N'.
           88  CONFIG-BLOQUEIO-LIDA                    VALUE 'S'.

       77  WRK-INC-ACAO                    PIC X(10).
       77  WRK-INC-ORIGEM                  PIC X(60)
                                   VALUE "MOD-VERIFICA-CHAVE".
       77  WRK-INC-CONDICAO                PIC X(60).
       77  WRK-INC-DETALHES                PIC X(255).
       77  WRK-ID-EDIT                     PIC Z(9)9.
       77  WRK-QTD-EDIT                    PIC Z(9)9.
       77  WRK-VALOR-EXIBIDO               PIC X(64).

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.

           05 CHV-QUOTA       PIC 9(10).
           05 CHV-USO-MES     PIC 9(10).
           05 CHV-TEM-QUOTA   PIC X(1).
           05 CHV-CLIENTE-ID  PIC 9(10).
           05 CHV-IP          PIC X(45).
           05 CHV-TIPO        PIC X(5).
           05 CHV-VALOR       PIC X(64).
           05 CHV-FALHAS      PIC 9(10).
           05 CHV-JANELA-MIN  PIC 9(5).
           05 CHV-DURACAO-MIN PIC 9(5).
           05 CHV-QTD-BLOQ    PIC 9(10).
           05 CHV-BLOQ-ID     PIC 9(10).
           05 CHV-BLOQ-ATE    PIC X(19).

       EXEC SQL END DECLARE SECTION END-EXEC.

       77  LS-QUOTA            PIC X(1).
           88  LS-QUOTA-ESTOURADA             VALUE 'S'.
           88  LS-QUOTA-LIVRE                 VALUE 'N'.
           88  LS-ORIGEM-BLOQUEADA            VALUE 'B'.


       PROCEDURE DIVISION USING LS-AUTORIZADO, LS-PAPEL, LS-QUOTA.
                   ativo     CHAR(1) NOT NULL DEFAULT 'S',
                   expira_em DATETIME NULL,
                   quota_mensal INT NULL,
                   cliente_id INT NULL,
                   criado_em DATETIME NOT NULL
                       DEFAULT CURRENT_TIMESTAMP
               )
               END-IF
           END-IF.

      * TABELAS CRIADAS ANTES DO ESCOPO POR CLIENTE NAO TEM A
      * COLUNA CLIENTE_ID; ACRESCENTA-A QUANDO AUSENTE (CHAVE SEM
      * CLIENTE SEGUE VALENDO PARA TODOS).
           EXEC SQL
               SELECT COUNT(*)
                 INTO :CHV-QTD-COLUNA
                 FROM information_schema.columns
                WHERE table_schema = DATABASE()
                  AND table_name = 'chaves_api'
                  AND column_name = 'cliente_id'
           END-EXEC.

           IF  SQLCODE EQUAL ZERO AND CHV-QTD-COLUNA = ZERO
               EXEC SQL
                   ALTER TABLE chaves_api
                       ADD COLUMN cliente_id INT NULL
               END-EXEC

               IF  SQLCODE NOT EQUAL ZERO
                   PERFORM PROC-LIBERAR-RECURSOS
                   EXIT PROGRAM
               END-IF
           END-IF.

           EXEC SQL
               CREATE TABLE IF NOT EXISTS chaves_uso (
                   chave VARCHAR(64) NOT NULL,
               EXIT PROGRAM
           END-IF.

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
               PERFORM PROC-LIBERAR-RECURSOS
               EXIT PROGRAM
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
               PERFORM PROC-LIBERAR-RECURSOS
               EXIT PROGRAM
           END-IF.

      * TABELAS CRIADAS ANTES DOS PAPEIS NAO TEM A COLUNA PAPEL;
      * ACRESCENTA-A QUANDO AUSENTE, COM AS CHAVES EXISTENTES
      * NASCENDO COMO WRITER.
           END-IF.

           ACCEPT WRK-API-KEY FROM ENVIRONMENT "HTTP_X_API_KEY".
           ACCEPT WRK-REMOTE-ADDR FROM ENVIRONMENT "REMOTE_ADDR".

      * ORIGEM EM BLOQUEIO E RECUSADA ANTES DE QUALQUER CONSULTA A
      * CHAVE, E A TENTATIVA NAO CONTA COMO NOVA FALHA.
           PERFORM PROC-VERIFICAR-BLOQUEIO.

           IF  LS-ORIGEM-BLOQUEADA
               SET LS-CHAVE-RECUSADA TO TRUE
               MOVE SPACES TO LS-PAPEL
               EXIT PARAGRAPH
           END-IF.

           IF  FUNCTION TRIM(WRK-API-KEY) = SPACES
               SET LS-CHAVE-RECUSADA TO TRUE
               MOVE SPACES TO LS-PAPEL
               PERFORM PROC-REGISTRAR-FALHAS
               EXIT PARAGRAPH
           END-IF.

           MOVE WRK-API-KEY TO CHV-CHAVE.

           EXEC SQL
               SELECT papel, COALESCE(cliente_id, 0)
                 INTO :CHV-PAPEL, :CHV-CLIENTE-ID
                 FROM chaves_api
                WHERE chave = :CHV-CHAVE
                  AND ativo = 'S'
           IF  SQLCODE EQUAL 100
               SET LS-CHAVE-RECUSADA TO TRUE
               MOVE SPACES TO LS-PAPEL
               PERFORM PROC-REGISTRAR-FALHAS
               EXIT PARAGRAPH
           END-IF.

               EXIT PROGRAM
           END-IF.

           PERFORM PROC-ZERAR-FALHAS.

           MOVE FUNCTION LOWER-CASE(FUNCTION TRIM(CHV-PAPEL))
               TO LS-PAPEL.

      * CHAVE VINCULADA A CLIENTE NUNCA ESCREVE: O PAPEL PROPRIO
      * NAO PASSA EM NENHUMA CONFERENCIA DE WRITER OU ADMIN.
           IF  CHV-CLIENTE-ID > ZERO
               MOVE "cliente" TO LS-PAPEL
           END-IF.

       PROC-CONTABILIZAR-USO.

      * UMA CHAMADA AUTENTICADA = UM USO NO MES CORRENTE; DEPOIS DO

           EXEC SQL COMMIT END-EXEC.

           PERFORM PROC-CONTABILIZAR-ROTACAO.

           EXEC SQL
               SELECT COALESCE(k.quota_mensal, 0),
                      IF(k.quota_mensal IS NULL, 'N', 'S'),
               SET LS-QUOTA-ESTOURADA TO TRUE
           END-IF.

       PROC-CONTABILIZAR-ROTACAO.

      * ROTACAO EM SOBREPOSICAO EM QUE A CHAVE E A ANTIGA OU A
      * SUCESSORA; SO AS COLUNAS DO LADO DA CHAVE USADA MUDAM.
           MOVE WRK-REMOTE-ADDR TO CHV-IP.

           EXEC SQL
               UPDATE chaves_rotacao
                  SET qtd_uso_antiga = qtd_uso_antiga
                          + IF(chave_antiga = :CHV-CHAVE, 1, 0),
                      ultimo_uso_antiga_em =
                          IF(chave_antiga = :CHV-CHAVE,
                             CURRENT_TIMESTAMP, ultimo_uso_antiga_em),
                      ultima_origem_antiga =
                          IF(chave_antiga = :CHV-CHAVE,
                             NULLIF(TRIM(:CHV-IP), ''),
                             ultima_origem_antiga),
                      qtd_uso_nova = qtd_uso_nova
                          + IF(chave_nova = :CHV-CHAVE, 1, 0)
                WHERE (chave_antiga = :CHV-CHAVE
                    OR chave_nova = :CHV-CHAVE)
                  AND revogada_em IS NULL
           END-EXEC.

           IF  SQLCODE EQUAL ZERO
               EXEC SQL COMMIT END-EXEC
           END-IF.

       PROC-VERIFICAR-BLOQUEIO.

      * BLOQUEIO VIGENTE (NAO VENCIDO E NAO LEVANTADO) DO IP DE
      * ORIGEM OU DA CHAVE APRESENTADA. ERRO NA CONSULTA NAO
      * BLOQUEIA NINGUEM (MELHOR ESFORCO).
           MOVE WRK-REMOTE-ADDR TO CHV-IP.
           MOVE WRK-API-KEY TO CHV-CHAVE.

           EXEC SQL
               SELECT COUNT(*)
                 INTO :CHV-QTD-BLOQ
                 FROM bloqueios_origem
                WHERE levantado_em IS NULL
                  AND bloqueado_ate > CURRENT_TIMESTAMP
                  AND ((tipo = 'IP'
                        AND valor = TRIM(:CHV-IP)
                        AND TRIM(:CHV-IP) <> '')
                   OR  (tipo = 'CHAVE'
                        AND valor = TRIM(:CHV-CHAVE)
                        AND TRIM(:CHV-CHAVE) <> ''))
           END-EXEC.

           IF  SQLCODE EQUAL ZERO AND CHV-QTD-BLOQ > ZERO
               SET LS-ORIGEM-BLOQUEADA TO TRUE
           END-IF.

       PROC-REGISTRAR-FALHAS.

      * UMA FALHA CONTA PARA O IP DE ORIGEM E, QUANDO HOUVE CHAVE
      * APRESENTADA, PARA A PROPRIA CHAVE; CADA UM BLOQUEIA
      * SOZINHO AO ATINGIR O LIMITE. LIMITE ZERO DESLIGA O CONTROLE.
           PERFORM PROC-LER-CONFIG-BLOQUEIO.

           IF  WRK-MAX-FALHAS = ZERO
               EXIT PARAGRAPH
           END-IF.

           IF  FUNCTION TRIM(WRK-REMOTE-ADDR) NOT = SPACES
               MOVE "IP" TO CHV-TIPO
               MOVE WRK-REMOTE-ADDR TO CHV-VALOR
               PERFORM PROC-CONTAR-FALHA
           END-IF.

           IF  FUNCTION TRIM(WRK-API-KEY) NOT = SPACES
               MOVE "CHAVE" TO CHV-TIPO
               MOVE WRK-API-KEY TO CHV-VALOR
               PERFORM PROC-CONTAR-FALHA
           END-IF.

       PROC-CONTAR-FALHA.

      * FALHA ANTERIOR FORA DA JANELA NAO E MAIS CONSECUTIVA: A
      * CONTAGEM RECOMECA EM 1 (A ATRIBUICAO DE QTD_CONSECUTIVAS
      * VEM ANTES DA DE ULTIMA_FALHA_EM DE PROPOSITO, PARA COMPARAR
      * COM A FALHA ANTERIOR).
           MOVE WRK-JANELA-MIN TO CHV-JANELA-MIN.

           EXEC SQL
               INSERT INTO falhas_autenticacao
                      (tipo, valor, qtd_consecutivas, ultima_falha_em)
               VALUES (:CHV-TIPO, TRIM(:CHV-VALOR), 1,
                       CURRENT_TIMESTAMP)
               ON DUPLICATE KEY UPDATE
                   qtd_consecutivas =
                       IF(ultima_falha_em < CURRENT_TIMESTAMP
                              - INTERVAL :CHV-JANELA-MIN MINUTE,
                          1, qtd_consecutivas + 1),
                   ultima_falha_em = CURRENT_TIMESTAMP
           END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO
               EXIT PARAGRAPH
           END-IF.

           EXEC SQL COMMIT END-EXEC.

           EXEC SQL
               SELECT qtd_consecutivas
                 INTO :CHV-FALHAS
                 FROM falhas_autenticacao
                WHERE tipo = :CHV-TIPO
                  AND valor = TRIM(:CHV-VALOR)
           END-EXEC.

           IF  SQLCODE EQUAL ZERO
           AND CHV-FALHAS NOT < WRK-MAX-FALHAS
               PERFORM PROC-BLOQUEAR-ORIGEM
           END-IF.

       PROC-BLOQUEAR-ORIGEM.

      * O BLOQUEIO NASCE COM O PERIODO DE ESPERA CONFIGURADO E O
      * CONTADOR DA ORIGEM E ZERADO: VENCIDO O BLOQUEIO, A CONTAGEM
      * RECOMECA DO INICIO. A PROPRIA TENTATIVA QUE ATINGIU O
      * LIMITE JA RESPONDE COMO ORIGEM BLOQUEADA.
           MOVE WRK-DURACAO-MIN TO CHV-DURACAO-MIN.

           EXEC SQL
               INSERT INTO bloqueios_origem
                      (tipo, valor, qtd_falhas, bloqueado_ate)
               VALUES (:CHV-TIPO, TRIM(:CHV-VALOR), :CHV-FALHAS,
                       CURRENT_TIMESTAMP
                           + INTERVAL :CHV-DURACAO-MIN MINUTE)
           END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO
               EXEC SQL ROLLBACK END-EXEC
               EXIT PARAGRAPH
           END-IF.

           EXEC SQL
               SELECT LAST_INSERT_ID(),
                      DATE_FORMAT(CURRENT_TIMESTAMP
                          + INTERVAL :CHV-DURACAO-MIN MINUTE,
                          '%Y-%m-%d %H:%i:%s')
                 INTO :CHV-BLOQ-ID, :CHV-BLOQ-ATE
           END-EXEC.

           EXEC SQL
               DELETE FROM falhas_autenticacao
                WHERE tipo = :CHV-TIPO
                  AND valor = TRIM(:CHV-VALOR)
           END-EXEC.

           EXEC SQL COMMIT END-EXEC.

           SET LS-ORIGEM-BLOQUEADA TO TRUE.

      * CHAVE APRESENTADA APARECE MASCARADA NO INCIDENTE (SO O
      * PREFIXO), COMO NA LISTAGEM DE PROG-BLOQUEIOS-ADMIN.
           IF  CHV-TIPO = "CHAVE"
               MOVE SPACES TO WRK-VALOR-EXIBIDO
               STRING CHV-VALOR(1:8) DELIMITED BY SPACE
                      "..." DELIMITED BY SIZE
                   INTO WRK-VALOR-EXIBIDO
           ELSE
               MOVE CHV-VALOR TO WRK-VALOR-EXIBIDO
           END-IF.

           MOVE CHV-BLOQ-ID TO WRK-ID-EDIT.
           MOVE CHV-FALHAS TO WRK-QTD-EDIT.

           MOVE "ABRIR" TO WRK-INC-ACAO.
           MOVE SPACES TO WRK-INC-CONDICAO.
           STRING "BLOQUEIO-" DELIMITED BY SIZE
                  FUNCTION TRIM(WRK-ID-EDIT) DELIMITED BY SIZE
               INTO WRK-INC-CONDICAO.
           MOVE SPACES TO WRK-INC-DETALHES.
           STRING "ORIGEM " DELIMITED BY SIZE
                  FUNCTION TRIM(CHV-TIPO) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  FUNCTION TRIM(WRK-VALOR-EXIBIDO) DELIMITED BY SIZE
                  " BLOQUEADA APOS " DELIMITED BY SIZE
                  FUNCTION TRIM(WRK-QTD-EDIT) DELIMITED BY SIZE
                  " FALHAS CONSECUTIVAS DE AUTENTICACAO, ATE "
                      DELIMITED BY SIZE
                  CHV-BLOQ-ATE DELIMITED BY SIZE
               INTO WRK-INC-DETALHES.

           CALL 'MOD-REGISTRA-INCIDENTE'
               USING WRK-INC-ACAO, WRK-INC-ORIGEM,
                   WRK-INC-CONDICAO, WRK-INC-DETALHES
               END-CALL.

       PROC-ZERAR-FALHAS.

      * AUTENTICACAO BEM SUCEDIDA INTERROMPE A SEQUENCIA DE FALHAS
      * DO IP DE ORIGEM E DA CHAVE.
           MOVE WRK-REMOTE-ADDR TO CHV-IP.

           EXEC SQL
               DELETE FROM falhas_autenticacao
                WHERE (tipo = 'IP' AND valor = TRIM(:CHV-IP))
                   OR (tipo = 'CHAVE' AND valor = TRIM(:CHV-CHAVE))
           END-EXEC.

           IF  SQLCODE EQUAL ZERO
               EXEC SQL COMMIT END-EXEC
           END-IF.

       PROC-LER-CONFIG-BLOQUEIO.

      * LIDO UMA VEZ POR REQUISICAO, SO QUANDO HA FALHA A CONTAR;
      * VALOR AUSENTE OU NAO NUMERICO MANTEM O PADRAO COMPILADO.
           IF  CONFIG-BLOQUEIO-LIDA
               EXIT PARAGRAPH
           END-IF.

           SET CONFIG-BLOQUEIO-LIDA TO TRUE.

           MOVE "auth.bloqueio.max_falhas" TO WRK-CFG-CHAVE.
           PERFORM PROC-LER-CONFIG-NUMERICA.
           IF  CFG-ENCONTRADA AND WRK-CFG-NUM-CHECK IS NUMERIC
               MOVE WRK-CFG-NUM TO WRK-MAX-FALHAS
           END-IF.

           MOVE "auth.bloqueio.janela_min" TO WRK-CFG-CHAVE.
           PERFORM PROC-LER-CONFIG-NUMERICA.
           IF  CFG-ENCONTRADA AND WRK-CFG-NUM > ZERO
               MOVE WRK-CFG-NUM TO WRK-JANELA-MIN
           END-IF.

           MOVE "auth.bloqueio.duracao_min" TO WRK-CFG-CHAVE.
           PERFORM PROC-LER-CONFIG-NUMERICA.
           IF  CFG-ENCONTRADA AND WRK-CFG-NUM > ZERO
               MOVE WRK-CFG-NUM TO WRK-DURACAO-MIN
           END-IF.

       PROC-LER-CONFIG-NUMERICA.

      * CONVERTE O VALOR TEXTO DA CONFIGURACAO EM NUMERO; VALOR NAO
      * NUMERICO DEIXA WRK-CFG-NUM ZERADO E FICA O PADRAO COMPILADO.
           CALL 'MOD-LE-CONFIG'
               USING WRK-CFG-CHAVE, WRK-CFG-VALOR,
                   WRK-CFG-ENCONTRADA
               END-CALL.

           MOVE ZERO TO WRK-CFG-NUM.
           MOVE "X" TO WRK-CFG-NUM-CHECK.

           IF  NOT CFG-ENCONTRADA
               EXIT PARAGRAPH
           END-IF.

           MOVE FUNCTION TRIM(WRK-CFG-VALOR) TO WRK-CFG-NUM-STG.
           MOVE WRK-CFG-NUM-STG TO WRK-CFG-NUM-CHECK.
           INSPECT WRK-CFG-NUM-CHECK REPLACING ALL SPACE BY '0'.
           IF  WRK-CFG-NUM-CHECK IS NUMERIC
           AND FUNCTION TRIM(WRK-CFG-NUM-STG) NOT = SPACES
               COMPUTE WRK-CFG-NUM = FUNCTION NUMVAL(WRK-CFG-NUM-STG)
           ELSE
               MOVE "X" TO WRK-CFG-NUM-CHECK
           END-IF.

       PROC-LIBERAR-RECURSOS.
      * A SESSAO E COMPARTILHADA DA REQUISICAO (MOD-CONEXAO-BD) E
      * NAO E FECHADA AQUI; QUEM A ABRIU E ENCERRA NO FIM.

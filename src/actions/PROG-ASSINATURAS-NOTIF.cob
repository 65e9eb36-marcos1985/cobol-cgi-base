      *     ASSINANTE HTTP EM VEZ DE GRAVAR NO ARQUIVO, COM O MESMO
      *     CONTROLE DE RETENTATIVA E DEAD LETTER DAS ENTREGAS EM
      *     ARQUIVO.
      *   - CADA ASSINATURA PASSA A TER UM MODO DE ENTREGA (QS_MODO):
      *     IMEDIATO (PADRAO, UMA ENTREGA POR EVENTO) OU DIGESTO, COM
      *     UM RESUMO DIARIO A PARTIR DA HORA QS_HORA (PADRAO 08). O
      *     DIGESTO SAI EM ARQUIVO CONSOLIDADO (CANAL ARQUIVO) OU POR
      *     E-MAIL PARA A LISTA QS_LISTA (NOVO CANAL EMAIL, SO PARA
      *     DIGESTO). A LISTAGEM MOSTRA MODO, HORA, LISTA E O ULTIMO
      *     DIGESTO ENVIADO.
      *   - CARGA RETROATIVA PARA ASSINANTE NOVO: QS_ACAO=RETROATIVA
      *     (POST) REGISTRA O PEDIDO DE EVENTOS HISTORICOS PARA UMA
      *     ASSINATURA (QS_ID) OU PARA AS ASSINATURAS DE UM DESTINO
      *     (QS_DESTINO), POR FAIXA DE DATAS (QS_DESDE/QS_ATE) E/OU DE
      *     IDS (QS_ID_INICIAL/QS_ID_FINAL), COM TABELA E EVENTO
      *     OPCIONAIS; QS_ACAO=RETROATIVAS MOSTRA O ANDAMENTO DE CADA
      *     PEDIDO. A GERACAO E O DESPACHO SAO DO BATCH
      *     PROG-DESPACHA-NOTIFICACOES.
      *******************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       77  WRK-COD-ERRO                    PIC 9(4).

       COPY ERRO-CODES.
       COPY VERSAO-BUILD.

       77  WRK-QS-ACAO                     PIC X(10).
       77  WRK-QS-ID-STG                   PIC X(10).
       77  WRK-QS-ARQUIVO                  PIC X(255).
       77  WRK-QS-CANAL                    PIC X(10).
       77  WRK-QS-URL                      PIC X(255).
       77  WRK-QS-MODO                     PIC X(10).
       77  WRK-QS-HORA-STG                 PIC X(2).
       77  WRK-QS-LISTA                    PIC X(60).
       77  WRK-HORA-MASK                   PIC Z9.
       77  WRK-QS-DESDE                    PIC X(10).
       77  WRK-QS-ATE                      PIC X(10).
       77  WRK-QS-ID-INI-STG               PIC X(10).
       77  WRK-QS-ID-FIM-STG               PIC X(10).
       77  WRK-PERCENTUAL-MASK             PIC ZZ9.
       77  WRK-QTD-APOSTROFO               PIC 9(3)    VALUE ZERO.
       77  WRK-REQUEST-METHOD              PIC X(10).
       77  WRK-CHAVE-AUTORIZADA            PIC X(1).
       77  WRK-CHAVE-PAPEL                 PIC X(10).
       77  WRK-QUOTA-ESTOURADA             PIC X(1).
           88  QUOTA-ESTOURADA                         VALUE 'S'.
           88  ORIGEM-BLOQUEADA                        VALUE 'B'.
       77  WRK-NOVO-ATIVO                  PIC X(1).

       77  WRK-FLAG-PRIMEIRO               PIC X(1)    VALUE 'S'.
           05 ASS-CANAL         PIC X(10).
           05 ASS-URL           PIC X(255).
           05 ASS-ATIVO         PIC X(1).
           05 ASS-MODO          PIC X(10).
           05 ASS-HORA          PIC 9(2).
           05 ASS-LISTA         PIC X(60).
           05 ASS-ULTIMO-DIGESTO PIC X(19).
           05 ASS-QTD           PIC 9(10).
           05 ASS-QTD-COLUNA    PIC 9(10).
           05 NOVO-ID           PIC 9(10).
           05 RET-ID            PIC 9(10).
           05 RET-ASSINATURA-ID PIC 9(10).
           05 RET-DESTINO       PIC X(60).
           05 RET-DESDE         PIC X(10).
           05 RET-ATE           PIC X(10).
           05 RET-ID-INICIAL    PIC 9(10).
           05 RET-ID-FINAL      PIC 9(10).
           05 RET-TABELA        PIC X(60).
           05 RET-EVENTO        PIC X(30).
           05 RET-STATUS        PIC X(12).
           05 RET-QTD-TOTAL     PIC 9(10).
           05 RET-QTD-ENTREGUE  PIC 9(10).
           05 RET-QTD-MORTA     PIC 9(10).
           05 RET-PERCENTUAL    PIC 9(3).
           05 RET-CRIADO-EM     PIC X(19).
           05 RET-CONCLUIDO-EM  PIC X(19).

       EXEC SQL END DECLARE SECTION END-EXEC.

               WHEN "ATIVAR"
                   MOVE 'S' TO WRK-NOVO-ATIVO
                   PERFORM 2100-ALTERAR-SITUACAO
               WHEN "RETROATIVA"
                   PERFORM 2200-GARANTIR-TABELA-RETROATIVAS
                   PERFORM 2300-SOLICITAR-RETROATIVA
               WHEN "RETROATIVAS"
                   PERFORM 2200-GARANTIR-TABELA-RETROATIVAS
                   PERFORM 2400-LISTAR-RETROATIVAS
               WHEN OTHER
                   PERFORM 3000-LISTAR-ASSINATURAS
           END-EVALUATE.
           END-IF.
           DISPLAY "Access-Control-Allow-Origin: "
               FUNCTION TRIM(WRK-CORS-ORIGIN).
           DISPLAY "X-Versao-Build: " FUNCTION TRIM(VERSAO-BUILD).

           CALL 'MOD-CORRELACAO' USING WRK-CORRELACAO-ID
               END-CALL.

           IF  FUNCTION UPPER-CASE(FUNCTION TRIM(WRK-QS-ACAO))
                   NOT = "LISTAR"
           AND FUNCTION UPPER-CASE(FUNCTION TRIM(WRK-QS-ACAO))
                   NOT = "RETROATIVAS"
               ACCEPT WRK-REQUEST-METHOD FROM ENVIRONMENT
                   "REQUEST_METHOD"
               IF  FUNCTION UPPER-CASE(FUNCTION TRIM(
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
                   canal          VARCHAR(10) NOT NULL
                       DEFAULT 'ARQUIVO',
                   url_destino    VARCHAR(255) NULL,
                   modo_entrega   VARCHAR(10) NOT NULL
                       DEFAULT 'IMEDIATO',
                   hora_digesto   INT NULL,
                   lista_email    VARCHAR(60) NULL,
                   ultimo_digesto_em DATETIME NULL,
                   ativo          CHAR(1) NOT NULL DEFAULT 'S',
                   criado_em      DATETIME NOT NULL
                       DEFAULT CURRENT_TIMESTAMP
               END-IF
           END-IF.

      * TABELAS CRIADAS ANTES DO MODO DE ENTREGA NAO TEM AS COLUNAS
      * DO DIGESTO; ACRESCENTA-AS QUANDO AUSENTES, COM AS
      * ASSINATURAS EXISTENTES NASCENDO COMO IMEDIATO.
           EXEC SQL
               SELECT COUNT(*)
                 INTO :ASS-QTD-COLUNA
                 FROM information_schema.columns
                WHERE table_schema = DATABASE()
                  AND table_name = 'notificacao_assinaturas'
                  AND column_name = 'modo_entrega'
           END-EXEC.

           IF  SQLCODE EQUAL ZERO AND ASS-QTD-COLUNA = ZERO
               EXEC SQL
                   ALTER TABLE notificacao_assinaturas
                       ADD COLUMN modo_entrega VARCHAR(10)
                           NOT NULL DEFAULT 'IMEDIATO',
                       ADD COLUMN hora_digesto INT NULL,
                       ADD COLUMN lista_email VARCHAR(60) NULL,
                       ADD COLUMN ultimo_digesto_em DATETIME NULL
               END-EXEC

               IF  SQLCODE NOT EQUAL ZERO
                   STRING
                       "ERRO AO TENTAR ACRESCENTAR AS COLUNAS DE "
                       "DIGESTO NAS ASSINATURAS."
                   INTO WRK-MSG-ERRO
                   MOVE SQLERRM TO WRK-MSG-EXP-ERRO
                   MOVE ERR-COD-SQL-EXEC TO WRK-COD-ERRO
                   PERFORM 9000-RETORNAR-RESPOSTA-HTTP-500
               END-IF
           END-IF.

       2000-INCLUIR-ASSINATURA.

           ACCEPT WRK-QS-DESTINO FROM ENVIRONMENT "QS_DESTINO".
           ACCEPT WRK-QS-ARQUIVO FROM ENVIRONMENT "QS_ARQUIVO".
           ACCEPT WRK-QS-CANAL   FROM ENVIRONMENT "QS_CANAL".
           ACCEPT WRK-QS-URL     FROM ENVIRONMENT "QS_URL".
           ACCEPT WRK-QS-MODO    FROM ENVIRONMENT "QS_MODO".
           ACCEPT WRK-QS-HORA-STG FROM ENVIRONMENT "QS_HORA".
           ACCEPT WRK-QS-LISTA   FROM ENVIRONMENT "QS_LISTA".

           IF  FUNCTION TRIM(WRK-QS-DESTINO) = SPACES
           OR  FUNCTION TRIM(WRK-QS-TABELA) = SPACES

           IF  FUNCTION TRIM(WRK-QS-CANAL) NOT = "ARQUIVO"
           AND FUNCTION TRIM(WRK-QS-CANAL) NOT = "HTTP"
           AND FUNCTION TRIM(WRK-QS-CANAL) NOT = "EMAIL"
               STRING
                   "PARAMETRO QS_CANAL DEVE SER ARQUIVO, HTTP OU "
                   "EMAIL."
               INTO WRK-MSG-ERRO
               MOVE ERR-COD-VALIDACAO TO WRK-COD-ERRO
               PERFORM 9100-RETORNAR-RESPOSTA-HTTP-400
           END-IF.

           PERFORM 2010-VALIDAR-MODO-ENTREGA.

           IF  FUNCTION TRIM(WRK-QS-CANAL) = "HTTP"
           AND FUNCTION TRIM(WRK-QS-URL) = SPACES
               STRING
           MOVE WRK-QS-ARQUIVO TO ASS-ARQUIVO.
           MOVE WRK-QS-CANAL   TO ASS-CANAL.
           MOVE WRK-QS-URL     TO ASS-URL.
           MOVE WRK-QS-MODO    TO ASS-MODO.
           MOVE WRK-QS-LISTA   TO ASS-LISTA.

           EXEC SQL
               INSERT INTO notificacao_assinaturas
                   (destino, tabela, evento, arquivo_destino,
                    canal, url_destino, modo_entrega, hora_digesto,
                    lista_email)
               VALUES
                   (:ASS-DESTINO, :ASS-TABELA, :ASS-EVENTO,
                    NULLIF(TRIM(:ASS-ARQUIVO), ''),
                    :ASS-CANAL,
                    NULLIF(TRIM(:ASS-URL), ''),
                    TRIM(:ASS-MODO),
                    IF(TRIM(:ASS-MODO) = 'DIGESTO', :ASS-HORA,
                       NULL),
                    NULLIF(TRIM(:ASS-LISTA), ''))
           END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO
           DISPLAY "}".
           DISPLAY "}".

       2010-VALIDAR-MODO-ENTREGA.

      * MODO IMEDIATO (PADRAO) ENTREGA CADA EVENTO NA HORA; MODO
      * DIGESTO JUNTA AS ENTREGAS PENDENTES DO ASSINANTE E AS MANDA
      * UMA VEZ POR DIA, A PARTIR DA HORA QS_HORA (00 A 23, PADRAO
      * 08), EM UM ARQUIVO CONSOLIDADO (CANAL ARQUIVO) OU EM UM
      * E-MAIL PARA A LISTA DE DISTRIBUICAO QS_LISTA (CANAL EMAIL).
           IF  FUNCTION TRIM(WRK-QS-MODO) = SPACES
               MOVE "IMEDIATO" TO WRK-QS-MODO
           END-IF.
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WRK-QS-MODO))
               TO WRK-QS-MODO.

           IF  FUNCTION TRIM(WRK-QS-MODO) NOT = "IMEDIATO"
           AND FUNCTION TRIM(WRK-QS-MODO) NOT = "DIGESTO"
               STRING
                   "PARAMETRO QS_MODO DEVE SER IMEDIATO OU DIGESTO."
               INTO WRK-MSG-ERRO
               MOVE ERR-COD-VALIDACAO TO WRK-COD-ERRO
               PERFORM 9100-RETORNAR-RESPOSTA-HTTP-400
           END-IF.

           IF  FUNCTION TRIM(WRK-QS-MODO) = "IMEDIATO"
               IF  FUNCTION TRIM(WRK-QS-CANAL) = "EMAIL"
                   STRING
                       "O CANAL EMAIL SO ESTA DISPONIVEL NO MODO "
                       "DIGESTO."
                   INTO WRK-MSG-ERRO
                   MOVE ERR-COD-VALIDACAO TO WRK-COD-ERRO
                   PERFORM 9100-RETORNAR-RESPOSTA-HTTP-400
               END-IF
               MOVE ZERO TO ASS-HORA
               EXIT PARAGRAPH
           END-IF.

           IF  FUNCTION TRIM(WRK-QS-CANAL) = "HTTP"
               STRING
                   "O MODO DIGESTO ACEITA SOMENTE OS CANAIS ARQUIVO "
                   "E EMAIL."
               INTO WRK-MSG-ERRO
               MOVE ERR-COD-VALIDACAO TO WRK-COD-ERRO
               PERFORM 9100-RETORNAR-RESPOSTA-HTTP-400
           END-IF.

           IF  FUNCTION TRIM(WRK-QS-CANAL) = "EMAIL"
           AND FUNCTION TRIM(WRK-QS-LISTA) = SPACES
               STRING
                   "PARAMETRO QS_LISTA E OBRIGATORIO PARA O CANAL "
                   "EMAIL."
               INTO WRK-MSG-ERRO
               MOVE ERR-COD-VALIDACAO TO WRK-COD-ERRO
               PERFORM 9100-RETORNAR-RESPOSTA-HTTP-400
           END-IF.

           IF  FUNCTION TRIM(WRK-QS-HORA-STG) = SPACES
               MOVE "08" TO WRK-QS-HORA-STG
           END-IF.

           COPY VALIDACAO-CAMPO-NUMERICO
               REPLACING ==TAG-CAMPO-STG==  BY ==WRK-QS-HORA-STG==
                   ==TAG-NOME-PARAM==       BY =="QS_HORA"==
                   ==TAG-PARAGRAFO-400==    BY
                       ==9100-RETORNAR-RESPOSTA-HTTP-400==.
           MOVE WRK-QS-HORA-STG TO ASS-HORA.

           IF  ASS-HORA > 23
               STRING
                   "PARAMETRO QS_HORA DEVE ESTAR ENTRE 00 E 23."
               INTO WRK-MSG-ERRO
               MOVE ERR-COD-VALIDACAO TO WRK-COD-ERRO
               PERFORM 9100-RETORNAR-RESPOSTA-HTTP-400
           END-IF.

       2100-ALTERAR-SITUACAO.

           ACCEPT WRK-QS-ID-STG FROM ENVIRONMENT "QS_ID".
           DISPLAY "}".
           DISPLAY "}".

       2200-GARANTIR-TABELA-RETROATIVAS.

           EXEC SQL
               CREATE TABLE IF NOT EXISTS notificacao_retroativas (
                   id             INT NOT NULL PRIMARY KEY
                                      AUTO_INCREMENT,
                   assinatura_id  INT NULL,
                   destino        VARCHAR(60) NOT NULL,
                   desde          DATE NULL,
                   ate            DATE NULL,
                   id_inicial     INT NULL,
                   id_final       INT NULL,
                   tabela         VARCHAR(60) NULL,
                   evento         VARCHAR(30) NULL,
                   status         VARCHAR(12) NOT NULL
                       DEFAULT 'PENDENTE',
                   qtd_total      INT NOT NULL DEFAULT 0,
                   qtd_entregue   INT NOT NULL DEFAULT 0,
                   qtd_morta      INT NOT NULL DEFAULT 0,
                   criado_em      DATETIME NOT NULL
                       DEFAULT CURRENT_TIMESTAMP,
                   atualizado_em  DATETIME NULL,
                   concluido_em   DATETIME NULL,
                   KEY ix_notif_retroativas_status (status)
               )
           END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO
               STRING
                   "ERRO AO TENTAR CRIAR TABELA DE CARGAS "
                   "RETROATIVAS."
               INTO WRK-MSG-ERRO
               MOVE SQLERRM TO WRK-MSG-EXP-ERRO
               MOVE ERR-COD-SQL-EXEC TO WRK-COD-ERRO
               PERFORM 9000-RETORNAR-RESPOSTA-HTTP-500
           END-IF.

       2300-SOLICITAR-RETROATIVA.

      * CARGA RETROATIVA: O ASSINANTE NOVO PEDE OS EVENTOS ANTIGOS.
      * O PEDIDO IDENTIFICA UMA ASSINATURA (QS_ID) OU TODAS AS
      * ASSINATURAS ATIVAS DE UM DESTINO (QS_DESTINO), UMA FAIXA DE
      * DATAS (QS_DESDE/QS_ATE, AAAA-MM-DD) E/OU DE IDS DE
      * NOTIFICACAO (QS_ID_INICIAL/QS_ID_FINAL), E OPCIONALMENTE
      * TABELA E EVENTO. AQUI SO SE REGISTRA O PEDIDO; O BATCH
      * PROG-DESPACHA-NOTIFICACOES GERA AS ENTREGAS E AS DESPACHA EM
      * LOTES LIMITADOS, DEPOIS DAS ENTREGAS DO DIA.
           ACCEPT WRK-QS-ID-STG      FROM ENVIRONMENT "QS_ID".
           ACCEPT WRK-QS-DESTINO     FROM ENVIRONMENT "QS_DESTINO".
           ACCEPT WRK-QS-TABELA      FROM ENVIRONMENT "QS_TABELA".
           ACCEPT WRK-QS-EVENTO      FROM ENVIRONMENT "QS_EVENTO".
           ACCEPT WRK-QS-DESDE       FROM ENVIRONMENT "QS_DESDE".
           ACCEPT WRK-QS-ATE         FROM ENVIRONMENT "QS_ATE".
           ACCEPT WRK-QS-ID-INI-STG  FROM ENVIRONMENT "QS_ID_INICIAL".
           ACCEPT WRK-QS-ID-FIM-STG  FROM ENVIRONMENT "QS_ID_FINAL".

           IF  FUNCTION TRIM(WRK-QS-ID-STG) = SPACES
           AND FUNCTION TRIM(WRK-QS-DESTINO) = SPACES
               STRING
                   "INFORME A ASSINATURA (QS_ID) OU O DESTINO "
                   "(QS_DESTINO) DA CARGA RETROATIVA."
               INTO WRK-MSG-ERRO
               MOVE ERR-COD-VALIDACAO TO WRK-COD-ERRO
               PERFORM 9100-RETORNAR-RESPOSTA-HTTP-400
           END-IF.

           IF  FUNCTION TRIM(WRK-QS-DESDE) = SPACES
           AND FUNCTION TRIM(WRK-QS-ATE) = SPACES
           AND FUNCTION TRIM(WRK-QS-ID-INI-STG) = SPACES
           AND FUNCTION TRIM(WRK-QS-ID-FIM-STG) = SPACES
               STRING
                   "INFORME UMA FAIXA DE DATAS (QS_DESDE/QS_ATE) OU "
                   "DE IDS (QS_ID_INICIAL/QS_ID_FINAL)."
               INTO WRK-MSG-ERRO
               MOVE ERR-COD-VALIDACAO TO WRK-COD-ERRO
               PERFORM 9100-RETORNAR-RESPOSTA-HTTP-400
           END-IF.

           MOVE ZERO TO RET-ID-INICIAL RET-ID-FINAL.
           IF  FUNCTION TRIM(WRK-QS-ID-INI-STG) NOT = SPACES
               COPY VALIDACAO-CAMPO-NUMERICO
                   REPLACING ==TAG-CAMPO-STG==
                                 BY ==WRK-QS-ID-INI-STG==
                       ==TAG-NOME-PARAM==    BY =="QS_ID_INICIAL"==
                       ==TAG-PARAGRAFO-400== BY
                           ==9100-RETORNAR-RESPOSTA-HTTP-400==.
               MOVE WRK-QS-ID-INI-STG TO RET-ID-INICIAL
           END-IF.
           IF  FUNCTION TRIM(WRK-QS-ID-FIM-STG) NOT = SPACES
               COPY VALIDACAO-CAMPO-NUMERICO
                   REPLACING ==TAG-CAMPO-STG==
                                 BY ==WRK-QS-ID-FIM-STG==
                       ==TAG-NOME-PARAM==    BY =="QS_ID_FINAL"==
                       ==TAG-PARAGRAFO-400== BY
                           ==9100-RETORNAR-RESPOSTA-HTTP-400==.
               MOVE WRK-QS-ID-FIM-STG TO RET-ID-FINAL
           END-IF.

           PERFORM 2310-VALIDAR-DATAS-RETROATIVA.
           PERFORM 2320-RESOLVER-ALVO-RETROATIVA.

           MOVE WRK-QS-TABELA TO RET-TABELA.
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WRK-QS-EVENTO))
               TO RET-EVENTO.

           EXEC SQL
               INSERT INTO notificacao_retroativas
                   (assinatura_id, destino, desde, ate, id_inicial,
                    id_final, tabela, evento)
               VALUES
                   (NULLIF(:RET-ASSINATURA-ID, 0), TRIM(:RET-DESTINO),
                    NULLIF(TRIM(:RET-DESDE), ''),
                    NULLIF(TRIM(:RET-ATE), ''),
                    NULLIF(:RET-ID-INICIAL, 0),
                    NULLIF(:RET-ID-FINAL, 0),
                    NULLIF(TRIM(:RET-TABELA), ''),
                    NULLIF(TRIM(:RET-EVENTO), ''))
           END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO
               STRING
                   "ERRO AO TENTAR REGISTRAR A CARGA RETROATIVA."
               INTO WRK-MSG-ERRO
               MOVE SQLERRM TO WRK-MSG-EXP-ERRO
               MOVE ERR-COD-SQL-EXEC TO WRK-COD-ERRO
               EXEC SQL ROLLBACK END-EXEC
               PERFORM 9000-RETORNAR-RESPOSTA-HTTP-500
           END-IF.

           EXEC SQL
               SELECT LAST_INSERT_ID() INTO :NOVO-ID
           END-EXEC.

           EXEC SQL COMMIT END-EXEC.

           CALL 'MOD-REGISTRA-AUDITORIA'
               USING WRK-PROGRAMA-NOME, WRK-AUDIT-PARAMS,
                   WRK-HTTP-STATUS-200
               END-CALL.

           MOVE NOVO-ID TO WRK-ID-MASK.

           DISPLAY '{'.
           DISPLAY '"http-status": ' WRK-HTTP-STATUS-200 ','.
           DISPLAY '"msg": null,'.
           DISPLAY '"data": {'.
           DISPLAY '"id": ' FUNCTION TRIM(WRK-ID-MASK) ','.
           DISPLAY '"status": "PENDENTE"'.
           DISPLAY "}".
           DISPLAY "}".

       2310-VALIDAR-DATAS-RETROATIVA.

      * AS DATAS SAO CONFERIDAS PELO PROPRIO BANCO: DATA INVALIDA
      * VOLTA VAZIA DO STR_TO_DATE.
           MOVE WRK-QS-DESDE TO RET-DESDE.
           MOVE WRK-QS-ATE   TO RET-ATE.

           EXEC SQL
               SELECT COALESCE(DATE_FORMAT(STR_TO_DATE(
                          NULLIF(TRIM(:RET-DESDE), ''), '%Y-%m-%d'),
                          '%Y-%m-%d'), ''),
                      COALESCE(DATE_FORMAT(STR_TO_DATE(
                          NULLIF(TRIM(:RET-ATE), ''), '%Y-%m-%d'),
                          '%Y-%m-%d'), '')
                 INTO :RET-DESDE, :RET-ATE
           END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO
               STRING
                   "ERRO AO TENTAR CONFERIR AS DATAS DA CARGA "
                   "RETROATIVA."
               INTO WRK-MSG-ERRO
               MOVE SQLERRM TO WRK-MSG-EXP-ERRO
               MOVE ERR-COD-SQL-EXEC TO WRK-COD-ERRO
               PERFORM 9000-RETORNAR-RESPOSTA-HTTP-500
           END-IF.

           IF  (FUNCTION TRIM(WRK-QS-DESDE) NOT = SPACES
           AND  RET-DESDE = SPACES)
           OR  (FUNCTION TRIM(WRK-QS-ATE) NOT = SPACES
           AND  RET-ATE = SPACES)
               STRING
                   "PARAMETROS QS_DESDE E QS_ATE DEVEM SER DATAS NO "
                   "FORMATO AAAA-MM-DD."
               INTO WRK-MSG-ERRO
               MOVE ERR-COD-VALIDACAO TO WRK-COD-ERRO
               PERFORM 9100-RETORNAR-RESPOSTA-HTTP-400
           END-IF.

           IF  RET-DESDE NOT = SPACES AND RET-ATE NOT = SPACES
           AND RET-DESDE > RET-ATE
               STRING
                   "QS_DESDE NAO PODE SER POSTERIOR A QS_ATE."
               INTO WRK-MSG-ERRO
               MOVE ERR-COD-VALIDACAO TO WRK-COD-ERRO
               PERFORM 9100-RETORNAR-RESPOSTA-HTTP-400
           END-IF.

           IF  RET-ID-INICIAL > ZERO AND RET-ID-FINAL > ZERO
           AND RET-ID-INICIAL > RET-ID-FINAL
               STRING
                   "QS_ID_INICIAL NAO PODE SER MAIOR QUE "
                   "QS_ID_FINAL."
               INTO WRK-MSG-ERRO
               MOVE ERR-COD-VALIDACAO TO WRK-COD-ERRO
               PERFORM 9100-RETORNAR-RESPOSTA-HTTP-400
           END-IF.

       2320-RESOLVER-ALVO-RETROATIVA.

      * AS ENTREGAS RETROATIVAS SAO INDIVIDUAIS (ARQUIVO OU HTTP);
      * ASSINATURA DO CANAL EMAIL, QUE SO EXISTE EM DIGESTO, NAO
      * RECEBE CARGA RETROATIVA.
           MOVE ZERO TO RET-ASSINATURA-ID.

           IF  FUNCTION TRIM(WRK-QS-ID-STG) = SPACES
               MOVE WRK-QS-DESTINO TO RET-DESTINO

               EXEC SQL
                   SELECT COUNT(*)
                     INTO :ASS-QTD
                     FROM notificacao_assinaturas
                    WHERE destino = TRIM(:RET-DESTINO)
                      AND ativo = 'S'
                      AND COALESCE(canal, 'ARQUIVO') <> 'EMAIL'
               END-EXEC

               IF  SQLCODE NOT EQUAL ZERO
                   STRING
                       "ERRO AO TENTAR VERIFICAR ASSINATURAS DO "
                       "DESTINO."
                   INTO WRK-MSG-ERRO
                   MOVE SQLERRM TO WRK-MSG-EXP-ERRO
                   MOVE ERR-COD-SQL-EXEC TO WRK-COD-ERRO
                   PERFORM 9000-RETORNAR-RESPOSTA-HTTP-500
               END-IF

               IF  ASS-QTD = ZERO
                   STRING
                       "DESTINO SEM ASSINATURA ATIVA EM ARQUIVO OU "
                       "HTTP."
                   INTO WRK-MSG-ERRO
                   MOVE ERR-COD-VALIDACAO TO WRK-COD-ERRO
                   PERFORM 9200-RETORNAR-RESPOSTA-HTTP-404
               END-IF

               EXIT PARAGRAPH
           END-IF.

           COPY VALIDACAO-CAMPO-NUMERICO
               REPLACING ==TAG-CAMPO-STG==  BY ==WRK-QS-ID-STG==
                   ==TAG-NOME-PARAM==       BY =="QS_ID"==
                   ==TAG-PARAGRAFO-400==    BY
                       ==9100-RETORNAR-RESPOSTA-HTTP-400==.
           MOVE WRK-QS-ID-STG TO ASS-ID.

           EXEC SQL
               SELECT COUNT(*),
                      COALESCE(MAX(destino), ''),
                      COALESCE(MAX(canal), 'ARQUIVO'),
                      COALESCE(MAX(ativo), 'N')
                 INTO :ASS-QTD, :ASS-DESTINO, :ASS-CANAL, :ASS-ATIVO
                 FROM notificacao_assinaturas
                WHERE id = :ASS-ID
           END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO
               STRING
                   "ERRO AO TENTAR VERIFICAR ASSINATURA."
               INTO WRK-MSG-ERRO
               MOVE SQLERRM TO WRK-MSG-EXP-ERRO
               MOVE ERR-COD-SQL-EXEC TO WRK-COD-ERRO
               PERFORM 9000-RETORNAR-RESPOSTA-HTTP-500
           END-IF.

           IF  ASS-QTD = ZERO
               STRING
                   "ASSINATURA NAO ENCONTRADA."
               INTO WRK-MSG-ERRO
               MOVE ERR-COD-VALIDACAO TO WRK-COD-ERRO
               PERFORM 9200-RETORNAR-RESPOSTA-HTTP-404
           END-IF.

           IF  ASS-ATIVO NOT = 'S'
           OR  FUNCTION TRIM(ASS-CANAL) = "EMAIL"
               STRING
                   "CARGA RETROATIVA EXIGE ASSINATURA ATIVA NO CANAL "
                   "ARQUIVO OU HTTP."
               INTO WRK-MSG-ERRO
               MOVE ERR-COD-SITUACAO-INVALIDA TO WRK-COD-ERRO
               PERFORM 9100-RETORNAR-RESPOSTA-HTTP-400
           END-IF.

           MOVE ASS-ID      TO RET-ASSINATURA-ID.
           MOVE ASS-DESTINO TO RET-DESTINO.

       2400-LISTAR-RETROATIVAS.

      * ANDAMENTO DAS CARGAS RETROATIVAS (AS 100 MAIS RECENTES, OU SO
      * AS DO DESTINO QS_DESTINO). AS CONTAGENS SAO ATUALIZADAS PELO
      * BATCH DE DESPACHO A CADA EXECUCAO.
           ACCEPT WRK-QS-DESTINO FROM ENVIRONMENT "QS_DESTINO".
           MOVE WRK-QS-DESTINO TO RET-DESTINO.

           EXEC SQL
               DECLARE CUR-RETROATIVAS CURSOR FOR
                   SELECT id, COALESCE(assinatura_id, 0), destino,
                          COALESCE(DATE_FORMAT(desde, '%Y-%m-%d'),
                              ''),
                          COALESCE(DATE_FORMAT(ate, '%Y-%m-%d'), ''),
                          COALESCE(id_inicial, 0),
                          COALESCE(id_final, 0),
                          COALESCE(tabela, ''), COALESCE(evento, ''),
                          status, qtd_total, qtd_entregue, qtd_morta,
                          IF(qtd_total = 0,
                             IF(status = 'CONCLUIDA', 100, 0),
                             FLOOR((qtd_entregue + qtd_morta) * 100
                                   / qtd_total)),
                          DATE_FORMAT(criado_em,
                              '%Y-%m-%d %H:%i:%s'),
                          COALESCE(DATE_FORMAT(concluido_em,
                              '%Y-%m-%d %H:%i:%s'), '')
                     FROM notificacao_retroativas
                    WHERE TRIM(:RET-DESTINO) = ''
                       OR destino = TRIM(:RET-DESTINO)
                    ORDER BY id DESC
                    LIMIT 100
           END-EXEC.

           EXEC SQL
               OPEN CUR-RETROATIVAS
           END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO
               STRING
                   "ERRO AO TENTAR LISTAR CARGAS RETROATIVAS."
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
           PERFORM 2410-BUSCAR-PROXIMA-RETROATIVA.
           PERFORM 2420-EMITIR-RETROATIVA UNTIL FIM-CURSOR.

           DISPLAY ']'.
           DISPLAY '}'.

           EXEC SQL CLOSE CUR-RETROATIVAS END-EXEC.

           CALL 'MOD-REGISTRA-AUDITORIA'
               USING WRK-PROGRAMA-NOME, WRK-AUDIT-PARAMS,
                   WRK-HTTP-STATUS-200
               END-CALL.

       2410-BUSCAR-PROXIMA-RETROATIVA.

           EXEC SQL
               FETCH CUR-RETROATIVAS
                   INTO :RET-ID, :RET-ASSINATURA-ID, :RET-DESTINO,
                        :RET-DESDE, :RET-ATE, :RET-ID-INICIAL,
                        :RET-ID-FINAL, :RET-TABELA, :RET-EVENTO,
                        :RET-STATUS, :RET-QTD-TOTAL,
                        :RET-QTD-ENTREGUE, :RET-QTD-MORTA,
                        :RET-PERCENTUAL, :RET-CRIADO-EM,
                        :RET-CONCLUIDO-EM
           END-EXEC.

           IF  SQLCODE EQUAL 100
               SET FIM-CURSOR TO TRUE
           END-IF.

       2420-EMITIR-RETROATIVA.

           IF  NAO-PRIMEIRO-REGISTRO
               DISPLAY ','
           END-IF.
           SET NAO-PRIMEIRO-REGISTRO TO TRUE.

           DISPLAY '   {'.
           MOVE RET-ID TO WRK-ID-MASK.
           DISPLAY '    "id": ' FUNCTION TRIM(WRK-ID-MASK) ','.

           IF  RET-ASSINATURA-ID = ZERO
               DISPLAY '    "assinatura_id": null,'
           ELSE
               MOVE RET-ASSINATURA-ID TO WRK-ID-MASK
               DISPLAY '    "assinatura_id": '
                   FUNCTION TRIM(WRK-ID-MASK) ','
           END-IF.

           MOVE RET-DESTINO TO WRK-CAMPO-TXT.
           CALL 'MOD-JSON-ESCAPE' USING WRK-CAMPO-TXT WRK-CAMPO-ESC
               END-CALL.
           DISPLAY '    "destino": "'
               FUNCTION TRIM(WRK-CAMPO-ESC) '",'.

           DISPLAY '    "desde": "' FUNCTION TRIM(RET-DESDE) '",'.
           DISPLAY '    "ate": "' FUNCTION TRIM(RET-ATE) '",'.

           MOVE RET-ID-INICIAL TO WRK-ID-MASK.
           DISPLAY '    "id_inicial": ' FUNCTION TRIM(WRK-ID-MASK) ','.
           MOVE RET-ID-FINAL TO WRK-ID-MASK.
           DISPLAY '    "id_final": ' FUNCTION TRIM(WRK-ID-MASK) ','.

           MOVE RET-TABELA TO WRK-CAMPO-TXT.
           CALL 'MOD-JSON-ESCAPE' USING WRK-CAMPO-TXT WRK-CAMPO-ESC
               END-CALL.
           DISPLAY '    "tabela": "'
               FUNCTION TRIM(WRK-CAMPO-ESC) '",'.

           MOVE RET-EVENTO TO WRK-CAMPO-TXT.
           CALL 'MOD-JSON-ESCAPE' USING WRK-CAMPO-TXT WRK-CAMPO-ESC
               END-CALL.
           DISPLAY '    "evento": "'
               FUNCTION TRIM(WRK-CAMPO-ESC) '",'.

           DISPLAY '    "status": "' FUNCTION TRIM(RET-STATUS) '",'.

           MOVE RET-QTD-TOTAL TO WRK-ID-MASK.
           DISPLAY '    "qtd_total": ' FUNCTION TRIM(WRK-ID-MASK) ','.
           MOVE RET-QTD-ENTREGUE TO WRK-ID-MASK.
           DISPLAY '    "qtd_entregue": '
               FUNCTION TRIM(WRK-ID-MASK) ','.
           MOVE RET-QTD-MORTA TO WRK-ID-MASK.
           DISPLAY '    "qtd_morta": ' FUNCTION TRIM(WRK-ID-MASK) ','.
           MOVE RET-PERCENTUAL TO WRK-PERCENTUAL-MASK.
           DISPLAY '    "percentual_concluido": '
               FUNCTION TRIM(WRK-PERCENTUAL-MASK) ','.

           DISPLAY '    "criado_em": "' RET-CRIADO-EM '",'.
           IF  RET-CONCLUIDO-EM = SPACES
               DISPLAY '    "concluido_em": null'
           ELSE
               DISPLAY '    "concluido_em": "' RET-CONCLUIDO-EM '"'
           END-IF.
           DISPLAY '   }'.

           PERFORM 2410-BUSCAR-PROXIMA-RETROATIVA.

       3000-LISTAR-ASSINATURAS.

           EXEC SQL
                   SELECT id, destino, tabela, evento,
                          COALESCE(arquivo_destino, ''),
                          COALESCE(canal, 'ARQUIVO'),
                          COALESCE(url_destino, ''), ativo,
                          COALESCE(modo_entrega, 'IMEDIATO'),
                          COALESCE(hora_digesto, 0),
                          COALESCE(lista_email, ''),
                          COALESCE(DATE_FORMAT(ultimo_digesto_em,
                              '%Y-%m-%d %H:%i:%s'), '')
                     FROM notificacao_assinaturas
                    ORDER BY id
           END-EXEC.
               FETCH CUR-ASSINATURAS
                   INTO :ASS-ID, :ASS-DESTINO, :ASS-TABELA,
                        :ASS-EVENTO, :ASS-ARQUIVO, :ASS-CANAL,
                        :ASS-URL, :ASS-ATIVO, :ASS-MODO,
                        :ASS-HORA, :ASS-LISTA, :ASS-ULTIMO-DIGESTO
           END-EXEC.

           IF  SQLCODE EQUAL 100
           DISPLAY '    "url_destino": "'
               FUNCTION TRIM(WRK-CAMPO-ESC) '",'.

           DISPLAY '    "modo_entrega": "'
               FUNCTION TRIM(ASS-MODO) '",'.

           IF  FUNCTION TRIM(ASS-MODO) = "DIGESTO"
               MOVE ASS-HORA TO WRK-HORA-MASK
               DISPLAY '    "hora_digesto": '
                   FUNCTION TRIM(WRK-HORA-MASK) ','
           ELSE
               DISPLAY '    "hora_digesto": null,'
           END-IF.

           MOVE ASS-LISTA TO WRK-CAMPO-TXT.
           CALL 'MOD-JSON-ESCAPE' USING WRK-CAMPO-TXT WRK-CAMPO-ESC
               END-CALL.
           DISPLAY '    "lista_email": "'
               FUNCTION TRIM(WRK-CAMPO-ESC) '",'.

           IF  ASS-ULTIMO-DIGESTO = SPACES
               DISPLAY '    "ultimo_digesto_em": null,'
           ELSE
               DISPLAY '    "ultimo_digesto_em": "'
                   ASS-ULTIMO-DIGESTO '",'
           END-IF.

           DISPLAY '    "ativo": "' ASS-ATIVO '"'.
           DISPLAY '   }'.


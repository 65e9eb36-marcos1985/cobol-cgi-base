      *     CHAVES_USO. QS_ACAO=USO (QS_MES OPCIONAL AAAA-MM, PADRAO
      *     O MES CORRENTE) RELATA O CONSUMO POR CHAVE MASCARADA,
      *     PARA MANDAR AO PARCEIRO SEM EXPORTAR A AUDITORIA.
      *   - CHAVES DE AUTOATENDIMENTO DE CLIENTE: QS_CLIENTE_ID NA
      *     INCLUSAO VINCULA A CHAVE A UM CLIENTE EXISTENTE (404 SE
      *     NAO EXISTIR). A CHAVE VINCULADA E SEMPRE READER (OUTRO
      *     QS_PAPEL E RECUSADO COM 400), SO ENXERGA AS VENDAS,
      *     DOCUMENTOS FISCAIS, PARCELAS E EXTRATOS DO PROPRIO
      *     CLIENTE (MOD-ESCOPO-CHAVE) E E RECUSADA EM QUALQUER
      *     ESCRITA (MOD-VERIFICA-CHAVE). A LISTAGEM MOSTRA O
      *     CLIENTE DE CADA CHAVE.
      *   - CHAVES DE PARCEIRO: QS_PARCEIRO NA INCLUSAO VINCULA A
      *     CHAVE A UM PARCEIRO (COLUNA PARCEIRO DE CHAVES_API), QUE
      *     PASSA A PODER ENVIAR ARQUIVOS PARA A CHEGADA DO INTAKE E
      *     CONSULTAR OS PROPRIOS RECIBOS EM PROG-ENVIO-ARQUIVOS
      *     (O ENVIO EXIGE PAPEL WRITER). UMA CHAVE NAO PODE SER DE
      *     CLIENTE E DE PARCEIRO AO MESMO TEMPO (400). A LISTAGEM
      *     MOSTRA O PARCEIRO DE CADA CHAVE.
      *   - ROTACAO COM SOBREPOSICAO: QS_ACAO=ROTACIONAR (QS_CHAVE
      *     ANTIGA, QS_CHAVE_NOVA, QS_SOBREPOSICAO_DIAS DE 1 A 90,
      *     PADRAO 7, QS_EXPIRA OPCIONAL) CADASTRA A SUCESSORA COM O
      *     MESMO PAPEL, QUOTA, CLIENTE, PARCEIRO E LISTA DE AVISO DA
      *     ANTIGA (VALIDADE: QS_EXPIRA OU, SE A ANTIGA EXPIRAVA, O
      *     MESMO PRAZO DELA CONTADO DE HOJE) E FAZ A ANTIGA EXPIRAR
      *     NO FIM DA SOBREPOSICAO: ATE LA AS DUAS AUTENTICAM. A
      *     ROTACAO FICA EM CHAVES_ROTACAO, ONDE MOD-VERIFICA-CHAVE
      *     CONTA AS CHAMADAS FEITAS COM CADA UMA E
      *     PROG-VENCIMENTO-CHAVES REVOGA A ANTIGA NO FIM.
      *     QS_ACAO=ROTACOES LISTA AS ROTACOES COM ESSE USO, PARA
      *     SABER QUEM AINDA NAO TROCOU. QS_LISTA_EMAIL NA INCLUSAO
      *     (OU NA ROTACAO) DA A LISTA DO DONO QUE RECEBE OS AVISOS
      *     DE VENCIMENTO; A LISTAGEM MOSTRA A LISTA E A CHAVE
      *     ANTERIOR (MASCARADA) DE CADA CHAVE.
      *******************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       77  WRK-COD-ERRO                    PIC 9(4).

       COPY ERRO-CODES.
       COPY VERSAO-BUILD.

       77  WRK-QS-ACAO                     PIC X(10).
       77  WRK-QS-CHAVE                    PIC X(64).
       77  WRK-CHAVE-PAPEL                 PIC X(10).
       77  WRK-QUOTA-ESTOURADA             PIC X(1).
           88  QUOTA-ESTOURADA                         VALUE 'S'.
           88  ORIGEM-BLOQUEADA                        VALUE 'B'.
       77  WRK-QS-PAPEL                    PIC X(10).
       77  WRK-QS-QUOTA-STG                PIC X(10).
       77  WRK-QS-MES                      PIC X(7).
       77  WRK-QS-CLIENTE-STG              PIC X(10).
       77  WRK-QS-PARCEIRO                 PIC X(30).
       77  WRK-QS-CHAVE-NOVA               PIC X(64).
       77  WRK-QS-SOBREPOSICAO-STG         PIC X(10).
       77  WRK-SOBREPOSICAO-CHECK          PIC X(10).
       77  WRK-QS-LISTA-EMAIL              PIC X(60).
       77  WRK-OPERADOR                    PIC X(60).
       77  WRK-ID-MASK                     PIC Z(9)9.
       77  WRK-QUOTA-MASK                  PIC Z(9)9.
       77  WRK-USO-MASK                    PIC Z(9)9.

           05 CHV-USO-MES-PARAM PIC X(7).
           05 CHV-USO-MES       PIC X(7).
           05 CHV-USO-QTD       PIC 9(10).
           05 CHV-CLIENTE-ID    PIC 9(10).
           05 CHV-PARCEIRO      PIC X(30).
           05 CHV-CHAVE-NOVA    PIC X(64).
           05 CHV-MASCARADA-NOVA PIC X(20).
           05 CHV-ANTERIOR      PIC X(20).
           05 CHV-LISTA-EMAIL   PIC X(60).
           05 CHV-SOBREPOSICAO  PIC 9(5).
           05 CHV-VALIDA        PIC 9(1).
           05 CHV-FIM           PIC X(19).
           05 CHV-OPERADOR      PIC X(60).
           05 CHV-ROTACIONADA   PIC X(19).
           05 CHV-REVOGADA      PIC X(19).
           05 CHV-USO-ANTIGA    PIC 9(10).
           05 CHV-USO-NOVA      PIC 9(10).
           05 CHV-ULTIMO-USO    PIC X(19).
           05 CHV-ORIGEM        PIC X(45).

       EXEC SQL END DECLARE SECTION END-EXEC.

                   PERFORM 2200-AJUSTAR-QUOTA
               WHEN "USO"
                   PERFORM 3500-RELATAR-USO
               WHEN "ROTACIONAR"
                   PERFORM 2300-ROTACIONAR-CHAVE
               WHEN "ROTACOES"
                   PERFORM 3600-LISTAR-ROTACOES
               WHEN OTHER
                   PERFORM 3000-LISTAR-CHAVES
           END-EVALUATE.
           END-IF.
           DISPLAY "Access-Control-Allow-Origin: "
               FUNCTION TRIM(WRK-CORS-ORIGIN).
           DISPLAY "X-Versao-Build: " FUNCTION TRIM(VERSAO-BUILD).

           CALL 'MOD-CORRELACAO' USING WRK-CORRELACAO-ID
               END-CALL.
                   NOT = "LISTAR"
           AND FUNCTION UPPER-CASE(FUNCTION TRIM(WRK-QS-ACAO))
                   NOT = "USO"
           AND FUNCTION UPPER-CASE(FUNCTION TRIM(WRK-QS-ACAO))
                   NOT = "ROTACOES"
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
               PERFORM 9400-RETORNAR-RESPOSTA-HTTP-403
           END-IF.

      * QUEM PEDIU A ROTACAO FICA REGISTRADO NELA.
           CALL 'MOD-RESOLVE-OPERADOR' USING WRK-OPERADOR
               END-CALL.

       1200-CONECTA-BANCO-DE-DADOS.

           ACCEPT WRK-APP-ENV FROM ENVIRONMENT "APP_ENV".
                   ativo     CHAR(1) NOT NULL DEFAULT 'S',
                   expira_em DATETIME NULL,
                   quota_mensal INT NULL,
                   cliente_id INT NULL,
                   parceiro  VARCHAR(30) NULL,
                   chave_anterior VARCHAR(64) NULL,
                   lista_email VARCHAR(60) NULL,
                   criado_em DATETIME NOT NULL
                       DEFAULT CURRENT_TIMESTAMP
               )
               END-IF
           END-IF.

      * TABELAS CRIADAS ANTES DO ESCOPO POR CLIENTE NAO TEM A
      * COLUNA CLIENTE_ID; ACRESCENTA-A QUANDO AUSENTE.
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
                   STRING
                       "ERRO AO TENTAR ACRESCENTAR CLIENTE_ID."
                   INTO WRK-MSG-ERRO
                   MOVE SQLERRM TO WRK-MSG-EXP-ERRO
                   MOVE ERR-COD-SQL-EXEC TO WRK-COD-ERRO
                   PERFORM 9000-RETORNAR-RESPOSTA-HTTP-500
               END-IF
           END-IF.

      * TABELAS CRIADAS ANTES DAS CHAVES DE PARCEIRO NAO TEM A
      * COLUNA PARCEIRO; ACRESCENTA-A QUANDO AUSENTE.
           EXEC SQL
               SELECT COUNT(*)
                 INTO :CHV-QTD-COLUNA
                 FROM information_schema.columns
                WHERE table_schema = DATABASE()
                  AND table_name = 'chaves_api'
                  AND column_name = 'parceiro'
           END-EXEC.

           IF  SQLCODE EQUAL ZERO AND CHV-QTD-COLUNA = ZERO
               EXEC SQL
                   ALTER TABLE chaves_api
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

      * TABELAS CRIADAS ANTES DA ROTACAO NAO TEM AS COLUNAS DA
      * CHAVE ANTERIOR E DA LISTA DO DONO; ACRESCENTA-AS QUANDO
      * AUSENTES.
           EXEC SQL
               SELECT COUNT(*)
                 INTO :CHV-QTD-COLUNA
                 FROM information_schema.columns
                WHERE table_schema = DATABASE()
                  AND table_name = 'chaves_api'
                  AND column_name = 'chave_anterior'
           END-EXEC.

           IF  SQLCODE EQUAL ZERO AND CHV-QTD-COLUNA = ZERO
               EXEC SQL
                   ALTER TABLE chaves_api
                       ADD COLUMN chave_anterior VARCHAR(64) NULL,
                       ADD COLUMN lista_email VARCHAR(60) NULL
               END-EXEC

               IF  SQLCODE NOT EQUAL ZERO
                   STRING
                       "ERRO AO TENTAR ACRESCENTAR CHAVE_ANTERIOR E "
                       "LISTA_EMAIL."
                   INTO WRK-MSG-ERRO
                   MOVE SQLERRM TO WRK-MSG-EXP-ERRO
                   MOVE ERR-COD-SQL-EXEC TO WRK-COD-ERRO
                   PERFORM 9000-RETORNAR-RESPOSTA-HTTP-500
               END-IF
           END-IF.

           EXEC SQL
               CREATE TABLE IF NOT EXISTS chaves_rotacao (
                   id             INT NOT NULL PRIMARY KEY
                                      AUTO_INCREMENT,
                   chave_antiga   VARCHAR(64) NOT NULL,
                   chave_nova     VARCHAR(64) NOT NULL,
                   rotacionada_em DATETIME NOT NULL
                       DEFAULT CURRENT_TIMESTAMP,
                   fim_sobreposicao DATETIME NOT NULL,
                   revogada_em    DATETIME NULL,
                   operador       VARCHAR(60) NULL,
                   qtd_uso_antiga INT NOT NULL DEFAULT 0,
                   ultimo_uso_antiga_em DATETIME NULL,
                   ultima_origem_antiga VARCHAR(45) NULL,
                   qtd_uso_nova   INT NOT NULL DEFAULT 0,
                   KEY ix_chaves_rotacao_antiga (chave_antiga),
                   KEY ix_chaves_rotacao_nova (chave_nova)
               )
           END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO
               STRING
                   "ERRO AO TENTAR CRIAR TABELA DE ROTACAO DAS CHAVES."
               INTO WRK-MSG-ERRO

               MOVE SQLERRM TO WRK-MSG-EXP-ERRO

               MOVE ERR-COD-SQL-EXEC TO WRK-COD-ERRO

               PERFORM 9000-RETORNAR-RESPOSTA-HTTP-500
           END-IF.

           EXEC SQL
               CREATE TABLE IF NOT EXISTS chaves_uso (
                   chave VARCHAR(64) NOT NULL,
           ACCEPT WRK-QS-DESCRICAO FROM ENVIRONMENT "QS_DESCRICAO".
           ACCEPT WRK-QS-EXPIRA FROM ENVIRONMENT "QS_EXPIRA".
           ACCEPT WRK-QS-PAPEL FROM ENVIRONMENT "QS_PAPEL".
           ACCEPT WRK-QS-CLIENTE-STG FROM ENVIRONMENT "QS_CLIENTE_ID".
           ACCEPT WRK-QS-PARCEIRO FROM ENVIRONMENT "QS_PARCEIRO".
           ACCEPT WRK-QS-LISTA-EMAIL FROM ENVIRONMENT "QS_LISTA_EMAIL".

      * CHAVE DE CLIENTE SO LE E CHAVE DE PARCEIRO ENVIA ARQUIVOS:
      * OS DOIS VINCULOS NA MESMA CHAVE SAO RECUSADOS.
           IF  FUNCTION TRIM(WRK-QS-CLIENTE-STG) NOT = SPACES
           AND FUNCTION TRIM(WRK-QS-PARCEIRO) NOT = SPACES
               STRING
                   "CHAVE NAO PODE SER VINCULADA A CLIENTE E A "
                   "PARCEIRO AO MESMO TEMPO."
               INTO WRK-MSG-ERRO
               MOVE ERR-COD-VALIDACAO TO WRK-COD-ERRO
               PERFORM 9100-RETORNAR-RESPOSTA-HTTP-400
           END-IF.

           MOVE FUNCTION LOWER-CASE(FUNCTION TRIM(WRK-QS-PAPEL))
               TO WRK-QS-PAPEL.

      * CHAVE DE CLIENTE SO LE: SEM QS_PAPEL ELA NASCE READER, E
      * QUALQUER OUTRO PAPEL E RECUSADO.
           MOVE ZERO TO CHV-CLIENTE-ID.
           IF  FUNCTION TRIM(WRK-QS-CLIENTE-STG) NOT = SPACES
               PERFORM 2020-VALIDAR-CLIENTE
               IF  FUNCTION TRIM(WRK-QS-PAPEL) = SPACES
                   MOVE "reader" TO WRK-QS-PAPEL
               END-IF
               IF  WRK-QS-PAPEL NOT = "reader"
                   STRING
                       "CHAVE VINCULADA A CLIENTE SO ADMITE PAPEL "
                       "READER."
                   INTO WRK-MSG-ERRO
                   MOVE ERR-COD-VALIDACAO TO WRK-COD-ERRO
                   PERFORM 9100-RETORNAR-RESPOSTA-HTTP-400
               END-IF
           END-IF.

           IF  FUNCTION TRIM(WRK-QS-PAPEL) = SPACES
               MOVE "writer" TO WRK-QS-PAPEL
           END-IF.
           MOVE WRK-QS-DESCRICAO TO CHV-DESCRICAO.
           MOVE WRK-QS-EXPIRA    TO CHV-EXPIRA-PARAM.
           MOVE WRK-QS-PAPEL     TO CHV-PAPEL.
           MOVE FUNCTION TRIM(WRK-QS-PARCEIRO) TO CHV-PARCEIRO.
           MOVE FUNCTION TRIM(WRK-QS-LISTA-EMAIL) TO CHV-LISTA-EMAIL.

           EXEC SQL
               INSERT INTO chaves_api
                   (chave, descricao, papel, expira_em,
                    quota_mensal, cliente_id, parceiro, lista_email)
               VALUES (:CHV-CHAVE,
                   NULLIF(TRIM(:CHV-DESCRICAO), ''),
                   :CHV-PAPEL,
                   NULLIF(TRIM(:CHV-EXPIRA-PARAM), ''),
                   NULLIF(:CHV-QUOTA, 0),
                   NULLIF(:CHV-CLIENTE-ID, 0),
                   NULLIF(TRIM(:CHV-PARCEIRO), ''),
                   NULLIF(TRIM(:CHV-LISTA-EMAIL), ''))
           END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO
           DISPLAY '"msg": null,'.
           DISPLAY '"data": {'.
           DISPLAY '"chave": "' FUNCTION TRIM(CHV-MASCARADA) '",'.
           IF  CHV-CLIENTE-ID = ZERO
               DISPLAY '"cliente_id": null,'
           ELSE
               MOVE CHV-CLIENTE-ID TO WRK-ID-MASK
               DISPLAY '"cliente_id": ' FUNCTION TRIM(WRK-ID-MASK) ','
           END-IF.
           IF  CHV-PARCEIRO = SPACES
               DISPLAY '"parceiro": null,'
           ELSE
               DISPLAY '"parceiro": "' FUNCTION TRIM(CHV-PARCEIRO) '",'
           END-IF.
           DISPLAY '"ativo": "S"'.
           DISPLAY "}".
           DISPLAY "}".

       2020-VALIDAR-CLIENTE.

           COPY VALIDACAO-CAMPO-NUMERICO
               REPLACING ==TAG-CAMPO-STG==  BY ==WRK-QS-CLIENTE-STG==
                   ==TAG-NOME-PARAM==       BY =="QS_CLIENTE_ID"==
                   ==TAG-PARAGRAFO-400==    BY
                       ==9100-RETORNAR-RESPOSTA-HTTP-400==.
           MOVE WRK-QS-CLIENTE-STG TO CHV-CLIENTE-ID.

           EXEC SQL
               SELECT COUNT(*)
                 INTO :CHV-QTD
                 FROM cliente
                WHERE id = :CHV-CLIENTE-ID
           END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO
               STRING
                   "ERRO AO TENTAR VERIFICAR EXISTENCIA DO CLIENTE."
               INTO WRK-MSG-ERRO
               MOVE SQLERRM TO WRK-MSG-EXP-ERRO
               MOVE ERR-COD-SQL-EXEC TO WRK-COD-ERRO
               PERFORM 9000-RETORNAR-RESPOSTA-HTTP-500
           END-IF.

           IF  CHV-QTD = ZERO
               STRING
                   "CLIENTE NAO ENCONTRADO."
               INTO WRK-MSG-ERRO
               MOVE ERR-COD-VALIDACAO TO WRK-COD-ERRO
               PERFORM 9200-RETORNAR-RESPOSTA-HTTP-404
           END-IF.

       2050-VALIDAR-QUOTA.

      * QS_QUOTA VAZIO OU ZERO SIGNIFICA CHAVE SEM LIMITE.
           DISPLAY "}".
           DISPLAY "}".

       2300-ROTACIONAR-CHAVE.

           ACCEPT WRK-QS-CHAVE FROM ENVIRONMENT "QS_CHAVE".
           ACCEPT WRK-QS-CHAVE-NOVA FROM ENVIRONMENT "QS_CHAVE_NOVA".
           ACCEPT WRK-QS-SOBREPOSICAO-STG FROM ENVIRONMENT
               "QS_SOBREPOSICAO_DIAS".
           ACCEPT WRK-QS-EXPIRA FROM ENVIRONMENT "QS_EXPIRA".
           ACCEPT WRK-QS-LISTA-EMAIL FROM ENVIRONMENT "QS_LISTA_EMAIL".

           IF  FUNCTION TRIM(WRK-QS-CHAVE) = SPACES
               STRING
                   "PARAMETRO QS_CHAVE E OBRIGATORIO PARA ROTACIONAR."
               INTO WRK-MSG-ERRO
               MOVE ERR-COD-VALIDACAO TO WRK-COD-ERRO
               PERFORM 9100-RETORNAR-RESPOSTA-HTTP-400
           END-IF.

           IF  FUNCTION LENGTH(FUNCTION TRIM(WRK-QS-CHAVE-NOVA)) < 16
               STRING
                   "PARAMETRO QS_CHAVE_NOVA E OBRIGATORIO E DEVE TER "
                   "AO MENOS 16 CARACTERES."
               INTO WRK-MSG-ERRO
               MOVE ERR-COD-VALIDACAO TO WRK-COD-ERRO
               PERFORM 9100-RETORNAR-RESPOSTA-HTTP-400
           END-IF.

           IF  WRK-QS-CHAVE-NOVA = WRK-QS-CHAVE
               STRING
                   "A CHAVE NOVA DEVE SER DIFERENTE DA ANTIGA."
               INTO WRK-MSG-ERRO
               MOVE ERR-COD-VALIDACAO TO WRK-COD-ERRO
               PERFORM 9100-RETORNAR-RESPOSTA-HTTP-400
           END-IF.

      * SOBREPOSICAO DE 1 A 90 DIAS; SEM O PARAMETRO, UMA SEMANA.
           MOVE 7 TO CHV-SOBREPOSICAO.
           IF  FUNCTION TRIM(WRK-QS-SOBREPOSICAO-STG) NOT = SPACES
               MOVE FUNCTION TRIM(WRK-QS-SOBREPOSICAO-STG)
                   TO WRK-SOBREPOSICAO-CHECK
               INSPECT WRK-SOBREPOSICAO-CHECK
                   REPLACING ALL SPACE BY '0'
               COPY VALIDACAO-CAMPO-NUMERICO
                   REPLACING ==TAG-CAMPO-STG==
                                 BY ==WRK-SOBREPOSICAO-CHECK==
                       ==TAG-NOME-PARAM==
                                 BY =="QS_SOBREPOSICAO_DIAS"==
                       ==TAG-PARAGRAFO-400== BY
                           ==9100-RETORNAR-RESPOSTA-HTTP-400==.
               IF  FUNCTION NUMVAL(WRK-QS-SOBREPOSICAO-STG) < 1
               OR  FUNCTION NUMVAL(WRK-QS-SOBREPOSICAO-STG) > 90
                   STRING
                       "PARAMETRO QS_SOBREPOSICAO_DIAS DEVE SER DE 1 "
                       "A 90."
                   INTO WRK-MSG-ERRO
                   MOVE ERR-COD-VALIDACAO TO WRK-COD-ERRO
                   PERFORM 9100-RETORNAR-RESPOSTA-HTTP-400
               END-IF
               COMPUTE CHV-SOBREPOSICAO =
                   FUNCTION NUMVAL(WRK-QS-SOBREPOSICAO-STG)
           END-IF.

           MOVE WRK-QS-CHAVE TO CHV-CHAVE.
           MOVE WRK-QS-CHAVE-NOVA TO CHV-CHAVE-NOVA.
           MOVE WRK-QS-EXPIRA TO CHV-EXPIRA-PARAM.
           MOVE FUNCTION TRIM(WRK-QS-LISTA-EMAIL) TO CHV-LISTA-EMAIL.
           MOVE WRK-OPERADOR TO CHV-OPERADOR.

      * O FIM DA SOBREPOSICAO NUNCA PASSA DO VENCIMENTO QUE A ANTIGA
      * JA TINHA.
           EXEC SQL
               SELECT ativo,
                      IF(expira_em IS NULL
                         OR expira_em > CURRENT_TIMESTAMP, 1, 0),
                      DATE_FORMAT(LEAST(
                          COALESCE(expira_em, CURRENT_TIMESTAMP
                              + INTERVAL :CHV-SOBREPOSICAO DAY),
                          CURRENT_TIMESTAMP
                              + INTERVAL :CHV-SOBREPOSICAO DAY),
                          '%Y-%m-%d %H:%i:%s')
                 INTO :CHV-ATIVO, :CHV-VALIDA, :CHV-FIM
                 FROM chaves_api
                WHERE chave = :CHV-CHAVE
           END-EXEC.

           IF  SQLCODE EQUAL 100
               STRING
                   "CHAVE NAO ENCONTRADA."
               INTO WRK-MSG-ERRO
               MOVE ERR-COD-VALIDACAO TO WRK-COD-ERRO
               PERFORM 9200-RETORNAR-RESPOSTA-HTTP-404
           END-IF.

           IF  SQLCODE NOT EQUAL ZERO
               STRING
                   "ERRO AO TENTAR VERIFICAR A CHAVE."
               INTO WRK-MSG-ERRO
               MOVE SQLERRM TO WRK-MSG-EXP-ERRO
               MOVE ERR-COD-SQL-EXEC TO WRK-COD-ERRO
               PERFORM 9000-RETORNAR-RESPOSTA-HTTP-500
           END-IF.

           IF  CHV-ATIVO NOT = 'S' OR CHV-VALIDA = ZERO
               STRING
                   "CHAVE REVOGADA OU EXPIRADA NAO PODE SER "
                   "ROTACIONADA; INCLUA UMA CHAVE NOVA."
               INTO WRK-MSG-ERRO
               MOVE ERR-COD-VALIDACAO TO WRK-COD-ERRO
               PERFORM 9100-RETORNAR-RESPOSTA-HTTP-400
           END-IF.

           EXEC SQL
               SELECT COUNT(*)
                 INTO :CHV-QTD
                 FROM chaves_rotacao
                WHERE chave_antiga = :CHV-CHAVE
                  AND revogada_em IS NULL
           END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO
               STRING
                   "ERRO AO TENTAR VERIFICAR AS ROTACOES DA CHAVE."
               INTO WRK-MSG-ERRO
               MOVE SQLERRM TO WRK-MSG-EXP-ERRO
               MOVE ERR-COD-SQL-EXEC TO WRK-COD-ERRO
               PERFORM 9000-RETORNAR-RESPOSTA-HTTP-500
           END-IF.

           IF  CHV-QTD > ZERO
               STRING
                   "CHAVE JA ESTA EM ROTACAO; AGUARDE O FIM DA "
                   "SOBREPOSICAO EM ANDAMENTO."
               INTO WRK-MSG-ERRO
               MOVE ERR-COD-VALIDACAO TO WRK-COD-ERRO
               PERFORM 9100-RETORNAR-RESPOSTA-HTTP-400
           END-IF.

           EXEC SQL
               SELECT COUNT(*)
                 INTO :CHV-QTD
                 FROM chaves_api
                WHERE chave = :CHV-CHAVE-NOVA
           END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO
               STRING
                   "ERRO AO TENTAR VERIFICAR A CHAVE NOVA."
               INTO WRK-MSG-ERRO
               MOVE SQLERRM TO WRK-MSG-EXP-ERRO
               MOVE ERR-COD-SQL-EXEC TO WRK-COD-ERRO
               PERFORM 9000-RETORNAR-RESPOSTA-HTTP-500
           END-IF.

           IF  CHV-QTD > ZERO
               STRING
                   "A CHAVE NOVA JA ESTA CADASTRADA; INFORME OUTRO "
                   "VALOR EM QS_CHAVE_NOVA."
               INTO WRK-MSG-ERRO
               MOVE ERR-COD-VALIDACAO TO WRK-COD-ERRO
               PERFORM 9100-RETORNAR-RESPOSTA-HTTP-400
           END-IF.

      * A SUCESSORA HERDA OS VINCULOS DA ANTIGA; SEM QS_EXPIRA, A
      * ANTIGA QUE EXPIRAVA PASSA O MESMO PRAZO ADIANTE.
           EXEC SQL
               INSERT INTO chaves_api
                   (chave, descricao, papel, expira_em,
                    quota_mensal, cliente_id, parceiro, lista_email,
                    chave_anterior)
               SELECT :CHV-CHAVE-NOVA, descricao, papel,
                      CASE
                        WHEN TRIM(:CHV-EXPIRA-PARAM) <> ''
                          THEN TRIM(:CHV-EXPIRA-PARAM)
                        WHEN expira_em IS NULL
                          THEN NULL
                        ELSE CURRENT_TIMESTAMP + INTERVAL
                             GREATEST(DATEDIFF(expira_em, criado_em),
                                 1) DAY
                      END,
                      quota_mensal, cliente_id, parceiro,
                      COALESCE(NULLIF(TRIM(:CHV-LISTA-EMAIL), ''),
                          lista_email),
                      chave
                 FROM chaves_api
                WHERE chave = :CHV-CHAVE
           END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO
               STRING
                   "ERRO AO TENTAR INCLUIR A CHAVE NOVA."
               INTO WRK-MSG-ERRO
               MOVE SQLERRM TO WRK-MSG-EXP-ERRO
               MOVE ERR-COD-SQL-EXEC TO WRK-COD-ERRO
               EXEC SQL ROLLBACK END-EXEC
               PERFORM 9000-RETORNAR-RESPOSTA-HTTP-500
           END-IF.

      * A ANTIGA DEIXA DE AUTENTICAR NO FIM DA SOBREPOSICAO MESMO
      * QUE O BATCH DE VENCIMENTO AINDA NAO TENHA RODADO.
           EXEC SQL
               UPDATE chaves_api
                  SET expira_em = :CHV-FIM
                WHERE chave = :CHV-CHAVE
           END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO
               STRING
                   "ERRO AO TENTAR AJUSTAR O VENCIMENTO DA CHAVE "
                   "ANTIGA."
               INTO WRK-MSG-ERRO
               MOVE SQLERRM TO WRK-MSG-EXP-ERRO
               MOVE ERR-COD-SQL-EXEC TO WRK-COD-ERRO
               EXEC SQL ROLLBACK END-EXEC
               PERFORM 9000-RETORNAR-RESPOSTA-HTTP-500
           END-IF.

           EXEC SQL
               INSERT INTO chaves_rotacao
                   (chave_antiga, chave_nova, fim_sobreposicao,
                    operador)
               VALUES (:CHV-CHAVE, :CHV-CHAVE-NOVA, :CHV-FIM,
                   NULLIF(TRIM(:CHV-OPERADOR), ''))
           END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO
               STRING
                   "ERRO AO TENTAR REGISTRAR A ROTACAO DA CHAVE."
               INTO WRK-MSG-ERRO
               MOVE SQLERRM TO WRK-MSG-EXP-ERRO
               MOVE ERR-COD-SQL-EXEC TO WRK-COD-ERRO
               EXEC SQL ROLLBACK END-EXEC
               PERFORM 9000-RETORNAR-RESPOSTA-HTTP-500
           END-IF.

           EXEC SQL
               SELECT COALESCE(DATE_FORMAT(expira_em,
                          '%Y-%m-%d %H:%i:%s'), '')
                 INTO :CHV-EXPIRA
                 FROM chaves_api
                WHERE chave = :CHV-CHAVE-NOVA
           END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO
               STRING
                   "ERRO AO TENTAR LER O VENCIMENTO DA CHAVE NOVA."
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

           PERFORM 8000-MASCARAR-CHAVE.
           MOVE SPACES TO CHV-MASCARADA-NOVA.
           STRING
               CHV-CHAVE-NOVA(1:6) '***'
               DELIMITED BY SIZE
               INTO CHV-MASCARADA-NOVA
           END-STRING.

           DISPLAY '{'.
           DISPLAY '"http-status": ' WRK-HTTP-STATUS-200 ','.
           DISPLAY '"msg": null,'.
           DISPLAY '"data": {'.
           DISPLAY '"chave_antiga": "'
               FUNCTION TRIM(CHV-MASCARADA) '",'.
           DISPLAY '"chave_nova": "'
               FUNCTION TRIM(CHV-MASCARADA-NOVA) '",'.
           DISPLAY '"fim_sobreposicao": "' CHV-FIM '",'.
           IF  FUNCTION TRIM(CHV-EXPIRA) = SPACES
               DISPLAY '"expira_em": null'
           ELSE
               DISPLAY '"expira_em": "' CHV-EXPIRA '"'
           END-IF.
           DISPLAY "}".
           DISPLAY "}".

       3500-RELATAR-USO.

           ACCEPT WRK-QS-MES FROM ENVIRONMENT "QS_MES".

           PERFORM 3510-BUSCAR-PROXIMO-USO.

       3600-LISTAR-ROTACOES.

      * ROTACOES EM ANDAMENTO PRIMEIRO, DEPOIS AS JA REVOGADAS.
           EXEC SQL
               DECLARE CUR-ROTACOES CURSOR FOR
                   SELECT CONCAT(LEFT(chave_antiga, 6), '***'),
                          CONCAT(LEFT(chave_nova, 6), '***'),
                          DATE_FORMAT(rotacionada_em,
                              '%Y-%m-%d %H:%i:%s'),
                          DATE_FORMAT(fim_sobreposicao,
                              '%Y-%m-%d %H:%i:%s'),
                          COALESCE(DATE_FORMAT(revogada_em,
                              '%Y-%m-%d %H:%i:%s'), ''),
                          COALESCE(operador, ''),
                          qtd_uso_antiga,
                          COALESCE(DATE_FORMAT(ultimo_uso_antiga_em,
                              '%Y-%m-%d %H:%i:%s'), ''),
                          COALESCE(ultima_origem_antiga, ''),
                          qtd_uso_nova
                     FROM chaves_rotacao
                    ORDER BY revogada_em IS NOT NULL,
                             rotacionada_em DESC
                    LIMIT 200
           END-EXEC.

           EXEC SQL
               OPEN CUR-ROTACOES
           END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO
               STRING
                   "ERRO AO TENTAR LISTAR AS ROTACOES DAS CHAVES."
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
           PERFORM 3610-BUSCAR-PROXIMA-ROTACAO.
           PERFORM 3620-EMITIR-ROTACAO UNTIL FIM-CURSOR.

           DISPLAY ']'.
           DISPLAY '}'.

           EXEC SQL CLOSE CUR-ROTACOES END-EXEC.

           CALL 'MOD-REGISTRA-AUDITORIA'
               USING WRK-PROGRAMA-NOME, WRK-AUDIT-PARAMS,
                   WRK-HTTP-STATUS-200
               END-CALL.

       3610-BUSCAR-PROXIMA-ROTACAO.

           EXEC SQL
               FETCH CUR-ROTACOES
                   INTO :CHV-MASCARADA, :CHV-MASCARADA-NOVA,
                        :CHV-ROTACIONADA, :CHV-FIM, :CHV-REVOGADA,
                        :CHV-OPERADOR, :CHV-USO-ANTIGA,
                        :CHV-ULTIMO-USO, :CHV-ORIGEM, :CHV-USO-NOVA
           END-EXEC.

           IF  SQLCODE EQUAL 100
               SET FIM-CURSOR TO TRUE
           END-IF.

       3620-EMITIR-ROTACAO.

           IF  NAO-PRIMEIRO-REGISTRO
               DISPLAY ','
           END-IF.
           SET NAO-PRIMEIRO-REGISTRO TO TRUE.

           DISPLAY '   {'.
           DISPLAY '    "chave_antiga": "'
               FUNCTION TRIM(CHV-MASCARADA) '",'.
           DISPLAY '    "chave_nova": "'
               FUNCTION TRIM(CHV-MASCARADA-NOVA) '",'.
           DISPLAY '    "rotacionada_em": "' CHV-ROTACIONADA '",'.
           DISPLAY '    "fim_sobreposicao": "' CHV-FIM '",'.

           IF  FUNCTION TRIM(CHV-REVOGADA) = SPACES
               DISPLAY '    "revogada_em": null,'
           ELSE
               DISPLAY '    "revogada_em": "' CHV-REVOGADA '",'
           END-IF.

           CALL 'MOD-JSON-ESCAPE' USING CHV-OPERADOR WRK-CAMPO-ESC
               END-CALL.
           IF  CHV-OPERADOR = SPACES
               DISPLAY '    "operador": null,'
           ELSE
               DISPLAY '    "operador": "'
                   FUNCTION TRIM(WRK-CAMPO-ESC) '",'
           END-IF.

           MOVE CHV-USO-ANTIGA TO WRK-USO-MASK.
           DISPLAY '    "chamadas_chave_antiga": '
               FUNCTION TRIM(WRK-USO-MASK) ','.

           IF  FUNCTION TRIM(CHV-ULTIMO-USO) = SPACES
               DISPLAY '    "ultimo_uso_chave_antiga": null,'
               DISPLAY '    "origem_ultimo_uso": null,'
           ELSE
               DISPLAY '    "ultimo_uso_chave_antiga": "'
                   CHV-ULTIMO-USO '",'
               DISPLAY '    "origem_ultimo_uso": "'
                   FUNCTION TRIM(CHV-ORIGEM) '",'
           END-IF.

           MOVE CHV-USO-NOVA TO WRK-USO-MASK.
           DISPLAY '    "chamadas_chave_nova": '
               FUNCTION TRIM(WRK-USO-MASK).

           DISPLAY '   }'.

           PERFORM 3610-BUSCAR-PROXIMA-ROTACAO.

       3000-LISTAR-CHAVES.

           EXEC SQL
                   SELECT CONCAT(LEFT(chave, 6), '***'),
                          COALESCE(descricao, ''), papel, ativo,
                          COALESCE(DATE_FORMAT(expira_em,
                              '%Y-%m-%d %H:%i:%s'), ''),
                          COALESCE(cliente_id, 0),
                          COALESCE(parceiro, ''),
                          COALESCE(lista_email, ''),
                          COALESCE(CONCAT(LEFT(chave_anterior, 6),
                              '***'), '')
                     FROM chaves_api
                    ORDER BY criado_em
           END-EXEC.
           EXEC SQL
               FETCH CUR-CHAVES
                   INTO :CHV-MASCARADA, :CHV-DESCRICAO, :CHV-PAPEL,
                        :CHV-ATIVO, :CHV-EXPIRA, :CHV-CLIENTE-ID,
                        :CHV-PARCEIRO, :CHV-LISTA-EMAIL,
                        :CHV-ANTERIOR
           END-EXEC.

           IF  SQLCODE EQUAL 100
           DISPLAY '    "papel": "' FUNCTION TRIM(CHV-PAPEL) '",'.
           DISPLAY '    "ativo": "' CHV-ATIVO '",'.

           IF  CHV-CLIENTE-ID = ZERO
               DISPLAY '    "cliente_id": null,'
           ELSE
               MOVE CHV-CLIENTE-ID TO WRK-ID-MASK
               DISPLAY '    "cliente_id": '
                   FUNCTION TRIM(WRK-ID-MASK) ','
           END-IF.

           IF  CHV-PARCEIRO = SPACES
               DISPLAY '    "parceiro": null,'
           ELSE
               DISPLAY '    "parceiro": "'
                   FUNCTION TRIM(CHV-PARCEIRO) '",'
           END-IF.

           IF  CHV-LISTA-EMAIL = SPACES
               DISPLAY '    "lista_email": null,'
           ELSE
               DISPLAY '    "lista_email": "'
                   FUNCTION TRIM(CHV-LISTA-EMAIL) '",'
           END-IF.

           IF  CHV-ANTERIOR = SPACES
               DISPLAY '    "chave_anterior": null,'
           ELSE
               DISPLAY '    "chave_anterior": "'
                   FUNCTION TRIM(CHV-ANTERIOR) '",'
           END-IF.

           IF  FUNCTION TRIM(CHV-EXPIRA) = SPACES
               DISPLAY '    "expira_em": null'
           ELSE

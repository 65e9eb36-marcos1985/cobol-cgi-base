      *     NOME DUPLICADO ENTRE OS PRODUTOS ATIVOS. AS ACOES DE
      *     ESCRITA EXIGEM METODO POST E CHAVE COM PAPEL WRITER OU
      *     ADMIN.
      *   - HISTORICO DE PRECOS COM VIGENCIA (TABELA
      *     PRODUTO_PRECO_HIST): INCLUIR ABRE A PRIMEIRA VIGENCIA E
      *     ALTERAR COM QS_PRECO ENCERRA A VIGENCIA ANTERIOR NA
      *     VESPERA DA NOVA. QS_VIGENCIA (AAAA-MM-DD, PADRAO HOJE)
      *     AGENDA O PRECO PARA UMA DATA FUTURA SEM MEXER NO PRECO
      *     CORRENTE; DESAGENDAR (QS_ID, QS_VIGENCIA) DESFAZ O
      *     AGENDAMENTO. O PRECO DE CATALOGO E ALINHADO A VIGENCIA
      *     DO DIA A CADA EXECUCAO. NOVAS LEITURAS: HISTORICO (QS_ID)
      *     LISTA AS VIGENCIAS DO PRODUTO E ALTERACOES (QS_DATA_INI/
      *     QS_DATA_FIM, PADRAO MES CORRENTE, QS_ID OPCIONAL) LISTA AS
      *     MUDANCAS DE PRECO DO PERIODO COM PRECO ANTERIOR E
      *     VARIACAO, PARA O FINANCEIRO EXPLICAR A MARGEM.
      *******************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       77  WRK-ID-MASK                     PIC Z(9)9.
       77  WRK-VALOR-MASK                  PIC Z(7)9.99.
       77  WRK-VARIACAO-MASK               PIC -(8)9.99.
       77  WRK-PCT-MASK                    PIC -(5)9.99.
       77  WRK-VARIACAO                    PIC S9(8)V99.
       77  WRK-PCT                         PIC S9(5)V99.
       77  WRK-MSG-ERRO                    PIC X(255).
       77  WRK-CORS-ORIGIN                 PIC X(255).
       77  WRK-MSG-EXP-ERRO                PIC X(255).
       77  WRK-COD-ERRO                    PIC 9(4).

       COPY ERRO-CODES.
       COPY VERSAO-BUILD.

       77  WRK-QS-ACAO                     PIC X(10).
       77  WRK-QS-ID-STG                   PIC X(10).
       77  WRK-CHAVE-PAPEL                 PIC X(10).
       77  WRK-QUOTA-ESTOURADA             PIC X(1).
           88  QUOTA-ESTOURADA                         VALUE 'S'.
           88  ORIGEM-BLOQUEADA                        VALUE 'B'.
       77  WRK-NOVO-ATIVO                  PIC X(1).
       77  WRK-QS-VIGENCIA                 PIC X(10).
       77  WRK-QS-DATA-INI                 PIC X(10).
       77  WRK-QS-DATA-FIM                 PIC X(10).
       77  WRK-DATA-CHECK                  PIC X(10).
       77  WRK-DATA-PARAM                  PIC X(20).
       77  WRK-OPERADOR                    PIC X(60).

       77  WRK-FLAG-PRIMEIRO               PIC X(1)    VALUE 'S'.
           88  PRIMEIRO-REGISTRO                       VALUE 'S'.
           05 PRD-QTD           PIC 9(10).
           05 PRD-TEM-PRECO     PIC X(1).
           05 NOVO-ID           PIC 9(10).
           05 PRD-VIGENCIA      PIC X(10).
           05 PRD-VIG-FIM       PIC X(10).
           05 PRD-HOJE          PIC X(10).
           05 PRD-DATA-INI      PIC X(10).
           05 PRD-DATA-FIM      PIC X(10).
           05 PRD-PRECO-ANT     PIC 9(8)V99.
           05 PRD-TEM-ANTERIOR  PIC X(1).
           05 PRD-SITUACAO      PIC X(10).
           05 PRD-OPERADOR      PIC X(60).
           05 PRD-CRIADO-EM     PIC X(19).

       EXEC SQL END DECLARE SECTION END-EXEC.

           PERFORM 1100-PROCESSAR-PARAMETROS.
           PERFORM 1200-CONECTA-BANCO-DE-DADOS.
           PERFORM 1300-GARANTIR-TABELA-PRODUTO.
           PERFORM 1350-APLICAR-PRECOS-AGENDADOS.

           EVALUATE FUNCTION UPPER-CASE(FUNCTION TRIM(WRK-QS-ACAO))
               WHEN "INCLUIR"
               WHEN "ATIVAR"
                   MOVE 'S' TO WRK-NOVO-ATIVO
                   PERFORM 2500-ALTERAR-SITUACAO
               WHEN "DESAGENDAR"
                   PERFORM 2600-DESAGENDAR-PRECO
               WHEN "HISTORICO"
                   PERFORM 3300-LISTAR-HISTORICO
               WHEN "ALTERACOES"
                   PERFORM 3500-LISTAR-ALTERACOES
               WHEN OTHER
                   PERFORM 3000-LISTAR-PRODUTOS
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
                   NOT = "HISTORICO"
           AND FUNCTION UPPER-CASE(FUNCTION TRIM(WRK-QS-ACAO))
                   NOT = "ALTERACOES"
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
               PERFORM 9000-RETORNAR-RESPOSTA-HTTP-500
           END-IF.

      * UMA LINHA POR VIGENCIA DE PRECO; A VIGENCIA ABERTA TEM FIM
      * NULO E AS AGENDADAS COMECAM DEPOIS DE HOJE.
           EXEC SQL
               CREATE TABLE IF NOT EXISTS produto_preco_hist (
                   id           INT NOT NULL PRIMARY KEY
                                    AUTO_INCREMENT,
                   produto_id   INT NOT NULL,
                   preco        DECIMAL(10,2) NOT NULL,
                   vigencia_ini DATE NOT NULL,
                   vigencia_fim DATE NULL,
                   operador     VARCHAR(60) NULL,
                   criado_em    DATETIME NOT NULL
                       DEFAULT CURRENT_TIMESTAMP,
                   UNIQUE KEY uq_produto_preco_hist
                       (produto_id, vigencia_ini)
               )
           END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO
               STRING
                   "ERRO AO TENTAR CRIAR A TABELA PRODUTO_PRECO_HIST."
               INTO WRK-MSG-ERRO
               MOVE SQLERRM TO WRK-MSG-EXP-ERRO
               MOVE ERR-COD-SQL-EXEC TO WRK-COD-ERRO
               PERFORM 9000-RETORNAR-RESPOSTA-HTTP-500
           END-IF.

      * PRODUTO CADASTRADO ANTES DO HISTORICO GANHA UMA VIGENCIA
      * INICIAL COM O PRECO ATUAL DESDE A DATA DO CADASTRO.
           EXEC SQL
               INSERT INTO produto_preco_hist
                   (produto_id, preco, vigencia_ini)
               SELECT p.id, p.preco, DATE(p.criado_em)
                 FROM produto p
                WHERE NOT EXISTS (
                      SELECT 1
                        FROM produto_preco_hist h
                       WHERE h.produto_id = p.id)
           END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO AND SQLCODE NOT EQUAL 100
               STRING
                   "ERRO AO TENTAR ABRIR AS VIGENCIAS INICIAIS DE "
                   "PRECO."
               INTO WRK-MSG-ERRO
               MOVE SQLERRM TO WRK-MSG-EXP-ERRO
               MOVE ERR-COD-SQL-EXEC TO WRK-COD-ERRO
               EXEC SQL ROLLBACK END-EXEC
               PERFORM 9000-RETORNAR-RESPOSTA-HTTP-500
           END-IF.

           EXEC SQL COMMIT END-EXEC.

       1350-APLICAR-PRECOS-AGENDADOS.

      * PRECO AGENDADO CUJA VIGENCIA JA COMECOU PASSA A SER O PRECO
      * DE CATALOGO; NAO HA BATCH PROPRIO PARA ISSO.
           EXEC SQL
               UPDATE produto p
                 JOIN produto_preco_hist h
                   ON h.produto_id = p.id
                  AND h.vigencia_ini <= CURDATE()
                  AND (h.vigencia_fim IS NULL
                       OR h.vigencia_fim >= CURDATE())
                  SET p.preco = h.preco
                WHERE p.preco <> h.preco
           END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO AND SQLCODE NOT EQUAL 100
               STRING
                   "ERRO AO TENTAR APLICAR OS PRECOS AGENDADOS."
               INTO WRK-MSG-ERRO
               MOVE SQLERRM TO WRK-MSG-EXP-ERRO
               MOVE ERR-COD-SQL-EXEC TO WRK-COD-ERRO
               EXEC SQL ROLLBACK END-EXEC
               PERFORM 9000-RETORNAR-RESPOSTA-HTTP-500
           END-IF.

           EXEC SQL COMMIT END-EXEC.

           EXEC SQL
               SELECT DATE_FORMAT(CURDATE(), '%Y-%m-%d')
                 INTO :PRD-HOJE
           END-EXEC.

           MOVE SPACES TO PRD-VIGENCIA.

       2000-INCLUIR-PRODUTO.

           ACCEPT WRK-QS-NOME FROM ENVIRONMENT "QS_NOME".
               PERFORM 9100-RETORNAR-RESPOSTA-HTTP-400
           END-IF.

           CALL 'MOD-RESOLVE-OPERADOR' USING WRK-OPERADOR
               END-CALL.
           MOVE WRK-OPERADOR TO PRD-OPERADOR.

           EXEC SQL
               INSERT INTO produto (nome, preco)
               VALUES (:PRD-NOME, :PRD-PRECO)
               SELECT LAST_INSERT_ID() INTO :NOVO-ID
           END-EXEC.

           MOVE NOVO-ID TO PRD-ID.
           MOVE PRD-HOJE TO PRD-VIGENCIA.
           PERFORM 2420-ABRIR-NOVA-VIGENCIA.

           EXEC SQL COMMIT END-EXEC.

           PERFORM 2900-RESPONDER-PRODUTO.

       2100-VALIDAR-PRECO.
               PERFORM 9100-RETORNAR-RESPOSTA-HTTP-400
           END-IF.

      * PRECO COM VIGENCIA FUTURA SO ENTRA NO HISTORICO; O PRECO DE
      * CATALOGO MUDA QUANDO A VIGENCIA COMECA HOJE.
           MOVE 'N' TO PRD-TEM-PRECO.
           ACCEPT WRK-QS-VIGENCIA FROM ENVIRONMENT "QS_VIGENCIA".
           IF  FUNCTION TRIM(WRK-QS-PRECO-STG) NOT = SPACES
               PERFORM 2100-VALIDAR-PRECO
               PERFORM 2210-VALIDAR-VIGENCIA
               IF  PRD-VIGENCIA = PRD-HOJE
                   MOVE 'S' TO PRD-TEM-PRECO
               END-IF
           ELSE
               IF  FUNCTION TRIM(WRK-QS-VIGENCIA) NOT = SPACES
                   STRING
                       "PARAMETRO QS_VIGENCIA EXIGE QS_PRECO."
                   INTO WRK-MSG-ERRO
                   MOVE ERR-COD-VALIDACAO TO WRK-COD-ERRO
                   PERFORM 9100-RETORNAR-RESPOSTA-HTTP-400
               END-IF
           END-IF.

           MOVE WRK-QS-NOME TO PRD-NOME.

           CALL 'MOD-RESOLVE-OPERADOR' USING WRK-OPERADOR
               END-CALL.
           MOVE WRK-OPERADOR TO PRD-OPERADOR.

           EXEC SQL START TRANSACTION END-EXEC.

           EXEC SQL
               UPDATE produto
                  SET nome = COALESCE(NULLIF(TRIM(:PRD-NOME), ''),
               PERFORM 9000-RETORNAR-RESPOSTA-HTTP-500
           END-IF.

           IF  FUNCTION TRIM(WRK-QS-PRECO-STG) NOT = SPACES
               PERFORM 2400-GRAVAR-VIGENCIA-PRECO
           END-IF.

           EXEC SQL COMMIT END-EXEC.

           PERFORM 2900-RESPONDER-PRODUTO.

       2210-VALIDAR-VIGENCIA.

      * SEM QS_VIGENCIA O PRECO VALE A PARTIR DE HOJE; VIGENCIA NO
      * PASSADO REESCREVERIA PRECOS JA PRATICADOS E E RECUSADA.
           IF  FUNCTION TRIM(WRK-QS-VIGENCIA) = SPACES
               MOVE PRD-HOJE TO WRK-QS-VIGENCIA
           END-IF.

           MOVE WRK-QS-VIGENCIA TO WRK-DATA-CHECK.
           MOVE "QS_VIGENCIA" TO WRK-DATA-PARAM.
           PERFORM 2700-VALIDAR-FORMATO-DATA.
           MOVE WRK-QS-VIGENCIA TO PRD-VIGENCIA.

           EXEC SQL
               SELECT COUNT(*)
                 INTO :PRD-QTD
                 FROM DUAL
                WHERE STR_TO_DATE(:PRD-VIGENCIA, '%Y-%m-%d')
                      >= CURDATE()
           END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO
               STRING
                   "ERRO AO TENTAR VERIFICAR A DATA DE VIGENCIA."
               INTO WRK-MSG-ERRO
               MOVE SQLERRM TO WRK-MSG-EXP-ERRO
               MOVE ERR-COD-SQL-EXEC TO WRK-COD-ERRO
               PERFORM 9000-RETORNAR-RESPOSTA-HTTP-500
           END-IF.

           IF  PRD-QTD = ZERO
               STRING
                   "PARAMETRO QS_VIGENCIA DEVE SER UMA DATA VALIDA A "
                   "PARTIR DE HOJE."
               INTO WRK-MSG-ERRO
               MOVE ERR-COD-VALIDACAO TO WRK-COD-ERRO
               PERFORM 9100-RETORNAR-RESPOSTA-HTTP-400
           END-IF.

       2300-VALIDAR-ID-PRODUTO.

           ACCEPT WRK-QS-ID-STG FROM ENVIRONMENT "QS_ID".
               PERFORM 9200-RETORNAR-RESPOSTA-HTTP-404
           END-IF.

       2400-GRAVAR-VIGENCIA-PRECO.

      * NOVO PRECO NA MESMA DATA DE UMA VIGENCIA EXISTENTE SO TROCA
      * O VALOR; EM DATA NOVA, ABRE UMA VIGENCIA NO MEIO DA LINHA DO
      * TEMPO.
           EXEC SQL
               SELECT COUNT(*)
                 INTO :PRD-QTD
                 FROM produto_preco_hist
                WHERE produto_id = :PRD-ID
                  AND vigencia_ini = :PRD-VIGENCIA
           END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO
               STRING
                   "ERRO AO TENTAR LER O HISTORICO DE PRECOS."
               INTO WRK-MSG-ERRO
               MOVE SQLERRM TO WRK-MSG-EXP-ERRO
               MOVE ERR-COD-SQL-EXEC TO WRK-COD-ERRO
               EXEC SQL ROLLBACK END-EXEC
               PERFORM 9000-RETORNAR-RESPOSTA-HTTP-500
           END-IF.

           IF  PRD-QTD > ZERO
               PERFORM 2410-REPRECIFICAR-VIGENCIA
           ELSE
               PERFORM 2420-ABRIR-NOVA-VIGENCIA
           END-IF.

       2410-REPRECIFICAR-VIGENCIA.

           EXEC SQL
               UPDATE produto_preco_hist
                  SET preco     = :PRD-PRECO,
                      operador  = NULLIF(TRIM(:PRD-OPERADOR), ''),
                      criado_em = NOW()
                WHERE produto_id = :PRD-ID
                  AND vigencia_ini = :PRD-VIGENCIA
           END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO
               STRING
                   "ERRO AO TENTAR ALTERAR A VIGENCIA DE PRECO."
               INTO WRK-MSG-ERRO
               MOVE SQLERRM TO WRK-MSG-EXP-ERRO
               MOVE ERR-COD-SQL-EXEC TO WRK-COD-ERRO
               EXEC SQL ROLLBACK END-EXEC
               PERFORM 9000-RETORNAR-RESPOSTA-HTTP-500
           END-IF.

       2420-ABRIR-NOVA-VIGENCIA.

      * A NOVA VIGENCIA TERMINA NA VESPERA DA PROXIMA JA AGENDADA
      * (OU FICA ABERTA) E A QUE COBRIA A DATA TERMINA NA VESPERA DELA.
           EXEC SQL
               SELECT COALESCE(DATE_FORMAT(DATE_SUB(MIN(vigencia_ini),
                          INTERVAL 1 DAY), '%Y-%m-%d'), ' ')
                 INTO :PRD-VIG-FIM
                 FROM produto_preco_hist
                WHERE produto_id = :PRD-ID
                  AND vigencia_ini > :PRD-VIGENCIA
           END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO
               STRING
                   "ERRO AO TENTAR LER O HISTORICO DE PRECOS."
               INTO WRK-MSG-ERRO
               MOVE SQLERRM TO WRK-MSG-EXP-ERRO
               MOVE ERR-COD-SQL-EXEC TO WRK-COD-ERRO
               EXEC SQL ROLLBACK END-EXEC
               PERFORM 9000-RETORNAR-RESPOSTA-HTTP-500
           END-IF.

           EXEC SQL
               UPDATE produto_preco_hist
                  SET vigencia_fim = DATE_SUB(:PRD-VIGENCIA,
                          INTERVAL 1 DAY)
                WHERE produto_id = :PRD-ID
                  AND vigencia_ini < :PRD-VIGENCIA
                  AND (vigencia_fim IS NULL
                       OR vigencia_fim >= :PRD-VIGENCIA)
           END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO AND SQLCODE NOT EQUAL 100
               STRING
                   "ERRO AO TENTAR ENCERRAR A VIGENCIA ANTERIOR."
               INTO WRK-MSG-ERRO
               MOVE SQLERRM TO WRK-MSG-EXP-ERRO
               MOVE ERR-COD-SQL-EXEC TO WRK-COD-ERRO
               EXEC SQL ROLLBACK END-EXEC
               PERFORM 9000-RETORNAR-RESPOSTA-HTTP-500
           END-IF.

           EXEC SQL
               INSERT INTO produto_preco_hist
                   (produto_id, preco, vigencia_ini, vigencia_fim,
                    operador)
               VALUES
                   (:PRD-ID, :PRD-PRECO, :PRD-VIGENCIA,
                    NULLIF(TRIM(:PRD-VIG-FIM), ''),
                    NULLIF(TRIM(:PRD-OPERADOR), ''))
           END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO
               STRING
                   "ERRO AO TENTAR GRAVAR A VIGENCIA DE PRECO."
               INTO WRK-MSG-ERRO
               MOVE SQLERRM TO WRK-MSG-EXP-ERRO
               MOVE ERR-COD-SQL-EXEC TO WRK-COD-ERRO
               EXEC SQL ROLLBACK END-EXEC
               PERFORM 9000-RETORNAR-RESPOSTA-HTTP-500
           END-IF.

       2500-ALTERAR-SITUACAO.

           PERFORM 2300-VALIDAR-ID-PRODUTO.

           PERFORM 2900-RESPONDER-PRODUTO.

       2600-DESAGENDAR-PRECO.

      * SO PRECO AINDA NAO VIGENTE PODE SER DESAGENDADO; A VIGENCIA
      * ANTERIOR VOLTA A COBRIR O PERIODO DELE.
           PERFORM 2300-VALIDAR-ID-PRODUTO.

           ACCEPT WRK-QS-VIGENCIA FROM ENVIRONMENT "QS_VIGENCIA".
           IF  FUNCTION TRIM(WRK-QS-VIGENCIA) = SPACES
               STRING
                   "PARAMETRO QS_VIGENCIA E OBRIGATORIO PARA "
                   "DESAGENDAR."
               INTO WRK-MSG-ERRO
               MOVE ERR-COD-VALIDACAO TO WRK-COD-ERRO
               PERFORM 9100-RETORNAR-RESPOSTA-HTTP-400
           END-IF.

           MOVE WRK-QS-VIGENCIA TO WRK-DATA-CHECK.
           MOVE "QS_VIGENCIA" TO WRK-DATA-PARAM.
           PERFORM 2700-VALIDAR-FORMATO-DATA.
           MOVE WRK-QS-VIGENCIA TO PRD-VIGENCIA.

           EXEC SQL START TRANSACTION END-EXEC.

           EXEC SQL
               SELECT COALESCE(DATE_FORMAT(vigencia_fim, '%Y-%m-%d'),
                          ' '),
                      preco
                 INTO :PRD-VIG-FIM, :PRD-PRECO
                 FROM produto_preco_hist
                WHERE produto_id = :PRD-ID
                  AND vigencia_ini = :PRD-VIGENCIA
                  AND vigencia_ini > CURDATE()
               FOR UPDATE
           END-EXEC.

           IF  SQLCODE EQUAL 100
               STRING
                   "NAO HA PRECO AGENDADO PARA O PRODUTO NESTA DATA."
               INTO WRK-MSG-ERRO
               MOVE ERR-COD-VALIDACAO TO WRK-COD-ERRO
               EXEC SQL ROLLBACK END-EXEC
               PERFORM 9200-RETORNAR-RESPOSTA-HTTP-404
           END-IF.

           IF  SQLCODE NOT EQUAL ZERO
               STRING
                   "ERRO AO TENTAR LER O PRECO AGENDADO."
               INTO WRK-MSG-ERRO
               MOVE SQLERRM TO WRK-MSG-EXP-ERRO
               MOVE ERR-COD-SQL-EXEC TO WRK-COD-ERRO
               EXEC SQL ROLLBACK END-EXEC
               PERFORM 9000-RETORNAR-RESPOSTA-HTTP-500
           END-IF.

           EXEC SQL
               DELETE FROM produto_preco_hist
                WHERE produto_id = :PRD-ID
                  AND vigencia_ini = :PRD-VIGENCIA
           END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO
               STRING
                   "ERRO AO TENTAR REMOVER O PRECO AGENDADO."
               INTO WRK-MSG-ERRO
               MOVE SQLERRM TO WRK-MSG-EXP-ERRO
               MOVE ERR-COD-SQL-EXEC TO WRK-COD-ERRO
               EXEC SQL ROLLBACK END-EXEC
               PERFORM 9000-RETORNAR-RESPOSTA-HTTP-500
           END-IF.

           EXEC SQL
               UPDATE produto_preco_hist
                  SET vigencia_fim = NULLIF(TRIM(:PRD-VIG-FIM), '')
                WHERE produto_id = :PRD-ID
                  AND vigencia_fim = DATE_SUB(:PRD-VIGENCIA,
                          INTERVAL 1 DAY)
           END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO AND SQLCODE NOT EQUAL 100
               STRING
                   "ERRO AO TENTAR ESTENDER A VIGENCIA ANTERIOR."
               INTO WRK-MSG-ERRO
               MOVE SQLERRM TO WRK-MSG-EXP-ERRO
               MOVE ERR-COD-SQL-EXEC TO WRK-COD-ERRO
               EXEC SQL ROLLBACK END-EXEC
               PERFORM 9000-RETORNAR-RESPOSTA-HTTP-500
           END-IF.

           EXEC SQL COMMIT END-EXEC.

           PERFORM 2900-RESPONDER-PRODUTO.

       2700-VALIDAR-FORMATO-DATA.

           IF  WRK-DATA-CHECK(5:1) NOT = '-'
           OR  WRK-DATA-CHECK(8:1) NOT = '-'
           OR  WRK-DATA-CHECK(1:4) IS NOT NUMERIC
           OR  WRK-DATA-CHECK(6:2) IS NOT NUMERIC
           OR  WRK-DATA-CHECK(9:2) IS NOT NUMERIC
               STRING
                   "PARAMETRO " DELIMITED BY SIZE
                   WRK-DATA-PARAM DELIMITED BY SPACE
                   " DEVE ESTAR NO FORMATO AAAA-MM-DD."
                       DELIMITED BY SIZE
               INTO WRK-MSG-ERRO
               MOVE ERR-COD-VALIDACAO TO WRK-COD-ERRO
               PERFORM 9100-RETORNAR-RESPOSTA-HTTP-400
           END-IF.

       2900-RESPONDER-PRODUTO.

           CALL 'MOD-REGISTRA-AUDITORIA'
           DISPLAY '"msg": null,'.
           DISPLAY '"data": {'.
           DISPLAY '"id": ' FUNCTION TRIM(WRK-ID-MASK) ','.
           IF  PRD-VIGENCIA NOT = SPACES
               MOVE PRD-PRECO TO WRK-VALOR-MASK
               DISPLAY '"preco": ' FUNCTION TRIM(WRK-VALOR-MASK) ','
               DISPLAY '"vigencia": "' PRD-VIGENCIA '",'
           END-IF.
           DISPLAY '"acao": "'
               FUNCTION UPPER-CASE(FUNCTION TRIM(WRK-QS-ACAO)) '"'.
           DISPLAY "}".

           PERFORM 3100-BUSCAR-PROXIMO-PRODUTO.

       3300-LISTAR-HISTORICO.

           PERFORM 2300-VALIDAR-ID-PRODUTO.

           EXEC SQL
               DECLARE CUR-HISTORICO CURSOR FOR
                   SELECT DATE_FORMAT(vigencia_ini, '%Y-%m-%d'),
                          COALESCE(DATE_FORMAT(vigencia_fim,
                              '%Y-%m-%d'), ' '),
                          preco,
                          CASE
                              WHEN vigencia_ini > CURDATE()
                                  THEN 'AGENDADA'
                              WHEN vigencia_fim < CURDATE()
                                  THEN 'ENCERRADA'
                              ELSE 'VIGENTE'
                          END,
                          COALESCE(operador, ' '),
                          DATE_FORMAT(criado_em, '%Y-%m-%d %H:%i:%s')
                     FROM produto_preco_hist
                    WHERE produto_id = :PRD-ID
                    ORDER BY vigencia_ini
           END-EXEC.

           EXEC SQL OPEN CUR-HISTORICO END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO
               STRING
                   "ERRO AO TENTAR LISTAR O HISTORICO DE PRECOS."
               INTO WRK-MSG-ERRO
               MOVE SQLERRM TO WRK-MSG-EXP-ERRO
               MOVE ERR-COD-SQL-EXEC TO WRK-COD-ERRO
               PERFORM 9000-RETORNAR-RESPOSTA-HTTP-500
           END-IF.

           MOVE PRD-ID TO WRK-ID-MASK.

           DISPLAY '{'.
           DISPLAY '"http-status": ' WRK-HTTP-STATUS-200 ','.
           DISPLAY '"msg": null,'.
           DISPLAY '"produto_id": ' FUNCTION TRIM(WRK-ID-MASK) ','.
           DISPLAY '"data": ['.

           SET PRIMEIRO-REGISTRO TO TRUE.
           PERFORM 3310-BUSCAR-PROXIMA-VIGENCIA.
           PERFORM 3320-EMITIR-VIGENCIA UNTIL FIM-CURSOR.

           DISPLAY ']'.
           DISPLAY '}'.

           EXEC SQL CLOSE CUR-HISTORICO END-EXEC.

           CALL 'MOD-REGISTRA-AUDITORIA'
               USING WRK-PROGRAMA-NOME, WRK-AUDIT-PARAMS,
                   WRK-HTTP-STATUS-200
               END-CALL.

       3310-BUSCAR-PROXIMA-VIGENCIA.

           EXEC SQL
               FETCH CUR-HISTORICO
                   INTO :PRD-VIGENCIA, :PRD-VIG-FIM, :PRD-PRECO,
                        :PRD-SITUACAO, :PRD-OPERADOR, :PRD-CRIADO-EM
           END-EXEC.

           IF  SQLCODE EQUAL 100
               SET FIM-CURSOR TO TRUE
           END-IF.

       3320-EMITIR-VIGENCIA.

           IF  NAO-PRIMEIRO-REGISTRO
               DISPLAY ','
           END-IF.
           SET NAO-PRIMEIRO-REGISTRO TO TRUE.

           MOVE PRD-PRECO TO WRK-VALOR-MASK.

           DISPLAY '   {'.
           DISPLAY '    "vigencia_ini": "' PRD-VIGENCIA '",'.
           IF  PRD-VIG-FIM = SPACES
               DISPLAY '    "vigencia_fim": null,'
           ELSE
               DISPLAY '    "vigencia_fim": "' PRD-VIG-FIM '",'
           END-IF.
           DISPLAY '    "preco": '
               FUNCTION TRIM(WRK-VALOR-MASK) ','.
           DISPLAY '    "situacao": "'
               FUNCTION TRIM(PRD-SITUACAO) '",'.

           MOVE PRD-OPERADOR TO WRK-CAMPO-TXT.
           CALL 'MOD-JSON-ESCAPE' USING WRK-CAMPO-TXT WRK-CAMPO-ESC
               END-CALL.
           DISPLAY '    "operador": "'
               FUNCTION TRIM(WRK-CAMPO-ESC) '",'.
           DISPLAY '    "criado_em": "' PRD-CRIADO-EM '"'.
           DISPLAY '   }'.

           PERFORM 3310-BUSCAR-PROXIMA-VIGENCIA.

       3500-LISTAR-ALTERACOES.

      * MUDANCAS DE PRECO CUJA VIGENCIA COMECA NO PERIODO, COM O
      * PRECO DA VIGENCIA IMEDIATAMENTE ANTERIOR PARA A VARIACAO.
      * SEM PERIODO, O MES CORRENTE ATE HOJE; QS_ID RESTRINGE A UM
      * PRODUTO.
           ACCEPT WRK-QS-DATA-INI FROM ENVIRONMENT "QS_DATA_INI".
           ACCEPT WRK-QS-DATA-FIM FROM ENVIRONMENT "QS_DATA_FIM".
           ACCEPT WRK-QS-ID-STG FROM ENVIRONMENT "QS_ID".

           IF  FUNCTION TRIM(WRK-QS-DATA-INI) = SPACES
               MOVE PRD-HOJE TO WRK-QS-DATA-INI
               MOVE "01" TO WRK-QS-DATA-INI(9:2)
           END-IF.
           IF  FUNCTION TRIM(WRK-QS-DATA-FIM) = SPACES
               MOVE PRD-HOJE TO WRK-QS-DATA-FIM
           END-IF.

           MOVE WRK-QS-DATA-INI TO WRK-DATA-CHECK.
           MOVE "QS_DATA_INI" TO WRK-DATA-PARAM.
           PERFORM 2700-VALIDAR-FORMATO-DATA.
           MOVE WRK-QS-DATA-FIM TO WRK-DATA-CHECK.
           MOVE "QS_DATA_FIM" TO WRK-DATA-PARAM.
           PERFORM 2700-VALIDAR-FORMATO-DATA.

           MOVE WRK-QS-DATA-INI TO PRD-DATA-INI.
           MOVE WRK-QS-DATA-FIM TO PRD-DATA-FIM.

           MOVE ZERO TO PRD-ID.
           IF  FUNCTION TRIM(WRK-QS-ID-STG) NOT = SPACES
               PERFORM 2300-VALIDAR-ID-PRODUTO
           END-IF.

           EXEC SQL
               DECLARE CUR-ALTERACOES CURSOR FOR
                   SELECT h.produto_id,
                          p.nome,
                          DATE_FORMAT(h.vigencia_ini, '%Y-%m-%d'),
                          h.preco,
                          COALESCE(a.preco, 0),
                          IF(a.id IS NULL, 'N', 'S'),
                          COALESCE(h.operador, ' '),
                          DATE_FORMAT(h.criado_em,
                              '%Y-%m-%d %H:%i:%s')
                     FROM produto_preco_hist h
                     JOIN produto p
                       ON p.id = h.produto_id
                     LEFT JOIN produto_preco_hist a
                       ON a.produto_id = h.produto_id
                      AND a.vigencia_fim = DATE_SUB(h.vigencia_ini,
                              INTERVAL 1 DAY)
                    WHERE h.vigencia_ini >= :PRD-DATA-INI
                      AND h.vigencia_ini <= :PRD-DATA-FIM
                      AND (:PRD-ID = 0 OR h.produto_id = :PRD-ID)
                    ORDER BY h.vigencia_ini, h.produto_id
           END-EXEC.

           EXEC SQL OPEN CUR-ALTERACOES END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO
               STRING
                   "ERRO AO TENTAR LISTAR AS ALTERACOES DE PRECO."
               INTO WRK-MSG-ERRO
               MOVE SQLERRM TO WRK-MSG-EXP-ERRO
               MOVE ERR-COD-SQL-EXEC TO WRK-COD-ERRO
               PERFORM 9000-RETORNAR-RESPOSTA-HTTP-500
           END-IF.

           DISPLAY '{'.
           DISPLAY '"http-status": ' WRK-HTTP-STATUS-200 ','.
           DISPLAY '"msg": null,'.
           DISPLAY '"data_ini": "' PRD-DATA-INI '",'.
           DISPLAY '"data_fim": "' PRD-DATA-FIM '",'.
           DISPLAY '"data": ['.

           SET PRIMEIRO-REGISTRO TO TRUE.
           PERFORM 3510-BUSCAR-PROXIMA-ALTERACAO.
           PERFORM 3520-EMITIR-ALTERACAO UNTIL FIM-CURSOR.

           DISPLAY ']'.
           DISPLAY '}'.

           EXEC SQL CLOSE CUR-ALTERACOES END-EXEC.

           CALL 'MOD-REGISTRA-AUDITORIA'
               USING WRK-PROGRAMA-NOME, WRK-AUDIT-PARAMS,
                   WRK-HTTP-STATUS-200
               END-CALL.

       3510-BUSCAR-PROXIMA-ALTERACAO.

           EXEC SQL
               FETCH CUR-ALTERACOES
                   INTO :PRD-ID, :PRD-NOME, :PRD-VIGENCIA, :PRD-PRECO,
                        :PRD-PRECO-ANT, :PRD-TEM-ANTERIOR,
                        :PRD-OPERADOR, :PRD-CRIADO-EM
           END-EXEC.

           IF  SQLCODE EQUAL 100
               SET FIM-CURSOR TO TRUE
           END-IF.

       3520-EMITIR-ALTERACAO.

           IF  NAO-PRIMEIRO-REGISTRO
               DISPLAY ','
           END-IF.
           SET NAO-PRIMEIRO-REGISTRO TO TRUE.

           MOVE PRD-ID TO WRK-ID-MASK.

           DISPLAY '   {'.
           DISPLAY '    "produto_id": ' FUNCTION TRIM(WRK-ID-MASK) ','.

           MOVE PRD-NOME TO WRK-CAMPO-TXT.
           CALL 'MOD-JSON-ESCAPE' USING WRK-CAMPO-TXT WRK-CAMPO-ESC
               END-CALL.
           DISPLAY '    "nome": "'
               FUNCTION TRIM(WRK-CAMPO-ESC) '",'.
           DISPLAY '    "vigencia_ini": "' PRD-VIGENCIA '",'.

      * A VIGENCIA INICIAL DO PRODUTO NAO TEM PRECO ANTERIOR.
           IF  PRD-TEM-ANTERIOR = 'S'
               MOVE PRD-PRECO-ANT TO WRK-VALOR-MASK
               DISPLAY '    "preco_anterior": '
                   FUNCTION TRIM(WRK-VALOR-MASK) ','
           ELSE
               DISPLAY '    "preco_anterior": null,'
           END-IF.

           MOVE PRD-PRECO TO WRK-VALOR-MASK.
           DISPLAY '    "preco": '
               FUNCTION TRIM(WRK-VALOR-MASK) ','.

           IF  PRD-TEM-ANTERIOR = 'S'
               COMPUTE WRK-VARIACAO = PRD-PRECO - PRD-PRECO-ANT
               MOVE ZERO TO WRK-PCT
               IF  PRD-PRECO-ANT > ZERO
                   COMPUTE WRK-PCT ROUNDED =
                       WRK-VARIACAO * 100 / PRD-PRECO-ANT
               END-IF
               MOVE WRK-VARIACAO TO WRK-VARIACAO-MASK
               MOVE WRK-PCT TO WRK-PCT-MASK
               DISPLAY '    "variacao": '
                   FUNCTION TRIM(WRK-VARIACAO-MASK) ','
               DISPLAY '    "variacao_pct": '
                   FUNCTION TRIM(WRK-PCT-MASK) ','
           ELSE
               DISPLAY '    "variacao": null,'
               DISPLAY '    "variacao_pct": null,'
           END-IF.

           MOVE PRD-OPERADOR TO WRK-CAMPO-TXT.
           CALL 'MOD-JSON-ESCAPE' USING WRK-CAMPO-TXT WRK-CAMPO-ESC
               END-CALL.
           DISPLAY '    "operador": "'
               FUNCTION TRIM(WRK-CAMPO-ESC) '",'.
           DISPLAY '    "criado_em": "' PRD-CRIADO-EM '"'.
           DISPLAY '   }'.

           PERFORM 3510-BUSCAR-PROXIMA-ALTERACAO.

       4000-LIBERAR-RECURSOS.

           EXEC SQL CONNECT RESET END-EXEC.

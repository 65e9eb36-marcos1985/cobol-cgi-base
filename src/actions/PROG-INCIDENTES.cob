      *     ABERTOS" EM VEZ DE UM MURO DE ALERTAS REPETIDOS. AS
      *     ACOES DE ESCRITA EXIGEM METODO POST E CHAVE COM PAPEL
      *     WRITER OU ADMIN.
      *   - ESCALONAMENTO AO PLANTAO: RECONHECER PASSA A GUARDAR EM
      *     RECONHECIDO_POR O OPERADOR DA CHAVE (MOD-RESOLVE-OPERADOR;
      *     SEM OPERADOR, "API"), QUE ALIMENTA O RELATORIO MENSAL DE
      *     TEMPO ATE O RECONHECIMENTO. LISTAR PASSA A MOSTRAR QUEM
      *     RECONHECEU E QUANDO, O NIVEL DE ESCALONAMENTO E O ULTIMO
      *     ESCALONAMENTO; QS_ACAO=HISTORICO (QS_ID, SO LEITURA) LISTA
      *     OS PASSOS REGISTRADOS POR PROG-ESCALONA-INCIDENTES EM
      *     INCIDENTE_ESCALONAMENTOS. AS COLUNAS NOVAS SAO
      *     ACRESCENTADAS QUANDO AUSENTES NA TABELA JA EXISTENTE.
      *   - LISTAR PASSA A MOSTRAR, EM CADA INCIDENTE, A IMPLANTACAO
      *     QUE ESTAVA NO AR QUANDO ELE ABRIU (ID E CARIMBO DO BUILD,
      *     DO LIVRO DE IMPLANTACOES DO AMBIENTE).
      *******************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       77  WRK-COD-ERRO                    PIC 9(4).

       COPY ERRO-CODES.
       COPY VERSAO-BUILD.

       77  WRK-QS-ACAO                     PIC X(12).
       77  WRK-QS-ID-STG                   PIC X(10).
       77  WRK-CHAVE-PAPEL                 PIC X(10).
       77  WRK-QUOTA-ESTOURADA             PIC X(1).
           88  QUOTA-ESTOURADA                         VALUE 'S'.
           88  ORIGEM-BLOQUEADA                        VALUE 'B'.
       77  WRK-OPERADOR                    PIC X(60).

       77  WRK-FLAG-PRIMEIRO               PIC X(1)    VALUE 'S'.
           88  PRIMEIRO-REGISTRO                       VALUE 'S'.
           05 INC-ANOTACAO      PIC X(255).
           05 INC-QTD           PIC 9(10).
           05 INC-FILTRO-TODOS  PIC X(1).
           05 INC-RECONHECIDO-EM  PIC X(19).
           05 INC-RECONHECIDO-POR PIC X(60).
           05 INC-NIVEL         PIC 9(10).
           05 INC-ESCALADO-EM   PIC X(19).
           05 INC-PLANTONISTA-ID PIC 9(10).
           05 INC-ESC-DESTINO   PIC X(60).
           05 INC-ESC-OPERADOR  PIC X(60).
           05 INC-ESC-LISTA     PIC X(60).
           05 INC-ESC-MINUTOS   PIC 9(10).
           05 INC-IMPLANTACAO-ID    PIC 9(10).
           05 INC-IMPLANTACAO-BUILD PIC X(20).

       EXEC SQL END DECLARE SECTION END-EXEC.

           ACCEPT WRK-AUDIT-PARAMS FROM ENVIRONMENT "QUERY_STRING".
           PERFORM 1100-PROCESSAR-PARAMETROS.
           PERFORM 1200-CONECTA-BANCO-DE-DADOS.
           PERFORM 1300-GARANTIR-ESCALONAMENTO.
           PERFORM 1310-GARANTIR-IMPLANTACOES.

           EVALUATE FUNCTION UPPER-CASE(FUNCTION TRIM(WRK-QS-ACAO))
               WHEN "RECONHECER"
                   PERFORM 2200-ANOTAR-INCIDENTE
               WHEN "FECHAR"
                   PERFORM 2500-FECHAR-INCIDENTE
               WHEN "HISTORICO"
                   PERFORM 3500-LISTAR-ESCALONAMENTOS
               WHEN OTHER
                   PERFORM 3000-LISTAR-INCIDENTES
           END-EVALUATE.
           END-IF.
           DISPLAY "Access-Control-Allow-Origin: "
               FUNCTION TRIM(WRK-CORS-ORIGIN).
           DISPLAY "X-Versao-Build: " FUNCTION TRIM(VERSAO-BUILD).

           CALL 'MOD-CORRELACAO' USING WRK-CORRELACAO-ID
               END-CALL.
               MOVE "LISTAR" TO WRK-QS-ACAO
           END-IF.

      * HISTORICO E SO LEITURA: DISPENSA POST E PAPEL, MAS PEDE O ID.
           IF  FUNCTION UPPER-CASE(FUNCTION TRIM(WRK-QS-ACAO))
                   = "HISTORICO"
               PERFORM 1160-VALIDAR-ID-INCIDENTE
           END-IF.

           IF  FUNCTION UPPER-CASE(FUNCTION TRIM(WRK-QS-ACAO))
                   NOT = "LISTAR"
           AND FUNCTION UPPER-CASE(FUNCTION TRIM(WRK-QS-ACAO))
                   NOT = "HISTORICO"
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

       1300-GARANTIR-ESCALONAMENTO.

      * TABELA DE INCIDENTES CRIADA ANTES DO ESCALONAMENTO AO
      * PLANTAO NAO TEM AS COLUNAS DO ESCALONAMENTO; ACRESCENTA-AS
      * QUANDO AUSENTES (A TABELA EM SI NASCE NO PRIMEIRO INCIDENTE,
      * EM MOD-REGISTRA-INCIDENTE).
           EXEC SQL
               SELECT COUNT(*)
                 INTO :INC-QTD
                 FROM information_schema.tables
                WHERE table_schema = DATABASE()
                  AND table_name = 'incidentes'
           END-EXEC.

           IF  SQLCODE EQUAL ZERO AND INC-QTD > ZERO
               EXEC SQL
                   SELECT COUNT(*)
                     INTO :INC-QTD
                     FROM information_schema.columns
                    WHERE table_schema = DATABASE()
                      AND table_name = 'incidentes'
                      AND column_name = 'nivel_escalonamento'
               END-EXEC

               IF  SQLCODE EQUAL ZERO AND INC-QTD = ZERO
                   EXEC SQL
                       ALTER TABLE incidentes
                           ADD COLUMN nivel_escalonamento INT NOT NULL
                               DEFAULT 0,
                           ADD COLUMN escalado_em DATETIME NULL,
                           ADD COLUMN plantonista_id INT NULL,
                           ADD COLUMN reconhecido_por VARCHAR(60) NULL
                   END-EXEC

                   IF  SQLCODE NOT EQUAL ZERO
                       STRING
                           "ERRO AO TENTAR ACRESCENTAR AS COLUNAS DE "
                           "ESCALONAMENTO EM INCIDENTES."
                       INTO WRK-MSG-ERRO
                       MOVE SQLERRM TO WRK-MSG-EXP-ERRO
                       MOVE ERR-COD-SQL-EXEC TO WRK-COD-ERRO
                       PERFORM 9000-RETORNAR-RESPOSTA-HTTP-500
                   END-IF
               END-IF
           END-IF.

           EXEC SQL
               CREATE TABLE IF NOT EXISTS incidente_escalonamentos (
                   id           INT NOT NULL PRIMARY KEY
                                    AUTO_INCREMENT,
                   incidente_id INT NOT NULL,
                   nivel        INT NOT NULL,
                   destino      VARCHAR(60) NOT NULL,
                   operador_id  INT NULL,
                   operador_nome VARCHAR(60) NULL,
                   lista        VARCHAR(60) NOT NULL,
                   minutos_sem_reconhecimento INT NOT NULL,
                   escalado_em  DATETIME NOT NULL
                       DEFAULT CURRENT_TIMESTAMP,
                   KEY ix_incidente_escalonamentos_inc (incidente_id)
               )
           END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO
               STRING
                   "ERRO AO TENTAR GARANTIR INCIDENTE_ESCALONAMENTOS."
               INTO WRK-MSG-ERRO
               MOVE SQLERRM TO WRK-MSG-EXP-ERRO
               MOVE ERR-COD-SQL-EXEC TO WRK-COD-ERRO
               PERFORM 9000-RETORNAR-RESPOSTA-HTTP-500
           END-IF.

       1310-GARANTIR-IMPLANTACOES.

      * LIVRO DE IMPLANTACOES (O MESMO DE PROG-REGISTRA-IMPLANTACAO),
      * QUE PODE AINDA NAO EXISTIR EM UM AMBIENTE SEM DEPLOY GRAVADO.
           EXEC SQL
               CREATE TABLE IF NOT EXISTS implantacoes (
                   id             INT NOT NULL PRIMARY KEY
                                      AUTO_INCREMENT,
                   ambiente       VARCHAR(10)  NOT NULL,
                   versao_build   VARCHAR(20)  NOT NULL,
                   implantado_por VARCHAR(60)  NOT NULL,
                   observacao     VARCHAR(255) NULL,
                   qtd_programas  INT NOT NULL DEFAULT 0,
                   implantado_em  DATETIME NOT NULL
                       DEFAULT CURRENT_TIMESTAMP,
                   KEY ix_implantacoes_em (implantado_em)
               )
           END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO
               STRING
                   "ERRO AO TENTAR GARANTIR IMPLANTACOES."
               INTO WRK-MSG-ERRO
               MOVE SQLERRM TO WRK-MSG-EXP-ERRO
               MOVE ERR-COD-SQL-EXEC TO WRK-COD-ERRO
               PERFORM 9000-RETORNAR-RESPOSTA-HTTP-500
           END-IF.

       1500-VERIFICAR-INCIDENTE-EXISTE.

           EXEC SQL

           PERFORM 1500-VERIFICAR-INCIDENTE-EXISTE.

           CALL 'MOD-RESOLVE-OPERADOR' USING WRK-OPERADOR
               END-CALL.
           IF  FUNCTION TRIM(WRK-OPERADOR) = SPACES
               MOVE "API" TO WRK-OPERADOR
           END-IF.
           MOVE WRK-OPERADOR TO INC-RECONHECIDO-POR.

           EXEC SQL
               UPDATE incidentes
                  SET status = 'RECONHECIDO',
                      reconhecido_em = CURRENT_TIMESTAMP,
                      reconhecido_por = :INC-RECONHECIDO-POR
                WHERE id = :INC-ID
                  AND status = 'ABERTO'
           END-EXEC.
                              '%Y-%m-%d %H:%i:%s'),
                          DATE_FORMAT(ultima_deteccao_em,
                              '%Y-%m-%d %H:%i:%s'),
                          COALESCE(anotacao, ''),
                          COALESCE(DATE_FORMAT(reconhecido_em,
                              '%Y-%m-%d %H:%i:%s'), ''),
                          COALESCE(reconhecido_por, ''),
                          nivel_escalonamento,
                          COALESCE(DATE_FORMAT(escalado_em,
                              '%Y-%m-%d %H:%i:%s'), ''),
                          COALESCE(plantonista_id, 0),
                          COALESCE((SELECT MAX(m.id)
                                      FROM implantacoes m
                                     WHERE m.implantado_em
                                           <= incidentes.aberto_em),
                                   0),
                          COALESCE((SELECT m.versao_build
                                      FROM implantacoes m
                                     WHERE m.implantado_em
                                           <= incidentes.aberto_em
                                     ORDER BY m.id DESC
                                     LIMIT 1), '')
                     FROM incidentes
                    WHERE (:INC-FILTRO-TODOS = 'S'
                       OR  status <> 'FECHADO')
                   INTO :INC-ID, :INC-ORIGEM, :INC-CONDICAO,
                        :INC-DETALHES, :INC-STATUS, :INC-DETECCOES,
                        :INC-ABERTO-EM, :INC-ULTIMA-EM,
                        :INC-ANOTACAO, :INC-RECONHECIDO-EM,
                        :INC-RECONHECIDO-POR, :INC-NIVEL,
                        :INC-ESCALADO-EM, :INC-PLANTONISTA-ID,
                        :INC-IMPLANTACAO-ID, :INC-IMPLANTACAO-BUILD
           END-EXEC.

           IF  SQLCODE EQUAL 100
           CALL 'MOD-JSON-ESCAPE' USING INC-ANOTACAO WRK-CAMPO-ESC
               END-CALL.
           DISPLAY '    "anotacao": "'
               FUNCTION TRIM(WRK-CAMPO-ESC) '",'.

           IF  INC-RECONHECIDO-EM = SPACES
               DISPLAY '    "reconhecido_em": null,'
           ELSE
               DISPLAY '    "reconhecido_em": "'
                   INC-RECONHECIDO-EM '",'
           END-IF.

           IF  INC-RECONHECIDO-POR = SPACES
               DISPLAY '    "reconhecido_por": null,'
           ELSE
               MOVE INC-RECONHECIDO-POR TO WRK-CAMPO-TXT
               CALL 'MOD-JSON-ESCAPE'
                   USING WRK-CAMPO-TXT WRK-CAMPO-ESC
                   END-CALL
               DISPLAY '    "reconhecido_por": "'
                   FUNCTION TRIM(WRK-CAMPO-ESC) '",'
           END-IF.

           MOVE INC-NIVEL TO WRK-QTD-MASK.
           DISPLAY '    "nivel_escalonamento": '
               FUNCTION TRIM(WRK-QTD-MASK) ','.

           IF  INC-ESCALADO-EM = SPACES
               DISPLAY '    "escalado_em": null,'
           ELSE
               DISPLAY '    "escalado_em": "' INC-ESCALADO-EM '",'
           END-IF.

           IF  INC-PLANTONISTA-ID = ZERO
               DISPLAY '    "plantonista_id": null,'
           ELSE
               MOVE INC-PLANTONISTA-ID TO WRK-ID-MASK
               DISPLAY '    "plantonista_id": '
                   FUNCTION TRIM(WRK-ID-MASK) ','
           END-IF.

      * A IMPLANTACAO NO AR QUANDO O INCIDENTE ABRIU.
           IF  INC-IMPLANTACAO-ID = ZERO
               DISPLAY '    "implantacao": null'
           ELSE
               MOVE INC-IMPLANTACAO-ID TO WRK-ID-MASK
               DISPLAY '    "implantacao": {"id": '
                   FUNCTION TRIM(WRK-ID-MASK) ', "versao_build": "'
                   FUNCTION TRIM(INC-IMPLANTACAO-BUILD) '"}'
           END-IF.

           DISPLAY '   }'.

           PERFORM 3100-BUSCAR-PROXIMO-INCIDENTE.

       3500-LISTAR-ESCALONAMENTOS.

           PERFORM 1500-VERIFICAR-INCIDENTE-EXISTE.

           EXEC SQL
               DECLARE CUR-ESCALONAMENTOS CURSOR FOR
                   SELECT nivel, destino,
                          COALESCE(operador_nome, ''), lista,
                          minutos_sem_reconhecimento,
                          DATE_FORMAT(escalado_em,
                              '%Y-%m-%d %H:%i:%s')
                     FROM incidente_escalonamentos
                    WHERE incidente_id = :INC-ID
                    ORDER BY id
           END-EXEC.

           EXEC SQL OPEN CUR-ESCALONAMENTOS END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO
               STRING
                   "ERRO AO TENTAR LISTAR OS ESCALONAMENTOS DO "
                   "INCIDENTE."
               INTO WRK-MSG-ERRO
               MOVE SQLERRM TO WRK-MSG-EXP-ERRO
               MOVE ERR-COD-SQL-EXEC TO WRK-COD-ERRO
               PERFORM 9000-RETORNAR-RESPOSTA-HTTP-500
           END-IF.

           MOVE INC-ID TO WRK-ID-MASK.

           DISPLAY '{'.
           DISPLAY '"http-status": ' WRK-HTTP-STATUS-200 ','.
           DISPLAY '"msg": null,'.
           DISPLAY '"data": {'.
           DISPLAY ' "id": ' FUNCTION TRIM(WRK-ID-MASK) ','.
           DISPLAY ' "escalonamentos": ['.

           SET PRIMEIRO-REGISTRO TO TRUE.
           SET NAO-FIM-CURSOR TO TRUE.
           PERFORM 3600-BUSCAR-PROXIMO-ESCALONAMENTO.
           PERFORM 3700-EMITIR-ESCALONAMENTO UNTIL FIM-CURSOR.

           DISPLAY ' ]'.
           DISPLAY '}'.
           DISPLAY '}'.

           EXEC SQL CLOSE CUR-ESCALONAMENTOS END-EXEC.

           CALL 'MOD-REGISTRA-AUDITORIA'
               USING WRK-PROGRAMA-NOME, WRK-AUDIT-PARAMS,
                   WRK-HTTP-STATUS-200
               END-CALL.

       3600-BUSCAR-PROXIMO-ESCALONAMENTO.

           EXEC SQL
               FETCH CUR-ESCALONAMENTOS
                   INTO :INC-NIVEL, :INC-ESC-DESTINO,
                        :INC-ESC-OPERADOR, :INC-ESC-LISTA,
                        :INC-ESC-MINUTOS, :INC-ESCALADO-EM
           END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO
               SET FIM-CURSOR TO TRUE
           END-IF.

       3700-EMITIR-ESCALONAMENTO.

           IF  NAO-PRIMEIRO-REGISTRO
               DISPLAY ','
           END-IF.
           SET NAO-PRIMEIRO-REGISTRO TO TRUE.

           DISPLAY '   {'.
           MOVE INC-NIVEL TO WRK-QTD-MASK.
           DISPLAY '    "nivel": ' FUNCTION TRIM(WRK-QTD-MASK) ','.
           DISPLAY '    "destino": "'
               FUNCTION TRIM(INC-ESC-DESTINO) '",'.

           IF  INC-ESC-OPERADOR = SPACES
               DISPLAY '    "operador": null,'
           ELSE
               MOVE INC-ESC-OPERADOR TO WRK-CAMPO-TXT
               CALL 'MOD-JSON-ESCAPE'
                   USING WRK-CAMPO-TXT WRK-CAMPO-ESC
                   END-CALL
               DISPLAY '    "operador": "'
                   FUNCTION TRIM(WRK-CAMPO-ESC) '",'
           END-IF.

           MOVE INC-ESC-LISTA TO WRK-CAMPO-TXT.
           CALL 'MOD-JSON-ESCAPE' USING WRK-CAMPO-TXT WRK-CAMPO-ESC
               END-CALL.
           DISPLAY '    "lista": "' FUNCTION TRIM(WRK-CAMPO-ESC) '",'.

           MOVE INC-ESC-MINUTOS TO WRK-QTD-MASK.
           DISPLAY '    "minutos_sem_reconhecimento": '
               FUNCTION TRIM(WRK-QTD-MASK) ','.
           DISPLAY '    "escalado_em": "' INC-ESCALADO-EM '"'.
           DISPLAY '   }'.

           PERFORM 3600-BUSCAR-PROXIMO-ESCALONAMENTO.

       4000-LIBERAR-RECURSOS.

           EXEC SQL CONNECT RESET END-EXEC.

      *     DE NOVO AS ESCRITAS DE VENDA DATADAS NELE. A REABERTURA
      *     EXIGE METODO POST E CHAVE COM PAPEL ADMIN, PORQUE DESFAZ
      *     UM FECHAMENTO JA CONCILIADO PELO FINANCEIRO.
      *   - REABRIR RECUSA O DIA DE MES JA TRAVADO PELO FECHAMENTO
      *     MENSAL (VENDA_FECHAMENTO_MES, GRAVADA PELO BATCH
      *     PROG-FECHA-MES-VENDAS). O MES SO VOLTA A ABRIR PELA NOVA
      *     QS_ACAO=REABRIR-MES (QS_MES AAAA-MM, POST, PAPEL ADMIN),
      *     QUE EXIGE APROVACAO A QUATRO MAOS (MOD-APROVACAO-DUPLA,
      *     OPERACAO REABRIR-MES): SEM SOLICITACAO APROVADA, ABRE
      *     (OU APONTA) A PENDENTE EM PROG-APROVACOES E RESPONDE 403.
      *******************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       77  WRK-COD-ERRO                    PIC 9(4).

       COPY ERRO-CODES.
       COPY VERSAO-BUILD.

       77  WRK-QS-ACAO                     PIC X(12).
       77  WRK-QS-DATA                     PIC X(10).
       77  WRK-QS-MES                      PIC X(10).
       77  WRK-REQUEST-METHOD              PIC X(10).
       77  WRK-CHAVE-AUTORIZADA            PIC X(1).
           88  CHAVE-AUTORIZADA                        VALUE 'S'.
       77  WRK-CHAVE-PAPEL                 PIC X(10).
       77  WRK-QUOTA-ESTOURADA             PIC X(1).
           88  QUOTA-ESTOURADA                         VALUE 'S'.
           88  ORIGEM-BLOQUEADA                        VALUE 'B'.

       77  WRK-APR-OPERACAO                PIC X(30)
               VALUE "REABRIR-MES".
       77  WRK-APR-PARAMETROS              PIC X(255).
       77  WRK-APR-LIBERADO                PIC X(1).
           88  OPERACAO-LIBERADA                       VALUE 'S'.
       77  WRK-APR-MSG                     PIC X(255).

       77  WRK-FLAG-PRIMEIRO               PIC X(1)    VALUE 'S'.
           88  PRIMEIRO-REGISTRO                       VALUE 'S'.
           05 FCH-STATUS        PIC X(10).
           05 FCH-FECHADO-EM    PIC X(19).
           05 FCH-QTD           PIC 9(10).
           05 FCH-MES           PIC X(7).
           05 FCH-QTD-MES       PIC 9(10).
           05 FCH-QTD-TABELA    PIC 9(5).

       EXEC SQL END DECLARE SECTION END-EXEC.

           EVALUATE FUNCTION UPPER-CASE(FUNCTION TRIM(WRK-QS-ACAO))
               WHEN "REABRIR"
                   PERFORM 2000-REABRIR-DIA
               WHEN "REABRIR-MES"
                   PERFORM 2100-REABRIR-MES
               WHEN OTHER
                   PERFORM 3000-LISTAR-FECHAMENTOS
           END-EVALUATE.
           END-IF.
           DISPLAY "Access-Control-Allow-Origin: "
               FUNCTION TRIM(WRK-CORS-ORIGIN).
           DISPLAY "X-Versao-Build: " FUNCTION TRIM(VERSAO-BUILD).

           CALL 'MOD-CORRELACAO' USING WRK-CORRELACAO-ID
               END-CALL.
           END-IF.

           IF  FUNCTION UPPER-CASE(FUNCTION TRIM(WRK-QS-ACAO))
                   = "REABRIR" OR "REABRIR-MES"
               ACCEPT WRK-REQUEST-METHOD FROM ENVIRONMENT
                   "REQUEST_METHOD"
               IF  FUNCTION UPPER-CASE(FUNCTION TRIM(
               END-IF

               PERFORM 1150-VERIFICAR-CHAVE-API
           END-IF.

           IF  FUNCTION UPPER-CASE(FUNCTION TRIM(WRK-QS-ACAO))
                   = "REABRIR"
               ACCEPT WRK-QS-DATA FROM ENVIRONMENT "QS_DATA"
               IF  FUNCTION TRIM(WRK-QS-DATA) = SPACES
                   STRING
               END-IF

               MOVE WRK-QS-DATA TO FCH-DIA
               MOVE WRK-QS-DATA(1:7) TO FCH-MES
           END-IF.

           IF  FUNCTION UPPER-CASE(FUNCTION TRIM(WRK-QS-ACAO))
                   = "REABRIR-MES"
               ACCEPT WRK-QS-MES FROM ENVIRONMENT "QS_MES"
               IF  WRK-QS-MES(5:1) NOT = '-'
               OR  WRK-QS-MES(1:4) IS NOT NUMERIC
               OR  WRK-QS-MES(6:2) IS NOT NUMERIC
               OR  WRK-QS-MES(8:3) NOT = SPACES
                   STRING
                       "PARAMETRO QS_MES (AAAA-MM) E OBRIGATORIO "
                       "PARA REABRIR-MES."
                   INTO WRK-MSG-ERRO
                   MOVE ERR-COD-VALIDACAO TO WRK-COD-ERRO
                   PERFORM 9100-RETORNAR-RESPOSTA-HTTP-400
               END-IF

               MOVE WRK-QS-MES TO FCH-MES
           END-IF.

       1150-VERIFICAR-CHAVE-API.
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
               PERFORM 9200-RETORNAR-RESPOSTA-HTTP-404
           END-IF.

      * DIA DE MES JA REPORTADO PELO FINANCEIRO SO REABRE DEPOIS DE
      * O PROPRIO MES SER REABERTO.
           PERFORM 2050-VERIFICAR-MES-FECHADO.

           IF  FCH-QTD-MES > ZERO
               STRING
                   "DIA DE MES JA FECHADO PELO FINANCEIRO. REABRA O "
                   "MES ANTES (QS_ACAO=REABRIR-MES, COM APROVACAO A "
                   "QUATRO MAOS)."
               INTO WRK-MSG-ERRO
               MOVE ERR-COD-SITUACAO-INVALIDA TO WRK-COD-ERRO
               PERFORM 9100-RETORNAR-RESPOSTA-HTTP-400
           END-IF.

           EXEC SQL
               UPDATE venda_fechamento
                  SET status = 'REABERTO',
           DISPLAY "}".
           DISPLAY "}".

       2050-VERIFICAR-MES-FECHADO.

      * SEM A TABELA DO FECHAMENTO MENSAL NO AMBIENTE NENHUM MES
      * FOI TRAVADO AINDA.
           MOVE ZERO TO FCH-QTD-MES.

           EXEC SQL
               SELECT COUNT(*)
                 INTO :FCH-QTD-TABELA
                 FROM information_schema.tables
                WHERE table_schema = DATABASE()
                  AND table_name = 'venda_fechamento_mes'
           END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO
           OR  FCH-QTD-TABELA = ZERO
               EXIT PARAGRAPH
           END-IF.

           EXEC SQL
               SELECT COUNT(*)
                 INTO :FCH-QTD-MES
                 FROM venda_fechamento_mes
                WHERE mes = :FCH-MES
                  AND status = 'FECHADO'
           END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO
               STRING
                   "ERRO AO TENTAR VERIFICAR O FECHAMENTO DO MES."
               INTO WRK-MSG-ERRO
               MOVE SQLERRM TO WRK-MSG-EXP-ERRO
               MOVE ERR-COD-SQL-EXEC TO WRK-COD-ERRO
               PERFORM 9000-RETORNAR-RESPOSTA-HTTP-500
           END-IF.

       2100-REABRIR-MES.

           PERFORM 2050-VERIFICAR-MES-FECHADO.

           IF  FCH-QTD-MES = ZERO
               STRING
                   "MES NAO ESTA FECHADO."
               INTO WRK-MSG-ERRO
               MOVE ERR-COD-VALIDACAO TO WRK-COD-ERRO
               PERFORM 9200-RETORNAR-RESPOSTA-HTTP-404
           END-IF.

      * O MES FECHADO JA FOI REPORTADO; SO REABRE COM UMA
      * SOLICITACAO APROVADA POR UM SEGUNDO ADMIN PARA ESTE MES.
           MOVE SPACES TO WRK-APR-PARAMETROS.
           STRING
               "MES=" FCH-MES
               DELIMITED BY SIZE
               INTO WRK-APR-PARAMETROS
           END-STRING.

           CALL 'MOD-APROVACAO-DUPLA'
               USING WRK-APR-OPERACAO, WRK-APR-PARAMETROS,
                   WRK-APR-LIBERADO, WRK-APR-MSG
               END-CALL.

           IF  NOT OPERACAO-LIBERADA
               MOVE WRK-APR-MSG TO WRK-MSG-ERRO
               MOVE ERR-COD-NAO-AUTORIZADO TO WRK-COD-ERRO
               PERFORM 9400-RETORNAR-RESPOSTA-HTTP-403
           END-IF.

           EXEC SQL
               UPDATE venda_fechamento_mes
                  SET status = 'REABERTO',
                      reaberto_em = CURRENT_TIMESTAMP
                WHERE mes = :FCH-MES
           END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO
               STRING
                   "ERRO AO TENTAR REABRIR O MES."
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

           DISPLAY '{'.
           DISPLAY '"http-status": ' WRK-HTTP-STATUS-200 ','.
           DISPLAY '"msg": null,'.
           DISPLAY '"data": {'.
           DISPLAY '"mes": "' FUNCTION TRIM(FCH-MES) '",'.
           DISPLAY '"status": "REABERTO"'.
           DISPLAY "}".
           DISPLAY "}".

       3000-LISTAR-FECHAMENTOS.

           EXEC SQL

      *     SUFICIENTE PARA A DISCUSSAO DE "O QUE FICOU MAIS LENTO
      *     DEPOIS DA MUDANCA DE TERCA"). O LOG DETALHADO DAS
      *     REQUISICOES ACIMA DO LIMIAR SEGUE EM REQUISICOES_LENTAS.
      *   - O RETORNO PASSA A TRAZER TAMBEM AS REQUISICOES LENTAS DA
      *     JANELA (REQUISICOES_LENTAS, AS 200 MAIS RECENTES), CADA
      *     UMA COM A IMPLANTACAO QUE ESTAVA NO AR NA HORA (ID E
      *     CARIMBO DO BUILD, DO LIVRO DE IMPLANTACOES DO AMBIENTE).
      *******************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       77  WRK-COD-ERRO                    PIC 9(4).

       COPY ERRO-CODES.
       COPY VERSAO-BUILD.

       77  WRK-QS-DATA-INI                 PIC X(10).
       77  WRK-QS-DATA-FIM                 PIC X(10).
           05 TMP-MAX           PIC 9(8).
           05 TMP-P50           PIC 9(8).
           05 TMP-P95           PIC 9(8).
           05 TMP-DURACAO       PIC 9(8).
           05 TMP-CRIADO-EM     PIC X(19).
           05 TMP-CORRELACAO    PIC X(40).
           05 TMP-IMPLANTACAO-ID    PIC 9(10).
           05 TMP-IMPLANTACAO-BUILD PIC X(20).

       EXEC SQL END DECLARE SECTION END-EXEC.

           ACCEPT WRK-AUDIT-PARAMS FROM ENVIRONMENT "QUERY_STRING".
           PERFORM 1200-CONECTA-BANCO-DE-DADOS.
           PERFORM 1300-RESOLVER-JANELA.
           PERFORM 1400-GARANTIR-IMPLANTACOES.
           PERFORM 3000-MONTA-JSON-RETORNO.
           PERFORM 4000-LIBERAR-RECURSOS.
           STOP RUN.
           END-IF.
           DISPLAY "Access-Control-Allow-Origin: "
               FUNCTION TRIM(WRK-CORS-ORIGIN).
           DISPLAY "X-Versao-Build: " FUNCTION TRIM(VERSAO-BUILD).

           CALL 'MOD-CORRELACAO' USING WRK-CORRELACAO-ID
               END-CALL.
               PERFORM 9000-RETORNAR-RESPOSTA-HTTP-500
           END-IF.

       1400-GARANTIR-IMPLANTACOES.

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

       3000-MONTA-JSON-RETORNO.

           DISPLAY '{'.

           DISPLAY '   "tempos_por_programa_dia": ['.
           PERFORM 3100-LISTAR-TEMPOS.
           DISPLAY '   ],'.

           DISPLAY '   "requisicoes_lentas": ['.
           PERFORM 3200-LISTAR-LENTAS.
           DISPLAY '   ]'.

           DISPLAY '}'.

           PERFORM 3110-BUSCAR-PROXIMO-TEMPO.

       3200-LISTAR-LENTAS.

      * AS REQUISICOES ACIMA DO LIMIAR DENTRO DA JANELA, MAIS
      * RECENTES PRIMEIRO, CADA UMA COM A IMPLANTACAO QUE ESTAVA NO AR
      * NA HORA (A ULTIMA DO LIVRO ATE AQUELE MOMENTO).
           EXEC SQL
               DECLARE CUR-LENTAS CURSOR FOR
                   SELECT l.programa, l.duracao_ms,
                          DATE_FORMAT(l.criado_em,
                              '%Y-%m-%d %H:%i:%s'),
                          COALESCE(l.correlacao_id, ''),
                          COALESCE((SELECT MAX(m.id)
                                      FROM implantacoes m
                                     WHERE m.implantado_em
                                           <= l.criado_em), 0),
                          COALESCE((SELECT m.versao_build
                                      FROM implantacoes m
                                     WHERE m.implantado_em
                                           <= l.criado_em
                                     ORDER BY m.id DESC
                                     LIMIT 1), '')
                     FROM requisicoes_lentas l
                    WHERE l.criado_em >= :TMP-JANELA-INI
                      AND l.criado_em < DATE_ADD(:TMP-JANELA-FIM,
                          INTERVAL 1 DAY)
                    ORDER BY l.id DESC
                    LIMIT 200
           END-EXEC.

           EXEC SQL OPEN CUR-LENTAS END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO
               STRING
                   "ERRO AO TENTAR CONSULTAR AS REQUISICOES LENTAS."
               INTO WRK-MSG-ERRO

               MOVE SQLERRM TO WRK-MSG-EXP-ERRO

               MOVE ERR-COD-SQL-EXEC TO WRK-COD-ERRO

               PERFORM 9000-RETORNAR-RESPOSTA-HTTP-500
           END-IF.

           SET PRIMEIRO-REGISTRO TO TRUE.
           SET NAO-FIM-CURSOR TO TRUE.
           PERFORM 3210-BUSCAR-PROXIMA-LENTA.
           PERFORM 3220-EMITIR-LENTA UNTIL FIM-CURSOR.

           EXEC SQL CLOSE CUR-LENTAS END-EXEC.

       3210-BUSCAR-PROXIMA-LENTA.

           EXEC SQL
               FETCH CUR-LENTAS
                   INTO :TMP-PROGRAMA, :TMP-DURACAO, :TMP-CRIADO-EM,
                        :TMP-CORRELACAO, :TMP-IMPLANTACAO-ID,
                        :TMP-IMPLANTACAO-BUILD
           END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO
               SET FIM-CURSOR TO TRUE
           END-IF.

       3220-EMITIR-LENTA.

           IF  NAO-PRIMEIRO-REGISTRO
               DISPLAY ','
           END-IF.
           SET NAO-PRIMEIRO-REGISTRO TO TRUE.

           DISPLAY '   {'.

           MOVE TMP-PROGRAMA TO WRK-CAMPO-TXT.
           CALL 'MOD-JSON-ESCAPE' USING WRK-CAMPO-TXT WRK-CAMPO-ESC
               END-CALL.
           DISPLAY '    "programa": "'
               FUNCTION TRIM(WRK-CAMPO-ESC) '",'.

           MOVE TMP-DURACAO TO WRK-QTD-MASK.
           DISPLAY '    "duracao_ms": '
               FUNCTION TRIM(WRK-QTD-MASK) ','.

           DISPLAY '    "criado_em": "' TMP-CRIADO-EM '",'.

           MOVE TMP-CORRELACAO TO WRK-CAMPO-TXT.
           CALL 'MOD-JSON-ESCAPE' USING WRK-CAMPO-TXT WRK-CAMPO-ESC
               END-CALL.
           DISPLAY '    "correlacao_id": "'
               FUNCTION TRIM(WRK-CAMPO-ESC) '",'.

           IF  TMP-IMPLANTACAO-ID = ZERO
               DISPLAY '    "implantacao": null'
           ELSE
               MOVE TMP-IMPLANTACAO-ID TO WRK-QTD-MASK
               DISPLAY '    "implantacao": {"id": '
                   FUNCTION TRIM(WRK-QTD-MASK) ', "versao_build": "'
                   FUNCTION TRIM(TMP-IMPLANTACAO-BUILD) '"}'
           END-IF.

           DISPLAY '   }'.

           PERFORM 3210-BUSCAR-PROXIMA-LENTA.

       4000-LIBERAR-RECURSOS.

           EXEC SQL CONNECT RESET END-EXEC.

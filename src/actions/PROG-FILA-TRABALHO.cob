       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG-FILA-TRABALHO.
      *******************************************
      * AUTOR:
      * DATA:
      * ALTERACOES:
      *   - ACAO DA FILA DE TRABALHO UNICA DOS OPERADORES, MONTADA
      *     POR MOD-FILA-TRABALHO A CADA REQUISICAO A PARTIR DAS
      *     FILAS DE ACHADOS E PROPOSTAS (VALIDACAO, INTEGRIDADE,
      *     MESCLA, RECONCILIACAO, ENTREGA-MORTA, APROVACAO E
      *     INCIDENTE); O ITEM RESOLVIDO NA ACAO DE ORIGEM SAI DA
      *     FILA SOZINHO. QS_ACAO=LISTAR (PADRAO; FILTROS QS_TIPO,
      *     QS_OPERADOR_ID E QS_SITUACAO=LIVRE, ATRIBUIDO OU
      *     ATRASADO) MOSTRA TIPO, IDADE, PRAZO E PRIORIDADE DE CADA
      *     ITEM, OS ATRASADOS PRIMEIRO E COM A PRIORIDADE ELEVADA
      *     UM NIVEL; QS_ACAO=DETALHE (QS_TIPO, QS_CHAVE) MOSTRA O
      *     ITEM E AS SUAS NOTAS. ESCRITA (POST): ASSUMIR (O ITEM
      *     PASSA AO OPERADOR DA CHAVE DE API, SE LIVRE), LIBERAR
      *     (PELO OPERADOR QUE O DETEM OU POR ADMIN) E ANOTAR
      *     (QS_NOTA) EXIGEM PAPEL WRITER OU ADMIN; ATRIBUIR
      *     (QS_OPERADOR_ID, DE OPERADORES) E PRAZO (QS_TIPO,
      *     QS_PRAZO_HORAS E QS_PRIORIDADE OPCIONAL, COM HISTORICO
      *     EM CONFIG_HISTORICO) EXIGEM PAPEL ADMIN.
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

       77  WRK-PROGRAMA-NOME               PIC X(60)
               VALUE "PROG-FILA-TRABALHO".
       77  WRK-AUDIT-PARAMS                PIC X(255).
       77  WRK-COD-ERRO                    PIC 9(4).

       COPY ERRO-CODES.
       COPY VERSAO-BUILD.

       77  WRK-QS-ACAO                     PIC X(10).
       77  WRK-QS-TIPO                     PIC X(15).
       77  WRK-QS-CHAVE                    PIC X(120).
       77  WRK-QS-OPERADOR-ID-STG          PIC X(10).
       77  WRK-QS-SITUACAO                 PIC X(10).
       77  WRK-QS-NOTA                     PIC X(255).
       77  WRK-QS-PRAZO-HORAS-STG          PIC X(10).
       77  WRK-QS-PRIORIDADE-STG           PIC X(10).
       77  WRK-REQUEST-METHOD              PIC X(10).
       77  WRK-ID-MASK                     PIC Z(9)9.
       77  WRK-QTD-MASK                    PIC Z(9)9.
       77  WRK-CHAVE-AUTORIZADA            PIC X(1).
           88  CHAVE-AUTORIZADA                        VALUE 'S'.
       77  WRK-CHAVE-PAPEL                 PIC X(10).
       77  WRK-QUOTA-ESTOURADA             PIC X(1).
           88  QUOTA-ESTOURADA                         VALUE 'S'.
           88  ORIGEM-BLOQUEADA                        VALUE 'B'.
       77  WRK-OPERADOR                    PIC X(60).

       77  WRK-FILA-MONTADA                PIC X(1).
           88  FILA-MONTADA                            VALUE 'S'.
       77  WRK-FILA-MSG                    PIC X(255).

       77  WRK-HIST-TABELA                 PIC X(30)
               VALUE "fila_trabalho_tipos".
       77  WRK-HIST-CHAVE                  PIC X(120).
       77  WRK-HIST-VALOR-ANT              PIC X(600).
       77  WRK-HIST-VALOR-NOVO             PIC X(600).
       77  WRK-HIST-NUM-MASK               PIC Z(4)9.
       77  WRK-HIST-NUM-MASK-2             PIC Z(4)9.

       77  WRK-FLAG-NOTAS                  PIC X(1)    VALUE 'N'.
           88  COM-NOTAS                               VALUE 'S'.
           88  SEM-NOTAS                               VALUE 'N'.

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
           05 FTR-TIPO             PIC X(15).
           05 FTR-CHAVE            PIC X(120).
           05 FTR-DESCRICAO        PIC X(255).
           05 FTR-ACAO-ORIGEM      PIC X(60).
           05 FTR-PRIORIDADE       PIC 9(3).
           05 FTR-PRIMEIRO-VISTO   PIC X(19).
           05 FTR-IDADE-HORAS      PIC 9(10).
           05 FTR-VENCE-EM         PIC X(19).
           05 FTR-ATRASADO         PIC X(1).
           05 FTR-OPERADOR-ID      PIC 9(10).
           05 FTR-OPERADOR-NOME    PIC X(60).
           05 FTR-ATRIBUIDO-EM     PIC X(19).
           05 FTR-ATRIBUIDO-POR    PIC X(60).
           05 FTR-QTD-NOTAS        PIC 9(10).
           05 FTR-FILTRO-TIPO      PIC X(15).
           05 FTR-FILTRO-OPERADOR  PIC 9(10).
           05 FTR-FILTRO-SITUACAO  PIC X(10).
           05 FTR-OPE-CHAVE        PIC X(64).
           05 FTR-OPE-ID           PIC 9(10).
           05 FTR-OPE-NOME         PIC X(60).
           05 FTR-NOTA-ID          PIC 9(10).
           05 FTR-NOTA-OPERADOR    PIC X(60).
           05 FTR-NOTA-TEXTO       PIC X(255).
           05 FTR-NOTA-CRIADO-EM   PIC X(19).
           05 FTR-TIPO-DESCRICAO   PIC X(255).
           05 FTR-PRAZO-HORAS      PIC 9(5).
           05 FTR-PRAZO-ANT        PIC 9(5).
           05 FTR-PRIORIDADE-ANT   PIC 9(3).

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
           PERFORM 1150-VERIFICAR-CHAVE-API.
           PERFORM 1200-CONECTA-BANCO-DE-DADOS.
           PERFORM 1300-MONTAR-FILA.

           EVALUATE WRK-QS-ACAO
               WHEN "DETALHE"
                   PERFORM 2000-DETALHAR-ITEM
               WHEN "ASSUMIR"
                   PERFORM 2100-ASSUMIR-ITEM
               WHEN "LIBERAR"
                   PERFORM 2200-LIBERAR-ITEM
               WHEN "ATRIBUIR"
                   PERFORM 2300-ATRIBUIR-ITEM
               WHEN "ANOTAR"
                   PERFORM 2400-ANOTAR-ITEM
               WHEN "PRAZO"
                   PERFORM 2700-AJUSTAR-PRAZO
               WHEN OTHER
                   PERFORM 3000-LISTAR
           END-EVALUATE.

           MOVE "PARAR" TO WRK-TEMPO-ACAO.
           CALL 'MOD-MEDE-TEMPO'
               USING WRK-TEMPO-ACAO, WRK-PROGRAMA-NOME
               END-CALL.

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
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WRK-QS-ACAO))
               TO WRK-QS-ACAO.
           IF  WRK-QS-ACAO = SPACES
               MOVE "LISTAR" TO WRK-QS-ACAO
           END-IF.

           ACCEPT WRK-QS-TIPO FROM ENVIRONMENT "QS_TIPO".
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WRK-QS-TIPO))
               TO WRK-QS-TIPO.

           IF  WRK-QS-ACAO NOT = "LISTAR"
           AND WRK-QS-ACAO NOT = "DETALHE"
               ACCEPT WRK-REQUEST-METHOD FROM ENVIRONMENT
                   "REQUEST_METHOD"
               IF  FUNCTION UPPER-CASE(FUNCTION TRIM(
                       WRK-REQUEST-METHOD)) NOT = 'POST'
                   STRING
                       "METODO HTTP INVALIDO. USE POST PARA ESTA "
                       "OPERACAO."
                   INTO WRK-MSG-ERRO
                   MOVE ERR-COD-VALIDACAO TO WRK-COD-ERRO
                   PERFORM 9100-RETORNAR-RESPOSTA-HTTP-400
               END-IF
           END-IF.

           EVALUATE WRK-QS-ACAO
               WHEN "LISTAR"
                   PERFORM 1140-LER-FILTROS-LISTA
               WHEN "PRAZO"
                   PERFORM 1130-LER-QS-PRAZO
               WHEN OTHER
                   PERFORM 1110-LER-ITEM
           END-EVALUATE.

           IF  WRK-QS-ACAO = "ATRIBUIR"
               PERFORM 1120-LER-QS-OPERADOR-ID
               IF  FTR-FILTRO-OPERADOR = ZERO
                   STRING
                       "PARAMETRO QS_OPERADOR_ID E OBRIGATORIO PARA "
                       "ATRIBUIR (USE LIBERAR PARA DESATRIBUIR)."
                   INTO WRK-MSG-ERRO
                   MOVE ERR-COD-VALIDACAO TO WRK-COD-ERRO
                   PERFORM 9100-RETORNAR-RESPOSTA-HTTP-400
               END-IF
           END-IF.

           IF  WRK-QS-ACAO = "ANOTAR"
               ACCEPT WRK-QS-NOTA FROM ENVIRONMENT "QS_NOTA"
               IF  FUNCTION TRIM(WRK-QS-NOTA) = SPACES
                   STRING
                       "PARAMETRO QS_NOTA E OBRIGATORIO PARA ANOTAR."
                   INTO WRK-MSG-ERRO
                   MOVE ERR-COD-VALIDACAO TO WRK-COD-ERRO
                   PERFORM 9100-RETORNAR-RESPOSTA-HTTP-400
               END-IF
               MOVE WRK-QS-NOTA TO FTR-NOTA-TEXTO
           END-IF.

       1110-LER-ITEM.

      * O ITEM E IDENTIFICADO PELO TIPO E PELA CHAVE DEVOLVIDOS NA
      * LISTAGEM.
           ACCEPT WRK-QS-CHAVE FROM ENVIRONMENT "QS_CHAVE".

           IF  WRK-QS-TIPO = SPACES
           OR  FUNCTION TRIM(WRK-QS-CHAVE) = SPACES
               STRING
                   "PARAMETROS QS_TIPO E QS_CHAVE SAO OBRIGATORIOS "
                   "PARA ESTA OPERACAO."
               INTO WRK-MSG-ERRO
               MOVE ERR-COD-VALIDACAO TO WRK-COD-ERRO
               PERFORM 9100-RETORNAR-RESPOSTA-HTTP-400
           END-IF.

           MOVE WRK-QS-TIPO TO FTR-TIPO.
           MOVE FUNCTION TRIM(WRK-QS-CHAVE) TO FTR-CHAVE.

       1120-LER-QS-OPERADOR-ID.

           ACCEPT WRK-QS-OPERADOR-ID-STG FROM ENVIRONMENT
               "QS_OPERADOR_ID".
           MOVE ZERO TO FTR-FILTRO-OPERADOR.
           IF  FUNCTION TRIM(WRK-QS-OPERADOR-ID-STG) = SPACES
               EXIT PARAGRAPH
           END-IF.

           COPY VALIDACAO-CAMPO-NUMERICO
               REPLACING ==TAG-CAMPO-STG==
                       BY ==WRK-QS-OPERADOR-ID-STG==
                   ==TAG-NOME-PARAM==       BY =="QS_OPERADOR_ID"==
                   ==TAG-PARAGRAFO-400==    BY
                       ==9100-RETORNAR-RESPOSTA-HTTP-400==.
           MOVE WRK-QS-OPERADOR-ID-STG TO FTR-FILTRO-OPERADOR.

       1130-LER-QS-PRAZO.

           IF  WRK-QS-TIPO = SPACES
               STRING
                   "PARAMETRO QS_TIPO E OBRIGATORIO PARA AJUSTAR O "
                   "PRAZO."
               INTO WRK-MSG-ERRO
               MOVE ERR-COD-VALIDACAO TO WRK-COD-ERRO
               PERFORM 9100-RETORNAR-RESPOSTA-HTTP-400
           END-IF.
           MOVE WRK-QS-TIPO TO FTR-TIPO.

           ACCEPT WRK-QS-PRAZO-HORAS-STG FROM ENVIRONMENT
               "QS_PRAZO_HORAS".
           COPY VALIDACAO-CAMPO-NUMERICO
               REPLACING ==TAG-CAMPO-STG==
                       BY ==WRK-QS-PRAZO-HORAS-STG==
                   ==TAG-NOME-PARAM==       BY =="QS_PRAZO_HORAS"==
                   ==TAG-PARAGRAFO-400==    BY
                       ==9100-RETORNAR-RESPOSTA-HTTP-400==.

           IF  FUNCTION NUMVAL(WRK-QS-PRAZO-HORAS-STG) < 1
           OR  FUNCTION NUMVAL(WRK-QS-PRAZO-HORAS-STG) > 8760
               STRING
                   "PARAMETRO QS_PRAZO_HORAS DEVE ESTAR ENTRE 1 E "
                   "8760."
               INTO WRK-MSG-ERRO
               MOVE ERR-COD-VALIDACAO TO WRK-COD-ERRO
               PERFORM 9100-RETORNAR-RESPOSTA-HTTP-400
           END-IF.
           MOVE WRK-QS-PRAZO-HORAS-STG TO FTR-PRAZO-HORAS.

      * PRIORIDADE OPCIONAL: EM BRANCO MANTEM A DO TIPO.
           MOVE ZERO TO FTR-PRIORIDADE.
           ACCEPT WRK-QS-PRIORIDADE-STG FROM ENVIRONMENT
               "QS_PRIORIDADE".
           IF  FUNCTION TRIM(WRK-QS-PRIORIDADE-STG) = SPACES
               EXIT PARAGRAPH
           END-IF.

           COPY VALIDACAO-CAMPO-NUMERICO
               REPLACING ==TAG-CAMPO-STG==
                       BY ==WRK-QS-PRIORIDADE-STG==
                   ==TAG-NOME-PARAM==       BY =="QS_PRIORIDADE"==
                   ==TAG-PARAGRAFO-400==    BY
                       ==9100-RETORNAR-RESPOSTA-HTTP-400==.

           IF  FUNCTION NUMVAL(WRK-QS-PRIORIDADE-STG) < 1
           OR  FUNCTION NUMVAL(WRK-QS-PRIORIDADE-STG) > 9
               STRING
                   "PARAMETRO QS_PRIORIDADE DEVE ESTAR ENTRE 1 E 9."
               INTO WRK-MSG-ERRO
               MOVE ERR-COD-VALIDACAO TO WRK-COD-ERRO
               PERFORM 9100-RETORNAR-RESPOSTA-HTTP-400
           END-IF.
           MOVE WRK-QS-PRIORIDADE-STG TO FTR-PRIORIDADE.

       1140-LER-FILTROS-LISTA.

      * FILTRO EM BRANCO VALE TODOS ('*' PARA O TIPO, ZERO PARA O
      * OPERADOR).
           MOVE "*" TO FTR-FILTRO-TIPO.
           IF  WRK-QS-TIPO NOT = SPACES
               MOVE WRK-QS-TIPO TO FTR-FILTRO-TIPO
           END-IF.

           PERFORM 1120-LER-QS-OPERADOR-ID.

           ACCEPT WRK-QS-SITUACAO FROM ENVIRONMENT "QS_SITUACAO".
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WRK-QS-SITUACAO))
               TO WRK-QS-SITUACAO.
           IF  WRK-QS-SITUACAO = SPACES
               MOVE "TODOS" TO WRK-QS-SITUACAO
           END-IF.

           IF  WRK-QS-SITUACAO NOT = "TODOS"
           AND WRK-QS-SITUACAO NOT = "LIVRE"
           AND WRK-QS-SITUACAO NOT = "ATRIBUIDO"
           AND WRK-QS-SITUACAO NOT = "ATRASADO"
               STRING
                   "PARAMETRO QS_SITUACAO DEVE SER LIVRE, ATRIBUIDO "
                   "OU ATRASADO."
               INTO WRK-MSG-ERRO
               MOVE ERR-COD-VALIDACAO TO WRK-COD-ERRO
               PERFORM 9100-RETORNAR-RESPOSTA-HTTP-400
           END-IF.
           MOVE WRK-QS-SITUACAO TO FTR-FILTRO-SITUACAO.

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

           IF  (WRK-QS-ACAO = "ASSUMIR" OR "LIBERAR" OR "ANOTAR")
           AND FUNCTION TRIM(WRK-CHAVE-PAPEL) NOT = "writer"
           AND FUNCTION TRIM(WRK-CHAVE-PAPEL) NOT = "admin"
               STRING
                   "CHAVE DE API SEM PERMISSAO PARA ESTA OPERACAO "
                   "(EXIGE PAPEL WRITER OU ADMIN)."
               INTO WRK-MSG-ERRO
               MOVE ERR-COD-NAO-AUTORIZADO TO WRK-COD-ERRO
               PERFORM 9400-RETORNAR-RESPOSTA-HTTP-403
           END-IF.

           IF  (WRK-QS-ACAO = "ATRIBUIR" OR "PRAZO")
           AND FUNCTION TRIM(WRK-CHAVE-PAPEL) NOT = "admin"
               STRING
                   "CHAVE DE API SEM PERMISSAO PARA ESTA OPERACAO "
                   "(EXIGE PAPEL ADMIN)."
               INTO WRK-MSG-ERRO
               MOVE ERR-COD-NAO-AUTORIZADO TO WRK-COD-ERRO
               PERFORM 9400-RETORNAR-RESPOSTA-HTTP-403
           END-IF.

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

       1300-MONTAR-FILA.

      * MOD-RESOLVE-OPERADOR TAMBEM GARANTE A TABELA OPERADORES,
      * LIDA NA JUNCAO DA LISTAGEM; A FILA E MONTADA NA HORA, NA
      * TABELA TEMPORARIA FILA_ABERTOS DESTA SESSAO.
           CALL 'MOD-RESOLVE-OPERADOR' USING WRK-OPERADOR
               END-CALL.

           CALL 'MOD-FILA-TRABALHO'
               USING WRK-FILA-MONTADA, WRK-FILA-MSG
               END-CALL.

           IF  NOT FILA-MONTADA
               STRING
                   "ERRO AO TENTAR MONTAR A FILA DE TRABALHO."
               INTO WRK-MSG-ERRO
               MOVE WRK-FILA-MSG TO WRK-MSG-EXP-ERRO
               MOVE ERR-COD-SQL-EXEC TO WRK-COD-ERRO
               PERFORM 9000-RETORNAR-RESPOSTA-HTTP-500
           END-IF.

       2000-DETALHAR-ITEM.

           PERFORM 2500-LER-ITEM.

           DISPLAY '{'.
           DISPLAY '"http-status": ' WRK-HTTP-STATUS-200 ','.
           DISPLAY '"msg": null,'.
           DISPLAY '"data": '.
           DISPLAY '   {'.
           SET COM-NOTAS TO TRUE.
           PERFORM 3200-EMITIR-CAMPOS-ITEM.
           PERFORM 3300-EMITIR-NOTAS.
           DISPLAY '   }'.
           DISPLAY "}".

           CALL 'MOD-REGISTRA-AUDITORIA'
               USING WRK-PROGRAMA-NOME, WRK-AUDIT-PARAMS,
                   WRK-HTTP-STATUS-200
               END-CALL.

       2100-ASSUMIR-ITEM.

      * SO ITEM LIVRE (OU JA DO PROPRIO OPERADOR) PODE SER
      * ASSUMIDO; O UPDATE REPETE A CONDICAO PARA QUE DOIS
      * OPERADORES AO MESMO TEMPO NAO FIQUEM COM O MESMO ITEM, E A
      * RELEITURA CONFIRMA QUEM FICOU.
           PERFORM 2550-RESOLVER-OPERADOR-CHAVE.
           PERFORM 2500-LER-ITEM.

           IF  FTR-OPERADOR-ID NOT = ZERO
           AND FTR-OPERADOR-ID NOT = FTR-OPE-ID
               PERFORM 2650-RECUSAR-ITEM-DE-OUTRO
           END-IF.

           EXEC SQL
               UPDATE fila_trabalho
                  SET operador_id = :FTR-OPE-ID,
                      atribuido_em = CURRENT_TIMESTAMP,
                      atribuido_por = :FTR-OPE-NOME
                WHERE tipo = :FTR-TIPO
                  AND chave = :FTR-CHAVE
                  AND (operador_id IS NULL
                       OR operador_id = :FTR-OPE-ID)
           END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO AND SQLCODE NOT EQUAL 100
               STRING
                   "ERRO AO TENTAR ASSUMIR O ITEM."
               INTO WRK-MSG-ERRO
               MOVE SQLERRM TO WRK-MSG-EXP-ERRO
               MOVE ERR-COD-SQL-EXEC TO WRK-COD-ERRO
               EXEC SQL ROLLBACK END-EXEC
               PERFORM 9000-RETORNAR-RESPOSTA-HTTP-500
           END-IF.

           EXEC SQL COMMIT END-EXEC.

           PERFORM 2500-LER-ITEM.

           IF  FTR-OPERADOR-ID NOT = FTR-OPE-ID
               PERFORM 2650-RECUSAR-ITEM-DE-OUTRO
           END-IF.

           PERFORM 2900-RESPONDER-ITEM.

       2200-LIBERAR-ITEM.

      * DEVOLVE O ITEM A FILA LIVRE; QUEM NAO E ADMIN SO LIBERA O
      * QUE ESTA COM ELE.
           PERFORM 2500-LER-ITEM.

           IF  FTR-OPERADOR-ID = ZERO
               STRING
                   "ITEM NAO ESTA ATRIBUIDO A NENHUM OPERADOR."
               INTO WRK-MSG-ERRO
               MOVE ERR-COD-SITUACAO-INVALIDA TO WRK-COD-ERRO
               PERFORM 9100-RETORNAR-RESPOSTA-HTTP-400
           END-IF.

           IF  FUNCTION TRIM(WRK-CHAVE-PAPEL) NOT = "admin"
               PERFORM 2550-RESOLVER-OPERADOR-CHAVE
               IF  FTR-OPERADOR-ID NOT = FTR-OPE-ID
                   STRING
                       "ITEM ATRIBUIDO A OUTRO OPERADOR; SO ELE OU "
                       "UM ADMIN PODE LIBERA-LO."
                   INTO WRK-MSG-ERRO
                   MOVE ERR-COD-NAO-AUTORIZADO TO WRK-COD-ERRO
                   PERFORM 9400-RETORNAR-RESPOSTA-HTTP-403
               END-IF
           END-IF.

           EXEC SQL
               UPDATE fila_trabalho
                  SET operador_id = NULL,
                      atribuido_em = NULL,
                      atribuido_por = NULL
                WHERE tipo = :FTR-TIPO
                  AND chave = :FTR-CHAVE
           END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO AND SQLCODE NOT EQUAL 100
               STRING
                   "ERRO AO TENTAR LIBERAR O ITEM."
               INTO WRK-MSG-ERRO
               MOVE SQLERRM TO WRK-MSG-EXP-ERRO
               MOVE ERR-COD-SQL-EXEC TO WRK-COD-ERRO
               EXEC SQL ROLLBACK END-EXEC
               PERFORM 9000-RETORNAR-RESPOSTA-HTTP-500
           END-IF.

           EXEC SQL COMMIT END-EXEC.

           PERFORM 2500-LER-ITEM.
           PERFORM 2900-RESPONDER-ITEM.

       2300-ATRIBUIR-ITEM.

      * O ADMIN ENTREGA O ITEM A UM OPERADOR ATIVO DO CADASTRO,
      * MESMO QUE JA ESTEJA COM OUTRO (REDISTRIBUICAO).
           PERFORM 2500-LER-ITEM.

           MOVE FTR-FILTRO-OPERADOR TO FTR-OPE-ID.

           EXEC SQL
               SELECT nome
                 INTO :FTR-OPE-NOME
                 FROM operadores
                WHERE id = :FTR-OPE-ID
                  AND ativo = 'S'
           END-EXEC.

           IF  SQLCODE EQUAL 100
               STRING
                   "OPERADOR DE QS_OPERADOR_ID NAO EXISTE OU ESTA "
                   "INATIVO."
               INTO WRK-MSG-ERRO
               MOVE ERR-COD-VALIDACAO TO WRK-COD-ERRO
               PERFORM 9100-RETORNAR-RESPOSTA-HTTP-400
           END-IF.

           IF  SQLCODE NOT EQUAL ZERO
               STRING
                   "ERRO AO TENTAR LER O OPERADOR."
               INTO WRK-MSG-ERRO
               MOVE SQLERRM TO WRK-MSG-EXP-ERRO
               MOVE ERR-COD-SQL-EXEC TO WRK-COD-ERRO
               PERFORM 9000-RETORNAR-RESPOSTA-HTTP-500
           END-IF.

           IF  FUNCTION TRIM(WRK-OPERADOR) = SPACES
               MOVE "API" TO WRK-OPERADOR
           END-IF.
           MOVE WRK-OPERADOR TO FTR-ATRIBUIDO-POR.

           EXEC SQL
               UPDATE fila_trabalho
                  SET operador_id = :FTR-OPE-ID,
                      atribuido_em = CURRENT_TIMESTAMP,
                      atribuido_por = :FTR-ATRIBUIDO-POR
                WHERE tipo = :FTR-TIPO
                  AND chave = :FTR-CHAVE
           END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO AND SQLCODE NOT EQUAL 100
               STRING
                   "ERRO AO TENTAR ATRIBUIR O ITEM."
               INTO WRK-MSG-ERRO
               MOVE SQLERRM TO WRK-MSG-EXP-ERRO
               MOVE ERR-COD-SQL-EXEC TO WRK-COD-ERRO
               EXEC SQL ROLLBACK END-EXEC
               PERFORM 9000-RETORNAR-RESPOSTA-HTTP-500
           END-IF.

           EXEC SQL COMMIT END-EXEC.

           PERFORM 2500-LER-ITEM.
           PERFORM 2900-RESPONDER-ITEM.

       2400-ANOTAR-ITEM.

           PERFORM 2500-LER-ITEM.

           IF  FUNCTION TRIM(WRK-OPERADOR) = SPACES
               MOVE "API" TO WRK-OPERADOR
           END-IF.
           MOVE WRK-OPERADOR TO FTR-NOTA-OPERADOR.

           EXEC SQL
               INSERT INTO fila_trabalho_notas
                   (tipo, chave, operador, nota)
               VALUES
                   (:FTR-TIPO, :FTR-CHAVE, :FTR-NOTA-OPERADOR,
                    TRIM(:FTR-NOTA-TEXTO))
           END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO
               STRING
                   "ERRO AO TENTAR GRAVAR A NOTA DO ITEM."
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

           PERFORM 2500-LER-ITEM.

           DISPLAY '{'.
           DISPLAY '"http-status": ' WRK-HTTP-STATUS-200 ','.
           DISPLAY '"msg": null,'.
           DISPLAY '"data": '.
           DISPLAY '   {'.
           SET COM-NOTAS TO TRUE.
           PERFORM 3200-EMITIR-CAMPOS-ITEM.
           PERFORM 3300-EMITIR-NOTAS.
           DISPLAY '   }'.
           DISPLAY "}".

       2500-LER-ITEM.

      * LE O ITEM DE QS_TIPO/QS_CHAVE NA FILA RECEM-MONTADA; ITEM
      * JA RESOLVIDO NA ORIGEM NAO ESTA MAIS NELA (404).
           EXEC SQL
               SELECT w.tipo, w.chave, a.descricao, t.acao_origem,
                      IF(CURRENT_TIMESTAMP > w.primeiro_visto_em
                             + INTERVAL t.prazo_horas HOUR,
                         GREATEST(t.prioridade - 1, 1),
                         t.prioridade),
                      DATE_FORMAT(w.primeiro_visto_em,
                          '%Y-%m-%d %H:%i:%s'),
                      TIMESTAMPDIFF(HOUR, w.primeiro_visto_em,
                          CURRENT_TIMESTAMP),
                      DATE_FORMAT(w.primeiro_visto_em
                              + INTERVAL t.prazo_horas HOUR,
                          '%Y-%m-%d %H:%i:%s'),
                      IF(CURRENT_TIMESTAMP > w.primeiro_visto_em
                             + INTERVAL t.prazo_horas HOUR,
                         'S', 'N'),
                      COALESCE(w.operador_id, 0),
                      COALESCE(o.nome, ''),
                      COALESCE(DATE_FORMAT(w.atribuido_em,
                          '%Y-%m-%d %H:%i:%s'), ''),
                      COALESCE(w.atribuido_por, ''),
                      (SELECT COUNT(*) FROM fila_trabalho_notas n
                        WHERE n.tipo = w.tipo
                          AND n.chave = w.chave)
                 INTO :FTR-TIPO, :FTR-CHAVE, :FTR-DESCRICAO,
                      :FTR-ACAO-ORIGEM, :FTR-PRIORIDADE,
                      :FTR-PRIMEIRO-VISTO, :FTR-IDADE-HORAS,
                      :FTR-VENCE-EM, :FTR-ATRASADO,
                      :FTR-OPERADOR-ID, :FTR-OPERADOR-NOME,
                      :FTR-ATRIBUIDO-EM, :FTR-ATRIBUIDO-POR,
                      :FTR-QTD-NOTAS
                 FROM fila_abertos a
                 JOIN fila_trabalho w
                   ON w.tipo = a.tipo
                  AND w.chave = a.chave
                 JOIN fila_trabalho_tipos t
                   ON t.tipo = w.tipo
                 LEFT JOIN operadores o
                   ON o.id = w.operador_id
                WHERE a.tipo = :FTR-TIPO
                  AND a.chave = :FTR-CHAVE
           END-EXEC.

           IF  SQLCODE EQUAL 100
               STRING
                   "ITEM NAO ENCONTRADO NA FILA DE TRABALHO (JA "
                   "RESOLVIDO NA ACAO DE ORIGEM OU INEXISTENTE)."
               INTO WRK-MSG-ERRO
               MOVE ERR-COD-VALIDACAO TO WRK-COD-ERRO
               PERFORM 9200-RETORNAR-RESPOSTA-HTTP-404
           END-IF.

           IF  SQLCODE NOT EQUAL ZERO
               STRING
                   "ERRO AO TENTAR LER O ITEM DA FILA."
               INTO WRK-MSG-ERRO
               MOVE SQLERRM TO WRK-MSG-EXP-ERRO
               MOVE ERR-COD-SQL-EXEC TO WRK-COD-ERRO
               PERFORM 9000-RETORNAR-RESPOSTA-HTTP-500
           END-IF.

       2550-RESOLVER-OPERADOR-CHAVE.

      * ASSUMIR E LIBERAR O PROPRIO ITEM EXIGEM QUE A CHAVE DE API
      * SEJA DE UM OPERADOR NOMEADO DO CADASTRO.
           ACCEPT FTR-OPE-CHAVE FROM ENVIRONMENT "HTTP_X_API_KEY".

           EXEC SQL
               SELECT id, nome
                 INTO :FTR-OPE-ID, :FTR-OPE-NOME
                 FROM operadores
                WHERE chave = :FTR-OPE-CHAVE
                  AND ativo = 'S'
           END-EXEC.

           IF  SQLCODE EQUAL 100
               STRING
                   "CHAVE DE API NAO PERTENCE A UM OPERADOR ATIVO "
                   "DO CADASTRO DE OPERADORES."
               INTO WRK-MSG-ERRO
               MOVE ERR-COD-NAO-AUTORIZADO TO WRK-COD-ERRO
               PERFORM 9400-RETORNAR-RESPOSTA-HTTP-403
           END-IF.

           IF  SQLCODE NOT EQUAL ZERO
               STRING
                   "ERRO AO TENTAR LER O OPERADOR DA CHAVE."
               INTO WRK-MSG-ERRO
               MOVE SQLERRM TO WRK-MSG-EXP-ERRO
               MOVE ERR-COD-SQL-EXEC TO WRK-COD-ERRO
               PERFORM 9000-RETORNAR-RESPOSTA-HTTP-500
           END-IF.

       2650-RECUSAR-ITEM-DE-OUTRO.

           STRING
               "ITEM JA ATRIBUIDO A OUTRO OPERADOR; PECA A ELE OU A "
               "UM ADMIN PARA LIBERA-LO."
           INTO WRK-MSG-ERRO.
           MOVE ERR-COD-SITUACAO-INVALIDA TO WRK-COD-ERRO.
           PERFORM 9100-RETORNAR-RESPOSTA-HTTP-400.

       2700-AJUSTAR-PRAZO.

      * PRAZO E PRIORIDADE VALEM POR TIPO E SE APLICAM NA HORA A
      * TODOS OS ITENS DO TIPO (O VENCIMENTO E CALCULADO NA
      * LISTAGEM).
           EXEC SQL
               SELECT prazo_horas, prioridade
                 INTO :FTR-PRAZO-ANT, :FTR-PRIORIDADE-ANT
                 FROM fila_trabalho_tipos
                WHERE tipo = :FTR-TIPO
           END-EXEC.

           IF  SQLCODE EQUAL 100
               STRING
                   "TIPO DE ITEM DA FILA NAO ENCONTRADO."
               INTO WRK-MSG-ERRO
               MOVE ERR-COD-VALIDACAO TO WRK-COD-ERRO
               PERFORM 9200-RETORNAR-RESPOSTA-HTTP-404
           END-IF.

           IF  SQLCODE NOT EQUAL ZERO
               STRING
                   "ERRO AO TENTAR LER O TIPO DE ITEM DA FILA."
               INTO WRK-MSG-ERRO
               MOVE SQLERRM TO WRK-MSG-EXP-ERRO
               MOVE ERR-COD-SQL-EXEC TO WRK-COD-ERRO
               PERFORM 9000-RETORNAR-RESPOSTA-HTTP-500
           END-IF.

           IF  FTR-PRIORIDADE = ZERO
               MOVE FTR-PRIORIDADE-ANT TO FTR-PRIORIDADE
           END-IF.

           EXEC SQL
               UPDATE fila_trabalho_tipos
                  SET prazo_horas = :FTR-PRAZO-HORAS,
                      prioridade = :FTR-PRIORIDADE
                WHERE tipo = :FTR-TIPO
           END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO AND SQLCODE NOT EQUAL 100
               STRING
                   "ERRO AO TENTAR AJUSTAR O PRAZO DO TIPO."
               INTO WRK-MSG-ERRO
               MOVE SQLERRM TO WRK-MSG-EXP-ERRO
               MOVE ERR-COD-SQL-EXEC TO WRK-COD-ERRO
               EXEC SQL ROLLBACK END-EXEC
               PERFORM 9000-RETORNAR-RESPOSTA-HTTP-500
           END-IF.

           EXEC SQL COMMIT END-EXEC.

           PERFORM 2750-REGISTRAR-HISTORICO.

           CALL 'MOD-REGISTRA-AUDITORIA'
               USING WRK-PROGRAMA-NOME, WRK-AUDIT-PARAMS,
                   WRK-HTTP-STATUS-200
               END-CALL.

           EXEC SQL
               SELECT descricao, acao_origem
                 INTO :FTR-TIPO-DESCRICAO, :FTR-ACAO-ORIGEM
                 FROM fila_trabalho_tipos
                WHERE tipo = :FTR-TIPO
           END-EXEC.

           DISPLAY '{'.
           DISPLAY '"http-status": ' WRK-HTTP-STATUS-200 ','.
           DISPLAY '"msg": null,'.
           DISPLAY '"data": '.
           DISPLAY '   {'.
           DISPLAY '    "tipo": "' FUNCTION TRIM(FTR-TIPO) '",'.
           MOVE FTR-TIPO-DESCRICAO TO WRK-CAMPO-TXT.
           CALL 'MOD-JSON-ESCAPE' USING WRK-CAMPO-TXT WRK-CAMPO-ESC
               END-CALL.
           DISPLAY '    "descricao": "'
               FUNCTION TRIM(WRK-CAMPO-ESC) '",'.
           DISPLAY '    "acao_origem": "'
               FUNCTION TRIM(FTR-ACAO-ORIGEM) '",'.
           MOVE FTR-PRIORIDADE TO WRK-QTD-MASK.
           DISPLAY '    "prioridade": '
               FUNCTION TRIM(WRK-QTD-MASK) ','.
           MOVE FTR-PRAZO-HORAS TO WRK-QTD-MASK.
           DISPLAY '    "prazo_horas": '
               FUNCTION TRIM(WRK-QTD-MASK).
           DISPLAY '   }'.
           DISPLAY "}".

       2750-REGISTRAR-HISTORICO.

      * ANTES/DEPOIS SERIALIZADOS COMO PRAZO_HORAS|PRIORIDADE, PARA
      * CONSULTA EM PROG-CONFIG-HISTORICO.
           MOVE FTR-TIPO TO WRK-HIST-CHAVE.

           MOVE FTR-PRAZO-ANT TO WRK-HIST-NUM-MASK.
           MOVE FTR-PRIORIDADE-ANT TO WRK-HIST-NUM-MASK-2.
           MOVE SPACES TO WRK-HIST-VALOR-ANT.
           STRING
               FUNCTION TRIM(WRK-HIST-NUM-MASK) '|'
               FUNCTION TRIM(WRK-HIST-NUM-MASK-2)
               DELIMITED BY SIZE
               INTO WRK-HIST-VALOR-ANT
           END-STRING.

           MOVE FTR-PRAZO-HORAS TO WRK-HIST-NUM-MASK.
           MOVE FTR-PRIORIDADE TO WRK-HIST-NUM-MASK-2.
           MOVE SPACES TO WRK-HIST-VALOR-NOVO.
           STRING
               FUNCTION TRIM(WRK-HIST-NUM-MASK) '|'
               FUNCTION TRIM(WRK-HIST-NUM-MASK-2)
               DELIMITED BY SIZE
               INTO WRK-HIST-VALOR-NOVO
           END-STRING.

           CALL 'MOD-REGISTRA-CONFIG-HIST'
               USING WRK-HIST-TABELA, WRK-HIST-CHAVE,
                   WRK-HIST-VALOR-ANT, WRK-HIST-VALOR-NOVO
               END-CALL.

       2900-RESPONDER-ITEM.

           CALL 'MOD-REGISTRA-AUDITORIA'
               USING WRK-PROGRAMA-NOME, WRK-AUDIT-PARAMS,
                   WRK-HTTP-STATUS-200
               END-CALL.

           DISPLAY '{'.
           DISPLAY '"http-status": ' WRK-HTTP-STATUS-200 ','.
           DISPLAY '"msg": null,'.
           DISPLAY '"data": '.
           DISPLAY '   {'.
           SET SEM-NOTAS TO TRUE.
           PERFORM 3200-EMITIR-CAMPOS-ITEM.
           DISPLAY '   }'.
           DISPLAY "}".

       3000-LISTAR.

           DISPLAY '{'.
           DISPLAY '"http-status": ' WRK-HTTP-STATUS-200 ','.
           DISPLAY '"msg": null,'.
           DISPLAY '"data": ['.

      * ATRASADOS PRIMEIRO, DEPOIS PELA PRIORIDADE (JA ELEVADA PARA
      * OS ATRASADOS) E PELA IDADE.
           EXEC SQL
               DECLARE CUR-FTR-LISTA CURSOR FOR
                   SELECT w.tipo, w.chave, a.descricao,
                          t.acao_origem,
                          IF(CURRENT_TIMESTAMP > w.primeiro_visto_em
                                 + INTERVAL t.prazo_horas HOUR,
                             GREATEST(t.prioridade - 1, 1),
                             t.prioridade) AS prio,
                          DATE_FORMAT(w.primeiro_visto_em,
                              '%Y-%m-%d %H:%i:%s'),
                          TIMESTAMPDIFF(HOUR, w.primeiro_visto_em,
                              CURRENT_TIMESTAMP),
                          DATE_FORMAT(w.primeiro_visto_em
                                  + INTERVAL t.prazo_horas HOUR,
                              '%Y-%m-%d %H:%i:%s'),
                          IF(CURRENT_TIMESTAMP > w.primeiro_visto_em
                                 + INTERVAL t.prazo_horas HOUR,
                             'S', 'N') AS atrasado,
                          COALESCE(w.operador_id, 0),
                          COALESCE(o.nome, ''),
                          COALESCE(DATE_FORMAT(w.atribuido_em,
                              '%Y-%m-%d %H:%i:%s'), ''),
                          COALESCE(w.atribuido_por, ''),
                          (SELECT COUNT(*) FROM fila_trabalho_notas n
                            WHERE n.tipo = w.tipo
                              AND n.chave = w.chave)
                     FROM fila_abertos a
                     JOIN fila_trabalho w
                       ON w.tipo = a.tipo
                      AND w.chave = a.chave
                     JOIN fila_trabalho_tipos t
                       ON t.tipo = w.tipo
                     LEFT JOIN operadores o
                       ON o.id = w.operador_id
                    WHERE (:FTR-FILTRO-TIPO = '*'
                           OR w.tipo = :FTR-FILTRO-TIPO)
                      AND (:FTR-FILTRO-OPERADOR = 0
                           OR w.operador_id = :FTR-FILTRO-OPERADOR)
                      AND (:FTR-FILTRO-SITUACAO = 'TODOS'
                           OR (:FTR-FILTRO-SITUACAO = 'LIVRE'
                               AND w.operador_id IS NULL)
                           OR (:FTR-FILTRO-SITUACAO = 'ATRIBUIDO'
                               AND w.operador_id IS NOT NULL)
                           OR (:FTR-FILTRO-SITUACAO = 'ATRASADO'
                               AND CURRENT_TIMESTAMP >
                                   w.primeiro_visto_em
                                   + INTERVAL t.prazo_horas HOUR))
                    ORDER BY atrasado DESC, prio,
                             w.primeiro_visto_em
                    LIMIT 500
           END-EXEC.

           EXEC SQL OPEN CUR-FTR-LISTA END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO
               STRING
                   "ERRO AO TENTAR LISTAR A FILA DE TRABALHO."
               INTO WRK-MSG-ERRO
               MOVE SQLERRM TO WRK-MSG-EXP-ERRO
               MOVE ERR-COD-SQL-EXEC TO WRK-COD-ERRO
               PERFORM 9000-RETORNAR-RESPOSTA-HTTP-500
           END-IF.

           SET SEM-NOTAS TO TRUE.
           SET PRIMEIRO-REGISTRO TO TRUE.
           SET NAO-FIM-CURSOR TO TRUE.
           PERFORM 3010-BUSCAR-PROXIMO-ITEM.
           PERFORM 3020-EMITIR-ITEM UNTIL FIM-CURSOR.

           EXEC SQL CLOSE CUR-FTR-LISTA END-EXEC.

           DISPLAY ']'.
           DISPLAY '}'.

           CALL 'MOD-REGISTRA-AUDITORIA'
               USING WRK-PROGRAMA-NOME, WRK-AUDIT-PARAMS,
                   WRK-HTTP-STATUS-200
               END-CALL.

       3010-BUSCAR-PROXIMO-ITEM.

           EXEC SQL
               FETCH CUR-FTR-LISTA
                   INTO :FTR-TIPO, :FTR-CHAVE, :FTR-DESCRICAO,
                        :FTR-ACAO-ORIGEM, :FTR-PRIORIDADE,
                        :FTR-PRIMEIRO-VISTO, :FTR-IDADE-HORAS,
                        :FTR-VENCE-EM, :FTR-ATRASADO,
                        :FTR-OPERADOR-ID, :FTR-OPERADOR-NOME,
                        :FTR-ATRIBUIDO-EM, :FTR-ATRIBUIDO-POR,
                        :FTR-QTD-NOTAS
           END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO
               SET FIM-CURSOR TO TRUE
           END-IF.

       3020-EMITIR-ITEM.

           IF  NAO-PRIMEIRO-REGISTRO
               DISPLAY ','
           END-IF.
           SET NAO-PRIMEIRO-REGISTRO TO TRUE.

           DISPLAY '   {'.
           PERFORM 3200-EMITIR-CAMPOS-ITEM.
           DISPLAY '   }'.

           PERFORM 3010-BUSCAR-PROXIMO-ITEM.

       3200-EMITIR-CAMPOS-ITEM.

           DISPLAY '    "tipo": "' FUNCTION TRIM(FTR-TIPO) '",'.

           MOVE FTR-CHAVE TO WRK-CAMPO-TXT.
           CALL 'MOD-JSON-ESCAPE' USING WRK-CAMPO-TXT WRK-CAMPO-ESC
               END-CALL.
           DISPLAY '    "chave": "' FUNCTION TRIM(WRK-CAMPO-ESC) '",'.

           MOVE FTR-DESCRICAO TO WRK-CAMPO-TXT.
           CALL 'MOD-JSON-ESCAPE' USING WRK-CAMPO-TXT WRK-CAMPO-ESC
               END-CALL.
           DISPLAY '    "descricao": "'
               FUNCTION TRIM(WRK-CAMPO-ESC) '",'.

           DISPLAY '    "acao_origem": "'
               FUNCTION TRIM(FTR-ACAO-ORIGEM) '",'.

           MOVE FTR-PRIORIDADE TO WRK-QTD-MASK.
           DISPLAY '    "prioridade": '
               FUNCTION TRIM(WRK-QTD-MASK) ','.

           DISPLAY '    "primeiro_visto_em": "'
               FTR-PRIMEIRO-VISTO '",'.

           MOVE FTR-IDADE-HORAS TO WRK-QTD-MASK.
           DISPLAY '    "idade_horas": '
               FUNCTION TRIM(WRK-QTD-MASK) ','.

           DISPLAY '    "vence_em": "' FTR-VENCE-EM '",'.

           IF  FTR-ATRASADO = 'S'
               DISPLAY '    "atrasado": true,'
           ELSE
               DISPLAY '    "atrasado": false,'
           END-IF.

           IF  FTR-OPERADOR-ID = ZERO
               DISPLAY '    "operador_id": null,'
               DISPLAY '    "operador": null,'
               DISPLAY '    "atribuido_em": null,'
               DISPLAY '    "atribuido_por": null,'
           ELSE
               MOVE FTR-OPERADOR-ID TO WRK-ID-MASK
               DISPLAY '    "operador_id": '
                   FUNCTION TRIM(WRK-ID-MASK) ','
               MOVE FTR-OPERADOR-NOME TO WRK-CAMPO-TXT
               CALL 'MOD-JSON-ESCAPE'
                   USING WRK-CAMPO-TXT WRK-CAMPO-ESC
                   END-CALL
               DISPLAY '    "operador": "'
                   FUNCTION TRIM(WRK-CAMPO-ESC) '",'
               DISPLAY '    "atribuido_em": "'
                   FTR-ATRIBUIDO-EM '",'
               MOVE FTR-ATRIBUIDO-POR TO WRK-CAMPO-TXT
               CALL 'MOD-JSON-ESCAPE'
                   USING WRK-CAMPO-TXT WRK-CAMPO-ESC
                   END-CALL
               DISPLAY '    "atribuido_por": "'
                   FUNCTION TRIM(WRK-CAMPO-ESC) '",'
           END-IF.

      * NO DETALHE A LISTA DE NOTAS VEM EM SEGUIDA.
           MOVE FTR-QTD-NOTAS TO WRK-QTD-MASK.
           IF  COM-NOTAS
               DISPLAY '    "qtd_notas": '
                   FUNCTION TRIM(WRK-QTD-MASK) ','
           ELSE
               DISPLAY '    "qtd_notas": '
                   FUNCTION TRIM(WRK-QTD-MASK)
           END-IF.

       3300-EMITIR-NOTAS.

           DISPLAY '    "notas": ['.

           EXEC SQL
               DECLARE CUR-FTR-NOTAS CURSOR FOR
                   SELECT id, operador, nota,
                          DATE_FORMAT(criado_em,
                              '%Y-%m-%d %H:%i:%s')
                     FROM fila_trabalho_notas
                    WHERE tipo = :FTR-TIPO
                      AND chave = :FTR-CHAVE
                    ORDER BY id
           END-EXEC.

           EXEC SQL OPEN CUR-FTR-NOTAS END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO
               STRING
                   "ERRO AO TENTAR LISTAR AS NOTAS DO ITEM."
               INTO WRK-MSG-ERRO
               MOVE SQLERRM TO WRK-MSG-EXP-ERRO
               MOVE ERR-COD-SQL-EXEC TO WRK-COD-ERRO
               PERFORM 9000-RETORNAR-RESPOSTA-HTTP-500
           END-IF.

           SET PRIMEIRO-REGISTRO TO TRUE.
           SET NAO-FIM-CURSOR TO TRUE.
           PERFORM 3310-BUSCAR-PROXIMA-NOTA.
           PERFORM 3320-EMITIR-NOTA UNTIL FIM-CURSOR.

           EXEC SQL CLOSE CUR-FTR-NOTAS END-EXEC.

           DISPLAY '    ]'.

       3310-BUSCAR-PROXIMA-NOTA.

           EXEC SQL
               FETCH CUR-FTR-NOTAS
                   INTO :FTR-NOTA-ID, :FTR-NOTA-OPERADOR,
                        :FTR-NOTA-TEXTO, :FTR-NOTA-CRIADO-EM
           END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO
               SET FIM-CURSOR TO TRUE
           END-IF.

       3320-EMITIR-NOTA.

           IF  NAO-PRIMEIRO-REGISTRO
               DISPLAY '     ,'
           END-IF.
           SET NAO-PRIMEIRO-REGISTRO TO TRUE.

           DISPLAY '     {'.

           MOVE FTR-NOTA-ID TO WRK-ID-MASK.
           DISPLAY '      "id": ' FUNCTION TRIM(WRK-ID-MASK) ','.

           MOVE FTR-NOTA-OPERADOR TO WRK-CAMPO-TXT.
           CALL 'MOD-JSON-ESCAPE' USING WRK-CAMPO-TXT WRK-CAMPO-ESC
               END-CALL.
           DISPLAY '      "operador": "'
               FUNCTION TRIM(WRK-CAMPO-ESC) '",'.

           MOVE FTR-NOTA-TEXTO TO WRK-CAMPO-TXT.
           CALL 'MOD-JSON-ESCAPE' USING WRK-CAMPO-TXT WRK-CAMPO-ESC
               END-CALL.
           DISPLAY '      "nota": "' FUNCTION TRIM(WRK-CAMPO-ESC) '",'.

           DISPLAY '      "criado_em": "' FTR-NOTA-CRIADO-EM '"'.

           DISPLAY '     }'.

           PERFORM 3310-BUSCAR-PROXIMA-NOTA.

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

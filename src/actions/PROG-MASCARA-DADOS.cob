      *     MOD-REGISTRA-PROGRESSO): TOTAL A MASCARAR NA ENTRADA,
      *     AVANCO APOS O COMMIT DE CADA TABELA E CONCLUSAO NO
      *     TERMINO NORMAL.
      *   - AS COLUNAS A MASCARAR PASSAM A VIR DO REGISTRO DE DADOS
      *     PESSOAIS (DADOS_PESSOAIS, MANTIDO POR PROG-DADOS-PESSOAIS)
      *     EM VEZ DE FIXAS NO PROGRAMA: CADA COLUNA ATIVA COM REGRA
      *     MASCARAR (MASC- + MD5), HASH (HASH- + SHA2) OU APAGAR
      *     (NULL, OU VAZIO QUANDO A COLUNA NAO ACEITA NULL) E
      *     TRATADA COM UM UPDATE E UM COMMIT PROPRIOS, RESPEITANDO O
      *     TAMANHO DA COLUNA. TEXTO_LIVRE E NAO_PESSOAL FICAM DE
      *     FORA. SEM REGISTRO O JOB ENCERRA COM RC 16.
      *   - EXIBE NO INICIO DO LOG DA EXECUCAO O CARIMBO DE VERSAO
      *     (BUILD) COM QUE O PROGRAMA FOI IMPLANTADO.
      *******************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       WORKING-STORAGE SECTION.

       COPY VERSAO-BUILD.

       77  WRK-DB-STRING                   PIC X(255).
       77  WRK-DB-STRING-PROD              PIC X(255).
       77  WRK-APP-ENV                     PIC X(10).
       77  WRK-QTD-MASK                    PIC Z(9)9.
       77  WRK-TAM-MASK                    PIC Z(9)9.
       77  WRK-PRG-ACAO                    PIC X(10).
       77  WRK-PRG-PROGRAMA                PIC X(60)
               VALUE "PROG-MASCARA-DADOS".
       77  WRK-PRG-CHECKPOINT              PIC X(40).
       77  WRK-COL-CHECK                   PIC X(60).
       77  WRK-REGRA-EFETIVA               PIC X(10).
       77  WRK-PREFIXO                     PIC X(05).
       77  WRK-FUNCAO-HASH                 PIC X(100).
       77  WRK-QTD-COLUNAS                 PIC 9(3)    VALUE ZERO.
       77  WRK-IDX                         PIC 9(3)    VALUE ZERO.

       77  WRK-FLAG-FIM-CURSOR             PIC X(1)    VALUE 'N'.
           88  FIM-CURSOR                              VALUE 'S'.
           88  NAO-FIM-CURSOR                          VALUE 'N'.

       77  WRK-FLAG-TIPO-TEXTO             PIC X(1)    VALUE 'N'.
           88  COLUNA-DE-TEXTO                         VALUE 'S'.
           88  COLUNA-NAO-TEXTO                        VALUE 'N'.

      * COLUNAS DO REGISTRO CARREGADAS NA ENTRADA, JA COM A EXPRESSAO
      * DE TROCA E O FILTRO DO QUE AINDA NAO FOI TRATADO MONTADOS.
       01  WRK-COLUNAS-REGISTRO.
           05  WRK-COLUNA-REG OCCURS 100 TIMES.
               10  WRK-REG-TABELA          PIC X(60).
               10  WRK-REG-COLUNA          PIC X(60).
               10  WRK-REG-REGRA           PIC X(10).
               10  WRK-REG-NULAVEL         PIC X(3).
               10  WRK-REG-TIPO            PIC X(30).
               10  WRK-REG-TAMANHO         PIC 9(10).
               10  WRK-REG-QTD             PIC 9(10).
               10  WRK-REG-EXPRESSAO       PIC X(200).
               10  WRK-REG-FILTRO          PIC X(200).
               10  WRK-REG-SITUACAO        PIC X(1).
                   88  REG-TRATAVEL                    VALUE 'S'.
                   88  REG-IGNORADA                    VALUE 'N'.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.

       01  HOSTVARS.
           05 BUFFER     PIC X(1024).
           05 SQL-BUFFER PIC X(1024).

       01  SQL-01-VARS.
           05 MSC-EXISTE        PIC 9(10).
           05 MSC-TOTAL-PREV    PIC 9(10).
           05 MSC-QTD-PARCIAL   PIC 9(10).
           05 MSC-QTD-ACUM      PIC 9(10).
           05 MSC-TABELA        PIC X(60).
           05 MSC-COLUNA        PIC X(60).
           05 MSC-REGRA         PIC X(10).
           05 MSC-NULAVEL       PIC X(3).
           05 MSC-TIPO          PIC X(30).
           05 MSC-TAMANHO       PIC 9(10).

       EXEC SQL END DECLARE SECTION END-EXEC.


       MAIN-PROCEDURE.

           DISPLAY "BUILD EM EXECUCAO: " FUNCTION TRIM(VERSAO-BUILD).

           PERFORM 1000-VALIDAR-AMBIENTE.
           PERFORM 1100-CONECTAR-BANCO-DE-DADOS.
           PERFORM 1200-CARREGAR-REGISTRO.
           PERFORM 1500-INICIAR-PROGRESSO.
           PERFORM 2000-MASCARAR-COLUNA
               VARYING WRK-IDX FROM 1 BY 1
               UNTIL WRK-IDX > WRK-QTD-COLUNAS.
           PERFORM 3000-FINALIZAR.
           STOP RUN.

               STOP RUN
           END-IF.

       1200-CARREGAR-REGISTRO.

           EXEC SQL
               SELECT COUNT(*)
                 INTO :MSC-EXISTE
                 FROM information_schema.tables
                WHERE table_schema = DATABASE()
                  AND table_name = 'dados_pessoais'
           END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO OR MSC-EXISTE = ZERO
               DISPLAY
                   "ERRO: REGISTRO DE DADOS PESSOAIS (DADOS_PESSOAIS) "
                   "NAO ENCONTRADO. RODE PROG-BOOTSTRAP OU "
                   "PROG-DADOS-PESSOAIS ANTES DO MASCARAMENTO."
               EXEC SQL CONNECT RESET END-EXEC
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      * SO ENTRAM COLUNAS QUE EXISTEM NO BANCO; O TIPO, O TAMANHO E
      * A NULIDADE VEM DO INFORMATION_SCHEMA PARA A TROCA CABER NA
      * COLUNA. TEXTO LIVRE NAO TEM VALOR FIXO PARA MASCARAR E FICA
      * A CARGO DO APAGAMENTO POR TITULAR.
           EXEC SQL
               DECLARE CUR-REGISTRO CURSOR FOR
                   SELECT d.tabela, d.coluna, d.regra,
                          c.is_nullable, LOWER(c.data_type),
                          COALESCE(c.character_maximum_length, 0)
                     FROM dados_pessoais d
                     JOIN information_schema.columns c
                       ON c.table_schema = DATABASE()
                      AND c.table_name = d.tabela
                      AND c.column_name = d.coluna
                    WHERE d.ativo = 'S'
                      AND d.regra <> 'MANTER'
                      AND d.classificacao NOT IN ('TEXTO_LIVRE',
                          'NAO_PESSOAL')
                    ORDER BY d.tabela, d.coluna
           END-EXEC.

           EXEC SQL OPEN CUR-REGISTRO END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO
               DISPLAY
                   "ERRO AO TENTAR LER O REGISTRO DE DADOS PESSOAIS: "
                   SQLERRM
               EXEC SQL CONNECT RESET END-EXEC
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           SET NAO-FIM-CURSOR TO TRUE.
           PERFORM 1210-BUSCAR-PROXIMA-COLUNA.
           PERFORM 1220-GUARDAR-COLUNA UNTIL FIM-CURSOR.

           EXEC SQL CLOSE CUR-REGISTRO END-EXEC.

           IF  WRK-QTD-COLUNAS = ZERO
               DISPLAY
                   "ERRO: NENHUMA COLUNA A MASCARAR NO REGISTRO DE "
                   "DADOS PESSOAIS. RODE PROG-BOOTSTRAP OU "
                   "CLASSIFIQUE AS COLUNAS EM PROG-DADOS-PESSOAIS."
               EXEC SQL CONNECT RESET END-EXEC
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       1210-BUSCAR-PROXIMA-COLUNA.

           EXEC SQL
               FETCH CUR-REGISTRO
                   INTO :MSC-TABELA, :MSC-COLUNA, :MSC-REGRA,
                        :MSC-NULAVEL, :MSC-TIPO, :MSC-TAMANHO
           END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO
               SET FIM-CURSOR TO TRUE
           END-IF.

       1220-GUARDAR-COLUNA.

           IF  WRK-QTD-COLUNAS < 100
               ADD 1 TO WRK-QTD-COLUNAS
               MOVE WRK-QTD-COLUNAS TO WRK-IDX
               MOVE MSC-TABELA TO WRK-REG-TABELA(WRK-IDX)
               MOVE MSC-COLUNA TO WRK-REG-COLUNA(WRK-IDX)
               MOVE FUNCTION UPPER-CASE(MSC-REGRA)
                   TO WRK-REG-REGRA(WRK-IDX)
               MOVE FUNCTION UPPER-CASE(MSC-NULAVEL)
                   TO WRK-REG-NULAVEL(WRK-IDX)
               MOVE MSC-TIPO TO WRK-REG-TIPO(WRK-IDX)
               MOVE MSC-TAMANHO TO WRK-REG-TAMANHO(WRK-IDX)
               MOVE ZERO TO WRK-REG-QTD(WRK-IDX)
               PERFORM 1300-MONTAR-EXPRESSAO
           ELSE
               DISPLAY
                   "AVISO: LIMITE DE 100 COLUNAS ATINGIDO; "
                   FUNCTION TRIM(MSC-TABELA) "."
                   FUNCTION TRIM(MSC-COLUNA) " FICA PARA A PROXIMA "
                   "EXECUCAO."
           END-IF.

           PERFORM 1210-BUSCAR-PROXIMA-COLUNA.

       1300-MONTAR-EXPRESSAO.

      * OS NOMES DO REGISTRO ENTRAM NA MONTAGEM DE SQL DINAMICO;
      * SO LETRAS E SUBLINHADO SAO ACEITOS, COMO NA RETENCAO.
           SET REG-TRATAVEL(WRK-IDX) TO TRUE.
           MOVE SPACES TO WRK-REG-EXPRESSAO(WRK-IDX)
               WRK-REG-FILTRO(WRK-IDX).

           MOVE WRK-REG-TABELA(WRK-IDX) TO WRK-COL-CHECK.
           INSPECT WRK-COL-CHECK REPLACING ALL '_' BY SPACE.
           IF  WRK-COL-CHECK IS NOT ALPHABETIC
               DISPLAY
                   "MASCARAMENTO IGNORADO, NOME DE TABELA INVALIDO: "
                   FUNCTION TRIM(WRK-REG-TABELA(WRK-IDX))
               SET REG-IGNORADA(WRK-IDX) TO TRUE
               EXIT PARAGRAPH
           END-IF.

           MOVE WRK-REG-COLUNA(WRK-IDX) TO WRK-COL-CHECK.
           INSPECT WRK-COL-CHECK REPLACING ALL '_' BY SPACE.
           IF  WRK-COL-CHECK IS NOT ALPHABETIC
               DISPLAY
                   "MASCARAMENTO IGNORADO, NOME DE COLUNA INVALIDO: "
                   FUNCTION TRIM(WRK-REG-COLUNA(WRK-IDX))
               SET REG-IGNORADA(WRK-IDX) TO TRUE
               EXIT PARAGRAPH
           END-IF.

           EVALUATE FUNCTION TRIM(WRK-REG-TIPO(WRK-IDX))
               WHEN "char"
               WHEN "varchar"
               WHEN "tinytext"
               WHEN "text"
               WHEN "mediumtext"
               WHEN "longtext"
                   SET COLUNA-DE-TEXTO TO TRUE
               WHEN OTHER
                   SET COLUNA-NAO-TEXTO TO TRUE
           END-EVALUATE.

      * MASCARA E HASH SO CABEM EM COLUNA DE TEXTO COM ESPACO PARA O
      * PREFIXO E ALGUM DIGITO; FORA DISSO O VALOR E APAGADO.
           MOVE WRK-REG-REGRA(WRK-IDX) TO WRK-REGRA-EFETIVA.
           IF  (WRK-REGRA-EFETIVA = "MASCARAR"
               OR WRK-REGRA-EFETIVA = "HASH")
           AND (COLUNA-NAO-TEXTO OR WRK-REG-TAMANHO(WRK-IDX) < 6)
               MOVE "APAGAR" TO WRK-REGRA-EFETIVA
           END-IF.

           EVALUATE WRK-REGRA-EFETIVA
               WHEN "MASCARAR"
                   MOVE "MASC-" TO WRK-PREFIXO
                   MOVE SPACES TO WRK-FUNCAO-HASH
                   STRING
                       "MD5(" FUNCTION TRIM(WRK-REG-COLUNA(WRK-IDX))
                       ")"
                       DELIMITED BY SIZE
                       INTO WRK-FUNCAO-HASH
                   END-STRING
                   PERFORM 1310-MONTAR-TROCA-PREFIXADA
               WHEN "HASH"
                   MOVE "HASH-" TO WRK-PREFIXO
                   MOVE SPACES TO WRK-FUNCAO-HASH
                   STRING
                       "SHA2(" FUNCTION TRIM(WRK-REG-COLUNA(WRK-IDX))
                       ", 256)"
                       DELIMITED BY SIZE
                       INTO WRK-FUNCAO-HASH
                   END-STRING
                   PERFORM 1310-MONTAR-TROCA-PREFIXADA
               WHEN "APAGAR"
                   PERFORM 1320-MONTAR-APAGAMENTO
               WHEN OTHER
                   DISPLAY
                       "MASCARAMENTO IGNORADO, REGRA DESCONHECIDA EM "
                       FUNCTION TRIM(WRK-REG-TABELA(WRK-IDX)) "."
                       FUNCTION TRIM(WRK-REG-COLUNA(WRK-IDX)) ": "
                       FUNCTION TRIM(WRK-REG-REGRA(WRK-IDX))
                   SET REG-IGNORADA(WRK-IDX) TO TRUE
           END-EVALUATE.

       1310-MONTAR-TROCA-PREFIXADA.

      * MESMO VALOR SEMPRE GERA A MESMA TROCA, PARA OS
      * RELACIONAMENTOS POR VALOR CONTINUAREM BATENDO; O PREFIXO
      * MARCA O QUE JA FOI TRATADO E EVITA RETRATAR.
           MOVE WRK-REG-TAMANHO(WRK-IDX) TO WRK-TAM-MASK.

           STRING
               "LEFT(CONCAT('" WRK-PREFIXO "', UPPER(SUBSTRING("
               FUNCTION TRIM(WRK-FUNCAO-HASH) ", 1, 16))), "
               FUNCTION TRIM(WRK-TAM-MASK) ")"
               DELIMITED BY SIZE
               INTO WRK-REG-EXPRESSAO(WRK-IDX)
           END-STRING.

           STRING
               FUNCTION TRIM(WRK-REG-COLUNA(WRK-IDX))
               " IS NOT NULL AND "
               FUNCTION TRIM(WRK-REG-COLUNA(WRK-IDX))
               " NOT LIKE '" WRK-PREFIXO "%'"
               DELIMITED BY SIZE
               INTO WRK-REG-FILTRO(WRK-IDX)
           END-STRING.

       1320-MONTAR-APAGAMENTO.

           IF  WRK-REG-NULAVEL(WRK-IDX) = "YES"
               MOVE "NULL" TO WRK-REG-EXPRESSAO(WRK-IDX)
               STRING
                   FUNCTION TRIM(WRK-REG-COLUNA(WRK-IDX))
                   " IS NOT NULL"
                   DELIMITED BY SIZE
                   INTO WRK-REG-FILTRO(WRK-IDX)
               END-STRING
               EXIT PARAGRAPH
           END-IF.

           IF  COLUNA-DE-TEXTO
               MOVE "''" TO WRK-REG-EXPRESSAO(WRK-IDX)
               STRING
                   FUNCTION TRIM(WRK-REG-COLUNA(WRK-IDX))
                   " <> ''"
                   DELIMITED BY SIZE
                   INTO WRK-REG-FILTRO(WRK-IDX)
               END-STRING
               EXIT PARAGRAPH
           END-IF.

           DISPLAY
               "MASCARAMENTO IGNORADO, COLUNA SEM NULL E FORA DE "
               "TEXTO NAO PODE SER APAGADA: "
               FUNCTION TRIM(WRK-REG-TABELA(WRK-IDX)) "."
               FUNCTION TRIM(WRK-REG-COLUNA(WRK-IDX)).
           SET REG-IGNORADA(WRK-IDX) TO TRUE.

       1500-INICIAR-PROGRESSO.

      * O TOTAL PREVISTO E A SOMA DO QUE AINDA NAO ESTA TRATADO NAS
      * COLUNAS DO REGISTRO; CADA COLUNA E UM BLOCO DE COMMIT.
           MOVE ZERO TO MSC-TOTAL-PREV MSC-QTD-ACUM.

           PERFORM 1510-CONTAR-PENDENTES
               VARYING WRK-IDX FROM 1 BY 1
               UNTIL WRK-IDX > WRK-QTD-COLUNAS.

           MOVE "INICIAR" TO WRK-PRG-ACAO.
           MOVE SPACES TO WRK-PRG-CHECKPOINT.
           CALL 'MOD-REGISTRA-PROGRESSO'
               USING WRK-PRG-ACAO, WRK-PRG-PROGRAMA,
                   MSC-QTD-ACUM, MSC-TOTAL-PREV, WRK-PRG-CHECKPOINT
               END-CALL.

       1510-CONTAR-PENDENTES.

           IF  REG-IGNORADA(WRK-IDX)
               EXIT PARAGRAPH
           END-IF.

           MOVE SPACES TO SQL-BUFFER.
           STRING
               "SELECT COUNT(*) FROM "
               FUNCTION TRIM(WRK-REG-TABELA(WRK-IDX))
               " WHERE "
               FUNCTION TRIM(WRK-REG-FILTRO(WRK-IDX))
               DELIMITED BY SIZE
               INTO SQL-BUFFER
           END-STRING.

           EXEC SQL
               PREPARE STMT-CONTA-PENDENTES FROM :SQL-BUFFER
           END-EXEC.

           IF  SQLCODE EQUAL ZERO
               EXEC SQL
                   EXECUTE STMT-CONTA-PENDENTES INTO :MSC-QTD-PARCIAL
               END-EXEC
               IF  SQLCODE EQUAL ZERO
                   ADD MSC-QTD-PARCIAL TO MSC-TOTAL-PREV
               END-IF
           END-IF.

       2000-MASCARAR-COLUNA.

           IF  REG-IGNORADA(WRK-IDX)
               EXIT PARAGRAPH
           END-IF.

           MOVE SPACES TO SQL-BUFFER.
           STRING
               "UPDATE "
               FUNCTION TRIM(WRK-REG-TABELA(WRK-IDX))
               " SET "
               FUNCTION TRIM(WRK-REG-COLUNA(WRK-IDX))
               " = "
               FUNCTION TRIM(WRK-REG-EXPRESSAO(WRK-IDX))
               " WHERE "
               FUNCTION TRIM(WRK-REG-FILTRO(WRK-IDX))
               DELIMITED BY SIZE
               INTO SQL-BUFFER
           END-STRING.

           EXEC SQL
               EXECUTE IMMEDIATE :SQL-BUFFER
           END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO
               DISPLAY
                   "ERRO AO TENTAR MASCARAR "
                   FUNCTION TRIM(WRK-REG-TABELA(WRK-IDX)) "."
                   FUNCTION TRIM(WRK-REG-COLUNA(WRK-IDX)) ": "
                   SQLERRM
               EXEC SQL ROLLBACK END-EXEC
               EXEC SQL CONNECT RESET END-EXEC
           END-IF.

           EXEC SQL
               SELECT ROW_COUNT() INTO :MSC-QTD-PARCIAL
           END-EXEC.

           EXEC SQL COMMIT END-EXEC.

           MOVE MSC-QTD-PARCIAL TO WRK-REG-QTD(WRK-IDX).
           ADD MSC-QTD-PARCIAL TO MSC-QTD-ACUM.
           MOVE "AVANCAR" TO WRK-PRG-ACAO.
           MOVE SPACES TO WRK-PRG-CHECKPOINT.
           STRING
               FUNCTION TRIM(WRK-REG-TABELA(WRK-IDX)) "."
               FUNCTION TRIM(WRK-REG-COLUNA(WRK-IDX))
               DELIMITED BY SIZE
               INTO WRK-PRG-CHECKPOINT
           END-STRING.
           CALL 'MOD-REGISTRA-PROGRESSO'
               USING WRK-PRG-ACAO, WRK-PRG-PROGRAMA,
                   MSC-QTD-ACUM, MSC-TOTAL-PREV, WRK-PRG-CHECKPOINT

           EXEC SQL CONNECT RESET END-EXEC.

           PERFORM 3100-EXIBIR-COLUNA
               VARYING WRK-IDX FROM 1 BY 1
               UNTIL WRK-IDX > WRK-QTD-COLUNAS.

           MOVE MSC-QTD-ACUM TO WRK-QTD-MASK.
           DISPLAY
               "TOTAL DE VALORES MASCARADOS..: "
               FUNCTION TRIM(WRK-QTD-MASK).

       3100-EXIBIR-COLUNA.

           IF  REG-IGNORADA(WRK-IDX)
               EXIT PARAGRAPH
           END-IF.

           MOVE WRK-REG-QTD(WRK-IDX) TO WRK-QTD-MASK.
           DISPLAY
               "LINHAS TRATADAS EM "
               FUNCTION TRIM(WRK-REG-TABELA(WRK-IDX)) "."
               FUNCTION TRIM(WRK-REG-COLUNA(WRK-IDX))
               " (" FUNCTION TRIM(WRK-REG-REGRA(WRK-IDX)) "): "
               FUNCTION TRIM(WRK-QTD-MASK).

       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG-PARTICIONA-AUDITORIA.
      *******************************************
      * AUTOR:
      * DATA:
      * ALTERACOES:
      *   - BATCH DE MANUTENCAO DAS PARTICOES MENSAIS DA TRILHA DE
      *     AUDITORIA, RODADO PELO AGENDADOR UMA VEZ POR DIA: A
      *     TABELA AUDITORIA E PARTICIONADA POR MES DE CRIADO_EM
      *     (PARTICOES PAAAAMM MAIS A PMAX QUE RECEBE O QUE AINDA
      *     NAO TEM MES PROVISIONADO), E O JOB CRIA COM ANTECEDENCIA
      *     AS PARTICOES DO MES CORRENTE ATE
      *     auditoria.particoes_meses_adiante MESES A FRENTE (PADRAO
      *     1, ATE 24), DIVIDINDO A PMAX NUM UNICO REORGANIZE. UMA
      *     TABELA AINDA NAO PARTICIONADA E CONVERTIDA NA PRIMEIRA
      *     EXECUCAO (CHAVE PRIMARIA PASSA A (ID, CRIADO_EM), COMO O
      *     PARTICIONAMENTO EXIGE) E RECEBE PARTICOES DESDE O MES DA
      *     LINHA MAIS ANTIGA. NO MAXIMO 120 MESES POR EXECUCAO; O
      *     QUE FALTAR FICA PARA A SEGUINTE. A BUSCA, A CORRENTE DE
      *     HASH E OS GRAVADORES NAO MUDAM: O PARTICIONAMENTO E
      *     TRANSPARENTE PARA QUEM CONSULTA A TABELA. A RETENCAO
      *     (PROG-RETENCAO) PASSA A DESCARTAR MESES INTEIROS.
      *     TRAVA NOMEADA "PARTICIONA-AUDITORIA".
      *   - EXIBE NO INICIO DO LOG DA EXECUCAO O CARIMBO DE VERSAO
      *     (BUILD) COM QUE O PROGRAMA FOI IMPLANTADO.
      *******************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       DATA DIVISION.
       FILE SECTION.

       WORKING-STORAGE SECTION.

       COPY VERSAO-BUILD.

       77  WRK-TRAVA-NOME                  PIC X(60)
               VALUE "PARTICIONA-AUDITORIA".
       77  WRK-TRAVA-PROGRAMA              PIC X(60)
               VALUE "PROG-PARTICIONA-AUDITORIA".
       77  WRK-TRAVA-DURACAO               PIC 9(5)    VALUE 3600.
       77  WRK-TRAVA-ACAO                  PIC X(10).
       77  WRK-TRAVA-OBTIDA                PIC X(1).
           88  TRAVA-OBTIDA                            VALUE 'S'.

       77  WRK-CONEXAO-ACAO                PIC X(10).
       77  WRK-CONEXAO-OK                  PIC X(1).
           88  CONEXAO-DISPONIVEL                      VALUE 'S'.
       77  WRK-CONEXAO-MSG                 PIC X(255).

       77  WRK-CFG-CHAVE                   PIC X(60).
       77  WRK-CFG-VALOR                   PIC X(255).
       77  WRK-CFG-ENCONTRADA              PIC X(1).
           88  CONFIG-ENCONTRADA                       VALUE 'S'.
       77  WRK-CFG-NUM-STG                 PIC X(12).
       77  WRK-CFG-NUM-CHECK               PIC X(12).
       77  WRK-CFG-NUMERO                  PIC 9(5).

       01  WRK-MES-CORRENTE.
           05 WRK-MC-ANO                   PIC 9(4).
           05 WRK-MC-MES                   PIC 9(2).
       01  WRK-MES-CORRENTE-NUM REDEFINES WRK-MES-CORRENTE
                                           PIC 9(6).

       01  WRK-MES-SEGUINTE.
           05 WRK-MS-ANO                   PIC 9(4).
           05 WRK-MS-MES                   PIC 9(2).

       77  WRK-MES-LIMITE                  PIC 9(6).
       77  WRK-MES-PRIMEIRO                PIC X(6).
       77  WRK-QTD-MESES                   PIC 9(3)    VALUE ZERO.
       77  WRK-MAX-MESES                   PIC 9(3)    VALUE 120.
       77  WRK-SQL-PTR                     PIC 9(5)    COMP.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.

       01  HOSTVARS.
           05 BUFFER     PIC X(1024).
           05 SQL-BUFFER PIC X(8000).

       01  SQL-01-VARS.
           05 PAU-QTD            PIC 9(10).
           05 PAU-ADIANTE        PIC 9(5).
           05 PAU-ULTIMA         PIC X(64).
           05 PAU-MES-INICIO     PIC X(6).
           05 PAU-MES-FIM        PIC X(6).

       EXEC SQL END DECLARE SECTION END-EXEC.


       PROCEDURE DIVISION.

       MAIN-PROCEDURE.

           DISPLAY "BUILD EM EXECUCAO: " FUNCTION TRIM(VERSAO-BUILD).

           PERFORM 1050-OBTER-TRAVA-JOB.
           PERFORM 1100-CONECTAR-BANCO-DE-DADOS.
           PERFORM 1200-VERIFICAR-TABELA.

           IF  PAU-QTD = ZERO
               DISPLAY "TABELA DE AUDITORIA AINDA NAO EXISTE NESTE "
                   "BANCO. NADA A PARTICIONAR."
           ELSE
               PERFORM 1400-LER-PARAMETROS
               PERFORM 2000-CONVERTER-TABELA
               PERFORM 2100-DETERMINAR-FAIXA
               PERFORM 2200-CRIAR-PARTICOES
           END-IF.

           PERFORM 3000-FINALIZAR.
           STOP RUN.

       1050-OBTER-TRAVA-JOB.

      * A REORGANIZACAO DA PMAX NAO PODE CORRER EM DUAS EXECUCOES
      * AO MESMO TEMPO.
           MOVE "OBTER" TO WRK-TRAVA-ACAO.

           CALL 'MOD-TRAVA-JOB'
               USING WRK-TRAVA-NOME, WRK-TRAVA-PROGRAMA,
                   WRK-TRAVA-DURACAO, WRK-TRAVA-ACAO,
                   WRK-TRAVA-OBTIDA
               END-CALL.

           IF  NOT TRAVA-OBTIDA
               DISPLAY
                   "TRAVA DE JOB PARTICIONA-AUDITORIA EM USO POR "
                   "OUTRO PROCESSO. EXECUCAO RECUSADA."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       1100-CONECTAR-BANCO-DE-DADOS.

           MOVE "OBTER" TO WRK-CONEXAO-ACAO.
           CALL 'MOD-CONEXAO-BD'
               USING WRK-CONEXAO-ACAO, WRK-CONEXAO-OK,
                   WRK-CONEXAO-MSG
               END-CALL.

           IF  NOT CONEXAO-DISPONIVEL
               DISPLAY
                   "ERRO AO TENTAR ABRIR CONEXAO COM O BANCO DE "
                   "DADOS: " FUNCTION TRIM(WRK-CONEXAO-MSG)
               PERFORM 8800-LIBERAR-TRAVA-JOB
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       1200-VERIFICAR-TABELA.

      * A TABELA DE AUDITORIA NASCE NO BOOTSTRAP OU NO PRIMEIRO
      * REGISTRO; SEM ELA NAO HA O QUE PARTICIONAR E PAU-QTD FICA
      * ZERADO.
           EXEC SQL
               SELECT COUNT(*)
                 INTO :PAU-QTD
                 FROM information_schema.tables
                WHERE table_schema = DATABASE()
                  AND table_name = 'auditoria'
           END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO
               DISPLAY
                   "ERRO AO TENTAR VERIFICAR A TABELA DE AUDITORIA: "
                   SQLERRM
               PERFORM 2990-ABORTAR
           END-IF.

       1400-LER-PARAMETROS.

           MOVE 1 TO WRK-CFG-NUMERO.
           MOVE "auditoria.particoes_meses_adiante" TO WRK-CFG-CHAVE.
           PERFORM 1420-LER-NUMERO.
           IF  WRK-CFG-NUMERO > 24
               MOVE 24 TO WRK-CFG-NUMERO
           END-IF.
           MOVE WRK-CFG-NUMERO TO PAU-ADIANTE.

       1410-LER-CHAVE.

           MOVE SPACES TO WRK-CFG-VALOR.
           CALL 'MOD-LE-CONFIG'
               USING WRK-CFG-CHAVE, WRK-CFG-VALOR,
                   WRK-CFG-ENCONTRADA
               END-CALL.

       1420-LER-NUMERO.

      * VALOR NAO NUMERICO OU ZERO NA CONFIGURACAO MANTEM O PADRAO
      * JA CARREGADO EM WRK-CFG-NUMERO.
           PERFORM 1410-LER-CHAVE.

           IF  CONFIG-ENCONTRADA
               MOVE FUNCTION TRIM(WRK-CFG-VALOR)
                   TO WRK-CFG-NUM-STG
               MOVE WRK-CFG-NUM-STG TO WRK-CFG-NUM-CHECK
               INSPECT WRK-CFG-NUM-CHECK REPLACING ALL SPACE BY '0'
               IF  WRK-CFG-NUM-CHECK IS NUMERIC
               AND FUNCTION TRIM(WRK-CFG-NUM-STG) NOT = SPACES
               AND FUNCTION NUMVAL(WRK-CFG-NUM-STG) > ZERO
               AND FUNCTION NUMVAL(WRK-CFG-NUM-STG) < 100000
                   COMPUTE WRK-CFG-NUMERO =
                       FUNCTION NUMVAL(WRK-CFG-NUM-STG)
               END-IF
           END-IF.

       2000-CONVERTER-TABELA.

           EXEC SQL
               SELECT COUNT(*)
                 INTO :PAU-QTD
                 FROM information_schema.partitions
                WHERE table_schema = DATABASE()
                  AND table_name = 'auditoria'
                  AND partition_name IS NOT NULL
           END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO
               DISPLAY
                   "ERRO AO TENTAR LER AS PARTICOES DA AUDITORIA: "
                   SQLERRM
               PERFORM 2990-ABORTAR
           END-IF.

           IF  PAU-QTD > ZERO
               EXIT PARAGRAPH
           END-IF.

      * CONVERSAO UNICA: O PARTICIONAMENTO EXIGE A COLUNA DA FAIXA EM
      * TODA CHAVE UNICA, ENTAO A CHAVE PRIMARIA PASSA A (ID,
      * CRIADO_EM); O ID CONTINUA AUTO_INCREMENT E UNICO NA PRATICA.
      * TUDO COMECA NA PMAX E O PASSO SEGUINTE A DIVIDE EM MESES.
           DISPLAY "CONVERTENDO A TABELA DE AUDITORIA PARA "
               "PARTICOES MENSAIS.".

           EXEC SQL
               ALTER TABLE auditoria
                   DROP PRIMARY KEY,
                   ADD PRIMARY KEY (id, criado_em)
                   PARTITION BY RANGE COLUMNS(criado_em) (
                       PARTITION pmax VALUES LESS THAN (MAXVALUE)
                   )
           END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO
               DISPLAY
                   "ERRO AO TENTAR CONVERTER A TABELA DE AUDITORIA: "
                   SQLERRM
               PERFORM 2990-ABORTAR
           END-IF.

       2100-DETERMINAR-FAIXA.

      * A PRIMEIRA PARTICAO A CRIAR E O MES SEGUINTE A ULTIMA JA
      * EXISTENTE; SEM NENHUMA, O MES DA LINHA MAIS ANTIGA (OU O
      * CORRENTE, COM A TABELA VAZIA). A ULTIMA E O MES CORRENTE
      * MAIS OS MESES DE ANTECEDENCIA.
           EXEC SQL
               SELECT COALESCE(MAX(partition_name), '')
                 INTO :PAU-ULTIMA
                 FROM information_schema.partitions
                WHERE table_schema = DATABASE()
                  AND table_name = 'auditoria'
                  AND partition_name REGEXP '^p[0-9]{6}$'
           END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO
               DISPLAY
                   "ERRO AO TENTAR LER AS PARTICOES DA AUDITORIA: "
                   SQLERRM
               PERFORM 2990-ABORTAR
           END-IF.

           IF  FUNCTION TRIM(PAU-ULTIMA) NOT = SPACES
               MOVE PAU-ULTIMA(2:6) TO WRK-MES-CORRENTE
               PERFORM 2110-AVANCAR-MES
               MOVE WRK-MES-SEGUINTE TO WRK-MES-CORRENTE
           ELSE
               EXEC SQL
                   SELECT DATE_FORMAT(COALESCE(MIN(criado_em),
                              CURRENT_DATE), '%Y%m')
                     INTO :PAU-MES-INICIO
                     FROM auditoria
               END-EXEC
               IF  SQLCODE NOT EQUAL ZERO
                   DISPLAY
                       "ERRO AO TENTAR LER A LINHA MAIS ANTIGA DA "
                       "AUDITORIA: " SQLERRM
                   PERFORM 2990-ABORTAR
               END-IF
               MOVE PAU-MES-INICIO TO WRK-MES-CORRENTE
           END-IF.

           EXEC SQL
               SELECT DATE_FORMAT(CURRENT_DATE
                          + INTERVAL :PAU-ADIANTE MONTH, '%Y%m')
                 INTO :PAU-MES-FIM
           END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO
               DISPLAY
                   "ERRO AO TENTAR CALCULAR O ULTIMO MES A "
                   "PROVISIONAR: " SQLERRM
               PERFORM 2990-ABORTAR
           END-IF.

           MOVE PAU-MES-FIM TO WRK-MES-LIMITE.

       2110-AVANCAR-MES.

           MOVE WRK-MC-ANO TO WRK-MS-ANO.
           COMPUTE WRK-MS-MES = WRK-MC-MES + 1.
           IF  WRK-MS-MES > 12
               MOVE 1 TO WRK-MS-MES
               ADD 1 TO WRK-MS-ANO
           END-IF.

       2200-CRIAR-PARTICOES.

      * OS MESES QUE FALTAM SAEM DA PMAX NUM UNICO REORGANIZE: AS
      * LINHAS QUE JA ESTAVAM NA PMAX VAO PARA O SEU MES.
           MOVE SPACES TO SQL-BUFFER.
           MOVE 1 TO WRK-SQL-PTR.
           MOVE ZERO TO WRK-QTD-MESES.
           MOVE WRK-MES-CORRENTE TO WRK-MES-PRIMEIRO.

           STRING
               "ALTER TABLE auditoria REORGANIZE PARTITION pmax "
               "INTO ("
               DELIMITED BY SIZE
               INTO SQL-BUFFER
               WITH POINTER WRK-SQL-PTR
           END-STRING.

           PERFORM 2210-ACRESCENTAR-MES
               UNTIL WRK-MES-CORRENTE-NUM > WRK-MES-LIMITE
                  OR WRK-QTD-MESES NOT < WRK-MAX-MESES.

           IF  WRK-QTD-MESES = ZERO
               DISPLAY
                   "PARTICOES JA PROVISIONADAS ATE " PAU-MES-FIM "."
               EXIT PARAGRAPH
           END-IF.

           STRING
               "PARTITION pmax VALUES LESS THAN (MAXVALUE))"
               DELIMITED BY SIZE
               INTO SQL-BUFFER
               WITH POINTER WRK-SQL-PTR
           END-STRING.

           EXEC SQL
               EXECUTE IMMEDIATE :SQL-BUFFER
           END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO
               DISPLAY
                   "ERRO AO TENTAR CRIAR AS PARTICOES DA AUDITORIA: "
                   SQLERRM
               PERFORM 2990-ABORTAR
           END-IF.

           DISPLAY
               "PARTICOES CRIADAS: " WRK-QTD-MESES
               " (P" WRK-MES-PRIMEIRO " EM DIANTE).".

           IF  WRK-MES-CORRENTE-NUM NOT > WRK-MES-LIMITE
               DISPLAY
                   "LIMITE DE " WRK-MAX-MESES " MESES POR EXECUCAO; "
                   "OS DEMAIS FICAM PARA A PROXIMA."
           END-IF.

       2210-ACRESCENTAR-MES.

      * A PARTICAO PAAAAMM GUARDA AS LINHAS ANTERIORES AO PRIMEIRO
      * DIA DO MES SEGUINTE.
           PERFORM 2110-AVANCAR-MES.

           STRING
               "PARTITION p" WRK-MES-CORRENTE
               " VALUES LESS THAN ('" WRK-MS-ANO "-" WRK-MS-MES
               "-01'), "
               DELIMITED BY SIZE
               INTO SQL-BUFFER
               WITH POINTER WRK-SQL-PTR
           END-STRING.

           ADD 1 TO WRK-QTD-MESES.
           MOVE WRK-MES-SEGUINTE TO WRK-MES-CORRENTE.

       2990-ABORTAR.

           PERFORM 8800-LIBERAR-TRAVA-JOB.
           PERFORM 8900-ENCERRAR-CONEXAO.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.

       3000-FINALIZAR.

           PERFORM 8800-LIBERAR-TRAVA-JOB.
           PERFORM 8900-ENCERRAR-CONEXAO.

       8800-LIBERAR-TRAVA-JOB.

           MOVE "LIBERAR" TO WRK-TRAVA-ACAO.

           CALL 'MOD-TRAVA-JOB'
               USING WRK-TRAVA-NOME, WRK-TRAVA-PROGRAMA,
                   WRK-TRAVA-DURACAO, WRK-TRAVA-ACAO,
                   WRK-TRAVA-OBTIDA
               END-CALL.

       8900-ENCERRAR-CONEXAO.

           MOVE "ENCERRAR" TO WRK-CONEXAO-ACAO.
           CALL 'MOD-CONEXAO-BD'
               USING WRK-CONEXAO-ACAO, WRK-CONEXAO-OK,
                   WRK-CONEXAO-MSG
               END-CALL.

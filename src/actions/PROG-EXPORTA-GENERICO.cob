      *     VIA MOD-REGISTRA-INTERFACE: ARQUIVO, PROGRAMA, QUANTIDADE
      *     E TOTAL DE CONTROLE), PARA A CONFIRMACAO DO PARCEIRO EM
      *     PROG-INTERFACES E O PRAZO DE PROG-MONITOR-INTERFACES.
      *   - EXTRACAO PARTICIONADA EM PARALELO: COM EXPORTA_PARTICOES
      *     MAIOR QUE 1 (ATE 16; PADRAO 1, A EXTRACAO SEQUENCIAL DE
      *     SEMPRE) O JOB VIRA COORDENADOR — DIVIDE A FAIXA DE IDS
      *     ALEM DO CHECKPOINT ATE O MAIOR ID DA TABELA EM N FAIXAS
      *     CONTIGUAS (PLANO EM EXPORT_PARTICOES), DISPARA UM
      *     OPERARIO POR PARTICAO PENDENTE (ESTE MESMO PROGRAMA COM
      *     EXPORTA_PARTICAO, EM JOBS_BIN_DIR, VIA CALL SYSTEM) E
      *     ESPERA TODOS. CADA OPERARIO GRAVA SO AS LINHAS DE DADOS
      *     DA SUA FAIXA EM <ARQUIVO>.PNN, COM TRAVA E CHECKPOINT
      *     PROPRIOS (PROG-EXPORTA-GENERICO:<TABELA>#PNN) E PROGRESSO
      *     EM JOB_PROGRESSO (MOD-REGISTRA-PROGRESSO). COM TODAS AS
      *     PARTICOES CONCLUIDAS O COORDENADOR COSTURA AS PECAS NA
      *     ORDEM, ENTRE UM UNICO HDR E UM UNICO TRL COM QUANTIDADE E
      *     SOMA DOS IDS COMBINADAS — O MESMO ARQUIVO, BYTE A BYTE, DE
      *     UMA EXECUCAO SEQUENCIAL —, AVANCA O CHECKPOINT DA TABELA,
      *     APAGA AS PECAS E ENCERRA O PLANO. PARTICAO QUE FALHA
      *     DEIXA O PLANO PENDENTE (RETURN-CODE 16); A PROXIMA
      *     EXECUCAO, MESMO SEQUENCIAL, RETOMA O PLANO E SO DISPARA
      *     AS PARTICOES NAO CONCLUIDAS, CADA UMA DO SEU CHECKPOINT.
      *   - EXIBE NO INICIO DO LOG DA EXECUCAO O CARIMBO DE VERSAO
      *     (BUILD) COM QUE O PROGRAMA FOI IMPLANTADO.
      *******************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-FS-ARQ-SAIDA.

           SELECT ARQ-PARTE-GEN ASSIGN TO WRK-ARQ-PARTE-NOME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-FS-ARQ-PARTE.

       DATA DIVISION.
       FILE SECTION.

           05 TRL-SOMA-ID                  PIC 9(15).
           05 FILLER                       PIC X(2072).

      * PECA DE UMA PARTICAO: SO LINHAS DE DADOS, NO MESMO LAYOUT.
       FD  ARQ-PARTE-GEN
           RECORDING MODE IS F.
       01  REG-PARTE-GEN.
           05 PRT-ID                       PIC X(10).
           05 FILLER                       PIC X(2090).

       WORKING-STORAGE SECTION.

       COPY VERSAO-BUILD.

       77  WRK-TRAVA-NOME                  PIC X(60).
       77  WRK-TRAVA-PROGRAMA              PIC X(60)
               VALUE "PROG-EXPORTA-GENERICO".

       77  WRK-ARQ-SAIDA-NOME              PIC X(255).
       77  WRK-FS-ARQ-SAIDA                PIC X(2).
       77  WRK-ARQ-PARTE-NOME              PIC X(255).
       77  WRK-FS-ARQ-PARTE                PIC X(2).

       77  WRK-DB-STRING                   PIC X(255).
       77  WRK-APP-ENV                     PIC X(10).
           88  NAO-REGISTRAR-LEDGER                    VALUE 'N'.
       77  WRK-LED-CHECKSUM                PIC 9(15).

       77  WRK-MODO                        PIC X(1)    VALUE 'S'.
           88  MODO-SEQUENCIAL                         VALUE 'S'.
           88  MODO-PARALELO                           VALUE 'C'.
           88  MODO-PARTICAO                           VALUE 'P'.
       77  WRK-PARTICOES-STG               PIC X(5).
       77  WRK-PARTICOES                   PIC 9(2)    VALUE 1.
       77  WRK-PARTICAO-STG                PIC X(5).
       77  WRK-PARTICAO                    PIC 9(2)    VALUE ZERO.
       77  WRK-NUM-STG                     PIC X(5).
       77  WRK-NUM-CHECK                   PIC X(5).
       77  WRK-AGREGADO                    PIC X(60).
       77  WRK-PARTE-NUM                   PIC 9(2).
       77  WRK-PARTE-IDX                   PIC 9(2)    VALUE ZERO.
       77  WRK-FAIXA-TOTAL                 PIC 9(10).
       77  WRK-ID-PARTE                    PIC 9(10).
       77  WRK-ID-MESCLADO                 PIC 9(10).
       77  WRK-BIN-DIR                     PIC X(255).
       77  WRK-CMD                         PIC X(8000).
       77  WRK-CMD-PTR                     PIC 9(4)    COMP.
       77  WRK-RC-SISTEMA                  PIC S9(9)   COMP-5.
       77  WRK-QTD-DISPARADA               PIC 9(2)    VALUE ZERO.

       77  WRK-FLAG-FIM-PARTE              PIC X(1)    VALUE 'N'.
           88  FIM-PARTE                               VALUE 'S'.
           88  NAO-FIM-PARTE                           VALUE 'N'.
       77  WRK-FLAG-FIM-PENDENTES          PIC X(1)    VALUE 'N'.
           88  FIM-PENDENTES                           VALUE 'S'.
           88  NAO-FIM-PENDENTES                       VALUE 'N'.
       77  WRK-FLAG-PARTICAO-OK            PIC X(1)    VALUE 'N'.
           88  MARCAR-PARTICAO                         VALUE 'S'.
           88  NAO-MARCAR-PARTICAO                     VALUE 'N'.

       77  WRK-PRG-ACAO                    PIC X(10).
       77  WRK-PRG-CHECKPOINT              PIC X(40).

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.

       01  HOSTVARS.
           05 PROGRAMA-NOME     PIC X(60).
           05 ULTIMO-ID         PIC 9(10) VALUE ZERO.

       01  SQL-02-VARS.
           05 GEN-PROGRAMA-BASE PIC X(60).
           05 GEN-PARTICAO      PIC 9(2).
           05 GEN-ID-INICIO     PIC 9(10).
           05 GEN-ID-FIM        PIC 9(10).
           05 GEN-ID-MAX        PIC 9(10).
           05 GEN-STATUS        PIC X(12).
           05 GEN-PLANO-QTD     PIC 9(10).
           05 GEN-PENDENTES     PIC 9(10).
           05 GEN-TOTAL-PREV    PIC 9(10).
           05 GEN-VALOR         PIC 9(10).

       EXEC SQL END DECLARE SECTION END-EXEC.



       MAIN-PROCEDURE.

           DISPLAY "BUILD EM EXECUCAO: " FUNCTION TRIM(VERSAO-BUILD).

           PERFORM 1000-INICIALIZAR.
           PERFORM 1050-OBTER-TRAVA-JOB.
           PERFORM 1100-CONECTAR-BANCO-DE-DADOS.
           PERFORM 1150-CARREGAR-METADADOS.
           PERFORM 1190-VERIFICAR-PLANO-PARTICOES.

           EVALUATE TRUE
               WHEN MODO-PARTICAO
                   PERFORM 5000-EXPORTAR-PARTICAO
               WHEN MODO-PARALELO
                   PERFORM 4000-EXPORTAR-PARALELO
               WHEN OTHER
                   PERFORM 1200-CARREGAR-CHECKPOINT
                   PERFORM 1250-ABRIR-ARQUIVO-SAIDA
                   PERFORM 1300-GRAVAR-CABECALHO
                   PERFORM 1400-ABRIR-CURSOR
                   PERFORM 2000-EXPORTAR-REGISTRO UNTIL FIM-CURSOR
                   PERFORM 2900-GRAVAR-TRAILER
                   PERFORM 3000-FINALIZAR
           END-EVALUATE.

           STOP RUN.

       1000-INICIALIZAR.
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(GEN-TABELA))
               TO WRK-TRAVA-NOME.

      * SEM PARTICAO A FAIXA DE IDS E ABERTA: DO CHECKPOINT AO FIM.
           MOVE PROGRAMA-NOME TO GEN-PROGRAMA-BASE.
           MOVE ZERO TO GEN-ID-INICIO.
           MOVE 9999999999 TO GEN-ID-FIM.

           PERFORM 1010-LER-PARTICIONAMENTO.

       1010-LER-PARTICIONAMENTO.

           ACCEPT WRK-PARTICOES-STG FROM ENVIRONMENT
               "EXPORTA_PARTICOES".
           IF  FUNCTION TRIM(WRK-PARTICOES-STG) NOT = SPACES
               MOVE WRK-PARTICOES-STG TO WRK-NUM-STG
               PERFORM 1015-VALIDAR-NUMERO-PARTICAO
               MOVE WRK-PARTE-NUM TO WRK-PARTICOES
           END-IF.

           IF  WRK-PARTICOES > 1
               SET MODO-PARALELO TO TRUE
           END-IF.

      * EXPORTA_PARTICAO SO VEM PREENCHIDA NO OPERARIO DISPARADO PELO
      * COORDENADOR: A PECA, O CHECKPOINT E A TRAVA SAO DA PARTICAO.
           ACCEPT WRK-PARTICAO-STG FROM ENVIRONMENT
               "EXPORTA_PARTICAO".
           IF  FUNCTION TRIM(WRK-PARTICAO-STG) = SPACES
               EXIT PARAGRAPH
           END-IF.

           MOVE WRK-PARTICAO-STG TO WRK-NUM-STG.
           PERFORM 1015-VALIDAR-NUMERO-PARTICAO.
           MOVE WRK-PARTE-NUM TO WRK-PARTICAO.
           MOVE WRK-PARTE-NUM TO GEN-PARTICAO.
           SET MODO-PARTICAO TO TRUE.

           PERFORM 1020-MONTAR-NOME-PARTE.
           MOVE WRK-ARQ-PARTE-NOME TO WRK-ARQ-SAIDA-NOME.

           MOVE SPACES TO PROGRAMA-NOME.
           STRING
               FUNCTION TRIM(GEN-PROGRAMA-BASE)
               "#P" WRK-PARTE-NUM
               DELIMITED BY SIZE
               INTO PROGRAMA-NOME
           END-STRING.

           MOVE SPACES TO WRK-TRAVA-NOME.
           STRING
               FUNCTION UPPER-CASE(FUNCTION TRIM(GEN-TABELA))
               "#P" WRK-PARTE-NUM
               DELIMITED BY SIZE
               INTO WRK-TRAVA-NOME
           END-STRING.

       1015-VALIDAR-NUMERO-PARTICAO.

      * QUANTIDADE DE PARTICOES E NUMERO DA PARTICAO: DE 1 A 16.
           MOVE WRK-NUM-STG TO WRK-NUM-CHECK.
           INSPECT WRK-NUM-CHECK REPLACING ALL SPACE BY '0'.

           IF  WRK-NUM-CHECK IS NOT NUMERIC
           OR  FUNCTION NUMVAL(WRK-NUM-STG) < 1
           OR  FUNCTION NUMVAL(WRK-NUM-STG) > 16
               DISPLAY
                   "ERRO: PARTICIONAMENTO INVALIDO (DE 1 A 16): "
                   FUNCTION TRIM(WRK-NUM-STG)
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           COMPUTE WRK-PARTE-NUM = FUNCTION NUMVAL(WRK-NUM-STG).

       1020-MONTAR-NOME-PARTE.

      * A PECA DA PARTICAO NN E O ARQUIVO FINAL COM O SUFIXO .PNN.
           MOVE SPACES TO WRK-ARQ-PARTE-NOME.
           STRING
               FUNCTION TRIM(WRK-ARQ-SAIDA-NOME)
               ".P" WRK-PARTE-NUM
               DELIMITED BY SIZE
               INTO WRK-ARQ-PARTE-NOME
           END-STRING.

       1050-OBTER-TRAVA-JOB.

      * A TRAVA COM O NOME DA TABELA SERIALIZA OS JOBS QUE A VARREM;
                   END-STRING
           END-EVALUATE.

       1190-VERIFICAR-PLANO-PARTICOES.

           EXEC SQL
               CREATE TABLE IF NOT EXISTS export_particoes (
                   programa      VARCHAR(60) NOT NULL,
                   particao      INT NOT NULL,
                   id_inicio     INT NOT NULL,
                   id_fim        INT NOT NULL,
                   status        VARCHAR(12) NOT NULL
                                     DEFAULT 'PENDENTE',
                   atualizado_em DATETIME,
                   PRIMARY KEY (programa, particao)
               )
           END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO
               DISPLAY
                   "ERRO AO TENTAR CRIAR TABELA DE PARTICOES: "
                   SQLERRM
               EXEC SQL CONNECT RESET END-EXEC
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           IF  MODO-PARTICAO
               EXIT PARAGRAPH
           END-IF.

      * UM PLANO PENDENTE DA TABELA E SEMPRE RETOMADO, COM A
      * QUANTIDADE DE PARTICOES COM QUE FOI FEITO, ANTES DE QUALQUER
      * NOVA EXTRACAO — SENAO O CHECKPOINT DA TABELA PULARIA A FAIXA.
           EXEC SQL
               SELECT COUNT(*)
                 INTO :GEN-PLANO-QTD
                 FROM export_particoes
                WHERE programa = :GEN-PROGRAMA-BASE
           END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO
               DISPLAY
                   "ERRO AO TENTAR LER O PLANO DE PARTICOES: "
                   SQLERRM
               EXEC SQL CONNECT RESET END-EXEC
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           IF  GEN-PLANO-QTD > ZERO
               MOVE GEN-PLANO-QTD TO WRK-PARTICOES
               SET MODO-PARALELO TO TRUE
               DISPLAY
                   "PLANO DE PARTICOES PENDENTE RETOMADO COM "
                   WRK-PARTICOES " PARTICOES."
           END-IF.

       1200-CARREGAR-CHECKPOINT.

           EXEC SQL
                WHERE programa = :PROGRAMA-NOME
           END-EXEC.

      * O CHECKPOINT DE UMA PARTICAO NASCE NO INICIO DA SUA FAIXA.
           IF  SQLCODE EQUAL 100
               MOVE GEN-ID-INICIO TO ULTIMO-ID
               EXEC SQL
                   INSERT INTO export_checkpoint (programa, ultimo_id)
                   VALUES (:PROGRAMA-NOME, :ULTIMO-ID)
               END-EXEC
               EXEC SQL COMMIT END-EXEC
           ELSE

       1250-ABRIR-ARQUIVO-SAIDA.

           IF  ULTIMO-ID > GEN-ID-INICIO
               OPEN EXTEND ARQ-SAIDA-GEN
           ELSE
               OPEN OUTPUT ARQ-SAIDA-GEN
               FUNCTION TRIM(WRK-CONCAT-SQL)
               ') FROM ' FUNCTION TRIM(GEN-TABELA)
               ' WHERE ' FUNCTION TRIM(GEN-ID-COLUNA) ' > ?'
               ' AND ' FUNCTION TRIM(GEN-ID-COLUNA) ' <= ?'
               ' ORDER BY ' FUNCTION TRIM(GEN-ID-COLUNA)
               DELIMITED BY SIZE
               INTO SQL-BUFFER
           END-EXEC.

           EXEC SQL
               OPEN CUR-EXPORTA-GEN USING :ULTIMO-ID, :GEN-ID-FIM
           END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO
               SET FIM-CURSOR TO TRUE
           END-IF.

       1450-CONSULTAR-FAIXA.

      * AGREGADO (WRK-AGREGADO) DA TABELA NA FAIXA DE IDS ENTRE
      * ULTIMO-ID (EXCLUSIVE) E GEN-ID-FIM; SEM RESPOSTA, ZERO.
           MOVE ZERO TO GEN-VALOR.
           MOVE SPACES TO SQL-BUFFER.
           STRING
               'SELECT ' FUNCTION TRIM(WRK-AGREGADO)
               ' FROM ' FUNCTION TRIM(GEN-TABELA)
               ' WHERE ' FUNCTION TRIM(GEN-ID-COLUNA) ' > ?'
               ' AND ' FUNCTION TRIM(GEN-ID-COLUNA) ' <= ?'
               DELIMITED BY SIZE
               INTO SQL-BUFFER
           END-STRING.

           EXEC SQL
               PREPARE STMT-FAIXA-GEN FROM :SQL-BUFFER
           END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO
               EXIT PARAGRAPH
           END-IF.

           EXEC SQL
               DECLARE CUR-FAIXA-GEN CURSOR FOR STMT-FAIXA-GEN
           END-EXEC.

           EXEC SQL
               OPEN CUR-FAIXA-GEN USING :ULTIMO-ID, :GEN-ID-FIM
           END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO
               EXIT PARAGRAPH
           END-IF.

           EXEC SQL
               FETCH CUR-FAIXA-GEN INTO :GEN-VALOR
           END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO
               MOVE ZERO TO GEN-VALOR
           END-IF.

           EXEC SQL CLOSE CUR-FAIXA-GEN END-EXEC.

       2000-EXPORTAR-REGISTRO.

           MOVE GEN-LINHA TO REG-SAIDA-GEN.
           ADD 1 TO WRK-QTD-EXPORTADA.
           ADD GEN-ID TO WRK-SOMA-ID.

           IF  MODO-PARTICAO
               PERFORM 5300-AVANCAR-PROGRESSO
           END-IF.

           PERFORM 1410-BUSCAR-PROXIMO-REGISTRO.

       2100-ATUALIZAR-CHECKPOINT.
       3000-FINALIZAR.

           EXEC SQL CLOSE CUR-EXPORTA-GEN END-EXEC.

           CLOSE ARQ-SAIDA-GEN.

      * A PARTICAO SO E DADA POR CONCLUIDA COM A PECA JA FECHADA.
           IF  MARCAR-PARTICAO
               PERFORM 5400-CONCLUIR-PARTICAO
           END-IF.

           EXEC SQL CONNECT RESET END-EXEC.

      * SO A EXECUCAO QUE FECHOU O TRAILER ENTRA NO LIVRO-RAZAO.
           IF  REGISTRAR-LEDGER
               MOVE WRK-SOMA-ID TO WRK-LED-CHECKSUM
           DISPLAY
               "TABELA EXTRAIDA..............: "
               FUNCTION TRIM(GEN-TABELA).
           IF  MODO-PARTICAO
               DISPLAY
                   "PARTICAO.....................: " WRK-PARTICAO
           END-IF.
           DISPLAY
               "TOTAL DE REGISTROS EXTRAIDOS.: " WRK-QTD-EXPORTADA.

           PERFORM 8800-LIBERAR-TRAVA-JOB.

       4000-EXPORTAR-PARALELO.

      * COORDENADOR: PLANEJA (OU RETOMA) AS PARTICOES, DISPARA OS
      * OPERARIOS E, COM TODAS CONCLUIDAS, MONTA O ARQUIVO FINAL.
           PERFORM 1200-CARREGAR-CHECKPOINT.

           IF  GEN-PLANO-QTD = ZERO
               PERFORM 4100-PLANEJAR-PARTICOES
           END-IF.

           PERFORM 4200-DISPARAR-PARTICOES.
           PERFORM 4300-VERIFICAR-PARTICOES.

      * O ARQUIVO FINAL SEGUE A REGRA DA EXTRACAO SEQUENCIAL: HDR COM
      * O CHECKPOINT DA TABELA, ACRESCENTADO SE JA HOUVE EXTRACAO.
           MOVE ZERO TO GEN-ID-INICIO.
           PERFORM 1250-ABRIR-ARQUIVO-SAIDA.
           PERFORM 1300-GRAVAR-CABECALHO.
           PERFORM 4400-MESCLAR-PARTICOES.
           PERFORM 2900-GRAVAR-TRAILER.
           PERFORM 4500-ENCERRAR-PLANO.
           PERFORM 3000-FINALIZAR.

       4100-PLANEJAR-PARTICOES.

      * A FAIXA VAI DO CHECKPOINT DA TABELA AO MAIOR ID EXISTENTE
      * AGORA; LINHAS QUE CHEGAREM DEPOIS FICAM PARA A PROXIMA
      * EXTRACAO, COMO NA SEQUENCIAL QUE TERMINASSE NESTE INSTANTE.
           MOVE SPACES TO WRK-AGREGADO.
           STRING
               "COALESCE(MAX(" FUNCTION TRIM(GEN-ID-COLUNA) "), 0)"
               DELIMITED BY SIZE
               INTO WRK-AGREGADO
           END-STRING.
           PERFORM 1450-CONSULTAR-FAIXA.

           MOVE GEN-VALOR TO GEN-ID-MAX.
           IF  GEN-ID-MAX < ULTIMO-ID
               MOVE ULTIMO-ID TO GEN-ID-MAX
           END-IF.

           COMPUTE WRK-FAIXA-TOTAL = GEN-ID-MAX - ULTIMO-ID.

           PERFORM 4120-INSERIR-PARTICAO
               VARYING WRK-PARTE-IDX FROM 1 BY 1
               UNTIL WRK-PARTE-IDX > WRK-PARTICOES.

           EXEC SQL COMMIT END-EXEC.

           DISPLAY
               "PLANO DE " WRK-PARTICOES " PARTICOES PARA OS IDS "
               "ACIMA DE " ULTIMO-ID " ATE " GEN-ID-MAX ".".

       4120-INSERIR-PARTICAO.

      * FAIXAS CONTIGUAS DE IGUAL AMPLITUDE: A PARTICAO K COBRE OS
      * IDS ACIMA DO FIM DA K-1 ATE O SEU PROPRIO FIM, INCLUSIVE.
           MOVE WRK-PARTE-IDX TO GEN-PARTICAO.
           COMPUTE GEN-ID-INICIO = ULTIMO-ID
               + (WRK-FAIXA-TOTAL * (WRK-PARTE-IDX - 1))
               / WRK-PARTICOES.
           COMPUTE GEN-ID-FIM = ULTIMO-ID
               + (WRK-FAIXA-TOTAL * WRK-PARTE-IDX)
               / WRK-PARTICOES.

           EXEC SQL
               INSERT INTO export_particoes
                   (programa, particao, id_inicio, id_fim, status,
                    atualizado_em)
               VALUES
                   (:GEN-PROGRAMA-BASE, :GEN-PARTICAO,
                    :GEN-ID-INICIO, :GEN-ID-FIM, 'PENDENTE',
                    CURRENT_TIMESTAMP)
           END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO
               DISPLAY
                   "ERRO AO TENTAR GRAVAR O PLANO DE PARTICOES: "
                   SQLERRM
               EXEC SQL ROLLBACK END-EXEC
               EXEC SQL CONNECT RESET END-EXEC
               PERFORM 8800-LIBERAR-TRAVA-JOB
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       4200-DISPARAR-PARTICOES.

      * UM OPERARIO EM SEGUNDO PLANO POR PARTICAO PENDENTE, TODOS NA
      * MESMA LINHA DE COMANDO, E O WAIT SEGURA O COORDENADOR ATE O
      * ULTIMO TERMINAR. O RESULTADO DE CADA UM E CONFERIDO NO PLANO.
           ACCEPT WRK-BIN-DIR FROM ENVIRONMENT "JOBS_BIN_DIR".
           IF  FUNCTION TRIM(WRK-BIN-DIR) = SPACES
               MOVE "." TO WRK-BIN-DIR
           END-IF.

           MOVE SPACES TO WRK-CMD.
           MOVE 1 TO WRK-CMD-PTR.
           MOVE ZERO TO WRK-QTD-DISPARADA.

           EXEC SQL
               DECLARE CUR-PARTICOES-PEND CURSOR FOR
                   SELECT particao
                     FROM export_particoes
                    WHERE programa = :GEN-PROGRAMA-BASE
                      AND status <> 'CONCLUIDA'
                    ORDER BY particao
           END-EXEC.

           EXEC SQL
               OPEN CUR-PARTICOES-PEND
           END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO
               DISPLAY
                   "ERRO AO TENTAR LER AS PARTICOES PENDENTES: "
                   SQLERRM
               EXEC SQL CONNECT RESET END-EXEC
               PERFORM 8800-LIBERAR-TRAVA-JOB
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           SET NAO-FIM-PENDENTES TO TRUE.
           PERFORM 4210-BUSCAR-PENDENTE.
           PERFORM 4220-ACRESCENTAR-OPERARIO UNTIL FIM-PENDENTES.

           EXEC SQL CLOSE CUR-PARTICOES-PEND END-EXEC.

           IF  WRK-QTD-DISPARADA = ZERO
               DISPLAY "TODAS AS PARTICOES JA ESTAO CONCLUIDAS."
               EXIT PARAGRAPH
           END-IF.

           STRING
               "wait"
               DELIMITED BY SIZE
               INTO WRK-CMD
               WITH POINTER WRK-CMD-PTR
           END-STRING.

           DISPLAY
               "DISPARANDO " WRK-QTD-DISPARADA
               " OPERARIOS DE PARTICAO.".

           CALL "SYSTEM" USING WRK-CMD END-CALL.
           MOVE RETURN-CODE TO WRK-RC-SISTEMA.
           MOVE ZERO TO RETURN-CODE.

       4210-BUSCAR-PENDENTE.

           EXEC SQL
               FETCH CUR-PARTICOES-PEND INTO :GEN-PARTICAO
           END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO
               SET FIM-PENDENTES TO TRUE
           END-IF.

       4220-ACRESCENTAR-OPERARIO.

           MOVE GEN-PARTICAO TO WRK-PARTE-NUM.

           STRING
               "EXPORTA_TABELA='" FUNCTION TRIM(GEN-TABELA) "'"
               " EXPORTA_PARTICAO='" WRK-PARTE-NUM "'"
               " ARQ_SAIDA_GENERICO='"
               FUNCTION TRIM(WRK-ARQ-SAIDA-NOME) "' "
               FUNCTION TRIM(WRK-BIN-DIR) "/PROG-EXPORTA-GENERICO & "
               DELIMITED BY SIZE
               INTO WRK-CMD
               WITH POINTER WRK-CMD-PTR
           END-STRING.

           ADD 1 TO WRK-QTD-DISPARADA.

           PERFORM 4210-BUSCAR-PENDENTE.

       4300-VERIFICAR-PARTICOES.

      * OPERARIO QUE CAIU DEIXA A PARTICAO PENDENTE; O PLANO FICA
      * PARA A PROXIMA EXECUCAO, QUE SO DISPARA O QUE FALTOU.
           EXEC SQL
               SELECT COUNT(*)
                 INTO :GEN-PENDENTES
                 FROM export_particoes
                WHERE programa = :GEN-PROGRAMA-BASE
                  AND status <> 'CONCLUIDA'
           END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO
               DISPLAY
                   "ERRO AO TENTAR CONFERIR AS PARTICOES: " SQLERRM
               EXEC SQL CONNECT RESET END-EXEC
               PERFORM 8800-LIBERAR-TRAVA-JOB
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           IF  GEN-PENDENTES > ZERO
               DISPLAY
                   "PARTICOES NAO CONCLUIDAS: " GEN-PENDENTES
                   ". O PLANO FICA PENDENTE; REEXECUTE O JOB PARA "
                   "RETOMAR."
               EXEC SQL CONNECT RESET END-EXEC
               PERFORM 8800-LIBERAR-TRAVA-JOB
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       4400-MESCLAR-PARTICOES.

           MOVE ULTIMO-ID TO WRK-ID-MESCLADO.

           PERFORM 4410-MESCLAR-PECA
               VARYING WRK-PARTE-IDX FROM 1 BY 1
               UNTIL WRK-PARTE-IDX > WRK-PARTICOES.

       4410-MESCLAR-PECA.

           MOVE WRK-PARTE-IDX TO WRK-PARTE-NUM.
           PERFORM 1020-MONTAR-NOME-PARTE.

           OPEN INPUT ARQ-PARTE-GEN.

      * SEM A PECA O ARQUIVO FICA SEM TRAILER, CORTADO COMO NUMA
      * QUEDA DA EXTRACAO SEQUENCIAL, E O PLANO CONTINUA PENDENTE.
           IF  WRK-FS-ARQ-PARTE NOT = "00"
               DISPLAY
                   "ERRO AO TENTAR ABRIR A PECA DA PARTICAO: "
                   FUNCTION TRIM(WRK-ARQ-PARTE-NOME)
               CLOSE ARQ-SAIDA-GEN
               EXEC SQL CONNECT RESET END-EXEC
               PERFORM 8800-LIBERAR-TRAVA-JOB
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           SET NAO-FIM-PARTE TO TRUE.
           PERFORM 4420-LER-PECA.
           PERFORM 4430-COPIAR-REGISTRO UNTIL FIM-PARTE.

           CLOSE ARQ-PARTE-GEN.

       4420-LER-PECA.

           READ ARQ-PARTE-GEN
               AT END
                   SET FIM-PARTE TO TRUE
           END-READ.

       4430-COPIAR-REGISTRO.

      * AS PECAS VEM EM ORDEM DE ID; A LINHA REPETIDA PELO REINICIO
      * DE UM OPERARIO (GRAVADA ANTES DO CHECKPOINT) NAO PASSA DO
      * ULTIMO ID COPIADO E E DESCARTADA AQUI.
           MOVE PRT-ID TO WRK-ID-PARTE.

           IF  WRK-ID-PARTE > WRK-ID-MESCLADO
               MOVE REG-PARTE-GEN TO REG-SAIDA-GEN
               WRITE REG-SAIDA-GEN
               IF  WRK-FS-ARQ-SAIDA NOT = "00"
                   DISPLAY
                       "ERRO AO TENTAR GRAVAR NO ARQUIVO DE SAIDA."
                   CLOSE ARQ-PARTE-GEN
                   PERFORM 3000-FINALIZAR
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WRK-QTD-EXPORTADA
               ADD WRK-ID-PARTE TO WRK-SOMA-ID
               MOVE WRK-ID-PARTE TO WRK-ID-MESCLADO
           END-IF.

           PERFORM 4420-LER-PECA.

       4500-ENCERRAR-PLANO.

      * O CHECKPOINT DA TABELA AVANCA E O PLANO (COM OS CHECKPOINTS
      * DAS PARTICOES) SAI NA MESMA TRANSACAO.
           IF  WRK-QTD-EXPORTADA > ZERO
               MOVE WRK-ID-MESCLADO TO GEN-ID
               EXEC SQL
                   UPDATE export_checkpoint
                      SET ultimo_id = :GEN-ID,
                          atualizado_em = CURRENT_TIMESTAMP
                    WHERE programa = :PROGRAMA-NOME
               END-EXEC
               IF  SQLCODE NOT EQUAL ZERO
                   PERFORM 4590-ABORTAR-ENCERRAMENTO
               END-IF
           END-IF.

           EXEC SQL
               DELETE c
                 FROM export_checkpoint c
                 JOIN export_particoes p
                   ON c.programa = CONCAT(p.programa, '#P',
                                          LPAD(p.particao, 2, '0'))
                WHERE p.programa = :GEN-PROGRAMA-BASE
           END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO
           AND SQLCODE NOT EQUAL 100
               PERFORM 4590-ABORTAR-ENCERRAMENTO
           END-IF.

           EXEC SQL
               DELETE FROM export_particoes
                WHERE programa = :GEN-PROGRAMA-BASE
           END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO
           AND SQLCODE NOT EQUAL 100
               PERFORM 4590-ABORTAR-ENCERRAMENTO
           END-IF.

           EXEC SQL COMMIT END-EXEC.

           PERFORM 4510-APAGAR-PECA
               VARYING WRK-PARTE-IDX FROM 1 BY 1
               UNTIL WRK-PARTE-IDX > WRK-PARTICOES.
           MOVE ZERO TO RETURN-CODE.

       4510-APAGAR-PECA.

           MOVE WRK-PARTE-IDX TO WRK-PARTE-NUM.
           PERFORM 1020-MONTAR-NOME-PARTE.
           CALL "CBL_DELETE_FILE" USING WRK-ARQ-PARTE-NOME
               END-CALL.

       4590-ABORTAR-ENCERRAMENTO.

      * SEM ENCERRAR O PLANO O ARQUIVO NAO ENTRA NO LIVRO-RAZAO.
           DISPLAY
               "ERRO AO TENTAR ENCERRAR O PLANO DE PARTICOES: "
               SQLERRM.
           EXEC SQL ROLLBACK END-EXEC.
           EXEC SQL CONNECT RESET END-EXEC.
           CLOSE ARQ-SAIDA-GEN.
           PERFORM 8800-LIBERAR-TRAVA-JOB.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.

       5000-EXPORTAR-PARTICAO.

      * OPERARIO: SO AS LINHAS DE DADOS DA FAIXA DA PARTICAO, SEM HDR
      * NEM TRL, DO CHECKPOINT PROPRIO ATE O FIM DA FAIXA.
           PERFORM 5100-CARREGAR-PARTICAO.
           PERFORM 1200-CARREGAR-CHECKPOINT.
           PERFORM 1250-ABRIR-ARQUIVO-SAIDA.
           PERFORM 5200-INICIAR-PROGRESSO.
           PERFORM 1400-ABRIR-CURSOR.

           PERFORM 2000-EXPORTAR-REGISTRO UNTIL FIM-CURSOR.

           SET MARCAR-PARTICAO TO TRUE.
           PERFORM 3000-FINALIZAR.

       5100-CARREGAR-PARTICAO.

           EXEC SQL
               SELECT id_inicio, id_fim, status
                 INTO :GEN-ID-INICIO, :GEN-ID-FIM, :GEN-STATUS
                 FROM export_particoes
                WHERE programa = :GEN-PROGRAMA-BASE
                  AND particao = :GEN-PARTICAO
           END-EXEC.

           IF  SQLCODE EQUAL 100
               DISPLAY
                   "ERRO: PARTICAO " WRK-PARTICAO " SEM PLANO EM "
                   "EXPORT_PARTICOES (O OPERARIO E DISPARADO PELO "
                   "COORDENADOR, COM EXPORTA_PARTICOES)."
               EXEC SQL CONNECT RESET END-EXEC
               PERFORM 8800-LIBERAR-TRAVA-JOB
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           IF  SQLCODE NOT EQUAL ZERO
               DISPLAY
                   "ERRO AO TENTAR LER A PARTICAO: " SQLERRM
               EXEC SQL CONNECT RESET END-EXEC
               PERFORM 8800-LIBERAR-TRAVA-JOB
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           IF  GEN-STATUS = "CONCLUIDA"
               DISPLAY
                   "PARTICAO " WRK-PARTICAO
                   " JA CONCLUIDA; NADA A EXTRAIR."
               EXEC SQL CONNECT RESET END-EXEC
               PERFORM 8800-LIBERAR-TRAVA-JOB
               STOP RUN
           END-IF.

           DISPLAY
               "PARTICAO " WRK-PARTICAO ": IDS ACIMA DE "
               GEN-ID-INICIO " ATE " GEN-ID-FIM ".".

       5200-INICIAR-PROGRESSO.

      * O TOTAL PREVISTO E O QUE RESTA DA FAIXA ALEM DO CHECKPOINT
      * DA PARTICAO; CADA PARTICAO APARECE NO PROGRESSO DE JOBS SOB
      * O NOME DO SEU CHECKPOINT.
           MOVE "COUNT(*)" TO WRK-AGREGADO.
           PERFORM 1450-CONSULTAR-FAIXA.
           MOVE GEN-VALOR TO GEN-TOTAL-PREV.

           MOVE "INICIAR" TO WRK-PRG-ACAO.
           MOVE ULTIMO-ID TO WRK-PRG-CHECKPOINT.
           CALL 'MOD-REGISTRA-PROGRESSO'
               USING WRK-PRG-ACAO, PROGRAMA-NOME,
                   WRK-QTD-EXPORTADA, GEN-TOTAL-PREV,
                   WRK-PRG-CHECKPOINT
               END-CALL.

       5300-AVANCAR-PROGRESSO.

           MOVE "AVANCAR" TO WRK-PRG-ACAO.
           MOVE GEN-ID TO WRK-PRG-CHECKPOINT.
           CALL 'MOD-REGISTRA-PROGRESSO'
               USING WRK-PRG-ACAO, PROGRAMA-NOME,
                   WRK-QTD-EXPORTADA, GEN-TOTAL-PREV,
                   WRK-PRG-CHECKPOINT
               END-CALL.

       5400-CONCLUIR-PARTICAO.

      * SEM A MARCA A PARTICAO SEGUE PENDENTE E O COORDENADOR NAO
      * MONTA O ARQUIVO; O REINICIO PARTE DO CHECKPOINT DELA.
           EXEC SQL
               UPDATE export_particoes
                  SET status = 'CONCLUIDA',
                      atualizado_em = CURRENT_TIMESTAMP
                WHERE programa = :GEN-PROGRAMA-BASE
                  AND particao = :GEN-PARTICAO
           END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO
               DISPLAY
                   "ERRO AO TENTAR MARCAR A PARTICAO CONCLUIDA: "
                   SQLERRM
               EXEC SQL ROLLBACK END-EXEC
               EXIT PARAGRAPH
           END-IF.

           EXEC SQL COMMIT END-EXEC.

           MOVE "CONCLUIR" TO WRK-PRG-ACAO.
           CALL 'MOD-REGISTRA-PROGRESSO'
               USING WRK-PRG-ACAO, PROGRAMA-NOME,
                   WRK-QTD-EXPORTADA, GEN-TOTAL-PREV,
                   WRK-PRG-CHECKPOINT
               END-CALL.

       8800-LIBERAR-TRAVA-JOB.

           MOVE "LIBERAR" TO WRK-TRAVA-ACAO.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG-ESCALONA-INCIDENTES.
      *******************************************
      * AUTOR:
      * DATA:
      * ALTERACOES:
      *   - BATCH DE ESCALONAMENTO DOS INCIDENTES SEM RECONHECIMENTO,
      *     RODADO PELO AGENDADOR A CADA 5 MINUTOS: O ALERTA DO
      *     MONITOR IA PARA A LISTA DE E-MAIL E, SEM NINGUEM
      *     RECONHECER EM PROG-INCIDENTES, O INCIDENTE FICAVA ABERTO
      *     A NOITE INTEIRA. INCIDENTE AINDA ABERTO (NAO RECONHECIDO)
      *     HA MAIS DE plantao.escalonamento.primario_min MINUTOS
      *     (PADRAO 15) E REALERTADO AO PRIMARIO DA ESCALA DE
      *     PLANTAO (MOD-RESOLVE-PLANTAO, MANTIDA EM
      *     PROG-PLANTAO-ADMIN); HA MAIS DE
      *     plantao.escalonamento.secundario_min (PADRAO 30), AO
      *     SECUNDARIO; HA MAIS DE plantao.escalonamento.gerencia_min
      *     (PADRAO 60), A LISTA DA GERENCIA (plantao.lista_gerencia,
      *     PADRAO "gerencia"). SEM ESCALA NA HORA, OU SEM
      *     SECUNDARIO, O PASSO VAI DIRETO PARA A GERENCIA. CADA
      *     EXECUCAO SOBE NO MAXIMO UM NIVEL POR INCIDENTE, PARA QUE
      *     CADA PESSOA RECEBA O SEU AVISO MESMO DEPOIS DE UMA PARADA
      *     DO AGENDADOR. CADA PASSO FICA EM INCIDENTE_ESCALONAMENTOS
      *     E NO PROPRIO INCIDENTE (NIVEL_ESCALONAMENTO, ESCALADO_EM;
      *     NO PRIMEIRO NIVEL, PLANTONISTA_ID), GRAVADOS NA MESMA
      *     UNIDADE DE TRABALHO; O E-MAIL SAI DEPOIS DO COMMIT.
      *     TRAVA NOMEADA "ESCALONA-INCIDENTES".
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
               VALUE "ESCALONA-INCIDENTES".
       77  WRK-TRAVA-PROGRAMA              PIC X(60)
               VALUE "PROG-ESCALONA-INCIDENTES".
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

       77  WRK-LISTA-GERENCIA              PIC X(60)
               VALUE "gerencia".

       77  WRK-PLANTAO-TIPO-DIA            PIC X(8).
       77  WRK-PLANTAO-PRIMARIO-ID         PIC 9(10).
       77  WRK-PLANTAO-PRIMARIO-NOME       PIC X(60).
       77  WRK-PLANTAO-PRIMARIO-LISTA      PIC X(60).
       77  WRK-PLANTAO-SECUNDARIO-ID       PIC 9(10).
       77  WRK-PLANTAO-SECUNDARIO-NOME     PIC X(60).
       77  WRK-PLANTAO-SECUNDARIO-LISTA    PIC X(60).

       77  WRK-FLAG-FIM-INCIDENTES         PIC X(1)    VALUE 'N'.
           88  FIM-INCIDENTES                          VALUE 'S'.
           88  NAO-FIM-INCIDENTES                      VALUE 'N'.

       77  WRK-ID-MASK                     PIC Z(9)9.
       77  WRK-NIVEL-MASK                  PIC 9.
       77  WRK-MIN-MASK                    PIC Z(9)9.
       77  WRK-QTD-MASK                    PIC Z(9)9.
       77  WRK-QTD-ESCALONADOS             PIC 9(10)   VALUE ZERO.

       77  WRK-MAIL-LISTA                  PIC X(60).
       77  WRK-MAIL-ASSUNTO                PIC X(120).
       77  WRK-MAIL-CORPO                  PIC X(1000).

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.

       01  HOSTVARS.
           05 BUFFER     PIC X(1024).

       01  SQL-01-VARS.
           05 ESI-PRIMARIO-MIN   PIC 9(5).
           05 ESI-SECUNDARIO-MIN PIC 9(5).
           05 ESI-GERENCIA-MIN   PIC 9(5).
           05 ESI-ULTIMO-ID      PIC 9(10).
           05 ESI-ID             PIC 9(10).
           05 ESI-ORIGEM         PIC X(60).
           05 ESI-CONDICAO       PIC X(60).
           05 ESI-DETALHES       PIC X(255).
           05 ESI-NIVEL          PIC 9(10).
           05 ESI-MINUTOS        PIC 9(10).
           05 ESI-DESTINO        PIC X(60).
           05 ESI-OPERADOR-ID    PIC 9(10).
           05 ESI-OPERADOR-NOME  PIC X(60).
           05 ESI-LISTA          PIC X(60).
           05 ESI-QTD            PIC 9(10).
           05 ESI-QTD-PASSO      PIC 9(10).

       EXEC SQL END DECLARE SECTION END-EXEC.


       PROCEDURE DIVISION.

       MAIN-PROCEDURE.

           DISPLAY "BUILD EM EXECUCAO: " FUNCTION TRIM(VERSAO-BUILD).

           PERFORM 1050-OBTER-TRAVA-JOB.
           PERFORM 1100-CONECTAR-BANCO-DE-DADOS.
           PERFORM 1200-GARANTIR-TABELAS.

           IF  ESI-QTD = ZERO
               DISPLAY "TABELA DE INCIDENTES AINDA NAO EXISTE NESTE "
                   "BANCO. NADA A ESCALONAR."
           ELSE
               PERFORM 1400-LER-PARAMETROS
               PERFORM 1500-RESOLVER-PLANTAO
               PERFORM 2000-ESCALONAR-INCIDENTES
           END-IF.

           PERFORM 3000-FINALIZAR.
           STOP RUN.

       1050-OBTER-TRAVA-JOB.

      * A TRAVA NOMEADA "ESCALONA-INCIDENTES" IMPEDE DUAS EXECUCOES
      * SOBREPOSTAS DE AVISAREM DUAS VEZES O MESMO NIVEL.
           MOVE "OBTER" TO WRK-TRAVA-ACAO.

           CALL 'MOD-TRAVA-JOB'
               USING WRK-TRAVA-NOME, WRK-TRAVA-PROGRAMA,
                   WRK-TRAVA-DURACAO, WRK-TRAVA-ACAO,
                   WRK-TRAVA-OBTIDA
               END-CALL.

           IF  NOT TRAVA-OBTIDA
               DISPLAY
                   "TRAVA DE JOB ESCALONA-INCIDENTES EM USO POR OUTRO "
                   "PROCESSO. EXECUCAO RECUSADA."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       1100-CONECTAR-BANCO-DE-DADOS.

      * A SESSAO VEM DE MOD-CONEXAO-BD: A CONFIGURACAO, A ESCALA DE
      * PLANTAO E O AVISO POR E-MAIL USAM A MESMA CONEXAO DO JOB.
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

       1200-GARANTIR-TABELAS.

      * A TABELA DE INCIDENTES NASCE NO PRIMEIRO INCIDENTE
      * (MOD-REGISTRA-INCIDENTE); SEM ELA NAO HA O QUE ESCALONAR E
      * ESI-QTD FICA ZERADO.
           EXEC SQL
               SELECT COUNT(*)
                 INTO :ESI-QTD
                 FROM information_schema.tables
                WHERE table_schema = DATABASE()
                  AND table_name = 'incidentes'
           END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO
               DISPLAY
                   "ERRO AO TENTAR VERIFICAR A TABELA DE INCIDENTES: "
                   SQLERRM
               PERFORM 2990-ABORTAR
           END-IF.

           IF  ESI-QTD = ZERO
               EXIT PARAGRAPH
           END-IF.

      * TABELA CRIADA ANTES DO ESCALONAMENTO AO PLANTAO NAO TEM AS
      * COLUNAS DO ESCALONAMENTO; ACRESCENTA-AS QUANDO AUSENTES.
           EXEC SQL
               SELECT COUNT(*)
                 INTO :ESI-NIVEL
                 FROM information_schema.columns
                WHERE table_schema = DATABASE()
                  AND table_name = 'incidentes'
                  AND column_name = 'nivel_escalonamento'
           END-EXEC.

           IF  SQLCODE EQUAL ZERO AND ESI-NIVEL = ZERO
               EXEC SQL
                   ALTER TABLE incidentes
                       ADD COLUMN nivel_escalonamento INT NOT NULL
                           DEFAULT 0,
                       ADD COLUMN escalado_em DATETIME NULL,
                       ADD COLUMN plantonista_id INT NULL,
                       ADD COLUMN reconhecido_por VARCHAR(60) NULL
               END-EXEC

               IF  SQLCODE NOT EQUAL ZERO
                   DISPLAY
                       "ERRO AO TENTAR ACRESCENTAR AS COLUNAS DE "
                       "ESCALONAMENTO EM INCIDENTES: " SQLERRM
                   PERFORM 2990-ABORTAR
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
               DISPLAY
                   "ERRO AO TENTAR GARANTIR INCIDENTE_ESCALONAMENTOS: "
                   SQLERRM
               PERFORM 2990-ABORTAR
           END-IF.

       1400-LER-PARAMETROS.

           MOVE 15 TO WRK-CFG-NUMERO.
           MOVE "plantao.escalonamento.primario_min" TO WRK-CFG-CHAVE.
           PERFORM 1420-LER-NUMERO.
           MOVE WRK-CFG-NUMERO TO ESI-PRIMARIO-MIN.

           MOVE 30 TO WRK-CFG-NUMERO.
           MOVE "plantao.escalonamento.secundario_min"
               TO WRK-CFG-CHAVE.
           PERFORM 1420-LER-NUMERO.
           MOVE WRK-CFG-NUMERO TO ESI-SECUNDARIO-MIN.

           MOVE 60 TO WRK-CFG-NUMERO.
           MOVE "plantao.escalonamento.gerencia_min" TO WRK-CFG-CHAVE.
           PERFORM 1420-LER-NUMERO.
           MOVE WRK-CFG-NUMERO TO ESI-GERENCIA-MIN.

      * OS PRAZOS SAO CUMULATIVOS DESDE A ABERTURA; CONFIGURACAO FORA
      * DE ORDEM E ACERTADA PARA QUE OS NIVEIS NAO SE INVERTAM.
           IF  ESI-SECUNDARIO-MIN < ESI-PRIMARIO-MIN
               MOVE ESI-PRIMARIO-MIN TO ESI-SECUNDARIO-MIN
           END-IF.
           IF  ESI-GERENCIA-MIN < ESI-SECUNDARIO-MIN
               MOVE ESI-SECUNDARIO-MIN TO ESI-GERENCIA-MIN
           END-IF.

           MOVE "plantao.lista_gerencia" TO WRK-CFG-CHAVE.
           PERFORM 1410-LER-CHAVE.
           IF  CONFIG-ENCONTRADA
           AND FUNCTION TRIM(WRK-CFG-VALOR) NOT = SPACES
               MOVE FUNCTION TRIM(WRK-CFG-VALOR) TO WRK-LISTA-GERENCIA
           END-IF.

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

       1500-RESOLVER-PLANTAO.

      * A ESCALA E RESOLVIDA UMA VEZ POR EXECUCAO: TODOS OS
      * INCIDENTES DESTA RODADA VAO PARA QUEM ESTA DE PLANTAO AGORA.
           CALL 'MOD-RESOLVE-PLANTAO'
               USING WRK-PLANTAO-TIPO-DIA, WRK-PLANTAO-PRIMARIO-ID,
                   WRK-PLANTAO-PRIMARIO-NOME,
                   WRK-PLANTAO-PRIMARIO-LISTA,
                   WRK-PLANTAO-SECUNDARIO-ID,
                   WRK-PLANTAO-SECUNDARIO-NOME,
                   WRK-PLANTAO-SECUNDARIO-LISTA
               END-CALL.

           IF  WRK-PLANTAO-PRIMARIO-ID = ZERO
               DISPLAY
                   "NENHUMA FAIXA DA ESCALA DE PLANTAO COBRE A HORA "
                   "CORRENTE (DIA " FUNCTION TRIM(WRK-PLANTAO-TIPO-DIA)
                   "); OS AVISOS VAO PARA A LISTA "
                   FUNCTION TRIM(WRK-LISTA-GERENCIA) "."
           ELSE
               DISPLAY
                   "DE PLANTAO: PRIMARIO "
                   FUNCTION TRIM(WRK-PLANTAO-PRIMARIO-NOME)
                   ", SECUNDARIO "
                   FUNCTION TRIM(WRK-PLANTAO-SECUNDARIO-NOME) "."
           END-IF.

       2000-ESCALONAR-INCIDENTES.

           MOVE ZERO TO ESI-ULTIMO-ID.
           SET NAO-FIM-INCIDENTES TO TRUE.

           PERFORM 2100-BUSCAR-PROXIMO-INCIDENTE.
           PERFORM 2200-ESCALONAR-INCIDENTE UNTIL FIM-INCIDENTES.

       2100-BUSCAR-PROXIMO-INCIDENTE.

      * O NIVEL DEVIDO SAI DOS MINUTOS DESDE A ABERTURA; SO ENTRA O
      * INCIDENTE QUE AINDA ESTA ABAIXO DELE.
           EXEC SQL
               SELECT id, origem, condicao, COALESCE(detalhes, ''),
                      nivel_escalonamento,
                      TIMESTAMPDIFF(MINUTE, aberto_em, NOW())
                 INTO :ESI-ID, :ESI-ORIGEM, :ESI-CONDICAO,
                      :ESI-DETALHES, :ESI-NIVEL, :ESI-MINUTOS
                 FROM incidentes
                WHERE status = 'ABERTO'
                  AND id > :ESI-ULTIMO-ID
                  AND nivel_escalonamento <
                      CASE
                        WHEN TIMESTAMPDIFF(MINUTE, aberto_em, NOW())
                             >= :ESI-GERENCIA-MIN THEN 3
                        WHEN TIMESTAMPDIFF(MINUTE, aberto_em, NOW())
                             >= :ESI-SECUNDARIO-MIN THEN 2
                        WHEN TIMESTAMPDIFF(MINUTE, aberto_em, NOW())
                             >= :ESI-PRIMARIO-MIN THEN 1
                        ELSE 0
                      END
                ORDER BY id
                LIMIT 1
           END-EXEC.

           IF  SQLCODE EQUAL 100
               SET FIM-INCIDENTES TO TRUE
           ELSE
               IF  SQLCODE NOT EQUAL ZERO
                   DISPLAY
                       "ERRO AO TENTAR LER OS INCIDENTES ABERTOS: "
                       SQLERRM
                   PERFORM 2990-ABORTAR
               END-IF
               MOVE ESI-ID TO ESI-ULTIMO-ID
           END-IF.

       2200-ESCALONAR-INCIDENTE.

      * UM NIVEL POR EXECUCAO; SEM A PESSOA DAQUELE NIVEL NA ESCALA,
      * O AVISO VAI PARA A GERENCIA.
           ADD 1 TO ESI-NIVEL.
           MOVE ZERO   TO ESI-OPERADOR-ID.
           MOVE SPACES TO ESI-OPERADOR-NOME.
           MOVE "GERENCIA" TO ESI-DESTINO.
           MOVE WRK-LISTA-GERENCIA TO ESI-LISTA.

           EVALUATE ESI-NIVEL
               WHEN 1
                   IF  WRK-PLANTAO-PRIMARIO-ID NOT = ZERO
                       MOVE "PRIMARIO" TO ESI-DESTINO
                       MOVE WRK-PLANTAO-PRIMARIO-ID TO ESI-OPERADOR-ID
                       MOVE WRK-PLANTAO-PRIMARIO-NOME
                           TO ESI-OPERADOR-NOME
                       MOVE WRK-PLANTAO-PRIMARIO-LISTA TO ESI-LISTA
                   END-IF
               WHEN 2
                   IF  WRK-PLANTAO-SECUNDARIO-ID NOT = ZERO
                       MOVE "SECUNDARIO" TO ESI-DESTINO
                       MOVE WRK-PLANTAO-SECUNDARIO-ID
                           TO ESI-OPERADOR-ID
                       MOVE WRK-PLANTAO-SECUNDARIO-NOME
                           TO ESI-OPERADOR-NOME
                       MOVE WRK-PLANTAO-SECUNDARIO-LISTA TO ESI-LISTA
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

           PERFORM 2300-REGISTRAR-PASSO.

           IF  ESI-QTD-PASSO > ZERO
               PERFORM 2400-AVISAR-DESTINO
               ADD 1 TO WRK-QTD-ESCALONADOS
           END-IF.

           PERFORM 2100-BUSCAR-PROXIMO-INCIDENTE.

       2300-REGISTRAR-PASSO.

      * O PASSO E O INCIDENTE VAO NA MESMA UNIDADE DE TRABALHO; SE O
      * INCIDENTE FOI RECONHECIDO NESSE MEIO TEMPO, NADA E GRAVADO.
           EXEC SQL
               UPDATE incidentes
                  SET nivel_escalonamento = :ESI-NIVEL,
                      escalado_em = CURRENT_TIMESTAMP,
                      plantonista_id =
                          CASE WHEN :ESI-NIVEL = 1
                               THEN NULLIF(:ESI-OPERADOR-ID, 0)
                               ELSE plantonista_id
                          END
                WHERE id = :ESI-ID
                  AND status = 'ABERTO'
           END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO AND SQLCODE NOT EQUAL 100
               DISPLAY
                   "ERRO AO TENTAR ATUALIZAR O INCIDENTE: " SQLERRM
               PERFORM 2990-ABORTAR
           END-IF.

           EXEC SQL
               INSERT INTO incidente_escalonamentos
                   (incidente_id, nivel, destino, operador_id,
                    operador_nome, lista, minutos_sem_reconhecimento)
               SELECT :ESI-ID, :ESI-NIVEL, :ESI-DESTINO,
                      NULLIF(:ESI-OPERADOR-ID, 0),
                      NULLIF(TRIM(:ESI-OPERADOR-NOME), ''),
                      :ESI-LISTA, :ESI-MINUTOS
                 FROM incidentes
                WHERE id = :ESI-ID
                  AND status = 'ABERTO'
           END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO AND SQLCODE NOT EQUAL 100
               DISPLAY
                   "ERRO AO TENTAR REGISTRAR O ESCALONAMENTO: "
                   SQLERRM
               PERFORM 2990-ABORTAR
           END-IF.

           EXEC SQL
               SELECT ROW_COUNT() INTO :ESI-QTD-PASSO
           END-EXEC.

           EXEC SQL COMMIT END-EXEC.

       2400-AVISAR-DESTINO.

           MOVE ESI-ID      TO WRK-ID-MASK.
           MOVE ESI-NIVEL   TO WRK-NIVEL-MASK.
           MOVE ESI-MINUTOS TO WRK-MIN-MASK.

           MOVE SPACES TO WRK-MAIL-ASSUNTO.
           STRING
               "INCIDENTE " FUNCTION TRIM(WRK-ID-MASK)
               " SEM RECONHECIMENTO HA " FUNCTION TRIM(WRK-MIN-MASK)
               " MIN - ESCALONAMENTO NIVEL " WRK-NIVEL-MASK
               " (" FUNCTION TRIM(ESI-DESTINO) ")"
               DELIMITED BY SIZE
               INTO WRK-MAIL-ASSUNTO
           END-STRING.

           MOVE SPACES TO WRK-MAIL-CORPO.
           STRING
               "O INCIDENTE " FUNCTION TRIM(WRK-ID-MASK)
               " (ORIGEM " FUNCTION TRIM(ESI-ORIGEM)
               ", CONDICAO " FUNCTION TRIM(ESI-CONDICAO)
               ") ESTA ABERTO HA " FUNCTION TRIM(WRK-MIN-MASK)
               " MINUTOS SEM RECONHECIMENTO. DETALHES: "
               FUNCTION TRIM(ESI-DETALHES)
               ". RECONHECA EM PROG-INCIDENTES (QS_ACAO=RECONHECER, "
               "QS_ID=" FUNCTION TRIM(WRK-ID-MASK)
               ") PARA INTERROMPER O ESCALONAMENTO."
               DELIMITED BY SIZE
               INTO WRK-MAIL-CORPO
           END-STRING.

           MOVE ESI-LISTA TO WRK-MAIL-LISTA.
           CALL 'MOD-ENVIA-EMAIL'
               USING WRK-MAIL-LISTA, WRK-MAIL-ASSUNTO, WRK-MAIL-CORPO
               END-CALL.

           DISPLAY
               "INCIDENTE " FUNCTION TRIM(WRK-ID-MASK)
               " ESCALONADO AO NIVEL " WRK-NIVEL-MASK " ("
               FUNCTION TRIM(ESI-DESTINO) ", LISTA "
               FUNCTION TRIM(ESI-LISTA) ")".

       2990-ABORTAR.

           EXEC SQL ROLLBACK END-EXEC.
           PERFORM 8800-LIBERAR-TRAVA-JOB.
           PERFORM 8900-ENCERRAR-CONEXAO.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.

       3000-FINALIZAR.

           MOVE WRK-QTD-ESCALONADOS TO WRK-QTD-MASK.
           DISPLAY
               "TOTAL DE PASSOS DE ESCALONAMENTO: "
               FUNCTION TRIM(WRK-QTD-MASK).

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

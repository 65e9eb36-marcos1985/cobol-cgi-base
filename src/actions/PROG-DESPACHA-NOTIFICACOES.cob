      *     O PAYLOAD DE ANTES/DEPOIS DO EVENTO (COLUNA PAYLOAD DE
      *     NOTIFICACOES, GRAVADA POR MOD-REGISTRA-NOTIFICACAO),
      *     TORNANDO O EVENTO AUTOCONTIDO PARA O CONSUMIDOR.
      *   - ASSINATURAS EM MODO DIGESTO DEIXAM DE RECEBER UMA ENTREGA
      *     POR EVENTO: UMA VEZ POR DIA, A PARTIR DA HORA_DIGESTO DA
      *     ASSINATURA, AS ENTREGAS PENDENTES SAO JUNTADAS EM UM UNICO
      *     ENVIO COM TOTAIS POR TABELA/EVENTO E A LISTA DOS EVENTOS,
      *     EM ARQUIVO CONSOLIDADO (ARQ_DIGESTO_NOTIF QUANDO A
      *     ASSINATURA NAO TEM ARQUIVO PROPRIO) OU NO SPOOL DE E-MAIL
      *     PARA A LISTA DA ASSINATURA. AS ENTREGAS DO LOTE SAO
      *     MARCADAS JUNTAS, E A RETENTATIVA E O DEAD LETTER VALEM
      *     PARA O DIGESTO INTEIRO. O JOB ENTRA TAMBEM NA AGENDA DE
      *     HORA EM HORA, SOB A TRAVA DESPACHA-NOTIFICACOES.
      *   - CARGA RETROATIVA: OS PEDIDOS DE HISTORICO REGISTRADOS POR
      *     PROG-ASSINATURAS-NOTIF (NOTIFICACAO_RETROATIVAS) VIRAM
      *     ENTREGAS MARCADAS COM O ID DO PEDIDO, DESPACHADAS DEPOIS
      *     DAS ENTREGAS DO DIA E DOS DIGESTOS, NO MAXIMO
      *     DESPACHO_RETRO_LOTE (PADRAO 500) POR EXECUCAO. O REGISTRO
      *     DE SAIDA GANHA O INDICADOR SAI-RETROATIVA NO FIM E O JSON
      *     DO WEBHOOK O CAMPO "retroativa"; O ANDAMENTO DE CADA
      *     PEDIDO E ATUALIZADO NO FIM DA EXECUCAO.
      *   - EXIBE NO INICIO DO LOG DA EXECUCAO O CARIMBO DE VERSAO
      *     (BUILD) COM QUE O PROGRAMA FOI IMPLANTADO.
      *******************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-ARQ-PAYLOAD.

           SELECT ARQ-DIGESTO ASSIGN TO WRK-ARQ-DIGESTO-NOME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-ARQ-DIGESTO.

       DATA DIVISION.
       FILE SECTION.

           05 SAI-EVENTO                   PIC X(30).
           05 SAI-CRIADO-EM                PIC X(19).
           05 SAI-PAYLOAD                  PIC X(600).
           05 SAI-RETROATIVA               PIC X(1).

       FD  ARQ-PAYLOAD-WEBHOOK.
       01  REG-PAYLOAD-WEBHOOK             PIC X(1200).

       FD  ARQ-DIGESTO.
       01  REG-DIGESTO                     PIC X(200).

       WORKING-STORAGE SECTION.

       COPY VERSAO-BUILD.

       77  WRK-ARQ-SAIDA-NOME              PIC X(255).
       77  WRK-ARQ-SAIDA-PADRAO            PIC X(255).
       77  WRK-FS-ARQ-SAIDA                PIC X(2).
           88  ENTREGA-COM-ERRO                        VALUE 'S'.
           88  ENTREGA-SEM-ERRO                        VALUE 'N'.

       77  WRK-TRAVA-NOME                  PIC X(60)
               VALUE "DESPACHA-NOTIFICACOES".
       77  WRK-TRAVA-PROGRAMA              PIC X(60)
               VALUE "PROG-DESPACHA-NOTIFICACOES".
       77  WRK-TRAVA-DURACAO               PIC 9(5)    VALUE 3600.
       77  WRK-TRAVA-ACAO                  PIC X(10).
       77  WRK-TRAVA-OBTIDA                PIC X(1).
           88  TRAVA-OBTIDA                            VALUE 'S'.

       77  WRK-RETRO-LOTE-STG              PIC X(10).
       77  WRK-RETRO-JSON                  PIC X(5).
       77  WRK-QTD-RETRO                   PIC 9(10)   VALUE ZERO.
       77  WRK-FLAG-FASE                   PIC X(1)    VALUE 'V'.
           88  FASE-AO-VIVO                            VALUE 'V'.
           88  FASE-RETROATIVA                         VALUE 'R'.

       77  WRK-ARQ-DIGESTO-NOME            PIC X(255).
       77  WRK-ARQ-DIGESTO-PADRAO          PIC X(255).
       77  WRK-FS-ARQ-DIGESTO              PIC X(2).
       77  WRK-SPOOL-DIR                   PIC X(255).
       77  WRK-DATA-HORA-CORRENTE          PIC X(21).
       77  WRK-DATA-HORA-FMT               PIC X(19).
       77  WRK-QTD-DIGESTO                 PIC 9(10)   VALUE ZERO.
       77  WRK-QTD-DIGESTO-FALHA           PIC 9(10)   VALUE ZERO.
       77  WRK-QTD-MASK                    PIC Z(9)9.

       77  WRK-FLAG-FIM-DIGESTOS           PIC X(1)    VALUE 'N'.
           88  FIM-DIGESTOS                            VALUE 'S'.
           88  NAO-FIM-DIGESTOS                        VALUE 'N'.

       77  WRK-FLAG-FIM-ITENS              PIC X(1)    VALUE 'N'.
           88  FIM-ITENS-DIGESTO                       VALUE 'S'.
           88  NAO-FIM-ITENS-DIGESTO                   VALUE 'N'.

       01  WRK-LINHA-TOTAL-DIGESTO.
           05 FILLER                       PIC X(2)    VALUE SPACES.
           05 LTD-TABELA                   PIC X(60).
           05 FILLER                       PIC X(1)    VALUE SPACES.
           05 LTD-EVENTO                   PIC X(30).
           05 FILLER                       PIC X(1)    VALUE SPACES.
           05 LTD-QTD                      PIC Z(9)9.

       01  WRK-LINHA-EVENTO-DIGESTO.
           05 FILLER                       PIC X(2)    VALUE SPACES.
           05 LED-ID                       PIC Z(9)9.
           05 FILLER                       PIC X(2)    VALUE SPACES.
           05 LED-CRIADO-EM                PIC X(19).
           05 FILLER                       PIC X(2)    VALUE SPACES.
           05 LED-TABELA                   PIC X(60).
           05 FILLER                       PIC X(1)    VALUE SPACES.
           05 LED-EVENTO                   PIC X(30).
           05 FILLER                       PIC X(1)    VALUE SPACES.
           05 LED-REGISTRO-ID              PIC Z(9)9.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.

       01  HOSTVARS.
           05 CHK-QTD-COLUNA    PIC 9(10).
           05 ENT-MAX-TENT      PIC 9(5).
           05 ENT-ULTIMO-ERRO   PIC X(255).
           05 ENT-RETRO-ID      PIC 9(10).
           05 RET-LOTE          PIC 9(5).
           05 DIG-ASS-ID        PIC 9(10).
           05 DIG-DESTINO       PIC X(60).
           05 DIG-ARQUIVO       PIC X(255).
           05 DIG-CANAL         PIC X(10).
           05 DIG-LISTA         PIC X(60).
           05 DIG-MAX-ID        PIC 9(10).
           05 DIG-QTD           PIC 9(10).
           05 DIG-TENTATIVAS    PIC 9(5).
           05 DIG-QTD-ITEM      PIC 9(10).
           05 DIG-DESTINATARIOS PIC X(600).

       EXEC SQL END DECLARE SECTION END-EXEC.


       MAIN-PROCEDURE.

           DISPLAY "BUILD EM EXECUCAO: " FUNCTION TRIM(VERSAO-BUILD).

           PERFORM 1000-INICIALIZAR.
           PERFORM 1050-OBTER-TRAVA-JOB.
           PERFORM 1100-CONECTAR-BANCO-DE-DADOS.
           PERFORM 1150-GARANTIR-ESTRUTURA-NOTIF.
           PERFORM 1400-GERAR-ENTREGAS-PENDENTES.
           PERFORM 1450-EXPANDIR-RETROATIVAS.
           PERFORM 1500-ABRIR-CURSOR-ENTREGAS.

           PERFORM 2000-ENTREGAR-NOTIFICACAO UNTIL FIM-CURSOR.
           PERFORM 2600-DESPACHAR-DIGESTOS.
           PERFORM 2700-DESPACHAR-RETROATIVAS.

           PERFORM 2500-CARIMBAR-NOTIFICACOES.
           PERFORM 2800-ATUALIZAR-RETROATIVAS.
           SET REGISTRAR-LEDGER TO TRUE.
           PERFORM 3000-FINALIZAR.
           STOP RUN.
               MOVE 10 TO WRK-WEBHOOK-TIMEOUT
           END-IF.

           MOVE 500 TO RET-LOTE.
           ACCEPT WRK-RETRO-LOTE-STG FROM ENVIRONMENT
               "DESPACHO_RETRO_LOTE".
           IF  WRK-RETRO-LOTE-STG NOT = SPACES
           AND WRK-RETRO-LOTE-STG IS NUMERIC
               MOVE WRK-RETRO-LOTE-STG TO RET-LOTE
           END-IF.
           IF  RET-LOTE = ZERO
               MOVE 500 TO RET-LOTE
           END-IF.

           ACCEPT WRK-ARQ-DIGESTO-PADRAO FROM ENVIRONMENT
               "ARQ_DIGESTO_NOTIF".
           IF  FUNCTION TRIM(WRK-ARQ-DIGESTO-PADRAO) = SPACES
               MOVE "DIGESTO_NOTIFICACOES.TXT"
                   TO WRK-ARQ-DIGESTO-PADRAO
           END-IF.

           ACCEPT WRK-SPOOL-DIR FROM ENVIRONMENT "MAIL_SPOOL_DIR".
           IF  FUNCTION TRIM(WRK-SPOOL-DIR) = SPACES
               MOVE "MAIL_SPOOL" TO WRK-SPOOL-DIR
           END-IF.

       1050-OBTER-TRAVA-JOB.

      * O DESPACHO RODA NA CADEIA NOTURNA E, POR CAUSA DOS DIGESTOS
      * COM HORA MARCADA, TAMBEM NA AGENDA DE HORA EM HORA; A TRAVA
      * NOMEADA "DESPACHA-NOTIFICACOES" IMPEDE QUE DUAS EXECUCOES
      * SOBREPOSTAS ENTREGUEM O MESMO EVENTO OU DIGESTO DUAS VEZES.
           MOVE "OBTER" TO WRK-TRAVA-ACAO.

           CALL 'MOD-TRAVA-JOB'
               USING WRK-TRAVA-NOME, WRK-TRAVA-PROGRAMA,
                   WRK-TRAVA-DURACAO, WRK-TRAVA-ACAO,
                   WRK-TRAVA-OBTIDA
               END-CALL.

           IF  NOT TRAVA-OBTIDA
               DISPLAY
                   "TRAVA DE JOB DESPACHA-NOTIFICACOES EM USO POR "
                   "OUTRO PROCESSO. EXECUCAO RECUSADA."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       1100-CONECTAR-BANCO-DE-DADOS.

           ACCEPT WRK-APP-ENV FROM ENVIRONMENT "APP_ENV".
                   canal          VARCHAR(10) NOT NULL
                       DEFAULT 'ARQUIVO',
                   url_destino    VARCHAR(255) NULL,
                   modo_entrega   VARCHAR(10) NOT NULL
                       DEFAULT 'IMEDIATO',
                   hora_digesto   INT NULL,
                   lista_email    VARCHAR(60) NULL,
                   ultimo_digesto_em DATETIME NULL,
                   ativo          CHAR(1) NOT NULL DEFAULT 'S',
                   criado_em      DATETIME NOT NULL
                       DEFAULT CURRENT_TIMESTAMP
               END-IF
           END-IF.

      * TABELAS DE ASSINATURA CRIADAS ANTES DO MODO DE ENTREGA NAO
      * TEM AS COLUNAS DO DIGESTO; ACRESCENTA-AS QUANDO AUSENTES, COM
      * AS ASSINATURAS EXISTENTES COMO IMEDIATO.
           EXEC SQL
               SELECT COUNT(*)
                 INTO :CHK-QTD-COLUNA
                 FROM information_schema.columns
                WHERE table_schema = DATABASE()
                  AND table_name = 'notificacao_assinaturas'
                  AND column_name = 'modo_entrega'
           END-EXEC.

           IF  SQLCODE EQUAL ZERO AND CHK-QTD-COLUNA = ZERO
               EXEC SQL
                   ALTER TABLE notificacao_assinaturas
                       ADD COLUMN modo_entrega VARCHAR(10)
                           NOT NULL DEFAULT 'IMEDIATO',
                       ADD COLUMN hora_digesto INT NULL,
                       ADD COLUMN lista_email VARCHAR(60) NULL,
                       ADD COLUMN ultimo_digesto_em DATETIME NULL
               END-EXEC

               IF  SQLCODE NOT EQUAL ZERO
                   DISPLAY
                       "ERRO AO TENTAR ACRESCENTAR COLUNAS DE "
                       "DIGESTO NAS ASSINATURAS: " SQLERRM
                   EXEC SQL CONNECT RESET END-EXEC
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

           EXEC SQL
               CREATE TABLE IF NOT EXISTS notificacao_entregas (
                   id             INT NOT NULL PRIMARY KEY
                       DEFAULT 'PENDENTE',
                   tentativas     INT NOT NULL DEFAULT 0,
                   ultimo_erro    VARCHAR(255) NULL,
                   retroativa_id  INT NULL,
                   entregue_em    DATETIME NULL,
                   criado_em      DATETIME NOT NULL
                       DEFAULT CURRENT_TIMESTAMP,
               END-IF
           END-IF.

      * TABELAS DE ENTREGA CRIADAS ANTES DA CARGA RETROATIVA NAO TEM
      * A COLUNA RETROATIVA_ID; ACRESCENTA-A QUANDO AUSENTE.
           EXEC SQL
               SELECT COUNT(*)
                 INTO :CHK-QTD-COLUNA
                 FROM information_schema.columns
                WHERE table_schema = DATABASE()
                  AND table_name = 'notificacao_entregas'
                  AND column_name = 'retroativa_id'
           END-EXEC.

           IF  SQLCODE EQUAL ZERO AND CHK-QTD-COLUNA = ZERO
               EXEC SQL
                   ALTER TABLE notificacao_entregas
                       ADD COLUMN retroativa_id INT NULL
               END-EXEC

               IF  SQLCODE NOT EQUAL ZERO
                   DISPLAY
                       "ERRO AO TENTAR ACRESCENTAR COLUNA "
                       "RETROATIVA_ID EM ENTREGAS: " SQLERRM
                   EXEC SQL CONNECT RESET END-EXEC
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

           EXEC SQL
               CREATE TABLE IF NOT EXISTS notificacao_retroativas (
                   id             INT NOT NULL PRIMARY KEY
                                      AUTO_INCREMENT,
                   assinatura_id  INT NULL,
                   destino        VARCHAR(60) NOT NULL,
                   desde          DATE NULL,
                   ate            DATE NULL,
                   id_inicial     INT NULL,
                   id_final       INT NULL,
                   tabela         VARCHAR(60) NULL,
                   evento         VARCHAR(30) NULL,
                   status         VARCHAR(12) NOT NULL
                       DEFAULT 'PENDENTE',
                   qtd_total      INT NOT NULL DEFAULT 0,
                   qtd_entregue   INT NOT NULL DEFAULT 0,
                   qtd_morta      INT NOT NULL DEFAULT 0,
                   criado_em      DATETIME NOT NULL
                       DEFAULT CURRENT_TIMESTAMP,
                   atualizado_em  DATETIME NULL,
                   concluido_em   DATETIME NULL,
                   KEY ix_notif_retroativas_status (status)
               )
           END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO
               DISPLAY
                   "ERRO AO TENTAR GARANTIR TABELA DE CARGAS "
                   "RETROATIVAS: " SQLERRM
               EXEC SQL CONNECT RESET END-EXEC
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       1400-GERAR-ENTREGAS-PENDENTES.

      * UMA ENTREGA POR (NOTIFICACAO PENDENTE X ASSINATURA ATIVA DE

           EXEC SQL COMMIT END-EXEC.

       1450-EXPANDIR-RETROATIVAS.

      * CADA PEDIDO NOVO DE CARGA RETROATIVA (REGISTRADO POR
      * PROG-ASSINATURAS-NOTIF) VIRA ENTREGAS MARCADAS COM O ID DO
      * PEDIDO: UMA POR (NOTIFICACAO DA FAIXA X ASSINATURA ATIVA DO
      * PEDIDO, DE MESMA TABELA/EVENTO). FICAM DE FORA AS
      * NOTIFICACOES AINDA PENDENTES, QUE JA SEGUEM PELA ENTREGA
      * NORMAL, E AS QUE O ASSINANTE JA RECEBEU (CHAVE UNICA). AS
      * ASSINATURAS DO CANAL EMAIL (SO DIGESTO) NAO ENTRAM.
           EXEC SQL
               INSERT IGNORE INTO notificacao_entregas
                   (notificacao_id, assinatura_id, retroativa_id)
               SELECT n.id, a.id, r.id
                 FROM notificacao_retroativas r
                 JOIN notificacao_assinaturas a
                   ON (a.id = r.assinatura_id
                   OR (r.assinatura_id IS NULL
                  AND  a.destino = r.destino))
                  AND a.ativo = 'S'
                  AND COALESCE(a.canal, 'ARQUIVO') <> 'EMAIL'
                 JOIN notificacoes n
                   ON n.tabela = a.tabela
                  AND n.evento = a.evento
                WHERE r.status = 'PENDENTE'
                  AND n.status_entrega <> 'PENDENTE'
                  AND (r.desde IS NULL OR n.criado_em >= r.desde)
                  AND (r.ate IS NULL
                   OR  n.criado_em < r.ate + INTERVAL 1 DAY)
                  AND (r.id_inicial IS NULL OR n.id >= r.id_inicial)
                  AND (r.id_final IS NULL OR n.id <= r.id_final)
                  AND (r.tabela IS NULL OR n.tabela = r.tabela)
                  AND (r.evento IS NULL OR n.evento = r.evento)
                ORDER BY r.id, n.id
           END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO AND SQLCODE NOT EQUAL 100
               DISPLAY
                   "ERRO AO TENTAR GERAR ENTREGAS RETROATIVAS: "
                   SQLERRM
               EXEC SQL ROLLBACK END-EXEC
               EXEC SQL CONNECT RESET END-EXEC
               PERFORM 8800-LIBERAR-TRAVA-JOB
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           EXEC SQL
               UPDATE notificacao_retroativas r
                  SET r.qtd_total = (
                          SELECT COUNT(*) FROM notificacao_entregas e
                           WHERE e.retroativa_id = r.id),
                      r.status = 'EM-ANDAMENTO',
                      r.atualizado_em = CURRENT_TIMESTAMP
                WHERE r.status = 'PENDENTE'
           END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO AND SQLCODE NOT EQUAL 100
               DISPLAY
                   "ERRO AO TENTAR ABRIR CARGAS RETROATIVAS: "
                   SQLERRM
               EXEC SQL ROLLBACK END-EXEC
               EXEC SQL CONNECT RESET END-EXEC
               PERFORM 8800-LIBERAR-TRAVA-JOB
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           EXEC SQL COMMIT END-EXEC.

       1500-ABRIR-CURSOR-ENTREGAS.

           EXEC SQL
                          a.destino,
                          COALESCE(a.arquivo_destino, ''),
                          COALESCE(a.canal, 'ARQUIVO'),
                          COALESCE(a.url_destino, ''), 0
                     FROM notificacao_entregas e
                     JOIN notificacoes n
                       ON n.id = e.notificacao_id
                    WHERE (e.status = 'PENDENTE'
                       OR (e.status = 'ERRO'
                      AND  e.tentativas < :ENT-MAX-TENT))
                      AND COALESCE(a.modo_entrega, 'IMEDIATO')
                          <> 'DIGESTO'
                      AND e.retroativa_id IS NULL
                    ORDER BY e.id
           END-EXEC.

                        :NOT-REGISTRO-ID, :NOT-EVENTO,
                        :NOT-CRIADO-EM, :NOT-PAYLOAD,
                        :ASS-DESTINO, :ASS-ARQUIVO,
                        :ASS-CANAL, :ASS-URL, :ENT-RETRO-ID
           END-EXEC.

           IF  SQLCODE EQUAL 100
           MOVE NOT-CRIADO-EM   TO SAI-CRIADO-EM.
           MOVE NOT-PAYLOAD     TO SAI-PAYLOAD.

      * A ENTREGA DE CARGA RETROATIVA SAI MARCADA (SAI-RETROATIVA E
      * "retroativa" NO JSON DO WEBHOOK), PARA O CONSUMIDOR SEPARAR
      * O HISTORICO DOS EVENTOS DO DIA.
           IF  ENT-RETRO-ID > ZERO
               MOVE 'S' TO SAI-RETROATIVA
               MOVE "true" TO WRK-RETRO-JSON
           ELSE
               MOVE 'N' TO SAI-RETROATIVA
               MOVE "false" TO WRK-RETRO-JSON
           END-IF.

           IF  FUNCTION TRIM(ASS-ARQUIVO) = SPACES
               MOVE WRK-ARQ-SAIDA-PADRAO TO WRK-ARQ-SAIDA-NOME
           ELSE
           ELSE
               PERFORM 2100-MARCAR-ENTREGUE
               ADD 1 TO WRK-QTD-ENTREGUE
               IF  FASE-RETROATIVA
                   ADD 1 TO WRK-QTD-RETRO
               END-IF
           END-IF.

           IF  FASE-RETROATIVA
               PERFORM 2710-BUSCAR-PROXIMA-RETRO
           ELSE
               PERFORM 1510-BUSCAR-PROXIMA-ENTREGA
           END-IF.

       2050-GRAVAR-ARQUIVO-DESTINO.

                   ', "evento": "' FUNCTION TRIM(NOT-EVENTO)
                   '", "criado_em": "'
                   FUNCTION TRIM(NOT-CRIADO-EM)
                   '", "retroativa": ' FUNCTION TRIM(WRK-RETRO-JSON)
                   ', "payload": null}'
                   DELIMITED BY SIZE
                   INTO REG-PAYLOAD-WEBHOOK
               END-STRING
                   ', "evento": "' FUNCTION TRIM(NOT-EVENTO)
                   '", "criado_em": "'
                   FUNCTION TRIM(NOT-CRIADO-EM)
                   '", "retroativa": ' FUNCTION TRIM(WRK-RETRO-JSON)
                   ', "payload": ' FUNCTION TRIM(NOT-PAYLOAD)
                   '}'
                   DELIMITED BY SIZE
                   INTO REG-PAYLOAD-WEBHOOK

           EXEC SQL COMMIT END-EXEC.

       2600-DESPACHAR-DIGESTOS.

      * ASSINATURAS EM MODO DIGESTO NAO PASSAM PELA ENTREGA UNITARIA:
      * UMA VEZ POR DIA, A PARTIR DA HORA_DIGESTO, AS ENTREGAS
      * PENDENTES DO ASSINANTE SAO JUNTADAS EM UM UNICO ENVIO
      * (ARQUIVO CONSOLIDADO OU E-MAIL). O LOTE E FIXADO PELO MAIOR
      * ID DE ENTREGA LIDO AQUI, PARA QUE EVENTOS CHEGADOS DURANTE O
      * ENVIO FIQUEM PARA O PROXIMO DIGESTO. A RETENTATIVA E O DEAD
      * LETTER VALEM PARA O DIGESTO INTEIRO: UMA FALHA CONTA UMA
      * TENTATIVA EM TODAS AS ENTREGAS DO LOTE.
           EXEC SQL
               DECLARE CUR-DIGESTOS CURSOR FOR
                   SELECT a.id, a.destino,
                          COALESCE(a.arquivo_destino, ''),
                          COALESCE(a.canal, 'ARQUIVO'),
                          COALESCE(a.lista_email, ''),
                          MAX(e.id), COUNT(*), MAX(e.tentativas)
                     FROM notificacao_assinaturas a
                     JOIN notificacao_entregas e
                       ON e.assinatura_id = a.id
                    WHERE a.modo_entrega = 'DIGESTO'
                      AND HOUR(CURRENT_TIMESTAMP)
                          >= COALESCE(a.hora_digesto, 0)
                      AND (a.ultimo_digesto_em IS NULL
                       OR  a.ultimo_digesto_em < CURRENT_DATE)
                      AND (e.status = 'PENDENTE'
                       OR (e.status = 'ERRO'
                      AND  e.tentativas < :ENT-MAX-TENT))
                      AND e.retroativa_id IS NULL
                    GROUP BY a.id, a.destino, a.arquivo_destino,
                             a.canal, a.lista_email
                    ORDER BY a.id
           END-EXEC.

           EXEC SQL
               OPEN CUR-DIGESTOS
           END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO
               DISPLAY
                   "ERRO AO TENTAR ABRIR CURSOR DE DIGESTOS: "
                   SQLERRM
               PERFORM 3000-FINALIZAR
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           SET NAO-FIM-DIGESTOS TO TRUE.
           PERFORM 2610-BUSCAR-PROXIMO-DIGESTO.
           PERFORM 2620-ENVIAR-DIGESTO UNTIL FIM-DIGESTOS.

           EXEC SQL CLOSE CUR-DIGESTOS END-EXEC.

       2610-BUSCAR-PROXIMO-DIGESTO.

           EXEC SQL
               FETCH CUR-DIGESTOS
                   INTO :DIG-ASS-ID, :DIG-DESTINO, :DIG-ARQUIVO,
                        :DIG-CANAL, :DIG-LISTA, :DIG-MAX-ID,
                        :DIG-QTD, :DIG-TENTATIVAS
           END-EXEC.

           IF  SQLCODE EQUAL 100
               SET FIM-DIGESTOS TO TRUE
           END-IF.

       2620-ENVIAR-DIGESTO.

           SET ENTREGA-SEM-ERRO TO TRUE.
           MOVE SPACES TO ENT-ULTIMO-ERRO.

           MOVE FUNCTION CURRENT-DATE TO WRK-DATA-HORA-CORRENTE.
           MOVE SPACES TO WRK-DATA-HORA-FMT.
           STRING
               WRK-DATA-HORA-CORRENTE(1:4) "-"
               WRK-DATA-HORA-CORRENTE(5:2) "-"
               WRK-DATA-HORA-CORRENTE(7:2) " "
               WRK-DATA-HORA-CORRENTE(9:2) ":"
               WRK-DATA-HORA-CORRENTE(11:2) ":"
               WRK-DATA-HORA-CORRENTE(13:2)
               DELIMITED BY SIZE
               INTO WRK-DATA-HORA-FMT
           END-STRING.

           IF  FUNCTION TRIM(DIG-CANAL) = "EMAIL"
               PERFORM 2630-ABRIR-DIGESTO-EMAIL
           ELSE
               PERFORM 2640-ABRIR-DIGESTO-ARQUIVO
           END-IF.

           IF  ENTREGA-SEM-ERRO
               PERFORM 2650-GRAVAR-CORPO-DIGESTO
               CLOSE ARQ-DIGESTO
               IF  ENTREGA-COM-ERRO
               AND FUNCTION TRIM(DIG-CANAL) = "EMAIL"
                   PERFORM 2660-DESCARTAR-SPOOL-DIGESTO
               END-IF
           END-IF.

           IF  ENTREGA-COM-ERRO
               PERFORM 2690-MARCAR-FALHA-DIGESTO
               ADD 1 TO WRK-QTD-DIGESTO-FALHA
           ELSE
               PERFORM 2680-MARCAR-DIGESTO-ENTREGUE
               ADD 1 TO WRK-QTD-DIGESTO
           END-IF.

           PERFORM 2610-BUSCAR-PROXIMO-DIGESTO.

       2630-ABRIR-DIGESTO-EMAIL.

      * O DIGESTO POR E-MAIL VAI PELO SPOOL DO GATEWAY DE CORREIO,
      * NO MESMO FORMATO DE MOD-ENVIA-EMAIL (LINHAS TO:/SUBJECT:,
      * LINHA EM BRANCO, CORPO). AQUI, AO CONTRARIO DO MODULO, LISTA
      * SEM DESTINATARIO ATIVO E FALHA DE ENTREGA: O LOTE NAO PODE
      * SER DADO COMO ENTREGUE SEM QUE ALGUEM O RECEBA.
           MOVE SPACES TO DIG-DESTINATARIOS.

           EXEC SQL
               SELECT COALESCE(GROUP_CONCAT(destinatario
                          SEPARATOR ', '), '')
                 INTO :DIG-DESTINATARIOS
                 FROM mail_distribuicao
                WHERE lista = TRIM(:DIG-LISTA)
                  AND ativo = 'S'
           END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO AND SQLCODE NOT EQUAL 100
               MOVE SPACES TO DIG-DESTINATARIOS
           END-IF.

           IF  FUNCTION TRIM(DIG-DESTINATARIOS) = SPACES
               DISPLAY
                   "LISTA DE E-MAIL SEM DESTINATARIO ATIVO: "
                   FUNCTION TRIM(DIG-LISTA)
               SET ENTREGA-COM-ERRO TO TRUE
               MOVE SPACES TO ENT-ULTIMO-ERRO
               STRING
                   "LISTA DE E-MAIL SEM DESTINATARIO ATIVO: "
                   FUNCTION TRIM(DIG-LISTA)
                   DELIMITED BY SIZE
                   INTO ENT-ULTIMO-ERRO
               END-STRING
               EXIT PARAGRAPH
           END-IF.

           MOVE SPACES TO WRK-CMD.
           STRING
               "mkdir -p '" FUNCTION TRIM(WRK-SPOOL-DIR) "'"
               DELIMITED BY SIZE
               INTO WRK-CMD
           END-STRING.
           CALL "SYSTEM" USING WRK-CMD END-CALL.
           MOVE ZERO TO RETURN-CODE.

           MOVE DIG-ASS-ID TO WRK-ID-MASK.
           MOVE SPACES TO WRK-ARQ-DIGESTO-NOME.
           STRING
               FUNCTION TRIM(WRK-SPOOL-DIR) "/DIGESTO_"
               WRK-DATA-HORA-CORRENTE(1:16) "_"
               FUNCTION TRIM(WRK-ID-MASK) ".TXT"
               DELIMITED BY SIZE
               INTO WRK-ARQ-DIGESTO-NOME
           END-STRING.

           OPEN OUTPUT ARQ-DIGESTO.

           IF  WRK-FS-ARQ-DIGESTO NOT = "00"
               PERFORM 2645-REGISTRAR-FALHA-ABERTURA
               EXIT PARAGRAPH
           END-IF.

           MOVE SPACES TO REG-DIGESTO.
           STRING
               "TO: " FUNCTION TRIM(DIG-DESTINATARIOS)
               DELIMITED BY SIZE
               INTO REG-DIGESTO
           END-STRING.
           PERFORM 2670-GRAVAR-LINHA-DIGESTO.

           MOVE SPACES TO REG-DIGESTO.
           STRING
               "SUBJECT: DIGESTO DE NOTIFICACOES - "
               FUNCTION TRIM(DIG-DESTINO) " - "
               WRK-DATA-HORA-FMT(1:10)
               DELIMITED BY SIZE
               INTO REG-DIGESTO
           END-STRING.
           PERFORM 2670-GRAVAR-LINHA-DIGESTO.

           MOVE SPACES TO REG-DIGESTO.
           PERFORM 2670-GRAVAR-LINHA-DIGESTO.

       2640-ABRIR-DIGESTO-ARQUIVO.

      * O DIGESTO EM ARQUIVO E ACRESCENTADO AO ARQUIVO DE DESTINO DO
      * ASSINANTE (OU AO PADRAO ARQ_DIGESTO_NOTIF), UM BLOCO POR DIA.
           IF  FUNCTION TRIM(DIG-ARQUIVO) = SPACES
               MOVE WRK-ARQ-DIGESTO-PADRAO TO WRK-ARQ-DIGESTO-NOME
           ELSE
               MOVE DIG-ARQUIVO TO WRK-ARQ-DIGESTO-NOME
           END-IF.

           OPEN EXTEND ARQ-DIGESTO.

           IF  WRK-FS-ARQ-DIGESTO = "35"
               OPEN OUTPUT ARQ-DIGESTO
           END-IF.

           IF  WRK-FS-ARQ-DIGESTO = "05"
               MOVE "00" TO WRK-FS-ARQ-DIGESTO
           END-IF.

           IF  WRK-FS-ARQ-DIGESTO NOT = "00"
               PERFORM 2645-REGISTRAR-FALHA-ABERTURA
           END-IF.

       2645-REGISTRAR-FALHA-ABERTURA.

           DISPLAY
               "FALHA AO TENTAR ABRIR O ARQUIVO DO DIGESTO: "
               FUNCTION TRIM(WRK-ARQ-DIGESTO-NOME).
           SET ENTREGA-COM-ERRO TO TRUE.
           MOVE SPACES TO ENT-ULTIMO-ERRO.
           STRING
               "FALHA AO ABRIR ARQUIVO DO DIGESTO (FS="
               WRK-FS-ARQ-DIGESTO "): "
               FUNCTION TRIM(WRK-ARQ-DIGESTO-NOME)
               DELIMITED BY SIZE
               INTO ENT-ULTIMO-ERRO
           END-STRING.

       2650-GRAVAR-CORPO-DIGESTO.

           EXEC SQL
               DECLARE CUR-DIGESTO-TOTAIS CURSOR FOR
                   SELECT n.tabela, n.evento, COUNT(*)
                     FROM notificacao_entregas e
                     JOIN notificacoes n
                       ON n.id = e.notificacao_id
                    WHERE e.assinatura_id = :DIG-ASS-ID
                      AND e.id <= :DIG-MAX-ID
                      AND (e.status = 'PENDENTE'
                       OR (e.status = 'ERRO'
                      AND  e.tentativas < :ENT-MAX-TENT))
                      AND e.retroativa_id IS NULL
                    GROUP BY n.tabela, n.evento
                    ORDER BY n.tabela, n.evento
           END-EXEC.

           EXEC SQL
               DECLARE CUR-DIGESTO-EVENTOS CURSOR FOR
                   SELECT n.id, n.tabela, n.registro_id, n.evento,
                          DATE_FORMAT(n.criado_em,
                              '%Y-%m-%d %H:%i:%s')
                     FROM notificacao_entregas e
                     JOIN notificacoes n
                       ON n.id = e.notificacao_id
                    WHERE e.assinatura_id = :DIG-ASS-ID
                      AND e.id <= :DIG-MAX-ID
                      AND (e.status = 'PENDENTE'
                       OR (e.status = 'ERRO'
                      AND  e.tentativas < :ENT-MAX-TENT))
                      AND e.retroativa_id IS NULL
                    ORDER BY n.id
           END-EXEC.

           MOVE "DIGESTO DE NOTIFICACOES" TO REG-DIGESTO.
           PERFORM 2670-GRAVAR-LINHA-DIGESTO.

           MOVE DIG-ASS-ID TO WRK-ID-MASK.
           MOVE SPACES TO REG-DIGESTO.
           STRING
               "ASSINATURA: " FUNCTION TRIM(WRK-ID-MASK)
               " - DESTINO: " FUNCTION TRIM(DIG-DESTINO)
               DELIMITED BY SIZE
               INTO REG-DIGESTO
           END-STRING.
           PERFORM 2670-GRAVAR-LINHA-DIGESTO.

           MOVE SPACES TO REG-DIGESTO.
           STRING
               "GERADO EM.: " WRK-DATA-HORA-FMT
               DELIMITED BY SIZE
               INTO REG-DIGESTO
           END-STRING.
           PERFORM 2670-GRAVAR-LINHA-DIGESTO.

           MOVE DIG-QTD TO WRK-QTD-MASK.
           MOVE SPACES TO REG-DIGESTO.
           STRING
               "EVENTOS...: " FUNCTION TRIM(WRK-QTD-MASK)
               DELIMITED BY SIZE
               INTO REG-DIGESTO
           END-STRING.
           PERFORM 2670-GRAVAR-LINHA-DIGESTO.

           MOVE SPACES TO REG-DIGESTO.
           PERFORM 2670-GRAVAR-LINHA-DIGESTO.
           MOVE "TOTAIS POR TABELA/EVENTO:" TO REG-DIGESTO.
           PERFORM 2670-GRAVAR-LINHA-DIGESTO.

           EXEC SQL
               OPEN CUR-DIGESTO-TOTAIS
           END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO
               PERFORM 2675-REGISTRAR-FALHA-LEITURA
               EXIT PARAGRAPH
           END-IF.

           SET NAO-FIM-ITENS-DIGESTO TO TRUE.
           PERFORM 2651-BUSCAR-TOTAL-DIGESTO.
           PERFORM 2652-EMITIR-TOTAL-DIGESTO
               UNTIL FIM-ITENS-DIGESTO OR ENTREGA-COM-ERRO.

           EXEC SQL CLOSE CUR-DIGESTO-TOTAIS END-EXEC.

           MOVE SPACES TO REG-DIGESTO.
           PERFORM 2670-GRAVAR-LINHA-DIGESTO.
           MOVE "EVENTOS:" TO REG-DIGESTO.
           PERFORM 2670-GRAVAR-LINHA-DIGESTO.

           EXEC SQL
               OPEN CUR-DIGESTO-EVENTOS
           END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO
               PERFORM 2675-REGISTRAR-FALHA-LEITURA
               EXIT PARAGRAPH
           END-IF.

           SET NAO-FIM-ITENS-DIGESTO TO TRUE.
           PERFORM 2653-BUSCAR-EVENTO-DIGESTO.
           PERFORM 2654-EMITIR-EVENTO-DIGESTO
               UNTIL FIM-ITENS-DIGESTO OR ENTREGA-COM-ERRO.

           EXEC SQL CLOSE CUR-DIGESTO-EVENTOS END-EXEC.

           MOVE "FIM DO DIGESTO" TO REG-DIGESTO.
           PERFORM 2670-GRAVAR-LINHA-DIGESTO.
           MOVE SPACES TO REG-DIGESTO.
           PERFORM 2670-GRAVAR-LINHA-DIGESTO.

       2651-BUSCAR-TOTAL-DIGESTO.

           EXEC SQL
               FETCH CUR-DIGESTO-TOTAIS
                   INTO :NOT-TABELA, :NOT-EVENTO, :DIG-QTD-ITEM
           END-EXEC.

           IF  SQLCODE EQUAL 100
               SET FIM-ITENS-DIGESTO TO TRUE
           END-IF.

       2652-EMITIR-TOTAL-DIGESTO.

           MOVE NOT-TABELA   TO LTD-TABELA.
           MOVE NOT-EVENTO   TO LTD-EVENTO.
           MOVE DIG-QTD-ITEM TO LTD-QTD.
           MOVE WRK-LINHA-TOTAL-DIGESTO TO REG-DIGESTO.
           PERFORM 2670-GRAVAR-LINHA-DIGESTO.

           PERFORM 2651-BUSCAR-TOTAL-DIGESTO.

       2653-BUSCAR-EVENTO-DIGESTO.

           EXEC SQL
               FETCH CUR-DIGESTO-EVENTOS
                   INTO :NOT-ID, :NOT-TABELA, :NOT-REGISTRO-ID,
                        :NOT-EVENTO, :NOT-CRIADO-EM
           END-EXEC.

           IF  SQLCODE EQUAL 100
               SET FIM-ITENS-DIGESTO TO TRUE
           END-IF.

       2654-EMITIR-EVENTO-DIGESTO.

           MOVE NOT-ID          TO LED-ID.
           MOVE NOT-CRIADO-EM   TO LED-CRIADO-EM.
           MOVE NOT-TABELA      TO LED-TABELA.
           MOVE NOT-EVENTO      TO LED-EVENTO.
           MOVE NOT-REGISTRO-ID TO LED-REGISTRO-ID.
           MOVE WRK-LINHA-EVENTO-DIGESTO TO REG-DIGESTO.
           PERFORM 2670-GRAVAR-LINHA-DIGESTO.

           PERFORM 2653-BUSCAR-EVENTO-DIGESTO.

       2660-DESCARTAR-SPOOL-DIGESTO.

      * UM E-MAIL PELA METADE NAO PODE FICAR NO SPOOL, SENAO O
      * GATEWAY O ENTREGA; A RETENTATIVA GERA OUTRO ARQUIVO INTEIRO.
           MOVE SPACES TO WRK-CMD.
           STRING
               "rm -f '" FUNCTION TRIM(WRK-ARQ-DIGESTO-NOME) "'"
               DELIMITED BY SIZE
               INTO WRK-CMD
           END-STRING.
           CALL "SYSTEM" USING WRK-CMD END-CALL.
           MOVE ZERO TO RETURN-CODE.

       2670-GRAVAR-LINHA-DIGESTO.

           IF  ENTREGA-COM-ERRO
               EXIT PARAGRAPH
           END-IF.

           WRITE REG-DIGESTO.

           IF  WRK-FS-ARQ-DIGESTO NOT = "00"
               DISPLAY
                   "FALHA AO TENTAR GRAVAR NO ARQUIVO DO DIGESTO: "
                   FUNCTION TRIM(WRK-ARQ-DIGESTO-NOME)
               SET ENTREGA-COM-ERRO TO TRUE
               MOVE SPACES TO ENT-ULTIMO-ERRO
               STRING
                   "FALHA AO GRAVAR NO ARQUIVO DO DIGESTO (FS="
                   WRK-FS-ARQ-DIGESTO "): "
                   FUNCTION TRIM(WRK-ARQ-DIGESTO-NOME)
                   DELIMITED BY SIZE
                   INTO ENT-ULTIMO-ERRO
               END-STRING
           END-IF.

       2675-REGISTRAR-FALHA-LEITURA.

           DISPLAY
               "FALHA AO TENTAR LER OS EVENTOS DO DIGESTO: " SQLERRM.
           SET ENTREGA-COM-ERRO TO TRUE.
           MOVE "FALHA AO LER OS EVENTOS DO DIGESTO NO BANCO."
               TO ENT-ULTIMO-ERRO.

       2680-MARCAR-DIGESTO-ENTREGUE.

           EXEC SQL
               UPDATE notificacao_entregas
                  SET status = 'ENTREGUE',
                      tentativas = tentativas + 1,
                      entregue_em = CURRENT_TIMESTAMP
                WHERE assinatura_id = :DIG-ASS-ID
                  AND id <= :DIG-MAX-ID
                  AND (status = 'PENDENTE'
                   OR (status = 'ERRO'
                  AND  tentativas < :ENT-MAX-TENT))
                  AND retroativa_id IS NULL
           END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO
               DISPLAY
                   "ERRO AO TENTAR MARCAR DIGESTO COMO "
                   "ENTREGUE: " SQLERRM
               PERFORM 3000-FINALIZAR
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM 2685-CARIMBAR-DIGESTO-DO-DIA.

           EXEC SQL COMMIT END-EXEC.

           MOVE DIG-ASS-ID TO WRK-ID-MASK.
           MOVE DIG-QTD TO WRK-QTD-MASK.
           DISPLAY
               "DIGESTO ENVIADO - ASSINATURA "
               FUNCTION TRIM(WRK-ID-MASK) ": "
               FUNCTION TRIM(WRK-QTD-MASK) " EVENTO(S) EM "
               FUNCTION TRIM(WRK-ARQ-DIGESTO-NOME).

       2685-CARIMBAR-DIGESTO-DO-DIA.

      * O CARIMBO FECHA O DIGESTO DO DIA DO ASSINANTE; SO O PROXIMO
      * DIA, A PARTIR DA HORA_DIGESTO, ABRE OUTRO.
           EXEC SQL
               UPDATE notificacao_assinaturas
                  SET ultimo_digesto_em = CURRENT_TIMESTAMP
                WHERE id = :DIG-ASS-ID
           END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO
               DISPLAY
                   "ERRO AO TENTAR CARIMBAR O DIGESTO DA "
                   "ASSINATURA: " SQLERRM
               PERFORM 3000-FINALIZAR
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       2690-MARCAR-FALHA-DIGESTO.

      * TODAS AS ENTREGAS DO LOTE FICAM COM A CONTAGEM DE TENTATIVAS
      * DO DIGESTO (A MAIOR DO LOTE MAIS UMA), ENTAO O LOTE ESGOTA O
      * LIMITE E VAI PARA MORTA (DEAD LETTER) DE UMA VEZ. ENQUANTO
      * HOUVER TENTATIVA, O DIGESTO DO DIA FICA ABERTO E E REENVIADO
      * NA PROXIMA EXECUCAO; NO DEAD LETTER, O DIA E DADO POR FECHADO.
           ADD 1 TO DIG-TENTATIVAS.

           EXEC SQL
               UPDATE notificacao_entregas
                  SET ultimo_erro = :ENT-ULTIMO-ERRO,
                      status = IF(:DIG-TENTATIVAS >= :ENT-MAX-TENT,
                          'MORTA', 'ERRO'),
                      tentativas = :DIG-TENTATIVAS
                WHERE assinatura_id = :DIG-ASS-ID
                  AND id <= :DIG-MAX-ID
                  AND (status = 'PENDENTE'
                   OR (status = 'ERRO'
                  AND  tentativas < :ENT-MAX-TENT))
                  AND retroativa_id IS NULL
           END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO
               DISPLAY
                   "ERRO AO TENTAR MARCAR FALHA DO DIGESTO: "
                   SQLERRM
               PERFORM 3000-FINALIZAR
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           IF  DIG-TENTATIVAS >= ENT-MAX-TENT
               PERFORM 2685-CARIMBAR-DIGESTO-DO-DIA
           END-IF.

           EXEC SQL COMMIT END-EXEC.

       2700-DESPACHAR-RETROATIVAS.

      * ENTREGAS DE CARGA RETROATIVA SAO DESPACHADAS POR ULTIMO E EM
      * LOTE LIMITADO POR EXECUCAO (DESPACHO_RETRO_LOTE, PADRAO 500),
      * PARA QUE UM PEDIDO GRANDE DE HISTORICO NAO SEGURE NEM
      * ATRASE AS ENTREGAS DO DIA; O RESTANTE SAI NAS EXECUCOES
      * SEGUINTES. RETENTATIVA E DEAD LETTER SAO OS MESMOS DAS
      * DEMAIS ENTREGAS.
           EXEC SQL
               DECLARE CUR-DESPACHA-RETRO CURSOR FOR
                   SELECT e.id, n.id, n.tabela, n.registro_id,
                          n.evento,
                          DATE_FORMAT(n.criado_em,
                              '%Y-%m-%d %H:%i:%s'),
                          COALESCE(n.payload, ''),
                          a.destino,
                          COALESCE(a.arquivo_destino, ''),
                          COALESCE(a.canal, 'ARQUIVO'),
                          COALESCE(a.url_destino, ''),
                          e.retroativa_id
                     FROM notificacao_entregas e
                     JOIN notificacoes n
                       ON n.id = e.notificacao_id
                     JOIN notificacao_assinaturas a
                       ON a.id = e.assinatura_id
                    WHERE e.retroativa_id IS NOT NULL
                      AND (e.status = 'PENDENTE'
                       OR (e.status = 'ERRO'
                      AND  e.tentativas < :ENT-MAX-TENT))
                    ORDER BY e.id
                    LIMIT :RET-LOTE
           END-EXEC.

           EXEC SQL
               OPEN CUR-DESPACHA-RETRO
           END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO
               DISPLAY
                   "ERRO AO TENTAR ABRIR CURSOR DE ENTREGAS "
                   "RETROATIVAS: " SQLERRM
               PERFORM 3000-FINALIZAR
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           SET FASE-RETROATIVA TO TRUE.
           SET NAO-FIM-CURSOR TO TRUE.
           PERFORM 2710-BUSCAR-PROXIMA-RETRO.
           PERFORM 2000-ENTREGAR-NOTIFICACAO UNTIL FIM-CURSOR.

           EXEC SQL CLOSE CUR-DESPACHA-RETRO END-EXEC.

       2710-BUSCAR-PROXIMA-RETRO.

           EXEC SQL
               FETCH CUR-DESPACHA-RETRO
                   INTO :ENT-ID, :NOT-ID, :NOT-TABELA,
                        :NOT-REGISTRO-ID, :NOT-EVENTO,
                        :NOT-CRIADO-EM, :NOT-PAYLOAD,
                        :ASS-DESTINO, :ASS-ARQUIVO,
                        :ASS-CANAL, :ASS-URL, :ENT-RETRO-ID
           END-EXEC.

           IF  SQLCODE EQUAL 100
               SET FIM-CURSOR TO TRUE
           END-IF.

       2800-ATUALIZAR-RETROATIVAS.

      * ANDAMENTO DAS CARGAS RETROATIVAS PARA A CONSULTA DE
      * PROG-ASSINATURAS-NOTIF; A CARGA FICA CONCLUIDA QUANDO NAO
      * RESTA ENTREGA SUA A TENTAR (AS MORTAS CONTAM COMO ENCERRADAS
      * E APARECEM EM QTD_MORTA).
           EXEC SQL
               UPDATE notificacao_retroativas r
                  SET r.qtd_entregue = (
                          SELECT COUNT(*) FROM notificacao_entregas e
                           WHERE e.retroativa_id = r.id
                             AND e.status = 'ENTREGUE'),
                      r.qtd_morta = (
                          SELECT COUNT(*) FROM notificacao_entregas e
                           WHERE e.retroativa_id = r.id
                             AND e.status = 'MORTA'),
                      r.atualizado_em = CURRENT_TIMESTAMP
                WHERE r.status = 'EM-ANDAMENTO'
           END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO AND SQLCODE NOT EQUAL 100
               DISPLAY
                   "ERRO AO TENTAR ATUALIZAR O ANDAMENTO DAS CARGAS "
                   "RETROATIVAS: " SQLERRM
               EXEC SQL CONNECT RESET END-EXEC
               PERFORM 8800-LIBERAR-TRAVA-JOB
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           EXEC SQL
               UPDATE notificacao_retroativas r
                  SET r.status = 'CONCLUIDA',
                      r.concluido_em = CURRENT_TIMESTAMP
                WHERE r.status = 'EM-ANDAMENTO'
                  AND r.qtd_entregue + r.qtd_morta >= r.qtd_total
           END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO AND SQLCODE NOT EQUAL 100
               DISPLAY
                   "ERRO AO TENTAR CONCLUIR CARGAS RETROATIVAS: "
                   SQLERRM
               EXEC SQL CONNECT RESET END-EXEC
               PERFORM 8800-LIBERAR-TRAVA-JOB
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           EXEC SQL COMMIT END-EXEC.

       2500-CARIMBAR-NOTIFICACOES.

      * A NOTIFICACAO FICA ENTREGUE QUANDO NAO RESTA ENTREGA SUA

           EXEC SQL CLOSE CUR-DESPACHA-ENTREGA END-EXEC.
           EXEC SQL CONNECT RESET END-EXEC.
           PERFORM 8800-LIBERAR-TRAVA-JOB.

           DISPLAY
               "TOTAL DE ENTREGAS CONCLUIDAS: " WRK-QTD-ENTREGUE.
           DISPLAY
               "TOTAL DE ENTREGAS COM FALHA..: " WRK-QTD-FALHA.
           DISPLAY
               "  DAS QUAIS RETROATIVAS......: " WRK-QTD-RETRO.
           DISPLAY
               "TOTAL DE DIGESTOS ENVIADOS...: " WRK-QTD-DIGESTO.
           DISPLAY
               "TOTAL DE DIGESTOS COM FALHA..: " WRK-QTD-DIGESTO-FALHA.

      * SO A EXECUCAO QUE CHEGOU AO FIM NORMAL, E QUE ENTREGOU ALGO,
      * ENTRA NO LIVRO-RAZAO (O ARQUIVO REGISTRADO E O DE DESTINO
                       WRK-LED-QTD, WRK-LED-CHECKSUM
                   END-CALL
           END-IF.

       8800-LIBERAR-TRAVA-JOB.

           MOVE "LIBERAR" TO WRK-TRAVA-ACAO.

           CALL 'MOD-TRAVA-JOB'
               USING WRK-TRAVA-NOME, WRK-TRAVA-PROGRAMA,
                   WRK-TRAVA-DURACAO, WRK-TRAVA-ACAO,
                   WRK-TRAVA-OBTIDA
               END-CALL.

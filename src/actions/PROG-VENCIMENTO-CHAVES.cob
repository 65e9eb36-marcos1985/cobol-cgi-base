       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG-VENCIMENTO-CHAVES.
      *******************************************
      * AUTOR:
      * DATA:
      * ALTERACOES:
      *   - BATCH DIARIO DE VENCIMENTO E ROTACAO DAS CHAVES DE API
      *     (CHAVES_API): A CHAVE EXPIRAVA EM EXPIRA_EM SEM NINGUEM
      *     SER AVISADO E A INTEGRACAO DO PARCEIRO PARAVA. TRES
      *     PASSOS, NESTA ORDEM:
      *     1) ROTACOES (CHAVES_ROTACAO, ABERTAS POR PROG-CHAVES-API
      *        QS_ACAO=ROTACIONAR) CUJA SOBREPOSICAO TERMINOU TEM A
      *        CHAVE ANTIGA REVOGADA (ATIVO = 'N'); O OPERADOR DONO
      *        DA CHAVE ANTIGA PASSA PARA A SUCESSORA, E O DONO E A
      *        LISTA DE AVISO RECEBEM O USO QUE A ANTIGA AINDA TEVE.
      *     2) CHAVE ATIVA QUE EXPIRA DENTRO DE UM DOS PRAZOS DE
      *        chaves.aviso.dias (LISTA SEPARADA POR VIRGULA, PADRAO
      *        "30,14,7,1") E AVISADA UMA VEZ POR PRAZO, SEMPRE PELO
      *        MENOR PRAZO QUE JA ALCANCA A CHAVE (UMA PARADA DO
      *        AGENDADOR NAO GERA RAJADA DE AVISOS ATRASADOS). O
      *        AVISO VAI PARA A LISTA chaves.aviso.lista (PADRAO
      *        "chaves-api") E PARA O DONO: NA CHAVE PESSOAL, O
      *        OPERADOR DO CADASTRO OPERADORES, PELA LISTA DELE EM
      *        PLANTAO_CONTATOS; NAS DEMAIS, A LISTA_EMAIL DA PROPRIA
      *        CHAVE. O QUE JA FOI AVISADO FICA EM CHAVES_AVISOS,
      *        POR VENCIMENTO (PRORROGADA A CHAVE, OS AVISOS
      *        RECOMECAM). CHAVE ANTIGA DE ROTACAO EM ANDAMENTO NAO E
      *        AVISADA: A TROCA JA ESTA EM CURSO.
      *     3) RELATORIO DAS SOBREPOSICOES (ARQ_ROTACAO_CHAVES,
      *        PADRAO ROTACAO_CHAVES.TXT, NO CATALOGO DE RELATORIOS):
      *        POR ROTACAO EM ANDAMENTO OU REVOGADA NOS ULTIMOS 7
      *        DIAS, AS CHAMADAS FEITAS COM A CHAVE ANTIGA E COM A
      *        NOVA (CONTADAS POR MOD-VERIFICA-CHAVE), A ULTIMA
      *        CHAMADA COM A ANTIGA E A ORIGEM DELA, PARA SABER QUEM
      *        AINDA NAO TROCOU; HAVENDO ALGUEM, A LISTA DE AVISO
      *        RECEBE O RESUMO.
      *     TRAVA NOMEADA "VENCIMENTO-CHAVES".
      *   - EXIBE NO INICIO DO LOG DA EXECUCAO O CARIMBO DE VERSAO
      *     (BUILD) COM QUE O PROGRAMA FOI IMPLANTADO.
      *******************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT ARQ-ROTACAO ASSIGN TO WRK-ARQ-ROTACAO-NOME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-ARQ-ROTACAO.

       DATA DIVISION.
       FILE SECTION.

       FD  ARQ-ROTACAO.
       01  REG-ROTACAO                     PIC X(132).

       WORKING-STORAGE SECTION.

       COPY VERSAO-BUILD.

       77  WRK-TRAVA-NOME                  PIC X(60)
               VALUE "VENCIMENTO-CHAVES".
       77  WRK-TRAVA-PROGRAMA              PIC X(60)
               VALUE "PROG-VENCIMENTO-CHAVES".
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

       77  WRK-LISTA-AVISO                 PIC X(60)
               VALUE "chaves-api".

       77  WRK-ARQ-ROTACAO-NOME            PIC X(255).
       77  WRK-FS-ARQ-ROTACAO              PIC X(2).
       77  WRK-APP-ENV                     PIC X(10).
       77  WRK-REL-PROGRAMA                PIC X(60).
       77  WRK-REL-ARQUIVO                 PIC X(255).
       77  WRK-REL-PERIODO                 PIC X(30).
       77  WRK-REL-QTD                     PIC 9(10)   VALUE ZERO.

      * PRAZOS DE AVISO EM DIAS ANTES DO VENCIMENTO.
       77  WRK-PRAZOS-STG                  PIC X(255).
       77  WRK-PRAZO-STG                   PIC X(10).
       77  WRK-PRAZO-CHECK                 PIC X(10).
       77  WRK-PONTEIRO                    PIC 9(3)    VALUE 1.
       77  WRK-QTD-PRAZOS                  PIC 9(2)    VALUE ZERO.
       77  WRK-IDX                         PIC 9(2)    VALUE ZERO.
       77  WRK-MAIOR-PRAZO                 PIC 9(5)    VALUE ZERO.
       01  WRK-PRAZOS.
           05 WRK-PRAZO OCCURS 10 TIMES    PIC 9(5).

       77  WRK-FLAG-FIM-ROTACOES           PIC X(1)    VALUE 'N'.
           88  FIM-ROTACOES                            VALUE 'S'.
           88  NAO-FIM-ROTACOES                        VALUE 'N'.

       77  WRK-FLAG-FIM-CHAVES             PIC X(1)    VALUE 'N'.
           88  FIM-CHAVES                              VALUE 'S'.
           88  NAO-FIM-CHAVES                          VALUE 'N'.

       77  WRK-FLAG-FIM-CURSOR             PIC X(1)    VALUE 'N'.
           88  FIM-CURSOR                              VALUE 'S'.
           88  NAO-FIM-CURSOR                          VALUE 'N'.

       77  WRK-QTD-MASK                    PIC Z(9)9.
       77  WRK-QTD-MASK-2                  PIC Z(9)9.
       77  WRK-DIAS-MASK                   PIC ZZZZ9.
       77  WRK-RESPONSAVEL                 PIC X(60).
       77  WRK-QTD-REVOGADAS               PIC 9(5)    VALUE ZERO.
       77  WRK-QTD-AVISOS                  PIC 9(5)    VALUE ZERO.
       77  WRK-QTD-ROTACOES                PIC 9(5)    VALUE ZERO.
       77  WRK-QTD-PENDENTES               PIC 9(5)    VALUE ZERO.

       77  WRK-MAIL-LISTA                  PIC X(60).
       77  WRK-MAIL-ASSUNTO                PIC X(120).
       77  WRK-MAIL-CORPO                  PIC X(1000).
       77  WRK-MAIL-LISTA-DONO             PIC X(60).

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.

       01  HOSTVARS.
           05 BUFFER     PIC X(1024).

       01  SQL-01-VARS.
           05 VNC-EXISTE          PIC 9(10).
           05 VNC-QTD             PIC 9(10).
           05 VNC-QTD-COLUNA      PIC 9(10).
           05 VNC-ULTIMO-ID       PIC 9(10).
           05 VNC-ID              PIC 9(10).
           05 VNC-ULTIMA-CHAVE    PIC X(64).
           05 VNC-CHAVE           PIC X(64).
           05 VNC-CHAVE-NOVA      PIC X(64).
           05 VNC-MASCARADA       PIC X(20).
           05 VNC-MASCARADA-NOVA  PIC X(20).
           05 VNC-DESCRICAO       PIC X(255).
           05 VNC-EXPIRA          PIC X(19).
           05 VNC-FIM             PIC X(19).
           05 VNC-DIAS            PIC 9(5).
           05 VNC-MAIOR-PRAZO     PIC 9(5).
           05 VNC-PRAZO           PIC 9(5).
           05 VNC-OPERADOR        PIC X(60).
           05 VNC-LISTA-DONO      PIC X(60).
           05 VNC-USO-ANTIGA      PIC 9(10).
           05 VNC-USO-NOVA        PIC 9(10).
           05 VNC-ULTIMO-USO      PIC X(19).
           05 VNC-ORIGEM          PIC X(45).
           05 VNC-SITUACAO        PIC X(20).

       EXEC SQL END DECLARE SECTION END-EXEC.


       PROCEDURE DIVISION.

       MAIN-PROCEDURE.

           DISPLAY "BUILD EM EXECUCAO: " FUNCTION TRIM(VERSAO-BUILD).

           PERFORM 1050-OBTER-TRAVA-JOB.
           PERFORM 1100-CONECTAR-BANCO-DE-DADOS.
           PERFORM 1200-GARANTIR-TABELAS.

           IF  VNC-EXISTE = ZERO
               DISPLAY "TABELA DE CHAVES DE API AINDA NAO EXISTE NESTE "
                   "BANCO. NADA A VERIFICAR."
           ELSE
               PERFORM 1400-LER-PARAMETROS
               PERFORM 2000-REVOGAR-SOBREPOSICOES
               PERFORM 3000-AVISAR-VENCIMENTOS
               PERFORM 4000-RELATAR-SOBREPOSICOES
           END-IF.

           PERFORM 5000-FINALIZAR.
           STOP RUN.

       1050-OBTER-TRAVA-JOB.

      * A TRAVA NOMEADA "VENCIMENTO-CHAVES" IMPEDE DUAS EXECUCOES
      * SOBREPOSTAS DE AVISAREM DUAS VEZES O MESMO PRAZO.
           MOVE "OBTER" TO WRK-TRAVA-ACAO.

           CALL 'MOD-TRAVA-JOB'
               USING WRK-TRAVA-NOME, WRK-TRAVA-PROGRAMA,
                   WRK-TRAVA-DURACAO, WRK-TRAVA-ACAO,
                   WRK-TRAVA-OBTIDA
               END-CALL.

           IF  NOT TRAVA-OBTIDA
               DISPLAY
                   "TRAVA DE JOB VENCIMENTO-CHAVES EM USO POR OUTRO "
                   "PROCESSO. EXECUCAO RECUSADA."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       1100-CONECTAR-BANCO-DE-DADOS.

      * A SESSAO VEM DE MOD-CONEXAO-BD: A CONFIGURACAO, O AVISO POR
      * E-MAIL E O CATALOGO DE RELATORIOS USAM A MESMA CONEXAO.
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

      * A TABELA DE CHAVES NASCE NA PRIMEIRA CHAMADA AUTENTICADA OU
      * EM PROG-CHAVES-API; SEM ELA VNC-EXISTE FICA ZERADO.
           EXEC SQL
               SELECT COUNT(*)
                 INTO :VNC-EXISTE
                 FROM information_schema.tables
                WHERE table_schema = DATABASE()
                  AND table_name = 'chaves_api'
           END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO
               DISPLAY
                   "ERRO AO TENTAR VERIFICAR A TABELA DE CHAVES: "
                   SQLERRM
               PERFORM 2990-ABORTAR
           END-IF.

           IF  VNC-EXISTE = ZERO
               EXIT PARAGRAPH
           END-IF.

      * TABELA CRIADA ANTES DA ROTACAO NAO TEM AS COLUNAS DA CHAVE
      * ANTERIOR E DA LISTA DO DONO; ACRESCENTA-AS QUANDO AUSENTES.
           EXEC SQL
               SELECT COUNT(*)
                 INTO :VNC-QTD-COLUNA
                 FROM information_schema.columns
                WHERE table_schema = DATABASE()
                  AND table_name = 'chaves_api'
                  AND column_name = 'chave_anterior'
           END-EXEC.

           IF  SQLCODE EQUAL ZERO AND VNC-QTD-COLUNA = ZERO
               EXEC SQL
                   ALTER TABLE chaves_api
                       ADD COLUMN chave_anterior VARCHAR(64) NULL,
                       ADD COLUMN lista_email VARCHAR(60) NULL
               END-EXEC

               IF  SQLCODE NOT EQUAL ZERO
                   DISPLAY
                       "ERRO AO TENTAR ACRESCENTAR AS COLUNAS DE "
                       "ROTACAO EM CHAVES_API: " SQLERRM
                   PERFORM 2990-ABORTAR
               END-IF
           END-IF.

           EXEC SQL
               CREATE TABLE IF NOT EXISTS chaves_rotacao (
                   id             INT NOT NULL PRIMARY KEY
                                      AUTO_INCREMENT,
                   chave_antiga   VARCHAR(64) NOT NULL,
                   chave_nova     VARCHAR(64) NOT NULL,
                   rotacionada_em DATETIME NOT NULL
                       DEFAULT CURRENT_TIMESTAMP,
                   fim_sobreposicao DATETIME NOT NULL,
                   revogada_em    DATETIME NULL,
                   operador       VARCHAR(60) NULL,
                   qtd_uso_antiga INT NOT NULL DEFAULT 0,
                   ultimo_uso_antiga_em DATETIME NULL,
                   ultima_origem_antiga VARCHAR(45) NULL,
                   qtd_uso_nova   INT NOT NULL DEFAULT 0,
                   KEY ix_chaves_rotacao_antiga (chave_antiga),
                   KEY ix_chaves_rotacao_nova (chave_nova)
               )
           END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO
               DISPLAY
                   "ERRO AO TENTAR GARANTIR CHAVES_ROTACAO: " SQLERRM
               PERFORM 2990-ABORTAR
           END-IF.

           EXEC SQL
               CREATE TABLE IF NOT EXISTS chaves_avisos (
                   chave          VARCHAR(64) NOT NULL,
                   expira_em      DATETIME NOT NULL,
                   dias_aviso     INT NOT NULL,
                   dias_restantes INT NOT NULL,
                   lista_dono     VARCHAR(60) NULL,
                   avisado_em     DATETIME NOT NULL
                       DEFAULT CURRENT_TIMESTAMP,
                   PRIMARY KEY (chave, expira_em, dias_aviso)
               )
           END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO
               DISPLAY
                   "ERRO AO TENTAR GARANTIR CHAVES_AVISOS: " SQLERRM
               PERFORM 2990-ABORTAR
           END-IF.

      * O CONTATO DO OPERADOR DONO DA CHAVE PESSOAL VEM DA MESMA
      * TABELA DA ESCALA DE PLANTAO.
           EXEC SQL
               CREATE TABLE IF NOT EXISTS operadores (
                   id        INT NOT NULL PRIMARY KEY
                                 AUTO_INCREMENT,
                   nome      VARCHAR(60) NOT NULL,
                   chave     VARCHAR(64) NOT NULL,
                   ativo     CHAR(1) NOT NULL DEFAULT 'S',
                   criado_em DATETIME NOT NULL
                       DEFAULT CURRENT_TIMESTAMP,
                   UNIQUE KEY uk_operador_chave (chave)
               )
           END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO
               DISPLAY
                   "ERRO AO TENTAR GARANTIR OPERADORES: " SQLERRM
               PERFORM 2990-ABORTAR
           END-IF.

           EXEC SQL
               CREATE TABLE IF NOT EXISTS plantao_contatos (
                   operador_id   INT NOT NULL PRIMARY KEY,
                   lista         VARCHAR(60) NOT NULL,
                   atualizado_em DATETIME NOT NULL
                       DEFAULT CURRENT_TIMESTAMP
               )
           END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO
               DISPLAY
                   "ERRO AO TENTAR GARANTIR PLANTAO_CONTATOS: "
                   SQLERRM
               PERFORM 2990-ABORTAR
           END-IF.

       1400-LER-PARAMETROS.

           ACCEPT WRK-ARQ-ROTACAO-NOME FROM ENVIRONMENT
               "ARQ_ROTACAO_CHAVES".
           IF  FUNCTION TRIM(WRK-ARQ-ROTACAO-NOME) = SPACES
               MOVE "ROTACAO_CHAVES.TXT" TO WRK-ARQ-ROTACAO-NOME
           END-IF.

           ACCEPT WRK-APP-ENV FROM ENVIRONMENT "APP_ENV".

           MOVE "chaves.aviso.lista" TO WRK-CFG-CHAVE.
           PERFORM 1410-LER-CHAVE.
           IF  CONFIG-ENCONTRADA
           AND FUNCTION TRIM(WRK-CFG-VALOR) NOT = SPACES
               MOVE FUNCTION TRIM(WRK-CFG-VALOR) TO WRK-LISTA-AVISO
           END-IF.

           MOVE "30,14,7,1" TO WRK-PRAZOS-STG.
           MOVE "chaves.aviso.dias" TO WRK-CFG-CHAVE.
           PERFORM 1410-LER-CHAVE.
           IF  CONFIG-ENCONTRADA
           AND FUNCTION TRIM(WRK-CFG-VALOR) NOT = SPACES
               MOVE FUNCTION TRIM(WRK-CFG-VALOR) TO WRK-PRAZOS-STG
           END-IF.

           PERFORM 1450-MONTAR-PRAZOS.

      * NENHUM PRAZO VALIDO NA CONFIGURACAO: VALE O PADRAO.
           IF  WRK-QTD-PRAZOS = ZERO
               DISPLAY
                   "AVISO: chaves.aviso.dias INVALIDO ("
                   FUNCTION TRIM(WRK-PRAZOS-STG)
                   "); USANDO 30,14,7,1."
               MOVE "30,14,7,1" TO WRK-PRAZOS-STG
               PERFORM 1450-MONTAR-PRAZOS
           END-IF.

           MOVE WRK-MAIOR-PRAZO TO VNC-MAIOR-PRAZO.

       1410-LER-CHAVE.

           MOVE SPACES TO WRK-CFG-VALOR.
           CALL 'MOD-LE-CONFIG'
               USING WRK-CFG-CHAVE, WRK-CFG-VALOR,
                   WRK-CFG-ENCONTRADA
               END-CALL.

       1450-MONTAR-PRAZOS.

           MOVE ZERO TO WRK-QTD-PRAZOS WRK-MAIOR-PRAZO.
           MOVE 1 TO WRK-PONTEIRO.

           PERFORM 1460-SEPARAR-PRAZO
               UNTIL WRK-PONTEIRO > 255
                  OR WRK-QTD-PRAZOS = 10.

       1460-SEPARAR-PRAZO.

      * CADA PRAZO DE 1 A 365 DIAS; O QUE NAO FOR NUMERO E IGNORADO.
           MOVE SPACES TO WRK-PRAZO-STG.
           UNSTRING WRK-PRAZOS-STG
               DELIMITED BY ","
               INTO WRK-PRAZO-STG
               WITH POINTER WRK-PONTEIRO
           END-UNSTRING.

           IF  FUNCTION TRIM(WRK-PRAZO-STG) = SPACES
               EXIT PARAGRAPH
           END-IF.

           MOVE FUNCTION TRIM(WRK-PRAZO-STG) TO WRK-PRAZO-CHECK.
           INSPECT WRK-PRAZO-CHECK REPLACING ALL SPACE BY '0'.

           IF  WRK-PRAZO-CHECK IS NOT NUMERIC
           OR  FUNCTION NUMVAL(WRK-PRAZO-STG) < 1
           OR  FUNCTION NUMVAL(WRK-PRAZO-STG) > 365
               EXIT PARAGRAPH
           END-IF.

           ADD 1 TO WRK-QTD-PRAZOS.
           COMPUTE WRK-PRAZO(WRK-QTD-PRAZOS) =
               FUNCTION NUMVAL(WRK-PRAZO-STG).

           IF  WRK-PRAZO(WRK-QTD-PRAZOS) > WRK-MAIOR-PRAZO
               MOVE WRK-PRAZO(WRK-QTD-PRAZOS) TO WRK-MAIOR-PRAZO
           END-IF.

       2000-REVOGAR-SOBREPOSICOES.

           MOVE ZERO TO VNC-ULTIMO-ID.
           SET NAO-FIM-ROTACOES TO TRUE.

           PERFORM 2100-BUSCAR-PROXIMA-ROTACAO.
           PERFORM 2200-REVOGAR-ROTACAO UNTIL FIM-ROTACOES.

       2100-BUSCAR-PROXIMA-ROTACAO.

           EXEC SQL
               SELECT r.id, r.chave_antiga, r.chave_nova,
                      CONCAT(LEFT(r.chave_antiga, 6), '***'),
                      CONCAT(LEFT(r.chave_nova, 6), '***'),
                      DATE_FORMAT(r.fim_sobreposicao,
                          '%Y-%m-%d %H:%i:%s'),
                      r.qtd_uso_antiga, r.qtd_uso_nova,
                      COALESCE(DATE_FORMAT(r.ultimo_uso_antiga_em,
                          '%Y-%m-%d %H:%i:%s'), ''),
                      COALESCE(r.ultima_origem_antiga, ''),
                      COALESCE(o.nome, ''),
                      COALESCE(pc.lista, k.lista_email, '')
                 INTO :VNC-ID, :VNC-CHAVE, :VNC-CHAVE-NOVA,
                      :VNC-MASCARADA, :VNC-MASCARADA-NOVA,
                      :VNC-FIM, :VNC-USO-ANTIGA, :VNC-USO-NOVA,
                      :VNC-ULTIMO-USO, :VNC-ORIGEM,
                      :VNC-OPERADOR, :VNC-LISTA-DONO
                 FROM chaves_rotacao r
                 LEFT JOIN chaves_api k
                   ON k.chave = r.chave_antiga
                 LEFT JOIN operadores o
                   ON o.chave = r.chave_antiga
                  AND o.ativo = 'S'
                 LEFT JOIN plantao_contatos pc
                   ON pc.operador_id = o.id
                WHERE r.revogada_em IS NULL
                  AND r.fim_sobreposicao <= CURRENT_TIMESTAMP
                  AND r.id > :VNC-ULTIMO-ID
                ORDER BY r.id
                LIMIT 1
           END-EXEC.

           IF  SQLCODE EQUAL 100
               SET FIM-ROTACOES TO TRUE
           ELSE
               IF  SQLCODE NOT EQUAL ZERO
                   DISPLAY
                       "ERRO AO TENTAR LER AS ROTACOES DE CHAVES: "
                       SQLERRM
                   PERFORM 2990-ABORTAR
               END-IF
               MOVE VNC-ID TO VNC-ULTIMO-ID
           END-IF.

       2200-REVOGAR-ROTACAO.

      * REVOGACAO, TROCA DA CHAVE DO OPERADOR E FECHAMENTO DA
      * ROTACAO VAO NA MESMA UNIDADE DE TRABALHO.
           EXEC SQL
               UPDATE chaves_api
                  SET ativo = 'N'
                WHERE chave = :VNC-CHAVE
           END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO AND SQLCODE NOT EQUAL 100
               DISPLAY
                   "ERRO AO TENTAR REVOGAR A CHAVE "
                   FUNCTION TRIM(VNC-MASCARADA) ": " SQLERRM
               PERFORM 2990-ABORTAR
           END-IF.

      * O OPERADOR PASSA A SER IDENTIFICADO PELA SUCESSORA, A MENOS
      * QUE ELA JA TENHA SIDO CADASTRADA PARA ALGUEM.
           EXEC SQL
               SELECT COUNT(*)
                 INTO :VNC-QTD
                 FROM operadores
                WHERE chave = :VNC-CHAVE-NOVA
           END-EXEC.

           IF  SQLCODE EQUAL ZERO AND VNC-QTD = ZERO
               EXEC SQL
                   UPDATE operadores
                      SET chave = :VNC-CHAVE-NOVA
                    WHERE chave = :VNC-CHAVE
               END-EXEC

               IF  SQLCODE NOT EQUAL ZERO AND SQLCODE NOT EQUAL 100
                   DISPLAY
                       "ERRO AO TENTAR PASSAR O OPERADOR PARA A CHAVE "
                       "SUCESSORA: " SQLERRM
                   PERFORM 2990-ABORTAR
               END-IF
           END-IF.

           EXEC SQL
               UPDATE chaves_rotacao
                  SET revogada_em = CURRENT_TIMESTAMP
                WHERE id = :VNC-ID
                  AND revogada_em IS NULL
           END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO
               DISPLAY
                   "ERRO AO TENTAR FECHAR A ROTACAO: " SQLERRM
               PERFORM 2990-ABORTAR
           END-IF.

           EXEC SQL COMMIT END-EXEC.

           ADD 1 TO WRK-QTD-REVOGADAS.
           PERFORM 2300-AVISAR-REVOGACAO.

           PERFORM 2100-BUSCAR-PROXIMA-ROTACAO.

       2300-AVISAR-REVOGACAO.

           MOVE VNC-USO-ANTIGA TO WRK-QTD-MASK.
           MOVE VNC-USO-NOVA TO WRK-QTD-MASK-2.

           MOVE SPACES TO WRK-MAIL-ASSUNTO.
           STRING
               "CHAVE DE API " FUNCTION TRIM(VNC-MASCARADA)
               " REVOGADA AO FIM DA SOBREPOSICAO COM "
               FUNCTION TRIM(VNC-MASCARADA-NOVA)
               DELIMITED BY SIZE
               INTO WRK-MAIL-ASSUNTO
           END-STRING.

           MOVE SPACES TO WRK-MAIL-CORPO.
           IF  VNC-USO-ANTIGA = ZERO
               STRING
                   "A CHAVE " FUNCTION TRIM(VNC-MASCARADA)
                   " FOI REVOGADA EM " VNC-FIM
                   " (FIM DA SOBREPOSICAO) E NAO FOI USADA DURANTE A "
                   "SOBREPOSICAO. A SUCESSORA "
                   FUNCTION TRIM(VNC-MASCARADA-NOVA)
                   " RECEBEU " FUNCTION TRIM(WRK-QTD-MASK-2)
                   " CHAMADAS."
                   DELIMITED BY SIZE
                   INTO WRK-MAIL-CORPO
               END-STRING
           ELSE
               STRING
                   "A CHAVE " FUNCTION TRIM(VNC-MASCARADA)
                   " FOI REVOGADA EM " VNC-FIM
                   " (FIM DA SOBREPOSICAO). DURANTE A SOBREPOSICAO "
                   "ELA AINDA RECEBEU " FUNCTION TRIM(WRK-QTD-MASK)
                   " CHAMADAS, A ULTIMA EM " VNC-ULTIMO-USO
                   " VINDA DE " FUNCTION TRIM(VNC-ORIGEM)
                   "; QUEM AINDA A USA PASSA A RECEBER 401 E DEVE "
                   "TROCAR PARA A SUCESSORA "
                   FUNCTION TRIM(VNC-MASCARADA-NOVA)
                   " (" FUNCTION TRIM(WRK-QTD-MASK-2)
                   " CHAMADAS ATE AGORA)."
                   DELIMITED BY SIZE
                   INTO WRK-MAIL-CORPO
               END-STRING
           END-IF.

           PERFORM 2900-ENVIAR-EMAIL.

           DISPLAY
               "CHAVE " FUNCTION TRIM(VNC-MASCARADA)
               " REVOGADA (SUCESSORA "
               FUNCTION TRIM(VNC-MASCARADA-NOVA) ", "
               FUNCTION TRIM(WRK-QTD-MASK)
               " CHAMADAS COM A ANTIGA NA SOBREPOSICAO)".

       2900-ENVIAR-EMAIL.

      * SEMPRE A LISTA DE AVISO; O DONO, QUANDO TEM LISTA PROPRIA.
           MOVE WRK-LISTA-AVISO TO WRK-MAIL-LISTA.
           CALL 'MOD-ENVIA-EMAIL'
               USING WRK-MAIL-LISTA, WRK-MAIL-ASSUNTO, WRK-MAIL-CORPO
               END-CALL.

           MOVE VNC-LISTA-DONO TO WRK-MAIL-LISTA-DONO.
           IF  FUNCTION TRIM(WRK-MAIL-LISTA-DONO) NOT = SPACES
           AND WRK-MAIL-LISTA-DONO NOT = WRK-LISTA-AVISO
               MOVE WRK-MAIL-LISTA-DONO TO WRK-MAIL-LISTA
               CALL 'MOD-ENVIA-EMAIL'
                   USING WRK-MAIL-LISTA, WRK-MAIL-ASSUNTO,
                       WRK-MAIL-CORPO
                   END-CALL
           END-IF.

       2990-ABORTAR.

           EXEC SQL ROLLBACK END-EXEC.
           PERFORM 8800-LIBERAR-TRAVA-JOB.
           PERFORM 8900-ENCERRAR-CONEXAO.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.

       3000-AVISAR-VENCIMENTOS.

           MOVE SPACES TO VNC-ULTIMA-CHAVE.
           SET NAO-FIM-CHAVES TO TRUE.

           PERFORM 3100-BUSCAR-PROXIMA-CHAVE.
           PERFORM 3200-AVISAR-CHAVE UNTIL FIM-CHAVES.

       3100-BUSCAR-PROXIMA-CHAVE.

      * CHAVE ATIVA QUE EXPIRA DENTRO DO MAIOR PRAZO, FORA AS
      * ANTIGAS DE ROTACAO EM ANDAMENTO.
           EXEC SQL
               SELECT k.chave,
                      CONCAT(LEFT(k.chave, 6), '***'),
                      COALESCE(k.descricao, ''),
                      DATE_FORMAT(k.expira_em, '%Y-%m-%d %H:%i:%s'),
                      DATEDIFF(k.expira_em, CURRENT_DATE),
                      COALESCE(o.nome, ''),
                      COALESCE(pc.lista, k.lista_email, '')
                 INTO :VNC-CHAVE, :VNC-MASCARADA, :VNC-DESCRICAO,
                      :VNC-EXPIRA, :VNC-DIAS, :VNC-OPERADOR,
                      :VNC-LISTA-DONO
                 FROM chaves_api k
                 LEFT JOIN operadores o
                   ON o.chave = k.chave
                  AND o.ativo = 'S'
                 LEFT JOIN plantao_contatos pc
                   ON pc.operador_id = o.id
                WHERE k.ativo = 'S'
                  AND k.expira_em IS NOT NULL
                  AND k.expira_em > CURRENT_TIMESTAMP
                  AND DATEDIFF(k.expira_em, CURRENT_DATE)
                      <= :VNC-MAIOR-PRAZO
                  AND NOT EXISTS (
                      SELECT 1
                        FROM chaves_rotacao r
                       WHERE r.chave_antiga = k.chave
                         AND r.revogada_em IS NULL)
                  AND k.chave > :VNC-ULTIMA-CHAVE
                ORDER BY k.chave
                LIMIT 1
           END-EXEC.

           IF  SQLCODE EQUAL 100
               SET FIM-CHAVES TO TRUE
           ELSE
               IF  SQLCODE NOT EQUAL ZERO
                   DISPLAY
                       "ERRO AO TENTAR LER AS CHAVES A VENCER: "
                       SQLERRM
                   PERFORM 2990-ABORTAR
               END-IF
               MOVE VNC-CHAVE TO VNC-ULTIMA-CHAVE
           END-IF.

       3200-AVISAR-CHAVE.

      * O PRAZO DO AVISO E O MENOR PRAZO QUE JA ALCANCA A CHAVE.
           MOVE WRK-MAIOR-PRAZO TO VNC-PRAZO.
           PERFORM 3210-ESCOLHER-PRAZO
               VARYING WRK-IDX FROM 1 BY 1
               UNTIL WRK-IDX > WRK-QTD-PRAZOS.

           PERFORM 3300-REGISTRAR-AVISO.

           IF  VNC-QTD > ZERO
               PERFORM 3400-ENVIAR-AVISO
               ADD 1 TO WRK-QTD-AVISOS
           END-IF.

           PERFORM 3100-BUSCAR-PROXIMA-CHAVE.

       3210-ESCOLHER-PRAZO.

           IF  WRK-PRAZO(WRK-IDX) NOT < VNC-DIAS
           AND WRK-PRAZO(WRK-IDX) < VNC-PRAZO
               MOVE WRK-PRAZO(WRK-IDX) TO VNC-PRAZO
           END-IF.

       3300-REGISTRAR-AVISO.

      * JA AVISADA NESSE PRAZO PARA ESSE VENCIMENTO: NADA E GRAVADO
      * E VNC-QTD VOLTA ZERO.
           EXEC SQL
               INSERT IGNORE INTO chaves_avisos
                   (chave, expira_em, dias_aviso, dias_restantes,
                    lista_dono)
               SELECT chave, expira_em, :VNC-PRAZO, :VNC-DIAS,
                      NULLIF(TRIM(:VNC-LISTA-DONO), '')
                 FROM chaves_api
                WHERE chave = :VNC-CHAVE
           END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO AND SQLCODE NOT EQUAL 100
               DISPLAY
                   "ERRO AO TENTAR REGISTRAR O AVISO DE VENCIMENTO: "
                   SQLERRM
               PERFORM 2990-ABORTAR
           END-IF.

           EXEC SQL
               SELECT ROW_COUNT() INTO :VNC-QTD
           END-EXEC.

           EXEC SQL COMMIT END-EXEC.

       3400-ENVIAR-AVISO.

           MOVE VNC-DIAS TO WRK-DIAS-MASK.

           IF  VNC-OPERADOR NOT = SPACES
               MOVE SPACES TO WRK-RESPONSAVEL
               STRING
                   "OPERADOR " FUNCTION TRIM(VNC-OPERADOR)
                   DELIMITED BY SIZE
                   INTO WRK-RESPONSAVEL
               END-STRING
           ELSE
               IF  VNC-LISTA-DONO NOT = SPACES
                   MOVE SPACES TO WRK-RESPONSAVEL
                   STRING
                       "LISTA " FUNCTION TRIM(VNC-LISTA-DONO)
                       DELIMITED BY SIZE
                       INTO WRK-RESPONSAVEL
                   END-STRING
               ELSE
                   MOVE "SEM DONO CADASTRADO" TO WRK-RESPONSAVEL
               END-IF
           END-IF.

           MOVE SPACES TO WRK-MAIL-ASSUNTO.
           STRING
               "CHAVE DE API " FUNCTION TRIM(VNC-MASCARADA)
               " EXPIRA EM " FUNCTION TRIM(WRK-DIAS-MASK)
               " DIA(S) (" VNC-EXPIRA(1:10) ")"
               DELIMITED BY SIZE
               INTO WRK-MAIL-ASSUNTO
           END-STRING.

           MOVE SPACES TO WRK-MAIL-CORPO.
           STRING
               "A CHAVE DE API " FUNCTION TRIM(VNC-MASCARADA)
               " (" FUNCTION TRIM(VNC-DESCRICAO)
               "; RESPONSAVEL: " FUNCTION TRIM(WRK-RESPONSAVEL)
               ") EXPIRA EM " VNC-EXPIRA
               ". DEPOIS DISSO TODA CHAMADA COM ELA RECEBE 401. "
               "PARA TROCAR SEM PARADA, PECA A ROTACAO EM "
               "PROG-CHAVES-API (QS_ACAO=ROTACIONAR): A SUCESSORA "
               "JA VALE DURANTE A SOBREPOSICAO E A ANTIGA SO E "
               "REVOGADA NO FIM DELA."
               DELIMITED BY SIZE
               INTO WRK-MAIL-CORPO
           END-STRING.

           PERFORM 2900-ENVIAR-EMAIL.

           DISPLAY
               "AVISO DE VENCIMENTO: CHAVE "
               FUNCTION TRIM(VNC-MASCARADA) " EXPIRA EM "
               FUNCTION TRIM(WRK-DIAS-MASK) " DIA(S) ("
               FUNCTION TRIM(WRK-RESPONSAVEL) ")".

       4000-RELATAR-SOBREPOSICOES.

           OPEN OUTPUT ARQ-ROTACAO.

           IF  WRK-FS-ARQ-ROTACAO NOT = "00"
               DISPLAY
                   "ERRO AO TENTAR ABRIR O RELATORIO DE ROTACAO DE "
                   "CHAVES: " FUNCTION TRIM(WRK-ARQ-ROTACAO-NOME)
               PERFORM 2990-ABORTAR
           END-IF.

           MOVE SPACES TO REG-ROTACAO.
           STRING
               "ROTACAO DE CHAVES DE API - USO NA SOBREPOSICAO"
               " - AMBIENTE "
               FUNCTION UPPER-CASE(FUNCTION TRIM(WRK-APP-ENV))
               DELIMITED BY SIZE
               INTO REG-ROTACAO
           END-STRING.
           PERFORM 4900-GRAVAR-LINHA.

           MOVE SPACES TO REG-ROTACAO.
           MOVE ALL "=" TO REG-ROTACAO(1:70).
           PERFORM 4900-GRAVAR-LINHA.

           MOVE SPACES TO REG-ROTACAO.
           MOVE "ROTACOES EM ANDAMENTO E REVOGADAS NOS ULTIMOS 7 DIAS"
               TO REG-ROTACAO.
           PERFORM 4900-GRAVAR-LINHA.

           MOVE SPACES TO REG-ROTACAO.
           PERFORM 4900-GRAVAR-LINHA.

      * NADA MAIS VAI AO BANCO COM O CURSOR ABERTO; O RESUMO POR
      * E-MAIL SAI DEPOIS DE FECHA-LO.
           EXEC SQL
               DECLARE CUR-ROTACOES CURSOR FOR
                   SELECT CONCAT(LEFT(r.chave_antiga, 6), '***'),
                          CONCAT(LEFT(r.chave_nova, 6), '***'),
                          DATE_FORMAT(r.fim_sobreposicao,
                              '%Y-%m-%d %H:%i:%s'),
                          r.qtd_uso_antiga, r.qtd_uso_nova,
                          COALESCE(DATE_FORMAT(r.ultimo_uso_antiga_em,
                              '%Y-%m-%d %H:%i:%s'), ''),
                          COALESCE(r.ultima_origem_antiga, ''),
                          COALESCE(o.nome, r.operador, ''),
                          COALESCE(pc.lista, k.lista_email, ''),
                          CASE
                            WHEN r.revogada_em IS NOT NULL
                              THEN 'REVOGADA'
                            WHEN r.qtd_uso_nova = 0
                              THEN 'NAO MIGROU'
                            WHEN r.ultimo_uso_antiga_em >=
                                 CURRENT_TIMESTAMP - INTERVAL 1 DAY
                              THEN 'AINDA USA A ANTIGA'
                            ELSE 'MIGROU'
                          END
                     FROM chaves_rotacao r
                     LEFT JOIN chaves_api k
                       ON k.chave = r.chave_antiga
                     LEFT JOIN operadores o
                       ON o.chave IN (r.chave_antiga, r.chave_nova)
                      AND o.ativo = 'S'
                     LEFT JOIN plantao_contatos pc
                       ON pc.operador_id = o.id
                    WHERE r.revogada_em IS NULL
                       OR r.revogada_em >=
                          CURRENT_TIMESTAMP - INTERVAL 7 DAY
                    ORDER BY r.revogada_em IS NOT NULL,
                             r.fim_sobreposicao, r.id
           END-EXEC.

           EXEC SQL OPEN CUR-ROTACOES END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO
               DISPLAY
                   "ERRO AO TENTAR LER AS ROTACOES DE CHAVES: "
                   SQLERRM
               PERFORM 2990-ABORTAR
           END-IF.

           SET NAO-FIM-CURSOR TO TRUE.
           PERFORM 4100-BUSCAR-PROXIMA-SOBREPOSICAO.
           PERFORM 4200-RELATAR-SOBREPOSICAO UNTIL FIM-CURSOR.

           EXEC SQL CLOSE CUR-ROTACOES END-EXEC.

           IF  WRK-QTD-ROTACOES = ZERO
               MOVE SPACES TO REG-ROTACAO
               MOVE "NENHUMA ROTACAO DE CHAVE NO PERIODO."
                   TO REG-ROTACAO
               PERFORM 4900-GRAVAR-LINHA
           END-IF.

           CLOSE ARQ-ROTACAO.

           IF  WRK-QTD-PENDENTES > ZERO
               PERFORM 4300-AVISAR-PENDENTES
           END-IF.

       4100-BUSCAR-PROXIMA-SOBREPOSICAO.

           EXEC SQL
               FETCH CUR-ROTACOES
                   INTO :VNC-MASCARADA, :VNC-MASCARADA-NOVA,
                        :VNC-FIM, :VNC-USO-ANTIGA, :VNC-USO-NOVA,
                        :VNC-ULTIMO-USO, :VNC-ORIGEM, :VNC-OPERADOR,
                        :VNC-LISTA-DONO, :VNC-SITUACAO
           END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO
               SET FIM-CURSOR TO TRUE
           END-IF.

       4200-RELATAR-SOBREPOSICAO.

           ADD 1 TO WRK-QTD-ROTACOES.

           IF  VNC-SITUACAO = "NAO MIGROU"
           OR  VNC-SITUACAO = "AINDA USA A ANTIGA"
               ADD 1 TO WRK-QTD-PENDENTES
           END-IF.

           EVALUATE TRUE
               WHEN VNC-OPERADOR NOT = SPACES
                   MOVE VNC-OPERADOR TO WRK-RESPONSAVEL
               WHEN VNC-LISTA-DONO NOT = SPACES
                   MOVE SPACES TO WRK-RESPONSAVEL
                   STRING
                       "LISTA " FUNCTION TRIM(VNC-LISTA-DONO)
                       DELIMITED BY SIZE
                       INTO WRK-RESPONSAVEL
                   END-STRING
               WHEN OTHER
                   MOVE "-" TO WRK-RESPONSAVEL
           END-EVALUATE.

           MOVE SPACES TO REG-ROTACAO.
           STRING
               "ANTIGA " VNC-MASCARADA(1:9)
               " -> NOVA " VNC-MASCARADA-NOVA(1:9)
               "  RESPONSAVEL: " WRK-RESPONSAVEL(1:30)
               "  FIM: " VNC-FIM
               "  " FUNCTION TRIM(VNC-SITUACAO)
               DELIMITED BY SIZE
               INTO REG-ROTACAO
           END-STRING.
           PERFORM 4900-GRAVAR-LINHA.

           MOVE VNC-USO-ANTIGA TO WRK-QTD-MASK.
           MOVE VNC-USO-NOVA TO WRK-QTD-MASK-2.
           MOVE SPACES TO REG-ROTACAO.
           IF  VNC-USO-ANTIGA = ZERO
               STRING
                   "    CHAMADAS COM A ANTIGA: 0"
                   "  CHAMADAS COM A NOVA: "
                   FUNCTION TRIM(WRK-QTD-MASK-2)
                   DELIMITED BY SIZE
                   INTO REG-ROTACAO
               END-STRING
           ELSE
               STRING
                   "    CHAMADAS COM A ANTIGA: "
                   FUNCTION TRIM(WRK-QTD-MASK)
                   " (ULTIMA EM " VNC-ULTIMO-USO
                   ", ORIGEM " FUNCTION TRIM(VNC-ORIGEM) ")"
                   "  CHAMADAS COM A NOVA: "
                   FUNCTION TRIM(WRK-QTD-MASK-2)
                   DELIMITED BY SIZE
                   INTO REG-ROTACAO
               END-STRING
           END-IF.
           PERFORM 4900-GRAVAR-LINHA.

           PERFORM 4100-BUSCAR-PROXIMA-SOBREPOSICAO.

       4300-AVISAR-PENDENTES.

           MOVE WRK-QTD-PENDENTES TO WRK-QTD-MASK.

           MOVE SPACES TO WRK-MAIL-ASSUNTO.
           STRING
               FUNCTION TRIM(WRK-QTD-MASK)
               " ROTACAO(OES) DE CHAVE DE API AINDA SEM TROCA"
               DELIMITED BY SIZE
               INTO WRK-MAIL-ASSUNTO
           END-STRING.

           MOVE SPACES TO WRK-MAIL-CORPO.
           STRING
               "HA " FUNCTION TRIM(WRK-QTD-MASK)
               " ROTACAO(OES) EM SOBREPOSICAO CUJA CHAVE ANTIGA AINDA "
               "E USADA OU CUJA SUCESSORA NUNCA FOI USADA. A CHAVE "
               "ANTIGA SERA REVOGADA NO FIM DA SOBREPOSICAO. DETALHES "
               "POR CHAVE NO RELATORIO "
               FUNCTION TRIM(WRK-ARQ-ROTACAO-NOME)
               " E EM PROG-CHAVES-API (QS_ACAO=ROTACOES)."
               DELIMITED BY SIZE
               INTO WRK-MAIL-CORPO
           END-STRING.

           MOVE WRK-LISTA-AVISO TO WRK-MAIL-LISTA.
           CALL 'MOD-ENVIA-EMAIL'
               USING WRK-MAIL-LISTA, WRK-MAIL-ASSUNTO, WRK-MAIL-CORPO
               END-CALL.

       4900-GRAVAR-LINHA.

           WRITE REG-ROTACAO.

           IF  WRK-FS-ARQ-ROTACAO NOT = "00"
               DISPLAY
                   "ERRO AO TENTAR GRAVAR NO RELATORIO DE ROTACAO DE "
                   "CHAVES."
               PERFORM 2990-ABORTAR
           END-IF.

           ADD 1 TO WRK-REL-QTD.

       5000-FINALIZAR.

           MOVE WRK-QTD-REVOGADAS TO WRK-QTD-MASK.
           DISPLAY
               "CHAVES REVOGADAS AO FIM DA SOBREPOSICAO: "
               FUNCTION TRIM(WRK-QTD-MASK).
           MOVE WRK-QTD-AVISOS TO WRK-QTD-MASK.
           DISPLAY
               "AVISOS DE VENCIMENTO ENVIADOS: "
               FUNCTION TRIM(WRK-QTD-MASK).

           IF  VNC-EXISTE > ZERO
               MOVE WRK-QTD-ROTACOES TO WRK-QTD-MASK
               DISPLAY
                   "ROTACOES NO RELATORIO: " FUNCTION TRIM(WRK-QTD-MASK)
                   " (" FUNCTION TRIM(WRK-ARQ-ROTACAO-NOME) ")"

      * O ARQUIVO ENTRA NO CATALOGO CENTRAL DE RELATORIOS.
               MOVE "PROG-VENCIMENTO-CHAVES" TO WRK-REL-PROGRAMA
               MOVE WRK-ARQ-ROTACAO-NOME TO WRK-REL-ARQUIVO
               MOVE FUNCTION CURRENT-DATE(1:8) TO WRK-REL-PERIODO
               CALL 'MOD-REGISTRA-RELATORIO'
                   USING WRK-REL-PROGRAMA, WRK-REL-ARQUIVO,
                       WRK-REL-PERIODO, WRK-REL-QTD
                   END-CALL
           END-IF.

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

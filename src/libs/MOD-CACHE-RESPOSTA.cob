       IDENTIFICATION DIVISION.
       PROGRAM-ID. MOD-CACHE-RESPOSTA.
      *******************************************
      * AUTOR:
      * DATA:
      * ALTERACOES:
      *   - MODULO DO CACHE DE RESPOSTA DAS LEITURAS PESADAS
      *     (PROG-CONSULTA-SQL, PROG-LISTA-VENDAS E
      *     PROG-BUSCA-UNIFICADA). A CHAVE E O PROGRAMA MAIS A
      *     QUERY_STRING NORMALIZADA (PARAMETROS VAZIOS DESCARTADOS
      *     E OS DEMAIS EM ORDEM ALFABETICA, ENTAO A ORDEM EM QUE O
      *     CHAMADOR OS ESCREVE NAO IMPORTA), OS PARAMETROS DE
      *     CAMINHO PATH_PARAM_1/2 E O CLIENTE DO ESCOPO DA CHAVE DE
      *     API (MOD-ESCOPO-CHAVE), PARA UMA CHAVE VINCULADA NUNCA
      *     RECEBER A RESPOSTA MONTADA PARA OUTRA. A IDADE MAXIMA E
      *     POR PROGRAMA NA CONFIGURACAO (CHAVE
      *     cache.idade_max_seg.<PROGRAMA>, EM SEGUNDOS); SEM
      *     CADASTRO OU COM ZERO O CACHE FICA DESLIGADO PARA O
      *     PROGRAMA. ACOES (LS-ACAO):
      *       BUSCAR   - PROCURA A ENTRADA VIGENTE; ACHANDO, GUARDA O
      *                  CORPO E DEVOLVE LS-ENCONTRADA 'S'. CONTA O
      *                  ACERTO OU A FALTA EM CACHE_ESTATISTICA (LIDA
      *                  POR PROG-METRICAS).
      *       EMITIR   - EXIBE O CORPO GUARDADO PELO BUSCAR.
      *       ACUMULAR - NA FALTA, A ACAO EXIBE CADA LINHA DA
      *                  RESPOSTA E A ENTREGA AQUI (LS-LINHA COM
      *                  LS-TAMANHO BYTES), QUE A ACRESCENTA AO CORPO.
      *       GRAVAR   - GUARDA O CORPO ACUMULADO COM A LISTA DE
      *                  TABELAS DE QUE ELE DEPENDE (LS-DEPENDENCIAS,
      *                  SEPARADAS POR VIRGULA).
      *     A INVALIDACAO E FEITA POR MOD-REGISTRA-NOTIFICACAO: TODO
      *     EVENTO DE NOTIFICACOES APAGA AS ENTRADAS QUE DEPENDEM DA
      *     TABELA DO EVENTO. UMA ESCRITA QUE NOTIFICOU DURANTE A
      *     MONTAGEM DA RESPOSTA FAZ O GRAVAR DESISTIR, PARA O CORPO
      *     JA VENCIDO NAO ENTRAR NO CACHE DEPOIS DA INVALIDACAO.
      *     CORPO MAIOR QUE O BUFFER NAO E GUARDADO. FALHA DE BANCO
      *     E MELHOR ESFORCO: A ACAO SEGUE SEM CACHE.
      *******************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       DATA DIVISION.
       FILE SECTION.

       WORKING-STORAGE SECTION.

       77  WRK-CONEXAO-ACAO                PIC X(10).
       77  WRK-CONEXAO-OK                  PIC X(1).
           88  CONEXAO-DISPONIVEL                      VALUE 'S'.
       77  WRK-CONEXAO-MSG                 PIC X(255).

       77  WRK-CFG-CHAVE                   PIC X(60).
       77  WRK-CFG-VALOR                   PIC X(255).
       77  WRK-CFG-ENCONTRADA              PIC X(1).
           88  CFG-ENCONTRADA                          VALUE 'S'.
       77  WRK-CFG-NUM-STG                 PIC X(10).

      * SITUACAO DO CACHE NA REQUISICAO: DESLIGADO, ACUMULANDO A
      * RESPOSTA DE UMA FALTA, ACERTO CARREGADO OU CORPO ESTOURADO.
       77  WRK-CACHE-SITUACAO              PIC X(1)    VALUE 'D'.
           88  CACHE-DESLIGADO                         VALUE 'D'.
           88  CACHE-ACUMULANDO                        VALUE 'A'.
           88  CACHE-ACERTO                            VALUE 'H'.
           88  CACHE-ESTOURADO                         VALUE 'E'.

       77  WRK-CACHE-LIMITE                PIC 9(7)    VALUE 500000.
       77  WRK-CACHE-NOVO-TAM              PIC 9(7).
       77  WRK-CLIENTE-ESCOPO              PIC 9(10).
       77  WRK-CLIENTE-MASK                PIC Z(9)9.
       77  WRK-PATH-PARAM-1                PIC X(60).
       77  WRK-PATH-PARAM-2                PIC X(60).

       77  WRK-QUERY-STRING                PIC X(1024).
       77  WRK-QS-TAM                      PIC 9(4)    COMP.
       77  WRK-QS-PTR                      PIC 9(4)    COMP.
       77  WRK-CHAVE-PTR                   PIC 9(4)    COMP.
       77  WRK-PARAM-AUX                   PIC X(255).
       77  WRK-PARAM-TAM                   PIC 9(4)    COMP.
       77  WRK-PARAM-QTD                   PIC 9(2)    COMP.
       77  WRK-PARAM-IDX                   PIC 9(2)    COMP.
       77  WRK-PARAM-JDX                   PIC 9(2)    COMP.

       01  WRK-PARAM-TAB.
           05 WRK-PARAM                    PIC X(255)
                                           OCCURS 40 TIMES.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.

       01  HOSTVARS.
           05 BUFFER          PIC X(1024).

       01  WRK-CACHE-VARS.
           05 CCH-PROGRAMA     PIC X(60).
           05 CCH-CHAVE-TEXTO  PIC X(1500).
           05 CCH-IDADE        PIC 9(10).
           05 CCH-INICIO       PIC X(19).
           05 CCH-DEPENDENCIAS PIC X(255).
           05 CCH-QTD          PIC 9(10).
           05 CCH-ACERTO       PIC 9(1).
           05 CCH-FALTA        PIC 9(1).
           05 CCH-TAMANHO      PIC 9(7).
           05 CCH-RESPOSTA     PIC X(500000).

       EXEC SQL END DECLARE SECTION END-EXEC.


       LINKAGE SECTION.

       77  LS-ACAO             PIC X(10).
           88  LS-ACAO-BUSCAR                 VALUE 'BUSCAR'.
           88  LS-ACAO-EMITIR                 VALUE 'EMITIR'.
           88  LS-ACAO-ACUMULAR               VALUE 'ACUMULAR'.
           88  LS-ACAO-GRAVAR                 VALUE 'GRAVAR'.
       77  LS-PROGRAMA         PIC X(60).
       77  LS-DEPENDENCIAS     PIC X(255).
       77  LS-LINHA            PIC X(12288).
       77  LS-TAMANHO          PIC 9(5).
       77  LS-ENCONTRADA       PIC X(1).
           88  LS-CACHE-ENCONTRADO            VALUE 'S'.
           88  LS-CACHE-NAO-ENCONTRADO        VALUE 'N'.


       PROCEDURE DIVISION USING LS-ACAO, LS-PROGRAMA,
               LS-DEPENDENCIAS, LS-LINHA, LS-TAMANHO, LS-ENCONTRADA.

       MAIN-PROCEDURE.

           EVALUATE TRUE
               WHEN LS-ACAO-BUSCAR
                   PERFORM PROC-BUSCAR-RESPOSTA
               WHEN LS-ACAO-EMITIR
                   PERFORM PROC-EMITIR-RESPOSTA
               WHEN LS-ACAO-ACUMULAR
                   PERFORM PROC-ACUMULAR-LINHA
               WHEN LS-ACAO-GRAVAR
                   PERFORM PROC-GRAVAR-RESPOSTA
           END-EVALUATE.

           EXIT PROGRAM.

       PROC-BUSCAR-RESPOSTA.

           SET LS-CACHE-NAO-ENCONTRADO TO TRUE.
           SET CACHE-DESLIGADO TO TRUE.
           MOVE ZERO TO CCH-TAMANHO.
           MOVE LS-PROGRAMA TO CCH-PROGRAMA.

           PERFORM PROC-LER-IDADE-MAXIMA.
           IF  CCH-IDADE = ZERO
               EXIT PARAGRAPH
           END-IF.

           PERFORM PROC-CONECTAR-BANCO-COB-DEV.
           IF  NOT CONEXAO-DISPONIVEL
               EXIT PARAGRAPH
           END-IF.

           PERFORM PROC-GARANTIR-TABELAS-CACHE.
           IF  SQLCODE NOT EQUAL ZERO
               EXIT PARAGRAPH
           END-IF.

           PERFORM PROC-MONTAR-CHAVE.

      * O INSTANTE DA BUSCA MARCA O INICIO DA MONTAGEM: UMA
      * NOTIFICACAO POSTERIOR A ELE IMPEDE O GRAVAR.
           EXEC SQL
               SELECT DATE_FORMAT(NOW(), '%Y-%m-%d %H:%i:%s')
                 INTO :CCH-INICIO
           END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO
               EXIT PARAGRAPH
           END-IF.

           EXEC SQL
               SELECT LENGTH(resposta), resposta
                 INTO :CCH-TAMANHO, :CCH-RESPOSTA
                 FROM cache_resposta
                WHERE programa = TRIM(:CCH-PROGRAMA)
                  AND chave = SHA2(TRIM(:CCH-CHAVE-TEXTO), 256)
                  AND criado_em >= NOW() -
                          INTERVAL :CCH-IDADE SECOND
           END-EXEC.

           IF  SQLCODE EQUAL ZERO
           AND CCH-TAMANHO > ZERO
           AND CCH-TAMANHO NOT > WRK-CACHE-LIMITE
               SET CACHE-ACERTO TO TRUE
               SET LS-CACHE-ENCONTRADO TO TRUE
               MOVE 1 TO CCH-ACERTO
               MOVE 0 TO CCH-FALTA
           ELSE
               SET CACHE-ACUMULANDO TO TRUE
               MOVE ZERO TO CCH-TAMANHO
               MOVE 0 TO CCH-ACERTO
               MOVE 1 TO CCH-FALTA
           END-IF.

           PERFORM PROC-CONTAR-ESTATISTICA.

       PROC-LER-IDADE-MAXIMA.

           MOVE ZERO TO CCH-IDADE.
           MOVE SPACES TO WRK-CFG-CHAVE.
           STRING "cache.idade_max_seg."
                  FUNCTION TRIM(LS-PROGRAMA)
               DELIMITED BY SIZE
               INTO WRK-CFG-CHAVE
           END-STRING.

           CALL 'MOD-LE-CONFIG'
               USING WRK-CFG-CHAVE, WRK-CFG-VALOR, WRK-CFG-ENCONTRADA
               END-CALL.

           IF  NOT CFG-ENCONTRADA
               EXIT PARAGRAPH
           END-IF.

           MOVE FUNCTION TRIM(WRK-CFG-VALOR) TO WRK-CFG-NUM-STG.
           IF  FUNCTION TRIM(WRK-CFG-NUM-STG) NOT = SPACES
           AND FUNCTION TEST-NUMVAL(WRK-CFG-NUM-STG) = ZERO
               COMPUTE CCH-IDADE = FUNCTION NUMVAL(WRK-CFG-NUM-STG)
           END-IF.

       PROC-CONECTAR-BANCO-COB-DEV.

           MOVE "OBTER" TO WRK-CONEXAO-ACAO.
           CALL 'MOD-CONEXAO-BD'
               USING WRK-CONEXAO-ACAO, WRK-CONEXAO-OK,
                   WRK-CONEXAO-MSG
               END-CALL.

       PROC-GARANTIR-TABELAS-CACHE.

           EXEC SQL
               CREATE TABLE IF NOT EXISTS cache_resposta (
                   programa     VARCHAR(60)   NOT NULL,
                   chave        CHAR(64)      NOT NULL,
                   chave_texto  VARCHAR(1500) NOT NULL,
                   dependencias VARCHAR(255)  NOT NULL,
                   resposta     MEDIUMTEXT    NOT NULL,
                   criado_em    DATETIME NOT NULL
                       DEFAULT CURRENT_TIMESTAMP,
                   PRIMARY KEY (programa, chave)
               )
           END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO
               EXIT PARAGRAPH
           END-IF.

           EXEC SQL
               CREATE TABLE IF NOT EXISTS cache_estatistica (
                   programa      VARCHAR(60) NOT NULL PRIMARY KEY,
                   qtd_acertos   BIGINT NOT NULL DEFAULT 0,
                   qtd_faltas    BIGINT NOT NULL DEFAULT 0,
                   atualizado_em DATETIME NULL
               )
           END-EXEC.

       PROC-MONTAR-CHAVE.

      * A CHAVE LEGIVEL FICA GRAVADA AO LADO DO HASH PARA A
      * INSPECAO DO CACHE; SO O HASH ENTRA NA CHAVE PRIMARIA.
           MOVE ZERO TO WRK-CLIENTE-ESCOPO.
           CALL 'MOD-ESCOPO-CHAVE' USING WRK-CLIENTE-ESCOPO
               END-CALL.
           MOVE WRK-CLIENTE-ESCOPO TO WRK-CLIENTE-MASK.

           ACCEPT WRK-PATH-PARAM-1 FROM ENVIRONMENT "PATH_PARAM_1".
           ACCEPT WRK-PATH-PARAM-2 FROM ENVIRONMENT "PATH_PARAM_2".

           PERFORM PROC-SEPARAR-QUERY-STRING.

           IF  WRK-PARAM-QTD > 1
               PERFORM PROC-ORDENAR-PARAMETRO
                   VARYING WRK-PARAM-IDX FROM 1 BY 1
                   UNTIL WRK-PARAM-IDX NOT < WRK-PARAM-QTD
                   AFTER WRK-PARAM-JDX FROM 1 BY 1
                   UNTIL WRK-PARAM-JDX > WRK-PARAM-QTD - WRK-PARAM-IDX
           END-IF.

           MOVE SPACES TO CCH-CHAVE-TEXTO.
           MOVE 1 TO WRK-CHAVE-PTR.
           STRING "cliente=" FUNCTION TRIM(WRK-CLIENTE-MASK)
                  "|caminho=" FUNCTION TRIM(WRK-PATH-PARAM-1)
                  "/" FUNCTION TRIM(WRK-PATH-PARAM-2)
                  "|"
               DELIMITED BY SIZE
               INTO CCH-CHAVE-TEXTO WITH POINTER WRK-CHAVE-PTR
           END-STRING.

           PERFORM PROC-JUNTAR-PARAMETRO
               VARYING WRK-PARAM-IDX FROM 1 BY 1
               UNTIL WRK-PARAM-IDX > WRK-PARAM-QTD.

       PROC-SEPARAR-QUERY-STRING.

           MOVE SPACES TO WRK-QUERY-STRING.
           MOVE SPACES TO WRK-PARAM-TAB.
           MOVE ZERO TO WRK-PARAM-QTD.

           ACCEPT WRK-QUERY-STRING FROM ENVIRONMENT "QUERY_STRING".

           IF  WRK-QUERY-STRING = SPACES
               EXIT PARAGRAPH
           END-IF.

           MOVE FUNCTION LENGTH(FUNCTION TRIM(WRK-QUERY-STRING
               TRAILING)) TO WRK-QS-TAM.
           MOVE 1 TO WRK-QS-PTR.

           PERFORM PROC-SEPARAR-PARAMETRO
               UNTIL WRK-QS-PTR > WRK-QS-TAM
               OR WRK-PARAM-QTD = 40.

       PROC-SEPARAR-PARAMETRO.

      * PARAMETRO SEM VALOR ("QS_PAGE=") EQUIVALE A PARAMETRO
      * AUSENTE NAS ACOES, ENTAO FICA FORA DA CHAVE.
           MOVE SPACES TO WRK-PARAM-AUX.
           UNSTRING WRK-QUERY-STRING(1:WRK-QS-TAM) DELIMITED BY '&'
               INTO WRK-PARAM-AUX
               WITH POINTER WRK-QS-PTR
           END-UNSTRING.

           IF  WRK-PARAM-AUX = SPACES
               EXIT PARAGRAPH
           END-IF.

           MOVE FUNCTION LENGTH(FUNCTION TRIM(WRK-PARAM-AUX TRAILING))
               TO WRK-PARAM-TAM.
           IF  WRK-PARAM-AUX(WRK-PARAM-TAM:1) = '='
               EXIT PARAGRAPH
           END-IF.

           ADD 1 TO WRK-PARAM-QTD.
           MOVE WRK-PARAM-AUX TO WRK-PARAM(WRK-PARAM-QTD).

       PROC-ORDENAR-PARAMETRO.

           IF  WRK-PARAM(WRK-PARAM-JDX) > WRK-PARAM(WRK-PARAM-JDX + 1)
               MOVE WRK-PARAM(WRK-PARAM-JDX) TO WRK-PARAM-AUX
               MOVE WRK-PARAM(WRK-PARAM-JDX + 1)
                   TO WRK-PARAM(WRK-PARAM-JDX)
               MOVE WRK-PARAM-AUX TO WRK-PARAM(WRK-PARAM-JDX + 1)
           END-IF.

       PROC-JUNTAR-PARAMETRO.

           IF  WRK-PARAM-IDX > 1
               STRING "&" DELIMITED BY SIZE
                   INTO CCH-CHAVE-TEXTO WITH POINTER WRK-CHAVE-PTR
               END-STRING
           END-IF.

           STRING FUNCTION TRIM(WRK-PARAM(WRK-PARAM-IDX))
               DELIMITED BY SIZE
               INTO CCH-CHAVE-TEXTO WITH POINTER WRK-CHAVE-PTR
           END-STRING.

       PROC-CONTAR-ESTATISTICA.

           EXEC SQL
               INSERT INTO cache_estatistica
                   (programa, qtd_acertos, qtd_faltas, atualizado_em)
               VALUES
                   (TRIM(:CCH-PROGRAMA), :CCH-ACERTO, :CCH-FALTA,
                    NOW())
               ON DUPLICATE KEY UPDATE
                   qtd_acertos = qtd_acertos + :CCH-ACERTO,
                   qtd_faltas = qtd_faltas + :CCH-FALTA,
                   atualizado_em = NOW()
           END-EXEC.

           EXEC SQL COMMIT END-EXEC.

       PROC-EMITIR-RESPOSTA.

      * O CORPO GUARDADO TERMINA NA QUEBRA DE LINHA DA ULTIMA
      * LINHA, QUE O PROPRIO DISPLAY REPOE.
           IF  NOT CACHE-ACERTO
               EXIT PARAGRAPH
           END-IF.

           IF  CCH-TAMANHO > 1
               DISPLAY CCH-RESPOSTA(1:CCH-TAMANHO - 1)
           ELSE
               DISPLAY SPACE
           END-IF.

       PROC-ACUMULAR-LINHA.

           IF  NOT CACHE-ACUMULANDO
               EXIT PARAGRAPH
           END-IF.

           COMPUTE WRK-CACHE-NOVO-TAM = CCH-TAMANHO + LS-TAMANHO + 1.
           IF  WRK-CACHE-NOVO-TAM > WRK-CACHE-LIMITE
               SET CACHE-ESTOURADO TO TRUE
               EXIT PARAGRAPH
           END-IF.

           IF  LS-TAMANHO > ZERO
               MOVE LS-LINHA(1:LS-TAMANHO)
                   TO CCH-RESPOSTA(CCH-TAMANHO + 1:LS-TAMANHO)
           END-IF.
           MOVE X'0A' TO CCH-RESPOSTA(WRK-CACHE-NOVO-TAM:1).
           MOVE WRK-CACHE-NOVO-TAM TO CCH-TAMANHO.

       PROC-GRAVAR-RESPOSTA.

           IF  NOT CACHE-ACUMULANDO
           OR  CCH-TAMANHO = ZERO
               EXIT PARAGRAPH
           END-IF.

           PERFORM PROC-CONECTAR-BANCO-COB-DEV.
           IF  NOT CONEXAO-DISPONIVEL
               EXIT PARAGRAPH
           END-IF.

           MOVE LS-DEPENDENCIAS TO CCH-DEPENDENCIAS.

      * ESCRITA NOTIFICADA DURANTE A MONTAGEM: O CORPO PODE JA TER
      * NASCIDO VENCIDO, ENTAO NAO ENTRA NO CACHE.
           EXEC SQL
               SELECT COUNT(*)
                 INTO :CCH-QTD
                 FROM notificacoes
                WHERE criado_em >= :CCH-INICIO
                  AND FIND_IN_SET(tabela,
                          TRIM(:CCH-DEPENDENCIAS)) > 0
           END-EXEC.

           IF  SQLCODE EQUAL ZERO AND CCH-QTD > ZERO
               EXIT PARAGRAPH
           END-IF.

           EXEC SQL
               DELETE FROM cache_resposta
                WHERE programa = TRIM(:CCH-PROGRAMA)
                  AND criado_em < NOW() - INTERVAL :CCH-IDADE SECOND
           END-EXEC.

           EXEC SQL
               INSERT INTO cache_resposta
                   (programa, chave, chave_texto, dependencias,
                    resposta, criado_em)
               VALUES
                   (TRIM(:CCH-PROGRAMA),
                    SHA2(TRIM(:CCH-CHAVE-TEXTO), 256),
                    TRIM(:CCH-CHAVE-TEXTO),
                    TRIM(:CCH-DEPENDENCIAS),
                    SUBSTRING(:CCH-RESPOSTA, 1, :CCH-TAMANHO),
                    NOW())
               ON DUPLICATE KEY UPDATE
                   dependencias = VALUES(dependencias),
                   resposta = VALUES(resposta),
                   criado_em = VALUES(criado_em)
           END-EXEC.

           EXEC SQL COMMIT END-EXEC.

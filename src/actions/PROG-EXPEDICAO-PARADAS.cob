       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG-EXPEDICAO-PARADAS.
      *******************************************
      * AUTOR:
      * DATA:
      * ALTERACOES:
      *   - BATCH DIARIO DAS EXPEDICOES PARADAS (PROG-EXPEDICAO-
      *     VENDAS): LISTA AS VENDAS NAO CANCELADAS QUE ESTAO HA MAIS
      *     DE N DIAS NA MESMA SITUACAO SEM TEREM SIDO ENTREGUES
      *     (PENDENTE, SEPARADO, ENVIADO OU FALHA), AS MAIS ANTIGAS
      *     PRIMEIRO. N VEM DA CONFIGURACAO CENTRAL
      *     expedicao.dias_parada (MOD-LE-CONFIG, PADRAO 3). VENDA
      *     SEM MUDANCA DE EXPEDICAO CONTA COMO PENDENTE DESDE A
      *     CRIACAO, MAS SO A PARTIR DE expedicao.controle_desde
      *     (AAAA-MM-DD; PADRAO O DIA EM QUE A TABELA
      *     VENDA_EXPEDICAO FOI CRIADA), PARA O HISTORICO ANTERIOR A
      *     EXPEDICAO NAO INUNDAR O RELATORIO. GRAVA UM RELATORIO DE
      *     132 COLUNAS (ARQ_EXPEDICAO_PARADAS, PADRAO
      *     EXPEDICAO_PARADAS_<AAAA-MM-DD>.TXT) COM O TOTAL POR
      *     SITUACAO, REGISTRADO NO CATALOGO CENTRAL DE RELATORIOS
      *     VIA MOD-REGISTRA-RELATORIO. SEM A TABELA VENDA_EXPEDICAO
      *     O RELATORIO SAI SO COM CABECALHO E TOTAIS ZERADOS.
      *   - EXIBE NO INICIO DO LOG DA EXECUCAO O CARIMBO DE VERSAO
      *     (BUILD) COM QUE O PROGRAMA FOI IMPLANTADO.
      *******************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT ARQ-RELATORIO ASSIGN TO WRK-ARQ-RELATORIO-NOME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-ARQ-RELATORIO.

       DATA DIVISION.
       FILE SECTION.

       FD  ARQ-RELATORIO.
       01  REG-RELATORIO                   PIC X(132).

       WORKING-STORAGE SECTION.

       COPY VERSAO-BUILD.

       77  WRK-ARQ-RELATORIO-NOME          PIC X(255).
       77  WRK-FS-ARQ-RELATORIO            PIC X(2).

       77  WRK-CONEXAO-ACAO                PIC X(10).
       77  WRK-CONEXAO-OK                  PIC X(1).
           88  CONEXAO-DISPONIVEL                      VALUE 'S'.
       77  WRK-CONEXAO-MSG                 PIC X(255).

       77  WRK-APP-ENV                     PIC X(10).
       77  WRK-REL-PROGRAMA                PIC X(60)
               VALUE "PROG-EXPEDICAO-PARADAS".
       77  WRK-REL-PERIODO                 PIC X(30).
       77  WRK-REL-QTD                     PIC 9(10)   VALUE ZERO.

       77  WRK-CFG-CHAVE                   PIC X(60).
       77  WRK-CFG-VALOR                   PIC X(255).
       77  WRK-CFG-ENCONTRADA              PIC X(1).
           88  CONFIG-ENCONTRADA                       VALUE 'S'.
       77  WRK-CFG-NUM-STG                 PIC X(12).
       77  WRK-CFG-NUM-CHECK               PIC X(12).

       77  WRK-ID-MASK                     PIC Z(9)9.
       77  WRK-QTD-MASK                    PIC Z(9)9.
       77  WRK-DIAS-MASK                   PIC Z(4)9.

       77  WRK-TOT-PENDENTE                PIC 9(10)   VALUE ZERO.
       77  WRK-TOT-SEPARADO                PIC 9(10)   VALUE ZERO.
       77  WRK-TOT-ENVIADO                 PIC 9(10)   VALUE ZERO.
       77  WRK-TOT-FALHA                   PIC 9(10)   VALUE ZERO.

       77  WRK-FLAG-CURSOR                 PIC X(1)    VALUE 'N'.
           88  CURSOR-ABERTO                           VALUE 'S'.

       77  WRK-FLAG-FIM-CURSOR             PIC X(1)    VALUE 'N'.
           88  FIM-CURSOR                              VALUE 'S'.
           88  NAO-FIM-CURSOR                          VALUE 'N'.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.

       01  HOSTVARS.
           05 BUFFER     PIC X(1024).

       01  SQL-01-VARS.
           05 PAR-HOJE           PIC X(10).
           05 PAR-DIAS-LIMITE    PIC 9(5).
           05 PAR-CONTROLE-PARAM PIC X(10).
           05 PAR-CONTROLE-DESDE PIC X(10).
           05 PAR-QTD-ESTRUTURA  PIC 9(5).
           05 PAR-VENDA-ID       PIC 9(10).
           05 PAR-CLIENTE-ID     PIC 9(10).
           05 PAR-DATA-VENDA     PIC X(10).
           05 PAR-STATUS         PIC X(10).
           05 PAR-DESDE          PIC X(19).
           05 PAR-DIAS           PIC 9(5).
           05 PAR-TRANSPORTADORA PIC X(60).
           05 PAR-RASTREIO       PIC X(60).

       EXEC SQL END DECLARE SECTION END-EXEC.


       PROCEDURE DIVISION.

       MAIN-PROCEDURE.

           DISPLAY "BUILD EM EXECUCAO: " FUNCTION TRIM(VERSAO-BUILD).

           PERFORM 1000-INICIALIZAR.
           PERFORM 1100-CONECTAR-BANCO-DE-DADOS.
           PERFORM 1200-LER-CONFIGURACAO.
           PERFORM 1250-VERIFICAR-ESTRUTURA.
           PERFORM 1300-ABRIR-RELATORIO.

           IF  PAR-QTD-ESTRUTURA > ZERO
               PERFORM 1400-ABRIR-CURSOR-PARADAS
           ELSE
               SET FIM-CURSOR TO TRUE
           END-IF.

           PERFORM 2000-GRAVAR-LINHA-VENDA UNTIL FIM-CURSOR.

           PERFORM 2800-GRAVAR-TOTAIS.
           PERFORM 3000-FINALIZAR.
           STOP RUN.

       1000-INICIALIZAR.

           ACCEPT WRK-ARQ-RELATORIO-NOME FROM ENVIRONMENT
               "ARQ_EXPEDICAO_PARADAS".
           ACCEPT WRK-APP-ENV FROM ENVIRONMENT "APP_ENV".

       1100-CONECTAR-BANCO-DE-DADOS.

      * A SESSAO VEM DE MOD-CONEXAO-BD: A CONFIGURACAO E O REGISTRO
      * DO RELATORIO USAM A MESMA CONEXAO DO JOB.
           MOVE "OBTER" TO WRK-CONEXAO-ACAO.
           CALL 'MOD-CONEXAO-BD'
               USING WRK-CONEXAO-ACAO, WRK-CONEXAO-OK,
                   WRK-CONEXAO-MSG
               END-CALL.

           IF  NOT CONEXAO-DISPONIVEL
               DISPLAY
                   "ERRO AO TENTAR ABRIR CONEXAO COM O BANCO DE "
                   "DADOS: " FUNCTION TRIM(WRK-CONEXAO-MSG)
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           EXEC SQL
               SELECT DATE_FORMAT(CURRENT_DATE, '%Y-%m-%d')
                 INTO :PAR-HOJE
           END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO
               DISPLAY
                   "ERRO AO TENTAR LER A DATA CORRENTE: " SQLERRM
               PERFORM 8900-ENCERRAR-CONEXAO
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           IF  FUNCTION TRIM(WRK-ARQ-RELATORIO-NOME) = SPACES
               STRING
                   "EXPEDICAO_PARADAS_" PAR-HOJE ".TXT"
                   DELIMITED BY SIZE
                   INTO WRK-ARQ-RELATORIO-NOME
               END-STRING
           END-IF.

       1200-LER-CONFIGURACAO.

      * VALOR NAO NUMERICO OU ZERO NA CONFIGURACAO MANTEM OS 3 DIAS
      * PADRAO.
           MOVE 3 TO PAR-DIAS-LIMITE.
           MOVE "expedicao.dias_parada" TO WRK-CFG-CHAVE.
           MOVE SPACES TO WRK-CFG-VALOR.
           CALL 'MOD-LE-CONFIG'
               USING WRK-CFG-CHAVE, WRK-CFG-VALOR,
                   WRK-CFG-ENCONTRADA
               END-CALL.

           IF  CONFIG-ENCONTRADA
               MOVE FUNCTION TRIM(WRK-CFG-VALOR)
                   TO WRK-CFG-NUM-STG
               MOVE WRK-CFG-NUM-STG TO WRK-CFG-NUM-CHECK
               INSPECT WRK-CFG-NUM-CHECK REPLACING ALL SPACE BY '0'
               IF  WRK-CFG-NUM-CHECK IS NUMERIC
               AND FUNCTION TRIM(WRK-CFG-NUM-STG) NOT = SPACES
               AND FUNCTION NUMVAL(WRK-CFG-NUM-STG) > ZERO
               AND FUNCTION NUMVAL(WRK-CFG-NUM-STG) < 100000
                   COMPUTE PAR-DIAS-LIMITE =
                       FUNCTION NUMVAL(WRK-CFG-NUM-STG)
               END-IF
           END-IF.

      * DATA FORA DO FORMATO AAAA-MM-DD E IGNORADA.
           MOVE SPACES TO PAR-CONTROLE-PARAM.
           MOVE "expedicao.controle_desde" TO WRK-CFG-CHAVE.
           MOVE SPACES TO WRK-CFG-VALOR.
           CALL 'MOD-LE-CONFIG'
               USING WRK-CFG-CHAVE, WRK-CFG-VALOR,
                   WRK-CFG-ENCONTRADA
               END-CALL.

           IF  CONFIG-ENCONTRADA
               MOVE FUNCTION TRIM(WRK-CFG-VALOR) TO PAR-CONTROLE-PARAM
               IF  PAR-CONTROLE-PARAM(5:1) NOT = '-'
               OR  PAR-CONTROLE-PARAM(8:1) NOT = '-'
               OR  PAR-CONTROLE-PARAM(1:4) IS NOT NUMERIC
               OR  PAR-CONTROLE-PARAM(6:2) IS NOT NUMERIC
               OR  PAR-CONTROLE-PARAM(9:2) IS NOT NUMERIC
                   MOVE SPACES TO PAR-CONTROLE-PARAM
               END-IF
           END-IF.

       1250-VERIFICAR-ESTRUTURA.

      * SEM A TABELA VENDA_EXPEDICAO A EXPEDICAO NAO FOI IMPLANTADA
      * E NAO HA O QUE COBRAR. A DATA DE CRIACAO DELA E O INICIO
      * PADRAO DO CONTROLE.
           EXEC SQL
               SELECT COUNT(*),
                      COALESCE(NULLIF(TRIM(:PAR-CONTROLE-PARAM), ''),
                          DATE_FORMAT(MIN(create_time), '%Y-%m-%d'),
                          :PAR-HOJE)
                 INTO :PAR-QTD-ESTRUTURA, :PAR-CONTROLE-DESDE
                 FROM information_schema.tables
                WHERE table_schema = DATABASE()
                  AND table_name = 'venda_expedicao'
           END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO
               MOVE ZERO TO PAR-QTD-ESTRUTURA
               MOVE PAR-HOJE TO PAR-CONTROLE-DESDE
           END-IF.

       1300-ABRIR-RELATORIO.

           OPEN OUTPUT ARQ-RELATORIO.

           IF  WRK-FS-ARQ-RELATORIO NOT = "00"
               DISPLAY
                   "ERRO AO TENTAR ABRIR O RELATORIO DE EXPEDICOES "
                   "PARADAS: " FUNCTION TRIM(WRK-ARQ-RELATORIO-NOME)
               PERFORM 8900-ENCERRAR-CONEXAO
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE PAR-DIAS-LIMITE TO WRK-DIAS-MASK.
           MOVE SPACES TO REG-RELATORIO.
           STRING
               "EXPEDICOES PARADAS HA MAIS DE "
               FUNCTION TRIM(WRK-DIAS-MASK)
               " DIAS - POSICAO DE " PAR-HOJE
               " (CONTROLE DESDE " PAR-CONTROLE-DESDE
               ") - AMBIENTE "
               FUNCTION UPPER-CASE(FUNCTION TRIM(WRK-APP-ENV))
               DELIMITED BY SIZE
               INTO REG-RELATORIO
           END-STRING.
           PERFORM 2900-GRAVAR-LINHA.

           MOVE SPACES TO REG-RELATORIO.
           MOVE ALL "=" TO REG-RELATORIO(1:132).
           PERFORM 2900-GRAVAR-LINHA.

           MOVE SPACES TO REG-RELATORIO.
           STRING
               "     VENDA     CLIENTE  DATA VENDA  SITUACAO    "
               "DESDE                 DIAS  TRANSPORTADORA"
               "             RASTREIO"
               DELIMITED BY SIZE
               INTO REG-RELATORIO
           END-STRING.
           PERFORM 2900-GRAVAR-LINHA.

       1400-ABRIR-CURSOR-PARADAS.

      * A SITUACAO CONTA DESDE A ULTIMA MUDANCA; SEM MUDANCA, DESDE
      * A CRIACAO DA VENDA. ENTREGUE E O FIM DO FLUXO E NAO ENTRA.
           EXEC SQL
               DECLARE CUR-PARADAS CURSOR FOR
                   SELECT v.id, v.cliente_id,
                          DATE_FORMAT(v.data_venda, '%Y-%m-%d'),
                          COALESCE(e.status, 'PENDENTE'),
                          DATE_FORMAT(COALESCE(e.atualizado_em,
                              v.criado_em), '%Y-%m-%d %H:%i:%s'),
                          DATEDIFF(CURRENT_DATE,
                              COALESCE(e.atualizado_em, v.criado_em)),
                          COALESCE(e.transportadora, ' '),
                          COALESCE(e.rastreio, ' ')
                     FROM venda v
                     LEFT JOIN venda_expedicao e
                       ON e.venda_id = v.id
                    WHERE v.cancelada_em IS NULL
                      AND COALESCE(e.status, 'PENDENTE')
                              <> 'ENTREGUE'
                      AND (e.venda_id IS NOT NULL
                           OR v.criado_em >= :PAR-CONTROLE-DESDE)
                      AND DATEDIFF(CURRENT_DATE,
                              COALESCE(e.atualizado_em, v.criado_em))
                              > :PAR-DIAS-LIMITE
                    ORDER BY 6 DESC, v.id
           END-EXEC.

           EXEC SQL
               OPEN CUR-PARADAS
           END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO
               DISPLAY
                   "ERRO AO TENTAR ABRIR CURSOR DE EXPEDICOES: "
                   SQLERRM
               PERFORM 3000-FINALIZAR
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           SET CURSOR-ABERTO TO TRUE.

           PERFORM 1410-BUSCAR-PROXIMA-VENDA.

       1410-BUSCAR-PROXIMA-VENDA.

           EXEC SQL
               FETCH CUR-PARADAS
                   INTO :PAR-VENDA-ID, :PAR-CLIENTE-ID,
                        :PAR-DATA-VENDA, :PAR-STATUS, :PAR-DESDE,
                        :PAR-DIAS, :PAR-TRANSPORTADORA,
                        :PAR-RASTREIO
           END-EXEC.

           IF  SQLCODE EQUAL 100
               SET FIM-CURSOR TO TRUE
           END-IF.

       2000-GRAVAR-LINHA-VENDA.

           MOVE SPACES TO REG-RELATORIO.
           MOVE PAR-VENDA-ID TO WRK-ID-MASK.
           MOVE WRK-ID-MASK          TO REG-RELATORIO(1:10).
           MOVE PAR-CLIENTE-ID TO WRK-ID-MASK.
           MOVE WRK-ID-MASK          TO REG-RELATORIO(13:10).
           MOVE PAR-DATA-VENDA       TO REG-RELATORIO(25:10).
           MOVE PAR-STATUS           TO REG-RELATORIO(37:10).
           MOVE PAR-DESDE            TO REG-RELATORIO(49:19).
           MOVE PAR-DIAS TO WRK-DIAS-MASK.
           MOVE WRK-DIAS-MASK        TO REG-RELATORIO(69:5).
           MOVE PAR-TRANSPORTADORA   TO REG-RELATORIO(76:25).
           MOVE PAR-RASTREIO         TO REG-RELATORIO(103:30).
           PERFORM 2900-GRAVAR-LINHA.

           EVALUATE PAR-STATUS
               WHEN "PENDENTE"
                   ADD 1 TO WRK-TOT-PENDENTE
               WHEN "SEPARADO"
                   ADD 1 TO WRK-TOT-SEPARADO
               WHEN "ENVIADO"
                   ADD 1 TO WRK-TOT-ENVIADO
               WHEN OTHER
                   ADD 1 TO WRK-TOT-FALHA
           END-EVALUATE.
           ADD 1 TO WRK-REL-QTD.

           PERFORM 1410-BUSCAR-PROXIMA-VENDA.

       2800-GRAVAR-TOTAIS.

           MOVE SPACES TO REG-RELATORIO.
           MOVE ALL "-" TO REG-RELATORIO(1:132).
           PERFORM 2900-GRAVAR-LINHA.

           MOVE WRK-TOT-PENDENTE TO WRK-QTD-MASK.
           MOVE SPACES TO REG-RELATORIO.
           STRING
               "   PENDENTES..............: "
               FUNCTION TRIM(WRK-QTD-MASK)
               DELIMITED BY SIZE
               INTO REG-RELATORIO
           END-STRING.
           PERFORM 2900-GRAVAR-LINHA.

           MOVE WRK-TOT-SEPARADO TO WRK-QTD-MASK.
           MOVE SPACES TO REG-RELATORIO.
           STRING
               "   SEPARADAS..............: "
               FUNCTION TRIM(WRK-QTD-MASK)
               DELIMITED BY SIZE
               INTO REG-RELATORIO
           END-STRING.
           PERFORM 2900-GRAVAR-LINHA.

           MOVE WRK-TOT-ENVIADO TO WRK-QTD-MASK.
           MOVE SPACES TO REG-RELATORIO.
           STRING
               "   ENVIADAS...............: "
               FUNCTION TRIM(WRK-QTD-MASK)
               DELIMITED BY SIZE
               INTO REG-RELATORIO
           END-STRING.
           PERFORM 2900-GRAVAR-LINHA.

           MOVE WRK-TOT-FALHA TO WRK-QTD-MASK.
           MOVE SPACES TO REG-RELATORIO.
           STRING
               "   COM FALHA NA ENTREGA...: "
               FUNCTION TRIM(WRK-QTD-MASK)
               DELIMITED BY SIZE
               INTO REG-RELATORIO
           END-STRING.
           PERFORM 2900-GRAVAR-LINHA.

           MOVE WRK-REL-QTD TO WRK-QTD-MASK.
           MOVE SPACES TO REG-RELATORIO.
           STRING
               "   TOTAL DE PARADAS.......: "
               FUNCTION TRIM(WRK-QTD-MASK)
               DELIMITED BY SIZE
               INTO REG-RELATORIO
           END-STRING.
           PERFORM 2900-GRAVAR-LINHA.

       2900-GRAVAR-LINHA.

           WRITE REG-RELATORIO.

           IF  WRK-FS-ARQ-RELATORIO NOT = "00"
               DISPLAY
                   "ERRO AO TENTAR GRAVAR NO RELATORIO DE EXPEDICOES "
                   "PARADAS: " FUNCTION TRIM(WRK-ARQ-RELATORIO-NOME)
               CLOSE ARQ-RELATORIO
               IF  CURSOR-ABERTO
                   EXEC SQL CLOSE CUR-PARADAS END-EXEC
               END-IF
               PERFORM 8900-ENCERRAR-CONEXAO
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       3000-FINALIZAR.

           IF  CURSOR-ABERTO
               EXEC SQL CLOSE CUR-PARADAS END-EXEC
               MOVE 'N' TO WRK-FLAG-CURSOR
           END-IF.

           CLOSE ARQ-RELATORIO.

      * O RELATORIO ENTRA NO CATALOGO CENTRAL DE RELATORIOS.
           MOVE SPACES TO WRK-REL-PERIODO.
           MOVE PAR-HOJE TO WRK-REL-PERIODO.
           CALL 'MOD-REGISTRA-RELATORIO'
               USING WRK-REL-PROGRAMA, WRK-ARQ-RELATORIO-NOME,
                   WRK-REL-PERIODO, WRK-REL-QTD
               END-CALL.

           PERFORM 8900-ENCERRAR-CONEXAO.

           DISPLAY
               "EXPEDICOES PARADAS EM " PAR-HOJE " GRAVADAS EM: "
               FUNCTION TRIM(WRK-ARQ-RELATORIO-NOME)
               " (VENDAS " WRK-REL-QTD ")".

       8900-ENCERRAR-CONEXAO.

           MOVE "ENCERRAR" TO WRK-CONEXAO-ACAO.
           CALL 'MOD-CONEXAO-BD'
               USING WRK-CONEXAO-ACAO, WRK-CONEXAO-OK,
                   WRK-CONEXAO-MSG
               END-CALL.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG-FECHA-MES-VENDAS.
      *******************************************
      * AUTOR:
      * DATA:
      * ALTERACOES:
      *   - BATCH DE FECHAMENTO CONTABIL DO MES DE VENDAS, POR CIMA
      *     DOS FECHAMENTOS DIARIOS DE PROG-FECHA-VENDAS. O MES E O
      *     DE FECHAMES_MES (AAAA-MM, PADRAO O MES ANTERIOR) E SO
      *     FECHA DEPOIS DE TERMINADO. O FECHAMENTO E RECUSADO
      *     (RETURN-CODE 8, COM CADA PENDENCIA NO LOG) ENQUANTO
      *     HOUVER DIA UTIL DO MES (MOD-DIA-UTIL) SEM FECHAMENTO
      *     DIARIO, CONCILIACAO EM ABERTO (INCIDENTE NAO FECHADO DE
      *     PROG-VERIFICA-FINANCEIRO OU DE PROG-MONITOR-RECONCILIA)
      *     OU ARQUIVO DE INTERFACE PRODUZIDO NO MES SEM CONFIRMACAO
      *     DO PARCEIRO EM INTERFACE_LEDGER. SEM PENDENCIA, TRAVA O
      *     MES EM VENDA_FECHAMENTO_MES (STATUS FECHADO, COM OS
      *     TOTAIS) E GRAVA O RELATORIO DE 132 COLUNAS
      *     (ARQ_FECHAMENTO_MES, PADRAO FECHAMENTO_MES_<AAAA-MM>.TXT)
      *     COM OS TOTAIS POR DIA, OS IMPOSTOS POR CLASSE FISCAL E
      *     ALIQUOTA E AS DEVOLUCOES, REGISTRADO NO CATALOGO CENTRAL
      *     DE RELATORIOS. COM O MES TRAVADO, A REABERTURA DE DIA EM
      *     PROG-FECHAMENTO-VENDAS E RECUSADA ATE O PROPRIO MES SER
      *     REABERTO COM APROVACAO A QUATRO MAOS; MES JA FECHADO NAO
      *     E REFEITO E MES REABERTO VOLTA A FECHAR NA EXECUCAO
      *     SEGUINTE QUE ENCONTRAR TUDO EM ORDEM.
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
       77  WRK-MES-PARAM                   PIC X(10).
       77  WRK-REL-PROGRAMA                PIC X(60)
               VALUE "PROG-FECHA-MES-VENDAS".
       77  WRK-REL-PERIODO                 PIC X(30).
       77  WRK-REL-QTD                     PIC 9(10)   VALUE ZERO.

      * CALENDARIO DO MES: CADA DIA UTIL (MOD-DIA-UTIL) PRECISA ESTAR
      * COM O FECHAMENTO DIARIO EM DIA.
       77  WRK-DIA-UTIL                    PIC X(1).
           88  DIA-UTIL                                VALUE 'S'.
       77  WRK-DIA-UTIL-ANTERIOR           PIC X(10).
       77  WRK-IDX-DIA                     PIC 9(2).
       77  WRK-QTD-PENDENCIAS              PIC 9(5)    VALUE ZERO.

       77  WRK-VALOR-LIQUIDO               PIC S9(12)V99.

       77  WRK-QTD-MASK                    PIC Z(9)9.
       77  WRK-VALOR-MASK                  PIC Z(11)9.99.
       77  WRK-LIQUIDO-MASK                PIC -(11)9.99.
       77  WRK-ALIQUOTA-MASK               PIC ZZ9.99.

       77  WRK-FLAG-FIM-CURSOR             PIC X(1)    VALUE 'N'.
           88  FIM-CURSOR                              VALUE 'S'.
           88  NAO-FIM-CURSOR                          VALUE 'N'.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.

       01  HOSTVARS.
           05 BUFFER     PIC X(1024).

       01  SQL-01-VARS.
           05 FMS-MES-PARAM       PIC X(10).
           05 FMS-MES             PIC X(7).
           05 FMS-INICIO          PIC X(10).
           05 FMS-FIM             PIC X(10).
           05 FMS-QTD-DIAS        PIC 9(2).
           05 FMS-ENCERRADO       PIC X(1).
           05 FMS-DIA             PIC X(10).
           05 FMS-QTD             PIC 9(10).
           05 FMS-QTD-TABELA      PIC 9(5).
           05 FMS-STATUS          PIC X(10).
           05 FMS-FECHADO-EM      PIC X(19).
           05 FMS-QTD-VENDAS      PIC 9(10).
           05 FMS-VALOR           PIC 9(10)V99.
           05 FMS-QTD-DEV         PIC 9(10).
           05 FMS-VALOR-DEV       PIC 9(10)V99.
           05 FMS-IMPOSTO         PIC 9(10)V99.
           05 FMS-IMPOSTO-DEV     PIC 9(10)V99.
           05 FMS-TOT-DIAS        PIC 9(5).
           05 FMS-TOT-QTD-VENDAS  PIC 9(10).
           05 FMS-TOT-VALOR       PIC 9(12)V99.
           05 FMS-TOT-QTD-DEV     PIC 9(10).
           05 FMS-TOT-VALOR-DEV   PIC 9(12)V99.
           05 FMS-TOT-IMPOSTO     PIC 9(12)V99.
           05 FMS-TOT-IMPOSTO-DEV PIC 9(12)V99.
           05 TRB-CLASSE          PIC X(10).
           05 TRB-ALIQUOTA        PIC 9(3)V99.
           05 TRB-QTD-ITENS       PIC 9(10).
           05 TRB-BASE            PIC 9(12)V99.
           05 TRB-IMPOSTO         PIC 9(12)V99.
           05 TRB-BASE-DEV        PIC 9(12)V99.
           05 TRB-IMPOSTO-DEV     PIC 9(12)V99.

       EXEC SQL END DECLARE SECTION END-EXEC.


       PROCEDURE DIVISION.

       MAIN-PROCEDURE.

           DISPLAY "BUILD EM EXECUCAO: " FUNCTION TRIM(VERSAO-BUILD).

           PERFORM 1000-INICIALIZAR.
           PERFORM 1100-CONECTAR-BANCO-DE-DADOS.
           PERFORM 1200-RESOLVER-CALENDARIO.
           PERFORM 1250-GARANTIR-TABELA.
           PERFORM 1300-VERIFICAR-MES-FECHADO.

           PERFORM 2000-VERIFICAR-PENDENCIAS.

           PERFORM 2200-ABRIR-RELATORIO.
           PERFORM 2300-LISTAR-DIAS.
           PERFORM 2400-LISTAR-IMPOSTOS.
           PERFORM 2500-GRAVAR-TOTAIS.
           PERFORM 2600-TRAVAR-MES.

           PERFORM 3000-FINALIZAR.
           PERFORM 8900-ENCERRAR-CONEXAO.
           STOP RUN.

       1000-INICIALIZAR.

           ACCEPT WRK-ARQ-RELATORIO-NOME FROM ENVIRONMENT
               "ARQ_FECHAMENTO_MES".
           ACCEPT WRK-APP-ENV FROM ENVIRONMENT "APP_ENV".
           ACCEPT WRK-MES-PARAM FROM ENVIRONMENT "FECHAMES_MES".

           IF  FUNCTION TRIM(WRK-MES-PARAM) NOT = SPACES
               IF  WRK-MES-PARAM(5:1) NOT = '-'
               OR  WRK-MES-PARAM(1:4) IS NOT NUMERIC
               OR  WRK-MES-PARAM(6:2) IS NOT NUMERIC
               OR  WRK-MES-PARAM(8:3) NOT = SPACES
                   DISPLAY
                       "ERRO: FECHAMES_MES DEVE ESTAR NO FORMATO "
                       "AAAA-MM: " WRK-MES-PARAM
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

       1100-CONECTAR-BANCO-DE-DADOS.

      * A SESSAO VEM DE MOD-CONEXAO-BD: O CALENDARIO E O REGISTRO DO
      * RELATORIO USAM A MESMA CONEXAO DO JOB.
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

       1200-RESOLVER-CALENDARIO.

      * SEM FECHAMES_MES O MES E O ANTERIOR AO CORRENTE. O MES SO
      * FECHA DEPOIS DO ULTIMO DIA: ANTES DISSO AINDA HA VENDA A
      * ENTRAR NELE.
           MOVE WRK-MES-PARAM TO FMS-MES-PARAM.

           EXEC SQL
               SELECT DATE_FORMAT(x.ref, '%Y-%m'),
                      DATE_FORMAT(x.ref, '%Y-%m-01'),
                      DATE_FORMAT(LAST_DAY(x.ref), '%Y-%m-%d'),
                      DAY(LAST_DAY(x.ref)),
                      CASE WHEN LAST_DAY(x.ref) < CURRENT_DATE
                           THEN 'S' ELSE 'N' END
                 INTO :FMS-MES, :FMS-INICIO, :FMS-FIM,
                      :FMS-QTD-DIAS, :FMS-ENCERRADO
                 FROM (SELECT COALESCE(
                                  STR_TO_DATE(
                                      CONCAT(NULLIF(
                                          TRIM(:FMS-MES-PARAM), ''),
                                          '-01'), '%Y-%m-%d'),
                                  CURRENT_DATE - INTERVAL 1 MONTH)
                              AS ref) x
           END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO
               DISPLAY
                   "ERRO AO TENTAR RESOLVER O CALENDARIO DO MES: "
                   SQLERRM
               PERFORM 8900-ENCERRAR-CONEXAO
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           IF  FMS-ENCERRADO NOT = 'S'
               DISPLAY
                   "FECHAMENTO DO MES " FMS-MES " RECUSADO: O MES "
                   "AINDA NAO TERMINOU."
               PERFORM 8900-ENCERRAR-CONEXAO
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           IF  FUNCTION TRIM(WRK-ARQ-RELATORIO-NOME) = SPACES
               STRING
                   "FECHAMENTO_MES_" FMS-MES ".TXT"
                   DELIMITED BY SIZE
                   INTO WRK-ARQ-RELATORIO-NOME
               END-STRING
           END-IF.

       1250-GARANTIR-TABELA.

           EXEC SQL
               CREATE TABLE IF NOT EXISTS venda_fechamento_mes (
                   mes              CHAR(7) NOT NULL PRIMARY KEY,
                   qtd_dias         INT NOT NULL DEFAULT 0,
                   qtd_vendas       INT NOT NULL DEFAULT 0,
                   valor_total      DECIMAL(14,2) NOT NULL DEFAULT 0,
                   qtd_devolucoes   INT NOT NULL DEFAULT 0,
                   valor_devolucoes DECIMAL(14,2) NOT NULL DEFAULT 0,
                   valor_imposto    DECIMAL(14,2) NOT NULL DEFAULT 0,
                   valor_imposto_devolvido DECIMAL(14,2) NOT NULL
                       DEFAULT 0,
                   status           VARCHAR(10) NOT NULL
                       DEFAULT 'FECHADO',
                   fechado_em       DATETIME NULL,
                   reaberto_em      DATETIME NULL
               )
           END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO
               DISPLAY
                   "ERRO AO TENTAR GARANTIR VENDA_FECHAMENTO_MES: "
                   SQLERRM
               PERFORM 8900-ENCERRAR-CONEXAO
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       1300-VERIFICAR-MES-FECHADO.

      * MES JA TRAVADO NAO E REFEITO: OS NUMEROS JA FORAM REPORTADOS.
      * A AGENDA DIARIA PASSA POR AQUI SEM EFEITO ATE O MES SEGUINTE.
           MOVE SPACES TO FMS-STATUS.
           MOVE SPACES TO FMS-FECHADO-EM.

           EXEC SQL
               SELECT status,
                      COALESCE(DATE_FORMAT(fechado_em,
                          '%Y-%m-%d %H:%i:%s'), '')
                 INTO :FMS-STATUS, :FMS-FECHADO-EM
                 FROM venda_fechamento_mes
                WHERE mes = :FMS-MES
           END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO
           AND SQLCODE NOT EQUAL 100
               DISPLAY
                   "ERRO AO TENTAR CONSULTAR O FECHAMENTO DO MES: "
                   SQLERRM
               PERFORM 8900-ENCERRAR-CONEXAO
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           IF  SQLCODE EQUAL ZERO
           AND FUNCTION TRIM(FMS-STATUS) = "FECHADO"
               DISPLAY
                   "MES " FMS-MES " JA FECHADO EM "
                   FUNCTION TRIM(FMS-FECHADO-EM)
                   "; NADA A FAZER."
               PERFORM 8900-ENCERRAR-CONEXAO
               STOP RUN
           END-IF.

       2000-VERIFICAR-PENDENCIAS.

      * TODAS AS PENDENCIAS SAO LISTADAS ANTES DA RECUSA, PARA O
      * FINANCEIRO TRATAR TUDO DE UMA VEZ.
           MOVE ZERO TO WRK-QTD-PENDENCIAS.

           PERFORM 2010-VERIFICAR-DIA
               VARYING WRK-IDX-DIA FROM 1 BY 1
               UNTIL WRK-IDX-DIA > FMS-QTD-DIAS.

           PERFORM 2050-VERIFICAR-CONCILIACOES.
           PERFORM 2080-VERIFICAR-INTERFACES.

           IF  WRK-QTD-PENDENCIAS > ZERO
               MOVE WRK-QTD-PENDENCIAS TO WRK-QTD-MASK
               DISPLAY
                   "FECHAMENTO DO MES " FMS-MES " RECUSADO: "
                   FUNCTION TRIM(WRK-QTD-MASK) " PENDENCIA(S)."
               PERFORM 8900-ENCERRAR-CONEXAO
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       2010-VERIFICAR-DIA.

           MOVE SPACES TO FMS-DIA.
           STRING
               FMS-MES "-" WRK-IDX-DIA
               DELIMITED BY SIZE
               INTO FMS-DIA
           END-STRING.

           CALL 'MOD-DIA-UTIL'
               USING FMS-DIA, WRK-DIA-UTIL, WRK-DIA-UTIL-ANTERIOR
               END-CALL.

           IF  NOT DIA-UTIL
               EXIT PARAGRAPH
           END-IF.

           EXEC SQL
               SELECT COUNT(*)
                 INTO :FMS-QTD
                 FROM venda_fechamento
                WHERE dia = :FMS-DIA
                  AND status = 'FECHADO'
           END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO
               DISPLAY
                   "ERRO AO TENTAR VERIFICAR O FECHAMENTO DO DIA "
                   FMS-DIA ": " SQLERRM
               PERFORM 8900-ENCERRAR-CONEXAO
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           IF  FMS-QTD = ZERO
               ADD 1 TO WRK-QTD-PENDENCIAS
               DISPLAY
                   "PENDENCIA: DIA UTIL " FMS-DIA
                   " SEM FECHAMENTO DIARIO (PROG-FECHA-VENDAS)."
           END-IF.

       2050-VERIFICAR-CONCILIACOES.

      * CONCILIACAO EM ABERTO E INCIDENTE AINDA NAO FECHADO DAS
      * VERIFICACOES DO FINANCEIRO OU DO MONITOR DE RECONCILIACAO;
      * SEM A TABELA DE INCIDENTES NO AMBIENTE NAO HA O QUE CONFERIR.
           EXEC SQL
               SELECT COUNT(*)
                 INTO :FMS-QTD-TABELA
                 FROM information_schema.tables
                WHERE table_schema = DATABASE()
                  AND table_name = 'incidentes'
           END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO
           OR  FMS-QTD-TABELA = ZERO
               EXIT PARAGRAPH
           END-IF.

           EXEC SQL
               SELECT COUNT(*)
                 INTO :FMS-QTD
                 FROM incidentes
                WHERE origem IN ('PROG-VERIFICA-FINANCEIRO',
                                 'PROG-MONITOR-RECONCILIA')
                  AND status <> 'FECHADO'
           END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO
               DISPLAY
                   "ERRO AO TENTAR VERIFICAR AS CONCILIACOES: "
                   SQLERRM
               PERFORM 8900-ENCERRAR-CONEXAO
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           IF  FMS-QTD > ZERO
               ADD 1 TO WRK-QTD-PENDENCIAS
               MOVE FMS-QTD TO WRK-QTD-MASK
               DISPLAY
                   "PENDENCIA: " FUNCTION TRIM(WRK-QTD-MASK)
                   " CONCILIACAO(OES) EM ABERTO (PROG-INCIDENTES)."
           END-IF.

       2080-VERIFICAR-INTERFACES.

      * TODO ARQUIVO DE INTERFACE PRODUZIDO NO MES PRECISA ESTAR
      * CONFIRMADO PELO PARCEIRO (PROG-INTERFACES, ACAO CONFIRMAR).
           EXEC SQL
               SELECT COUNT(*)
                 INTO :FMS-QTD-TABELA
                 FROM information_schema.tables
                WHERE table_schema = DATABASE()
                  AND table_name = 'interface_ledger'
           END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO
           OR  FMS-QTD-TABELA = ZERO
               EXIT PARAGRAPH
           END-IF.

           EXEC SQL
               SELECT COUNT(*)
                 INTO :FMS-QTD
                 FROM interface_ledger
                WHERE produzido_em >= :FMS-INICIO
                  AND produzido_em < DATE_ADD(:FMS-FIM,
                                          INTERVAL 1 DAY)
                  AND status <> 'CONFIRMADO'
           END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO
               DISPLAY
                   "ERRO AO TENTAR VERIFICAR AS INTERFACES DO MES: "
                   SQLERRM
               PERFORM 8900-ENCERRAR-CONEXAO
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           IF  FMS-QTD > ZERO
               ADD 1 TO WRK-QTD-PENDENCIAS
               MOVE FMS-QTD TO WRK-QTD-MASK
               DISPLAY
                   "PENDENCIA: " FUNCTION TRIM(WRK-QTD-MASK)
                   " ARQUIVO(S) DE INTERFACE DO MES SEM CONFIRMACAO "
                   "(PROG-INTERFACES)."
           END-IF.

       2200-ABRIR-RELATORIO.

           OPEN OUTPUT ARQ-RELATORIO.

           IF  WRK-FS-ARQ-RELATORIO NOT = "00"
               DISPLAY
                   "ERRO AO TENTAR ABRIR O RELATORIO DO MES: "
                   FUNCTION TRIM(WRK-ARQ-RELATORIO-NOME)
               PERFORM 8900-ENCERRAR-CONEXAO
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE SPACES TO REG-RELATORIO.
           STRING
               "FECHAMENTO CONTABIL DO MES DE VENDAS - " FMS-MES
               " (" FMS-INICIO " A " FMS-FIM ") - AMBIENTE "
               FUNCTION UPPER-CASE(FUNCTION TRIM(WRK-APP-ENV))
               DELIMITED BY SIZE
               INTO REG-RELATORIO
           END-STRING.
           PERFORM 2900-GRAVAR-LINHA.

           MOVE SPACES TO REG-RELATORIO.
           MOVE ALL "=" TO REG-RELATORIO(1:132).
           PERFORM 2900-GRAVAR-LINHA.

       2300-LISTAR-DIAS.

      * OS TOTAIS DO MES SAO A SOMA DOS DIAS FECHADOS, OS MESMOS
      * NUMEROS JA CONCILIADOS DIA A DIA PELO FINANCEIRO.
           MOVE ZERO TO FMS-TOT-DIAS.
           MOVE ZERO TO FMS-TOT-QTD-VENDAS.
           MOVE ZERO TO FMS-TOT-VALOR.
           MOVE ZERO TO FMS-TOT-QTD-DEV.
           MOVE ZERO TO FMS-TOT-VALOR-DEV.
           MOVE ZERO TO FMS-TOT-IMPOSTO.
           MOVE ZERO TO FMS-TOT-IMPOSTO-DEV.

           MOVE SPACES TO REG-RELATORIO.
           MOVE "TOTAIS POR DIA" TO REG-RELATORIO.
           PERFORM 2900-GRAVAR-LINHA.

           MOVE SPACES TO REG-RELATORIO.
           MOVE "DIA"               TO REG-RELATORIO(1:3).
           MOVE "    VENDAS"        TO REG-RELATORIO(12:10).
           MOVE "   VALOR VENDIDO"  TO REG-RELATORIO(22:16).
           MOVE "DEVOLUCOES"        TO REG-RELATORIO(39:10).
           MOVE " VALOR DEVOLVIDO"  TO REG-RELATORIO(49:16).
           MOVE "        IMPOSTO"   TO REG-RELATORIO(66:15).
           MOVE "  IMPOSTO DEVOL."  TO REG-RELATORIO(81:16).
           MOVE "  VALOR LIQUIDO"   TO REG-RELATORIO(98:15).
           PERFORM 2900-GRAVAR-LINHA.

           MOVE SPACES TO REG-RELATORIO.
           MOVE ALL "-" TO REG-RELATORIO(1:132).
           PERFORM 2900-GRAVAR-LINHA.

           EXEC SQL
               DECLARE CUR-DIAS CURSOR FOR
                   SELECT DATE_FORMAT(dia, '%Y-%m-%d'),
                          qtd_vendas, valor_total, qtd_devolucoes,
                          valor_devolucoes, valor_imposto,
                          valor_imposto_devolvido
                     FROM venda_fechamento
                    WHERE dia BETWEEN :FMS-INICIO AND :FMS-FIM
                      AND status = 'FECHADO'
                    ORDER BY dia
           END-EXEC.

           EXEC SQL
               OPEN CUR-DIAS
           END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO
               DISPLAY
                   "ERRO AO TENTAR ABRIR CURSOR DE DIAS: " SQLERRM
               CLOSE ARQ-RELATORIO
               PERFORM 8900-ENCERRAR-CONEXAO
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           SET NAO-FIM-CURSOR TO TRUE.
           PERFORM 2310-BUSCAR-PROXIMO-DIA.
           PERFORM 2320-IMPRIMIR-DIA UNTIL FIM-CURSOR.

           EXEC SQL CLOSE CUR-DIAS END-EXEC.

           MOVE SPACES TO REG-RELATORIO.
           MOVE ALL "-" TO REG-RELATORIO(1:132).
           PERFORM 2900-GRAVAR-LINHA.

           MOVE SPACES TO REG-RELATORIO.
           MOVE "TOTAL DO MES" TO REG-RELATORIO(1:12).
           MOVE FMS-TOT-QTD-VENDAS TO WRK-QTD-MASK.
           MOVE WRK-QTD-MASK        TO REG-RELATORIO(12:10).
           MOVE FMS-TOT-VALOR TO WRK-VALOR-MASK.
           MOVE WRK-VALOR-MASK      TO REG-RELATORIO(23:15).
           MOVE FMS-TOT-QTD-DEV TO WRK-QTD-MASK.
           MOVE WRK-QTD-MASK        TO REG-RELATORIO(39:10).
           MOVE FMS-TOT-VALOR-DEV TO WRK-VALOR-MASK.
           MOVE WRK-VALOR-MASK      TO REG-RELATORIO(50:15).
           MOVE FMS-TOT-IMPOSTO TO WRK-VALOR-MASK.
           MOVE WRK-VALOR-MASK      TO REG-RELATORIO(66:15).
           MOVE FMS-TOT-IMPOSTO-DEV TO WRK-VALOR-MASK.
           MOVE WRK-VALOR-MASK      TO REG-RELATORIO(82:15).
           COMPUTE WRK-VALOR-LIQUIDO =
               FMS-TOT-VALOR - FMS-TOT-VALOR-DEV.
           MOVE WRK-VALOR-LIQUIDO TO WRK-LIQUIDO-MASK.
           MOVE WRK-LIQUIDO-MASK    TO REG-RELATORIO(98:15).
           PERFORM 2900-GRAVAR-LINHA.

       2310-BUSCAR-PROXIMO-DIA.

           EXEC SQL
               FETCH CUR-DIAS
                   INTO :FMS-DIA, :FMS-QTD-VENDAS, :FMS-VALOR,
                        :FMS-QTD-DEV, :FMS-VALOR-DEV, :FMS-IMPOSTO,
                        :FMS-IMPOSTO-DEV
           END-EXEC.

           IF  SQLCODE EQUAL 100
               SET FIM-CURSOR TO TRUE
           END-IF.

       2320-IMPRIMIR-DIA.

           ADD 1 TO FMS-TOT-DIAS.
           ADD FMS-QTD-VENDAS TO FMS-TOT-QTD-VENDAS.
           ADD FMS-VALOR TO FMS-TOT-VALOR.
           ADD FMS-QTD-DEV TO FMS-TOT-QTD-DEV.
           ADD FMS-VALOR-DEV TO FMS-TOT-VALOR-DEV.
           ADD FMS-IMPOSTO TO FMS-TOT-IMPOSTO.
           ADD FMS-IMPOSTO-DEV TO FMS-TOT-IMPOSTO-DEV.

           MOVE SPACES TO REG-RELATORIO.
           MOVE FMS-DIA             TO REG-RELATORIO(1:10).
           MOVE FMS-QTD-VENDAS TO WRK-QTD-MASK.
           MOVE WRK-QTD-MASK        TO REG-RELATORIO(12:10).
           MOVE FMS-VALOR TO WRK-VALOR-MASK.
           MOVE WRK-VALOR-MASK      TO REG-RELATORIO(23:15).
           MOVE FMS-QTD-DEV TO WRK-QTD-MASK.
           MOVE WRK-QTD-MASK        TO REG-RELATORIO(39:10).
           MOVE FMS-VALOR-DEV TO WRK-VALOR-MASK.
           MOVE WRK-VALOR-MASK      TO REG-RELATORIO(50:15).
           MOVE FMS-IMPOSTO TO WRK-VALOR-MASK.
           MOVE WRK-VALOR-MASK      TO REG-RELATORIO(66:15).
           MOVE FMS-IMPOSTO-DEV TO WRK-VALOR-MASK.
           MOVE WRK-VALOR-MASK      TO REG-RELATORIO(82:15).
           COMPUTE WRK-VALOR-LIQUIDO = FMS-VALOR - FMS-VALOR-DEV.
           MOVE WRK-VALOR-LIQUIDO TO WRK-LIQUIDO-MASK.
           MOVE WRK-LIQUIDO-MASK    TO REG-RELATORIO(98:15).
           PERFORM 2900-GRAVAR-LINHA.

           ADD 1 TO WRK-REL-QTD.

           PERFORM 2310-BUSCAR-PROXIMO-DIA.

       2400-LISTAR-IMPOSTOS.

      * O RESUMO DE IMPOSTOS DO MES E A SOMA DO RESUMO DE CADA DIA
      * FECHADO (VENDA_FECHAMENTO_IMPOSTO), POR CLASSE E ALIQUOTA.
           MOVE SPACES TO REG-RELATORIO.
           PERFORM 2900-GRAVAR-LINHA.

           MOVE SPACES TO REG-RELATORIO.
           MOVE "IMPOSTOS POR CLASSE FISCAL E ALIQUOTA"
               TO REG-RELATORIO.
           PERFORM 2900-GRAVAR-LINHA.

           MOVE SPACES TO REG-RELATORIO.
           MOVE "CLASSE"            TO REG-RELATORIO(1:6).
           MOVE "ALIQ.%"            TO REG-RELATORIO(12:6).
           MOVE "     ITENS"        TO REG-RELATORIO(19:10).
           MOVE "           BASE"   TO REG-RELATORIO(30:15).
           MOVE "        IMPOSTO"   TO REG-RELATORIO(46:15).
           MOVE "  BASE DEVOLVIDA"  TO REG-RELATORIO(61:16).
           MOVE "  IMPOSTO DEVOL."  TO REG-RELATORIO(77:16).
           MOVE "IMPOSTO LIQUIDO"   TO REG-RELATORIO(94:15).
           PERFORM 2900-GRAVAR-LINHA.

           MOVE SPACES TO REG-RELATORIO.
           MOVE ALL "-" TO REG-RELATORIO(1:132).
           PERFORM 2900-GRAVAR-LINHA.

           EXEC SQL
               DECLARE CUR-IMPOSTOS CURSOR FOR
                   SELECT i.classe_fiscal, i.aliquota,
                          SUM(i.qtd_itens), SUM(i.valor_base),
                          SUM(i.valor_imposto),
                          SUM(i.valor_base_devolvido),
                          SUM(i.valor_imposto_devolvido)
                     FROM venda_fechamento_imposto i
                     JOIN venda_fechamento f
                       ON f.dia = i.dia
                      AND f.status = 'FECHADO'
                    WHERE i.dia BETWEEN :FMS-INICIO AND :FMS-FIM
                    GROUP BY i.classe_fiscal, i.aliquota
                    ORDER BY i.classe_fiscal, i.aliquota
           END-EXEC.

           EXEC SQL
               OPEN CUR-IMPOSTOS
           END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO
               DISPLAY
                   "ERRO AO TENTAR ABRIR CURSOR DE IMPOSTOS: " SQLERRM
               CLOSE ARQ-RELATORIO
               PERFORM 8900-ENCERRAR-CONEXAO
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           SET NAO-FIM-CURSOR TO TRUE.
           PERFORM 2410-BUSCAR-PROXIMO-IMPOSTO.
           PERFORM 2420-IMPRIMIR-IMPOSTO UNTIL FIM-CURSOR.

           EXEC SQL CLOSE CUR-IMPOSTOS END-EXEC.

       2410-BUSCAR-PROXIMO-IMPOSTO.

           EXEC SQL
               FETCH CUR-IMPOSTOS
                   INTO :TRB-CLASSE, :TRB-ALIQUOTA, :TRB-QTD-ITENS,
                        :TRB-BASE, :TRB-IMPOSTO, :TRB-BASE-DEV,
                        :TRB-IMPOSTO-DEV
           END-EXEC.

           IF  SQLCODE EQUAL 100
               SET FIM-CURSOR TO TRUE
           END-IF.

       2420-IMPRIMIR-IMPOSTO.

           MOVE SPACES TO REG-RELATORIO.
           IF  FUNCTION TRIM(TRB-CLASSE) = SPACES
               MOVE "SEM CLASSE"    TO REG-RELATORIO(1:10)
           ELSE
               MOVE TRB-CLASSE      TO REG-RELATORIO(1:10)
           END-IF.
           MOVE TRB-ALIQUOTA TO WRK-ALIQUOTA-MASK.
           MOVE WRK-ALIQUOTA-MASK   TO REG-RELATORIO(12:6).
           MOVE TRB-QTD-ITENS TO WRK-QTD-MASK.
           MOVE WRK-QTD-MASK        TO REG-RELATORIO(19:10).
           MOVE TRB-BASE TO WRK-VALOR-MASK.
           MOVE WRK-VALOR-MASK      TO REG-RELATORIO(30:15).
           MOVE TRB-IMPOSTO TO WRK-VALOR-MASK.
           MOVE WRK-VALOR-MASK      TO REG-RELATORIO(46:15).
           MOVE TRB-BASE-DEV TO WRK-VALOR-MASK.
           MOVE WRK-VALOR-MASK      TO REG-RELATORIO(62:15).
           MOVE TRB-IMPOSTO-DEV TO WRK-VALOR-MASK.
           MOVE WRK-VALOR-MASK      TO REG-RELATORIO(78:15).
           COMPUTE WRK-VALOR-LIQUIDO = TRB-IMPOSTO - TRB-IMPOSTO-DEV.
           MOVE WRK-VALOR-LIQUIDO TO WRK-LIQUIDO-MASK.
           MOVE WRK-LIQUIDO-MASK    TO REG-RELATORIO(94:15).
           PERFORM 2900-GRAVAR-LINHA.

           PERFORM 2410-BUSCAR-PROXIMO-IMPOSTO.

       2500-GRAVAR-TOTAIS.

           MOVE SPACES TO REG-RELATORIO.
           MOVE ALL "-" TO REG-RELATORIO(1:132).
           PERFORM 2900-GRAVAR-LINHA.

           MOVE FMS-TOT-DIAS TO WRK-QTD-MASK.
           MOVE SPACES TO REG-RELATORIO.
           STRING
               "   DIAS FECHADOS NO MES...: "
               FUNCTION TRIM(WRK-QTD-MASK)
               DELIMITED BY SIZE
               INTO REG-RELATORIO
           END-STRING.
           PERFORM 2900-GRAVAR-LINHA.

           MOVE FMS-TOT-QTD-VENDAS TO WRK-QTD-MASK.
           MOVE FMS-TOT-VALOR TO WRK-VALOR-MASK.
           MOVE SPACES TO REG-RELATORIO.
           STRING
               "   VENDAS.................: "
               FUNCTION TRIM(WRK-QTD-MASK)
               " - VALOR " FUNCTION TRIM(WRK-VALOR-MASK)
               DELIMITED BY SIZE
               INTO REG-RELATORIO
           END-STRING.
           PERFORM 2900-GRAVAR-LINHA.

           MOVE FMS-TOT-QTD-DEV TO WRK-QTD-MASK.
           MOVE FMS-TOT-VALOR-DEV TO WRK-VALOR-MASK.
           MOVE SPACES TO REG-RELATORIO.
           STRING
               "   DEVOLUCOES.............: "
               FUNCTION TRIM(WRK-QTD-MASK)
               " - VALOR " FUNCTION TRIM(WRK-VALOR-MASK)
               DELIMITED BY SIZE
               INTO REG-RELATORIO
           END-STRING.
           PERFORM 2900-GRAVAR-LINHA.

           COMPUTE WRK-VALOR-LIQUIDO =
               FMS-TOT-VALOR - FMS-TOT-VALOR-DEV.
           MOVE WRK-VALOR-LIQUIDO TO WRK-LIQUIDO-MASK.
           MOVE SPACES TO REG-RELATORIO.
           STRING
               "   VALOR LIQUIDO..........: "
               FUNCTION TRIM(WRK-LIQUIDO-MASK)
               DELIMITED BY SIZE
               INTO REG-RELATORIO
           END-STRING.
           PERFORM 2900-GRAVAR-LINHA.

           MOVE FMS-TOT-IMPOSTO TO WRK-VALOR-MASK.
           MOVE SPACES TO REG-RELATORIO.
           STRING
               "   IMPOSTO SOBRE VENDAS...: "
               FUNCTION TRIM(WRK-VALOR-MASK)
               DELIMITED BY SIZE
               INTO REG-RELATORIO
           END-STRING.
           PERFORM 2900-GRAVAR-LINHA.

           MOVE FMS-TOT-IMPOSTO-DEV TO WRK-VALOR-MASK.
           MOVE SPACES TO REG-RELATORIO.
           STRING
               "   IMPOSTO DEVOLVIDO......: "
               FUNCTION TRIM(WRK-VALOR-MASK)
               DELIMITED BY SIZE
               INTO REG-RELATORIO
           END-STRING.
           PERFORM 2900-GRAVAR-LINHA.

           COMPUTE WRK-VALOR-LIQUIDO =
               FMS-TOT-IMPOSTO - FMS-TOT-IMPOSTO-DEV.
           MOVE WRK-VALOR-LIQUIDO TO WRK-LIQUIDO-MASK.
           MOVE SPACES TO REG-RELATORIO.
           STRING
               "   IMPOSTO LIQUIDO........: "
               FUNCTION TRIM(WRK-LIQUIDO-MASK)
               DELIMITED BY SIZE
               INTO REG-RELATORIO
           END-STRING.
           PERFORM 2900-GRAVAR-LINHA.

       2600-TRAVAR-MES.

      * MES REABERTO QUE VOLTA A FECHAR TEM OS TOTAIS REFEITOS.
           EXEC SQL
               INSERT INTO venda_fechamento_mes
                   (mes, qtd_dias, qtd_vendas, valor_total,
                    qtd_devolucoes, valor_devolucoes, valor_imposto,
                    valor_imposto_devolvido, status, fechado_em)
               VALUES
                   (:FMS-MES, :FMS-TOT-DIAS, :FMS-TOT-QTD-VENDAS,
                    :FMS-TOT-VALOR, :FMS-TOT-QTD-DEV,
                    :FMS-TOT-VALOR-DEV, :FMS-TOT-IMPOSTO,
                    :FMS-TOT-IMPOSTO-DEV, 'FECHADO',
                    CURRENT_TIMESTAMP)
               ON DUPLICATE KEY UPDATE
                   qtd_dias = :FMS-TOT-DIAS,
                   qtd_vendas = :FMS-TOT-QTD-VENDAS,
                   valor_total = :FMS-TOT-VALOR,
                   qtd_devolucoes = :FMS-TOT-QTD-DEV,
                   valor_devolucoes = :FMS-TOT-VALOR-DEV,
                   valor_imposto = :FMS-TOT-IMPOSTO,
                   valor_imposto_devolvido = :FMS-TOT-IMPOSTO-DEV,
                   status = 'FECHADO',
                   fechado_em = CURRENT_TIMESTAMP
           END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO
               DISPLAY
                   "ERRO AO TENTAR TRAVAR O MES: " SQLERRM
               EXEC SQL ROLLBACK END-EXEC
               CLOSE ARQ-RELATORIO
               PERFORM 8900-ENCERRAR-CONEXAO
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           EXEC SQL COMMIT END-EXEC.

       2900-GRAVAR-LINHA.

           WRITE REG-RELATORIO.

           IF  WRK-FS-ARQ-RELATORIO NOT = "00"
               DISPLAY
                   "ERRO AO TENTAR GRAVAR NO RELATORIO DO MES: "
                   FUNCTION TRIM(WRK-ARQ-RELATORIO-NOME)
               CLOSE ARQ-RELATORIO
               PERFORM 8900-ENCERRAR-CONEXAO
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       3000-FINALIZAR.

           CLOSE ARQ-RELATORIO.

      * O RELATORIO ENTRA NO CATALOGO CENTRAL DE RELATORIOS.
           MOVE SPACES TO WRK-REL-PERIODO.
           MOVE FMS-MES TO WRK-REL-PERIODO.
           CALL 'MOD-REGISTRA-RELATORIO'
               USING WRK-REL-PROGRAMA, WRK-ARQ-RELATORIO-NOME,
                   WRK-REL-PERIODO, WRK-REL-QTD
               END-CALL.

           MOVE FMS-TOT-DIAS TO WRK-QTD-MASK.
           DISPLAY
               "MES " FMS-MES " FECHADO ("
               FUNCTION TRIM(WRK-QTD-MASK)
               " DIAS FECHADOS) E RELATORIO GRAVADO EM: "
               FUNCTION TRIM(WRK-ARQ-RELATORIO-NOME).

       8900-ENCERRAR-CONEXAO.

           MOVE "ENCERRAR" TO WRK-CONEXAO-ACAO.
           CALL 'MOD-CONEXAO-BD'
               USING WRK-CONEXAO-ACAO, WRK-CONEXAO-OK,
                   WRK-CONEXAO-MSG
               END-CALL.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG-ACOMPANHA-METAS.
      *******************************************
      * AUTOR:
      * DATA:
      * ALTERACOES:
      *   - BATCH DIARIO DE ACOMPANHAMENTO DAS METAS MENSAIS DE VENDA
      *     (META_VENDA, MANTIDA POR PROG-METAS-VENDAS). A POSICAO E
      *     A DO DIA DE REFERENCIA (METAS_DATA AAAA-MM-DD, PADRAO
      *     ONTEM, O ULTIMO DIA FECHADO) E O MES E O DELE. PARA CADA
      *     META DO MES TRAZ META, REALIZADO DO PRIMEIRO DIA DO MES
      *     ATE A REFERENCIA (VENDAS NAO CANCELADAS MENOS DEVOLUCOES
      *     REGISTRADAS NO INTERVALO, O MESMO CRITERIO DA ACAO),
      *     PERCENTUAL ATINGIDO E PROJECAO LINEAR PARA O FIM DO MES
      *     PELOS DIAS UTEIS DE MOD-DIA-UTIL. O RELATORIO DE 132
      *     COLUNAS (ARQ_METAS_VENDAS, PADRAO
      *     METAS_VENDAS_<AAAA-MM-DD>.TXT) E REGISTRADO NO CATALOGO
      *     CENTRAL DE RELATORIOS E O RESUMO VAI PARA A LISTA DE
      *     DISTRIBUICAO "metas-vendas" POR MOD-ENVIA-EMAIL (LISTA
      *     VAZIA E NAO-ENVIO SILENCIOSO).
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
       77  WRK-DATA-PARAM                  PIC X(10).
       77  WRK-REL-PROGRAMA                PIC X(60)
               VALUE "PROG-ACOMPANHA-METAS".
       77  WRK-REL-PERIODO                 PIC X(30).
       77  WRK-REL-QTD                     PIC 9(10)   VALUE ZERO.

       77  WRK-MAIL-LISTA                  PIC X(60)
               VALUE "metas-vendas".
       77  WRK-MAIL-ASSUNTO                PIC X(120).
       77  WRK-MAIL-CORPO                  PIC X(1000).

      * CALENDARIO DO MES: DIAS UTEIS TOTAIS E DECORRIDOS ATE O DIA
      * DE REFERENCIA, PELO MOD-DIA-UTIL.
       77  WRK-DIA-CAL                     PIC X(10).
       77  WRK-DIA-UTIL                    PIC X(1).
           88  DIA-UTIL                                VALUE 'S'.
       77  WRK-DIA-UTIL-ANTERIOR           PIC X(10).
       77  WRK-IDX-DIA                     PIC 9(2).
       77  WRK-UTEIS-MES                   PIC 9(2)    VALUE ZERO.
       77  WRK-UTEIS-DECORRIDOS            PIC 9(2)    VALUE ZERO.

       77  WRK-PERCENTUAL                  PIC S9(7)V99.
       77  WRK-PROJECAO                    PIC S9(12)V99.
       77  WRK-PERCENTUAL-PROJ             PIC S9(7)V99.

       77  WRK-PTR                         PIC 9(4)    COMP.

       77  WRK-ID-MASK                     PIC Z(9)9.
       77  WRK-QTD-MASK                    PIC Z(9)9.
       77  WRK-DIAS-MASK                   PIC Z9.
       77  WRK-META-MASK                   PIC Z(11)9.99.
       77  WRK-VALOR-MASK                  PIC -Z(11)9.99.
       77  WRK-PERCENTUAL-MASK             PIC -Z(5)9.99.

       77  WRK-QTD-METAS                   PIC 9(10)   VALUE ZERO.
       77  WRK-QTD-ATINGIDAS               PIC 9(10)   VALUE ZERO.
       77  WRK-QTD-NO-RITMO                PIC 9(10)   VALUE ZERO.
       77  WRK-TOT-META                    PIC 9(13)V99 VALUE ZERO.
       77  WRK-TOT-REALIZADO               PIC S9(13)V99 VALUE ZERO.

       77  WRK-FLAG-FIM-CURSOR             PIC X(1)    VALUE 'N'.
           88  FIM-CURSOR                              VALUE 'S'.
           88  NAO-FIM-CURSOR                          VALUE 'N'.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.

       01  HOSTVARS.
           05 BUFFER     PIC X(1024).

       01  SQL-01-VARS.
           05 MTA-DATA-PARAM      PIC X(10).
           05 MTA-MES             PIC X(7).
           05 MTA-INICIO          PIC X(10).
           05 MTA-REFERENCIA      PIC X(10).
           05 MTA-QTD-DIAS        PIC 9(2).
           05 MTA-DIA-REF         PIC 9(2).
           05 MTA-ID              PIC 9(10).
           05 MTA-VENDEDOR-ID     PIC 9(10).
           05 MTA-VENDEDOR-NOME   PIC X(255).
           05 MTA-PRODUTO-ID      PIC 9(10).
           05 MTA-PRODUTO-NOME    PIC X(255).
           05 MTA-VALOR-META      PIC 9(12)V99.
           05 MTA-REALIZADO       PIC S9(12)V99.

       EXEC SQL END DECLARE SECTION END-EXEC.


       PROCEDURE DIVISION.

       MAIN-PROCEDURE.

           DISPLAY "BUILD EM EXECUCAO: " FUNCTION TRIM(VERSAO-BUILD).

           PERFORM 1000-INICIALIZAR.
           PERFORM 1100-CONECTAR-BANCO-DE-DADOS.
           PERFORM 1200-RESOLVER-CALENDARIO.
           PERFORM 1300-ABRIR-RELATORIO.

           PERFORM 2000-APURAR-METAS.

           PERFORM 2800-GRAVAR-TOTAIS.
           PERFORM 3000-FINALIZAR.
           PERFORM 3100-ENVIAR-RESUMO.
           PERFORM 8900-ENCERRAR-CONEXAO.
           STOP RUN.

       1000-INICIALIZAR.

           ACCEPT WRK-ARQ-RELATORIO-NOME FROM ENVIRONMENT
               "ARQ_METAS_VENDAS".
           ACCEPT WRK-APP-ENV FROM ENVIRONMENT "APP_ENV".
           ACCEPT WRK-DATA-PARAM FROM ENVIRONMENT "METAS_DATA".

           IF  FUNCTION TRIM(WRK-DATA-PARAM) NOT = SPACES
               IF  WRK-DATA-PARAM(5:1) NOT = '-'
               OR  WRK-DATA-PARAM(8:1) NOT = '-'
               OR  WRK-DATA-PARAM(1:4) IS NOT NUMERIC
               OR  WRK-DATA-PARAM(6:2) IS NOT NUMERIC
               OR  WRK-DATA-PARAM(9:2) IS NOT NUMERIC
                   DISPLAY
                       "ERRO: METAS_DATA DEVE ESTAR NO FORMATO "
                       "AAAA-MM-DD: " WRK-DATA-PARAM
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

       1100-CONECTAR-BANCO-DE-DADOS.

      * A SESSAO VEM DE MOD-CONEXAO-BD: O CALENDARIO, O REGISTRO DO
      * RELATORIO E O ENVIO DO RESUMO USAM A MESMA CONEXAO DO JOB.
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

      * SEM METAS_DATA A POSICAO E A DE ONTEM: O JOB RODA DE
      * MADRUGADA, COM O DIA ANTERIOR JA FECHADO.
           MOVE WRK-DATA-PARAM TO MTA-DATA-PARAM.

           EXEC SQL
               SELECT DATE_FORMAT(x.ref, '%Y-%m'),
                      DATE_FORMAT(x.ref, '%Y-%m-01'),
                      DATE_FORMAT(x.ref, '%Y-%m-%d'),
                      DAY(LAST_DAY(x.ref)),
                      DAY(x.ref)
                 INTO :MTA-MES, :MTA-INICIO, :MTA-REFERENCIA,
                      :MTA-QTD-DIAS, :MTA-DIA-REF
                 FROM (SELECT COALESCE(
                                  STR_TO_DATE(
                                      NULLIF(TRIM(:MTA-DATA-PARAM),
                                          ''), '%Y-%m-%d'),
                                  CURRENT_DATE - INTERVAL 1 DAY)
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

           IF  FUNCTION TRIM(WRK-ARQ-RELATORIO-NOME) = SPACES
               STRING
                   "METAS_VENDAS_" MTA-REFERENCIA ".TXT"
                   DELIMITED BY SIZE
                   INTO WRK-ARQ-RELATORIO-NOME
               END-STRING
           END-IF.

           MOVE ZERO TO WRK-UTEIS-MES.
           MOVE ZERO TO WRK-UTEIS-DECORRIDOS.
           PERFORM 1210-AVALIAR-DIA
               VARYING WRK-IDX-DIA FROM 1 BY 1
               UNTIL WRK-IDX-DIA > MTA-QTD-DIAS.

       1210-AVALIAR-DIA.

           MOVE SPACES TO WRK-DIA-CAL.
           STRING
               MTA-MES "-" WRK-IDX-DIA
               DELIMITED BY SIZE
               INTO WRK-DIA-CAL
           END-STRING.

           CALL 'MOD-DIA-UTIL'
               USING WRK-DIA-CAL, WRK-DIA-UTIL,
                   WRK-DIA-UTIL-ANTERIOR
               END-CALL.

           IF  DIA-UTIL
               ADD 1 TO WRK-UTEIS-MES
               IF  WRK-IDX-DIA NOT > MTA-DIA-REF
                   ADD 1 TO WRK-UTEIS-DECORRIDOS
               END-IF
           END-IF.

       1300-ABRIR-RELATORIO.

           OPEN OUTPUT ARQ-RELATORIO.

           IF  WRK-FS-ARQ-RELATORIO NOT = "00"
               DISPLAY
                   "ERRO AO TENTAR ABRIR O RELATORIO DE METAS: "
                   FUNCTION TRIM(WRK-ARQ-RELATORIO-NOME)
               PERFORM 8900-ENCERRAR-CONEXAO
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE SPACES TO REG-RELATORIO.
           STRING
               "ACOMPANHAMENTO DAS METAS DE VENDA - MES " MTA-MES
               " - POSICAO DE " MTA-REFERENCIA " - AMBIENTE "
               FUNCTION UPPER-CASE(FUNCTION TRIM(WRK-APP-ENV))
               DELIMITED BY SIZE
               INTO REG-RELATORIO
           END-STRING.
           PERFORM 2900-GRAVAR-LINHA.

           MOVE WRK-UTEIS-DECORRIDOS TO WRK-DIAS-MASK.
           MOVE SPACES TO REG-RELATORIO.
           MOVE 1 TO WRK-PTR.
           STRING
               "DIAS UTEIS DECORRIDOS: " FUNCTION TRIM(WRK-DIAS-MASK)
               DELIMITED BY SIZE
               INTO REG-RELATORIO
               WITH POINTER WRK-PTR
           END-STRING.
           MOVE WRK-UTEIS-MES TO WRK-DIAS-MASK.
           STRING
               " DE " FUNCTION TRIM(WRK-DIAS-MASK)
               " (PROJECAO LINEAR PELO RITMO DOS DIAS UTEIS)"
               DELIMITED BY SIZE
               INTO REG-RELATORIO
               WITH POINTER WRK-PTR
           END-STRING.
           PERFORM 2900-GRAVAR-LINHA.

           MOVE SPACES TO REG-RELATORIO.
           MOVE ALL "=" TO REG-RELATORIO(1:132).
           PERFORM 2900-GRAVAR-LINHA.

           MOVE SPACES TO REG-RELATORIO.
           MOVE "      META"      TO REG-RELATORIO(1:10).
           MOVE "VENDEDOR"        TO REG-RELATORIO(13:8).
           MOVE "PRODUTO"         TO REG-RELATORIO(39:7).
           MOVE "    VALOR DA META" TO REG-RELATORIO(65:17).
           MOVE "        REALIZADO" TO REG-RELATORIO(83:17).
           MOVE "ATING.%"         TO REG-RELATORIO(101:7).
           MOVE " PROJECAO FIM MES" TO REG-RELATORIO(108:17).
           MOVE "PROJ.%"          TO REG-RELATORIO(127:6).
           PERFORM 2900-GRAVAR-LINHA.

           MOVE SPACES TO REG-RELATORIO.
           MOVE ALL "-" TO REG-RELATORIO(1:132).
           PERFORM 2900-GRAVAR-LINHA.

       2000-APURAR-METAS.

      * REALIZADO: VENDAS NAO CANCELADAS DO MES ATE A REFERENCIA
      * (VALOR DA VENDA NA META SO DE VENDEDOR, QUANTIDADE X PRECO
      * DOS ITENS DO PRODUTO NAS DEMAIS) MENOS AS DEVOLUCOES
      * REGISTRADAS NO MESMO INTERVALO, ATRIBUIDAS AO VENDEDOR DA
      * VENDA DE ORIGEM. E O MESMO CRITERIO DE PROG-METAS-VENDAS.
           EXEC SQL
               DECLARE CUR-METAS CURSOR FOR
                   SELECT m.id, m.vendedor_id, COALESCE(s.nome, ' '),
                          m.produto_id, COALESCE(p.nome, ' '),
                          m.valor_meta,
                          CASE WHEN m.produto_id = 0 THEN
                              (SELECT COALESCE(SUM(v.valor), 0)
                                 FROM venda v
                                WHERE v.cancelada_em IS NULL
                                  AND v.vendedor_id = m.vendedor_id
                                  AND v.data_venda BETWEEN
                                      :MTA-INICIO AND :MTA-REFERENCIA)
                          ELSE
                              (SELECT COALESCE(SUM(i.quantidade
                                          * i.preco_unitario), 0)
                                 FROM venda_itens i
                                 JOIN venda v
                                   ON v.id = i.venda_id
                                WHERE v.cancelada_em IS NULL
                                  AND i.produto_id = m.produto_id
                                  AND (m.vendedor_id = 0
                                       OR v.vendedor_id
                                              = m.vendedor_id)
                                  AND v.data_venda BETWEEN
                                      :MTA-INICIO AND :MTA-REFERENCIA)
                          END
                          - (SELECT COALESCE(SUM(d.valor), 0)
                               FROM venda_devolucao d
                               JOIN venda v
                                 ON v.id = d.venda_id
                              WHERE v.cancelada_em IS NULL
                                AND (m.produto_id = 0
                                     OR d.produto_id = m.produto_id)
                                AND (m.vendedor_id = 0
                                     OR v.vendedor_id = m.vendedor_id)
                                AND d.data_devolucao BETWEEN
                                    :MTA-INICIO AND :MTA-REFERENCIA)
                     FROM meta_venda m
                     LEFT JOIN vendedor s
                       ON s.id = m.vendedor_id
                     LEFT JOIN produto p
                       ON p.id = m.produto_id
                    WHERE m.mes = :MTA-MES
                    ORDER BY m.vendedor_id, m.produto_id
           END-EXEC.

           EXEC SQL
               OPEN CUR-METAS
           END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO
               DISPLAY
                   "ERRO AO TENTAR ABRIR CURSOR DE METAS: " SQLERRM
               CLOSE ARQ-RELATORIO
               PERFORM 8900-ENCERRAR-CONEXAO
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           SET NAO-FIM-CURSOR TO TRUE.
           PERFORM 2010-BUSCAR-PROXIMA-META.
           PERFORM 2020-AVALIAR-META UNTIL FIM-CURSOR.

           EXEC SQL CLOSE CUR-METAS END-EXEC.

       2010-BUSCAR-PROXIMA-META.

           EXEC SQL
               FETCH CUR-METAS
                   INTO :MTA-ID, :MTA-VENDEDOR-ID, :MTA-VENDEDOR-NOME,
                        :MTA-PRODUTO-ID, :MTA-PRODUTO-NOME,
                        :MTA-VALOR-META, :MTA-REALIZADO
           END-EXEC.

           IF  SQLCODE EQUAL 100
               SET FIM-CURSOR TO TRUE
           END-IF.

       2020-AVALIAR-META.

           PERFORM 2030-CALCULAR-INDICADORES.

           ADD 1 TO WRK-QTD-METAS.
           ADD MTA-VALOR-META TO WRK-TOT-META.
           ADD MTA-REALIZADO TO WRK-TOT-REALIZADO.
           IF  MTA-REALIZADO NOT < MTA-VALOR-META
               ADD 1 TO WRK-QTD-ATINGIDAS
           END-IF.
           IF  WRK-PROJECAO NOT < MTA-VALOR-META
               ADD 1 TO WRK-QTD-NO-RITMO
           END-IF.

           MOVE SPACES TO REG-RELATORIO.
           MOVE MTA-ID TO WRK-ID-MASK.
           MOVE WRK-ID-MASK          TO REG-RELATORIO(1:10).
           IF  MTA-VENDEDOR-ID = ZERO
               MOVE "(TODOS)"        TO REG-RELATORIO(13:24)
           ELSE
               MOVE MTA-VENDEDOR-NOME TO REG-RELATORIO(13:24)
           END-IF.
           IF  MTA-PRODUTO-ID = ZERO
               MOVE "(TODOS)"        TO REG-RELATORIO(39:24)
           ELSE
               MOVE MTA-PRODUTO-NOME TO REG-RELATORIO(39:24)
           END-IF.
           MOVE MTA-VALOR-META TO WRK-META-MASK.
           MOVE WRK-META-MASK        TO REG-RELATORIO(67:15).
           MOVE MTA-REALIZADO TO WRK-VALOR-MASK.
           MOVE WRK-VALOR-MASK       TO REG-RELATORIO(84:16).
           MOVE WRK-PERCENTUAL TO WRK-PERCENTUAL-MASK.
           MOVE WRK-PERCENTUAL-MASK  TO REG-RELATORIO(100:10).
           MOVE WRK-PROJECAO TO WRK-VALOR-MASK.
           MOVE WRK-VALOR-MASK       TO REG-RELATORIO(110:16).
           MOVE WRK-PERCENTUAL-PROJ TO WRK-PERCENTUAL-MASK.
           MOVE WRK-PERCENTUAL-MASK  TO REG-RELATORIO(123:10).
           PERFORM 2900-GRAVAR-LINHA.

           ADD 1 TO WRK-REL-QTD.

           PERFORM 2010-BUSCAR-PROXIMA-META.

       2030-CALCULAR-INDICADORES.

      * PROJECAO LINEAR: O RITMO DOS DIAS UTEIS DECORRIDOS MANTIDO
      * ATE O ULTIMO DIA UTIL DO MES. SEM DIA UTIL DECORRIDO NAO HA
      * RITMO E A PROJECAO E O PROPRIO REALIZADO.
           COMPUTE WRK-PERCENTUAL ROUNDED =
               MTA-REALIZADO * 100 / MTA-VALOR-META
               ON SIZE ERROR
                   MOVE 999999.99 TO WRK-PERCENTUAL
           END-COMPUTE.

           IF  WRK-UTEIS-DECORRIDOS = ZERO
           OR  WRK-UTEIS-DECORRIDOS NOT < WRK-UTEIS-MES
               MOVE MTA-REALIZADO TO WRK-PROJECAO
           ELSE
               COMPUTE WRK-PROJECAO ROUNDED =
                   MTA-REALIZADO * WRK-UTEIS-MES
                   / WRK-UTEIS-DECORRIDOS
                   ON SIZE ERROR
                       MOVE 999999999999.99 TO WRK-PROJECAO
               END-COMPUTE
           END-IF.

           COMPUTE WRK-PERCENTUAL-PROJ ROUNDED =
               WRK-PROJECAO * 100 / MTA-VALOR-META
               ON SIZE ERROR
                   MOVE 999999.99 TO WRK-PERCENTUAL-PROJ
           END-COMPUTE.

       2800-GRAVAR-TOTAIS.

           MOVE SPACES TO REG-RELATORIO.
           MOVE ALL "-" TO REG-RELATORIO(1:132).
           PERFORM 2900-GRAVAR-LINHA.

           IF  WRK-QTD-METAS = ZERO
               MOVE SPACES TO REG-RELATORIO
               MOVE "   NENHUMA META DEFINIDA PARA O MES."
                   TO REG-RELATORIO
               PERFORM 2900-GRAVAR-LINHA
           END-IF.

           MOVE WRK-QTD-METAS TO WRK-QTD-MASK.
           MOVE SPACES TO REG-RELATORIO.
           STRING
               "   METAS DO MES...........: "
               FUNCTION TRIM(WRK-QTD-MASK)
               DELIMITED BY SIZE
               INTO REG-RELATORIO
           END-STRING.
           PERFORM 2900-GRAVAR-LINHA.

           MOVE WRK-QTD-ATINGIDAS TO WRK-QTD-MASK.
           MOVE SPACES TO REG-RELATORIO.
           STRING
               "   JA ATINGIDAS...........: "
               FUNCTION TRIM(WRK-QTD-MASK)
               DELIMITED BY SIZE
               INTO REG-RELATORIO
           END-STRING.
           PERFORM 2900-GRAVAR-LINHA.

           MOVE WRK-QTD-NO-RITMO TO WRK-QTD-MASK.
           MOVE SPACES TO REG-RELATORIO.
           STRING
               "   PROJETADAS PARA ATINGIR: "
               FUNCTION TRIM(WRK-QTD-MASK)
               DELIMITED BY SIZE
               INTO REG-RELATORIO
           END-STRING.
           PERFORM 2900-GRAVAR-LINHA.

           MOVE WRK-TOT-META TO WRK-META-MASK.
           MOVE SPACES TO REG-RELATORIO.
           STRING
               "   SOMA DAS METAS.........: "
               FUNCTION TRIM(WRK-META-MASK)
               DELIMITED BY SIZE
               INTO REG-RELATORIO
           END-STRING.
           PERFORM 2900-GRAVAR-LINHA.

           MOVE WRK-TOT-REALIZADO TO WRK-VALOR-MASK.
           MOVE SPACES TO REG-RELATORIO.
           STRING
               "   SOMA DO REALIZADO......: "
               FUNCTION TRIM(WRK-VALOR-MASK)
               DELIMITED BY SIZE
               INTO REG-RELATORIO
           END-STRING.
           PERFORM 2900-GRAVAR-LINHA.

       2900-GRAVAR-LINHA.

           WRITE REG-RELATORIO.

           IF  WRK-FS-ARQ-RELATORIO NOT = "00"
               DISPLAY
                   "ERRO AO TENTAR GRAVAR NO RELATORIO DE METAS: "
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
           MOVE MTA-MES TO WRK-REL-PERIODO.
           CALL 'MOD-REGISTRA-RELATORIO'
               USING WRK-REL-PROGRAMA, WRK-ARQ-RELATORIO-NOME,
                   WRK-REL-PERIODO, WRK-REL-QTD
               END-CALL.

           DISPLAY
               "METAS DE " MTA-MES " (POSICAO DE " MTA-REFERENCIA
               ") GRAVADAS EM: " FUNCTION TRIM(WRK-ARQ-RELATORIO-NOME)
               " (METAS " WRK-QTD-METAS
               ", ATINGIDAS " WRK-QTD-ATINGIDAS
               ", PROJETADAS PARA ATINGIR " WRK-QTD-NO-RITMO ")".

       3100-ENVIAR-RESUMO.

      * O RESUMO VAI PARA A LISTA metas-vendas QUANDO ELA TEM
      * DESTINATARIOS; LISTA VAZIA E NAO-ENVIO SILENCIOSO. O CORPO
      * LEVA OS TOTAIS E O ARQUIVO COM O DETALHE POR META.
           MOVE SPACES TO WRK-MAIL-ASSUNTO.
           STRING
               "METAS DE VENDA " MTA-MES " - POSICAO DE "
               MTA-REFERENCIA
               DELIMITED BY SIZE
               INTO WRK-MAIL-ASSUNTO
           END-STRING.

           MOVE WRK-QTD-METAS TO WRK-QTD-MASK.
           MOVE WRK-TOT-META TO WRK-META-MASK.
           MOVE WRK-TOT-REALIZADO TO WRK-VALOR-MASK.
           MOVE WRK-UTEIS-DECORRIDOS TO WRK-DIAS-MASK.

           MOVE SPACES TO WRK-MAIL-CORPO.
           MOVE 1 TO WRK-PTR.
           STRING
               "ACOMPANHAMENTO DAS METAS DE VENDA DO MES " MTA-MES
               " ATE " MTA-REFERENCIA ", COM "
               FUNCTION TRIM(WRK-DIAS-MASK)
               " DIAS UTEIS DECORRIDOS. METAS DO MES: "
               FUNCTION TRIM(WRK-QTD-MASK)
               ". SOMA DAS METAS: " FUNCTION TRIM(WRK-META-MASK)
               ". SOMA DO REALIZADO: " FUNCTION TRIM(WRK-VALOR-MASK)
               DELIMITED BY SIZE
               INTO WRK-MAIL-CORPO
               WITH POINTER WRK-PTR
           END-STRING.

           MOVE WRK-UTEIS-MES TO WRK-DIAS-MASK.
           MOVE WRK-QTD-ATINGIDAS TO WRK-QTD-MASK.
           MOVE WRK-QTD-NO-RITMO TO WRK-ID-MASK.
           STRING
               ". DIAS UTEIS NO MES: " FUNCTION TRIM(WRK-DIAS-MASK)
               ". METAS JA ATINGIDAS: " FUNCTION TRIM(WRK-QTD-MASK)
               ". METAS PROJETADAS PARA ATINGIR: "
               FUNCTION TRIM(WRK-ID-MASK)
               ". DETALHE POR META EM "
               FUNCTION TRIM(WRK-ARQ-RELATORIO-NOME) "."
               DELIMITED BY SIZE
               INTO WRK-MAIL-CORPO
               WITH POINTER WRK-PTR
           END-STRING.

           CALL 'MOD-ENVIA-EMAIL'
               USING WRK-MAIL-LISTA, WRK-MAIL-ASSUNTO, WRK-MAIL-CORPO
               END-CALL.

       8900-ENCERRAR-CONEXAO.

           MOVE "ENCERRAR" TO WRK-CONEXAO-ACAO.
           CALL 'MOD-CONEXAO-BD'
               USING WRK-CONEXAO-ACAO, WRK-CONEXAO-OK,
                   WRK-CONEXAO-MSG
               END-CALL.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG-CONVERSAO-ORCAMENTOS.
      *******************************************
      * AUTOR:
      * DATA:
      * ALTERACOES:
      *   - RELATORIO MENSAL DE CONVERSAO DOS ORCAMENTOS DE VENDA
      *     (PROG-ORCAMENTOS) POR VENDEDOR. O MES VEM DE
      *     ORCAMENTO_MES (AAAA-MM), PADRAO O MES ANTERIOR, E ENTRAM
      *     OS ORCAMENTOS CRIADOS NO MES. POR VENDEDOR (ORCAMENTO SEM
      *     VENDEDOR NUMA LINHA PROPRIA): CRIADOS, ENVIADOS, ACEITOS,
      *     EXPIRADOS, AINDA EM ABERTO, TAXA DE CONVERSAO (ACEITOS
      *     SOBRE CRIADOS), VALOR ORCADO E VALOR CONVERTIDO EM VENDA,
      *     COM O TOTAL GERAL NO FIM. GRAVA UM RELATORIO DE 132
      *     COLUNAS (ARQ_CONVERSAO_ORCAMENTOS, PADRAO
      *     CONVERSAO_ORCAMENTOS_<AAAA-MM>.TXT), REGISTRADO NO
      *     CATALOGO CENTRAL DE RELATORIOS VIA MOD-REGISTRA-RELATORIO.
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

       77  WRK-DB-STRING                   PIC X(255).
       77  WRK-APP-ENV                     PIC X(10).
       77  WRK-REL-PROGRAMA                PIC X(60)
               VALUE "PROG-CONVERSAO-ORCAMENTOS".
       77  WRK-REL-PERIODO                 PIC X(30).
       77  WRK-REL-QTD                     PIC 9(10)   VALUE ZERO.

       77  WRK-ID-MASK                     PIC Z(9)9.
       77  WRK-QTD-MASK                    PIC Z(6)9.
       77  WRK-CRIADOS-MASK                PIC Z(6)9.
       77  WRK-ENVIADOS-MASK               PIC Z(6)9.
       77  WRK-ACEITOS-MASK                PIC Z(6)9.
       77  WRK-EXPIRADOS-MASK              PIC Z(6)9.
       77  WRK-ABERTOS-MASK                PIC Z(6)9.
       77  WRK-TAXA-MASK                   PIC ZZ9.99.
       77  WRK-ORCADO-MASK                 PIC Z(10)9.99.
       77  WRK-CONVERTIDO-MASK             PIC Z(10)9.99.
       77  WRK-ID-COLUNA                   PIC X(10).
       77  WRK-NOME-COLUNA                 PIC X(30).

       77  WRK-TAXA                        PIC 9(3)V99 VALUE ZERO.
       77  WRK-TOT-CRIADOS                 PIC 9(7)    VALUE ZERO.
       77  WRK-TOT-ENVIADOS                PIC 9(7)    VALUE ZERO.
       77  WRK-TOT-ACEITOS                 PIC 9(7)    VALUE ZERO.
       77  WRK-TOT-EXPIRADOS               PIC 9(7)    VALUE ZERO.
       77  WRK-TOT-ABERTOS                 PIC 9(7)    VALUE ZERO.
       77  WRK-TOT-ORCADO                  PIC 9(11)V99 VALUE ZERO.
       77  WRK-TOT-CONVERTIDO              PIC 9(11)V99 VALUE ZERO.

       77  WRK-FLAG-CURSOR                 PIC X(1)    VALUE 'N'.
           88  CURSOR-ABERTO                           VALUE 'S'.

       77  WRK-FLAG-FIM-CURSOR             PIC X(1)    VALUE 'N'.
           88  FIM-CURSOR                              VALUE 'S'.
           88  NAO-FIM-CURSOR                          VALUE 'N'.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.

       01  HOSTVARS.
           05 BUFFER     PIC X(1024).

       01  SQL-01-VARS.
           05 CNV-MES-PARAM     PIC X(7).
           05 CNV-MES           PIC X(7).
           05 CNV-INICIO        PIC X(10).
           05 CNV-FIM           PIC X(10).
           05 CNV-QTD-ESTRUTURA PIC 9(5).
           05 CNV-VENDEDOR-ID   PIC 9(10).
           05 CNV-VENDEDOR-NOME PIC X(255).
           05 CNV-CRIADOS       PIC 9(7).
           05 CNV-ENVIADOS      PIC 9(7).
           05 CNV-ACEITOS       PIC 9(7).
           05 CNV-EXPIRADOS     PIC 9(7).
           05 CNV-ABERTOS       PIC 9(7).
           05 CNV-ORCADO        PIC 9(11)V99.
           05 CNV-CONVERTIDO    PIC 9(11)V99.

       EXEC SQL END DECLARE SECTION END-EXEC.


       PROCEDURE DIVISION.

       MAIN-PROCEDURE.

           DISPLAY "BUILD EM EXECUCAO: " FUNCTION TRIM(VERSAO-BUILD).

           PERFORM 1000-INICIALIZAR.
           PERFORM 1100-CONECTAR-BANCO-DE-DADOS.
           PERFORM 1200-RESOLVER-PERIODO.
           PERFORM 1250-VERIFICAR-ESTRUTURA.
           PERFORM 1300-ABRIR-RELATORIO.

           IF  CNV-QTD-ESTRUTURA = 2
               PERFORM 1400-ABRIR-CURSOR-CONVERSAO
           ELSE
               SET FIM-CURSOR TO TRUE
           END-IF.

           PERFORM 2000-GRAVAR-LINHA-VENDEDOR UNTIL FIM-CURSOR.

           PERFORM 2800-GRAVAR-TOTAIS.
           PERFORM 3000-FINALIZAR.
           STOP RUN.

       1000-INICIALIZAR.

           ACCEPT WRK-ARQ-RELATORIO-NOME FROM ENVIRONMENT
               "ARQ_CONVERSAO_ORCAMENTOS".

           ACCEPT CNV-MES-PARAM FROM ENVIRONMENT "ORCAMENTO_MES".
           IF  FUNCTION TRIM(CNV-MES-PARAM) NOT = SPACES
               IF  CNV-MES-PARAM(5:1) NOT = '-'
               OR  CNV-MES-PARAM(1:4) IS NOT NUMERIC
               OR  CNV-MES-PARAM(6:2) IS NOT NUMERIC
               OR  CNV-MES-PARAM(6:2) < "01"
               OR  CNV-MES-PARAM(6:2) > "12"
                   DISPLAY
                       "ERRO: ORCAMENTO_MES DEVE ESTAR NO FORMATO "
                       "AAAA-MM."
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

       1100-CONECTAR-BANCO-DE-DADOS.

           ACCEPT WRK-APP-ENV FROM ENVIRONMENT "APP_ENV".

           EVALUATE FUNCTION UPPER-CASE(FUNCTION TRIM(WRK-APP-ENV))
               WHEN "QA"
                   ACCEPT WRK-DB-STRING FROM ENVIRONMENT
                       "DB_CONNECTION_STRING_QA"
               WHEN "PROD"
                   ACCEPT WRK-DB-STRING FROM ENVIRONMENT
                       "DB_CONNECTION_STRING_PROD"
               WHEN OTHER
                   ACCEPT WRK-DB-STRING FROM ENVIRONMENT
                       "DB_CONNECTION_STRING_DEV"
           END-EVALUATE.

           IF  FUNCTION TRIM(WRK-DB-STRING) = SPACES
               DISPLAY
                   "ERRO: VARIAVEL DE AMBIENTE DA STRING DE CONEXAO "
                   "COM O BANCO DE DADOS NAO ESTA CONFIGURADA."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE WRK-DB-STRING TO BUFFER.
           EXEC SQL CONNECT TO :BUFFER END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO
               DISPLAY
                   "ERRO AO TENTAR ABRIR CONEXAO COM O BANCO DE "
                   "DADOS: " SQLERRM
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       1200-RESOLVER-PERIODO.

      * O MES E RESOLVIDO NO BANCO: ORCAMENTO_MES QUANDO INFORMADO,
      * SENAO O MES ANTERIOR, DO PRIMEIRO AO ULTIMO DIA.
           EXEC SQL
               SELECT DATE_FORMAT(COALESCE(
                          CONCAT(NULLIF(TRIM(:CNV-MES-PARAM), ''),
                              '-01'),
                          DATE_FORMAT(CURRENT_DATE
                              - INTERVAL 1 MONTH, '%Y-%m-01')),
                          '%Y-%m-%d')
                 INTO :CNV-INICIO
           END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO
               DISPLAY
                   "ERRO AO TENTAR RESOLVER O MES DO RELATORIO: "
                   SQLERRM
               EXEC SQL CONNECT RESET END-EXEC
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           EXEC SQL
               SELECT DATE_FORMAT(LAST_DAY(:CNV-INICIO), '%Y-%m-%d'),
                      DATE_FORMAT(:CNV-INICIO, '%Y-%m')
                 INTO :CNV-FIM, :CNV-MES
           END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO
               DISPLAY
                   "ERRO AO TENTAR RESOLVER O MES DO RELATORIO: "
                   SQLERRM
               EXEC SQL CONNECT RESET END-EXEC
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           IF  FUNCTION TRIM(WRK-ARQ-RELATORIO-NOME) = SPACES
               STRING
                   "CONVERSAO_ORCAMENTOS_" CNV-MES ".TXT"
                   DELIMITED BY SIZE
                   INTO WRK-ARQ-RELATORIO-NOME
               END-STRING
           END-IF.

       1250-VERIFICAR-ESTRUTURA.

      * SEM ORCAMENTOS OU SEM O CADASTRO DE VENDEDORES O RELATORIO
      * SAI SO COM CABECALHO E TOTAIS ZERADOS.
           EXEC SQL
               SELECT COUNT(*)
                 INTO :CNV-QTD-ESTRUTURA
                 FROM information_schema.tables
                WHERE table_schema = DATABASE()
                  AND table_name IN ('orcamento', 'vendedor')
           END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO
               MOVE ZERO TO CNV-QTD-ESTRUTURA
           END-IF.

       1300-ABRIR-RELATORIO.

           OPEN OUTPUT ARQ-RELATORIO.

           IF  WRK-FS-ARQ-RELATORIO NOT = "00"
               DISPLAY
                   "ERRO AO TENTAR ABRIR O RELATORIO DE CONVERSAO: "
                   FUNCTION TRIM(WRK-ARQ-RELATORIO-NOME)
               EXEC SQL CONNECT RESET END-EXEC
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE SPACES TO REG-RELATORIO.
           STRING
               "CONVERSAO DE ORCAMENTOS POR VENDEDOR - MES " CNV-MES
               " (CRIADOS DE " CNV-INICIO " A " CNV-FIM
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
               "  VENDEDOR  NOME                            "
               "CRIADOS ENVIADOS ACEITOS EXPIRAD  ABERTOS  TAXA %"
               "    VALOR ORCADO VALOR CONVERTIDO"
               DELIMITED BY SIZE
               INTO REG-RELATORIO
           END-STRING.
           PERFORM 2900-GRAVAR-LINHA.

       1400-ABRIR-CURSOR-CONVERSAO.

      * ENVIADO E O ORCAMENTO QUE CHEGOU AO CLIENTE, QUALQUER QUE
      * SEJA O STATUS DE HOJE; EM ABERTO E O AINDA NAO ACEITO NEM
      * EXPIRADO. O VALOR CONVERTIDO E O DOS ORCAMENTOS ACEITOS.
           EXEC SQL
               DECLARE CUR-CONVERSAO CURSOR FOR
                   SELECT COALESCE(o.vendedor_id, 0),
                          COALESCE(s.nome, 'SEM VENDEDOR'),
                          COUNT(*),
                          SUM(CASE WHEN o.enviado_em IS NOT NULL
                                   THEN 1 ELSE 0 END),
                          SUM(CASE WHEN o.status = 'ACEITO'
                                   THEN 1 ELSE 0 END),
                          SUM(CASE WHEN o.status = 'EXPIRADO'
                                   THEN 1 ELSE 0 END),
                          SUM(CASE WHEN o.status IN ('ABERTO',
                                       'ENVIADO')
                                   THEN 1 ELSE 0 END),
                          COALESCE(SUM(o.valor), 0),
                          COALESCE(SUM(CASE WHEN o.status = 'ACEITO'
                                   THEN o.valor ELSE 0 END), 0)
                     FROM orcamento o
                     LEFT JOIN vendedor s
                       ON s.id = o.vendedor_id
                    WHERE o.criado_em >= :CNV-INICIO
                      AND o.criado_em < :CNV-FIM + INTERVAL 1 DAY
                    GROUP BY COALESCE(o.vendedor_id, 0),
                             COALESCE(s.nome, 'SEM VENDEDOR')
                    ORDER BY 1
           END-EXEC.

           EXEC SQL
               OPEN CUR-CONVERSAO
           END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO
               DISPLAY
                   "ERRO AO TENTAR ABRIR CURSOR DE CONVERSAO: "
                   SQLERRM
               PERFORM 3000-FINALIZAR
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           SET CURSOR-ABERTO TO TRUE.

           PERFORM 1410-BUSCAR-PROXIMO-VENDEDOR.

       1410-BUSCAR-PROXIMO-VENDEDOR.

           EXEC SQL
               FETCH CUR-CONVERSAO
                   INTO :CNV-VENDEDOR-ID, :CNV-VENDEDOR-NOME,
                        :CNV-CRIADOS, :CNV-ENVIADOS, :CNV-ACEITOS,
                        :CNV-EXPIRADOS, :CNV-ABERTOS, :CNV-ORCADO,
                        :CNV-CONVERTIDO
           END-EXEC.

           IF  SQLCODE EQUAL 100
               SET FIM-CURSOR TO TRUE
           END-IF.

       2000-GRAVAR-LINHA-VENDEDOR.

           IF  CNV-VENDEDOR-ID = ZERO
               MOVE SPACES TO WRK-ID-COLUNA
           ELSE
               MOVE CNV-VENDEDOR-ID TO WRK-ID-MASK
               MOVE WRK-ID-MASK TO WRK-ID-COLUNA
           END-IF.
           MOVE CNV-VENDEDOR-NOME TO WRK-NOME-COLUNA.

           PERFORM 2100-CALCULAR-TAXA.

           MOVE CNV-CRIADOS    TO WRK-CRIADOS-MASK.
           MOVE CNV-ENVIADOS   TO WRK-ENVIADOS-MASK.
           MOVE CNV-ACEITOS    TO WRK-ACEITOS-MASK.
           MOVE CNV-EXPIRADOS  TO WRK-EXPIRADOS-MASK.
           MOVE CNV-ABERTOS    TO WRK-ABERTOS-MASK.
           MOVE CNV-ORCADO     TO WRK-ORCADO-MASK.
           MOVE CNV-CONVERTIDO TO WRK-CONVERTIDO-MASK.

           PERFORM 2200-MONTAR-LINHA.

           ADD CNV-CRIADOS    TO WRK-TOT-CRIADOS.
           ADD CNV-ENVIADOS   TO WRK-TOT-ENVIADOS.
           ADD CNV-ACEITOS    TO WRK-TOT-ACEITOS.
           ADD CNV-EXPIRADOS  TO WRK-TOT-EXPIRADOS.
           ADD CNV-ABERTOS    TO WRK-TOT-ABERTOS.
           ADD CNV-ORCADO     TO WRK-TOT-ORCADO.
           ADD CNV-CONVERTIDO TO WRK-TOT-CONVERTIDO.
           ADD 1 TO WRK-REL-QTD.

           PERFORM 1410-BUSCAR-PROXIMO-VENDEDOR.

       2100-CALCULAR-TAXA.

           IF  CNV-CRIADOS = ZERO
               MOVE ZERO TO WRK-TAXA
           ELSE
               COMPUTE WRK-TAXA ROUNDED =
                   CNV-ACEITOS * 100 / CNV-CRIADOS
           END-IF.
           MOVE WRK-TAXA TO WRK-TAXA-MASK.

       2200-MONTAR-LINHA.

           MOVE SPACES TO REG-RELATORIO.
           STRING
               WRK-ID-COLUNA
               "  " WRK-NOME-COLUNA
               "  " WRK-CRIADOS-MASK
               "  " WRK-ENVIADOS-MASK
               " " WRK-ACEITOS-MASK
               " " WRK-EXPIRADOS-MASK
               "  " WRK-ABERTOS-MASK
               "  " WRK-TAXA-MASK
               "  " WRK-ORCADO-MASK
               "   " WRK-CONVERTIDO-MASK
               DELIMITED BY SIZE
               INTO REG-RELATORIO
           END-STRING.
           PERFORM 2900-GRAVAR-LINHA.

       2800-GRAVAR-TOTAIS.

           MOVE SPACES TO REG-RELATORIO.
           MOVE ALL "-" TO REG-RELATORIO(1:132).
           PERFORM 2900-GRAVAR-LINHA.

           MOVE WRK-TOT-CRIADOS    TO CNV-CRIADOS.
           MOVE WRK-TOT-ACEITOS    TO CNV-ACEITOS.
           PERFORM 2100-CALCULAR-TAXA.

           MOVE SPACES                TO WRK-ID-COLUNA.
           MOVE "TOTAL GERAL"         TO WRK-NOME-COLUNA.
           MOVE WRK-TOT-CRIADOS       TO WRK-CRIADOS-MASK.
           MOVE WRK-TOT-ENVIADOS      TO WRK-ENVIADOS-MASK.
           MOVE WRK-TOT-ACEITOS       TO WRK-ACEITOS-MASK.
           MOVE WRK-TOT-EXPIRADOS     TO WRK-EXPIRADOS-MASK.
           MOVE WRK-TOT-ABERTOS       TO WRK-ABERTOS-MASK.
           MOVE WRK-TOT-ORCADO        TO WRK-ORCADO-MASK.
           MOVE WRK-TOT-CONVERTIDO    TO WRK-CONVERTIDO-MASK.
           PERFORM 2200-MONTAR-LINHA.

           MOVE SPACES TO REG-RELATORIO.
           PERFORM 2900-GRAVAR-LINHA.

           MOVE WRK-REL-QTD TO WRK-QTD-MASK.
           MOVE SPACES TO REG-RELATORIO.
           STRING
               "   VENDEDORES NO MES......: "
               FUNCTION TRIM(WRK-QTD-MASK)
               DELIMITED BY SIZE
               INTO REG-RELATORIO
           END-STRING.
           PERFORM 2900-GRAVAR-LINHA.

           MOVE SPACES TO REG-RELATORIO.
           STRING
               "   TAXA DE CONVERSAO......: "
               FUNCTION TRIM(WRK-TAXA-MASK) " %"
               DELIMITED BY SIZE
               INTO REG-RELATORIO
           END-STRING.
           PERFORM 2900-GRAVAR-LINHA.

       2900-GRAVAR-LINHA.

           WRITE REG-RELATORIO.

           IF  WRK-FS-ARQ-RELATORIO NOT = "00"
               DISPLAY
                   "ERRO AO TENTAR GRAVAR NO RELATORIO DE CONVERSAO: "
                   FUNCTION TRIM(WRK-ARQ-RELATORIO-NOME)
               CLOSE ARQ-RELATORIO
               IF  CURSOR-ABERTO
                   EXEC SQL CLOSE CUR-CONVERSAO END-EXEC
               END-IF
               EXEC SQL CONNECT RESET END-EXEC
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       3000-FINALIZAR.

           IF  CURSOR-ABERTO
               EXEC SQL CLOSE CUR-CONVERSAO END-EXEC
           END-IF.
           EXEC SQL CONNECT RESET END-EXEC.

           CLOSE ARQ-RELATORIO.

      * O RELATORIO ENTRA NO CATALOGO CENTRAL DE RELATORIOS.
           MOVE SPACES TO WRK-REL-PERIODO.
           MOVE CNV-MES TO WRK-REL-PERIODO.
           CALL 'MOD-REGISTRA-RELATORIO'
               USING WRK-REL-PROGRAMA, WRK-ARQ-RELATORIO-NOME,
                   WRK-REL-PERIODO, WRK-REL-QTD
               END-CALL.

           MOVE WRK-TOT-CONVERTIDO TO WRK-CONVERTIDO-MASK.
           DISPLAY
               "CONVERSAO DE ORCAMENTOS DE " CNV-MES " GRAVADA EM: "
               FUNCTION TRIM(WRK-ARQ-RELATORIO-NOME)
               " (VENDEDORES " WRK-REL-QTD
               ", CONVERTIDO " FUNCTION TRIM(WRK-CONVERTIDO-MASK) ")".

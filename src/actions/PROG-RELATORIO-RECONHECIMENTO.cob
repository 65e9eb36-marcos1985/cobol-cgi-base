       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG-RELATORIO-RECONHECIMENTO.
      *******************************************
      * AUTOR:
      * DATA:
      * ALTERACOES:
      *   - RELATORIO MENSAL DO TEMPO ATE O RECONHECIMENTO DOS
      *     INCIDENTES (PROG-INCIDENTES, QS_ACAO=RECONHECER) POR
      *     PESSOA, PARA ACOMPANHAR A ESCALA DE PLANTAO. O MES VEM
      *     DE RECONHECIMENTO_MES (AAAA-MM), PADRAO O MES ANTERIOR.
      *     A PRIMEIRA PARTE, POR QUEM RECONHECEU (RECONHECIDO_POR)
      *     NO MES: QUANTIDADE E MINUTOS DA ABERTURA AO
      *     RECONHECIMENTO (MEDIA E MAXIMO). A SEGUNDA, POR
      *     PLANTONISTA ACIONADO (PRIMARIO AVISADO NO PRIMEIRO NIVEL
      *     DE PROG-ESCALONA-INCIDENTES) NOS INCIDENTES ABERTOS NO
      *     MES: ACIONADOS, RECONHECIDOS PELO PROPRIO, RECONHECIDOS
      *     POR OUTRA PESSOA, NUNCA RECONHECIDOS E O MAIOR NIVEL DE
      *     ESCALONAMENTO ALCANCADO. GRAVA UM RELATORIO DE 132
      *     COLUNAS (ARQ_RECONHECIMENTO, PADRAO
      *     RECONHECIMENTO_<AAAA-MM>.TXT), REGISTRADO NO CATALOGO
      *     CENTRAL DE RELATORIOS VIA MOD-REGISTRA-RELATORIO.
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
               VALUE "PROG-RELATORIO-RECONHECIMENTO".
       77  WRK-REL-PERIODO                 PIC X(30).
       77  WRK-REL-QTD                     PIC 9(10)   VALUE ZERO.

       77  WRK-QTD-MASK                    PIC Z(9)9.
       77  WRK-MIN-MASK                    PIC Z(9)9.
       77  WRK-NIVEL-MASK                  PIC 9.

       77  WRK-TOT-RECONHECIDOS            PIC 9(10)   VALUE ZERO.
       77  WRK-TOT-ACIONADOS               PIC 9(10)   VALUE ZERO.
       77  WRK-TOT-NAO-RECONHECIDOS        PIC 9(10)   VALUE ZERO.

       77  WRK-FLAG-CURSOR                 PIC X(1)    VALUE 'N'.
           88  CURSOR-ABERTO                           VALUE 'S'.
           88  CURSOR-FECHADO                          VALUE 'N'.
       77  WRK-CURSOR-ATUAL                PIC X(1)    VALUE SPACE.
           88  CURSOR-PESSOAS                          VALUE 'P'.
           88  CURSOR-PLANTONISTAS                     VALUE 'A'.

       77  WRK-FLAG-FIM-CURSOR             PIC X(1)    VALUE 'N'.
           88  FIM-CURSOR                              VALUE 'S'.
           88  NAO-FIM-CURSOR                          VALUE 'N'.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.

       01  HOSTVARS.
           05 BUFFER     PIC X(1024).

       01  SQL-01-VARS.
           05 RRC-MES-PARAM      PIC X(7).
           05 RRC-INICIO         PIC X(10).
           05 RRC-FIM            PIC X(10).
           05 RRC-MES            PIC X(7).
           05 RRC-QTD-ESTRUTURA  PIC 9(5).
           05 RRC-PESSOA         PIC X(60).
           05 RRC-QTD            PIC 9(10).
           05 RRC-MEDIA-MIN      PIC 9(10).
           05 RRC-MAXIMO-MIN     PIC 9(10).
           05 RRC-PROPRIO        PIC 9(10).
           05 RRC-OUTRO          PIC 9(10).
           05 RRC-NUNCA          PIC 9(10).
           05 RRC-NIVEL-MAX      PIC 9(5).

       EXEC SQL END DECLARE SECTION END-EXEC.


       PROCEDURE DIVISION.

       MAIN-PROCEDURE.

           DISPLAY "BUILD EM EXECUCAO: " FUNCTION TRIM(VERSAO-BUILD).

           PERFORM 1000-INICIALIZAR.
           PERFORM 1100-CONECTAR-BANCO-DE-DADOS.
           PERFORM 1200-RESOLVER-PERIODO.
           PERFORM 1250-VERIFICAR-ESTRUTURA.
           PERFORM 1300-ABRIR-RELATORIO.

           PERFORM 2000-GRAVAR-SECAO-PESSOAS.
           PERFORM 2500-GRAVAR-SECAO-PLANTONISTAS.

           PERFORM 3000-FINALIZAR.
           STOP RUN.

       1000-INICIALIZAR.

           ACCEPT WRK-ARQ-RELATORIO-NOME FROM ENVIRONMENT
               "ARQ_RECONHECIMENTO".
           ACCEPT WRK-APP-ENV FROM ENVIRONMENT "APP_ENV".

           ACCEPT RRC-MES-PARAM FROM ENVIRONMENT "RECONHECIMENTO_MES".
           IF  FUNCTION TRIM(RRC-MES-PARAM) NOT = SPACES
               IF  RRC-MES-PARAM(5:1) NOT = '-'
               OR  RRC-MES-PARAM(1:4) IS NOT NUMERIC
               OR  RRC-MES-PARAM(6:2) IS NOT NUMERIC
               OR  RRC-MES-PARAM(6:2) < "01"
               OR  RRC-MES-PARAM(6:2) > "12"
                   DISPLAY
                       "ERRO: RECONHECIMENTO_MES DEVE ESTAR NO "
                       "FORMATO AAAA-MM."
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
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
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       1200-RESOLVER-PERIODO.

      * O MES E RESOLVIDO NO BANCO: RECONHECIMENTO_MES QUANDO
      * INFORMADO, SENAO O MES ANTERIOR, DO PRIMEIRO AO ULTIMO DIA.
           EXEC SQL
               SELECT DATE_FORMAT(COALESCE(
                          CONCAT(NULLIF(TRIM(:RRC-MES-PARAM), ''),
                              '-01'),
                          DATE_FORMAT(CURRENT_DATE
                              - INTERVAL 1 MONTH, '%Y-%m-01')),
                          '%Y-%m-%d')
                 INTO :RRC-INICIO
           END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO
               DISPLAY
                   "ERRO AO TENTAR RESOLVER O MES DO RELATORIO: "
                   SQLERRM
               PERFORM 8900-ENCERRAR-CONEXAO
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           EXEC SQL
               SELECT DATE_FORMAT(LAST_DAY(:RRC-INICIO), '%Y-%m-%d'),
                      DATE_FORMAT(:RRC-INICIO, '%Y-%m')
                 INTO :RRC-FIM, :RRC-MES
           END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO
               DISPLAY
                   "ERRO AO TENTAR RESOLVER O MES DO RELATORIO: "
                   SQLERRM
               PERFORM 8900-ENCERRAR-CONEXAO
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           IF  FUNCTION TRIM(WRK-ARQ-RELATORIO-NOME) = SPACES
               STRING
                   "RECONHECIMENTO_" RRC-MES ".TXT"
                   DELIMITED BY SIZE
                   INTO WRK-ARQ-RELATORIO-NOME
               END-STRING
           END-IF.

       1250-VERIFICAR-ESTRUTURA.

      * SEM INCIDENTES, OU COM A TABELA AINDA SEM AS COLUNAS DO
      * ESCALONAMENTO (NENHUM RECONHECIMENTO REGISTRADO POR PESSOA),
      * O RELATORIO SAI SO COM CABECALHOS E TOTAIS ZERADOS.
           EXEC SQL
               SELECT COUNT(*)
                 INTO :RRC-QTD-ESTRUTURA
                 FROM information_schema.columns
                WHERE table_schema = DATABASE()
                  AND table_name = 'incidentes'
                  AND column_name IN ('reconhecido_por',
                                      'plantonista_id')
           END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO
               MOVE ZERO TO RRC-QTD-ESTRUTURA
           END-IF.

      * O NOME DO PLANTONISTA VEM DO CADASTRO DE OPERADORES,
      * GARANTIDO AQUI COMO EM MOD-RESOLVE-OPERADOR.
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
                   "ERRO AO TENTAR GARANTIR A TABELA OPERADORES: "
                   SQLERRM
               PERFORM 8900-ENCERRAR-CONEXAO
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       1300-ABRIR-RELATORIO.

           OPEN OUTPUT ARQ-RELATORIO.

           IF  WRK-FS-ARQ-RELATORIO NOT = "00"
               DISPLAY
                   "ERRO AO TENTAR ABRIR O RELATORIO DE "
                   "RECONHECIMENTO: "
                   FUNCTION TRIM(WRK-ARQ-RELATORIO-NOME)
               PERFORM 8900-ENCERRAR-CONEXAO
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE SPACES TO REG-RELATORIO.
           STRING
               "TEMPO ATE O RECONHECIMENTO DOS INCIDENTES - MES "
               RRC-MES " (" RRC-INICIO " A " RRC-FIM
               ") - AMBIENTE "
               FUNCTION UPPER-CASE(FUNCTION TRIM(WRK-APP-ENV))
               DELIMITED BY SIZE
               INTO REG-RELATORIO
           END-STRING.
           PERFORM 2900-GRAVAR-LINHA.

           MOVE SPACES TO REG-RELATORIO.
           MOVE ALL "=" TO REG-RELATORIO(1:132).
           PERFORM 2900-GRAVAR-LINHA.

       2000-GRAVAR-SECAO-PESSOAS.

           MOVE SPACES TO REG-RELATORIO.
           PERFORM 2900-GRAVAR-LINHA.
           MOVE "RECONHECIMENTOS NO MES, POR QUEM RECONHECEU"
               TO REG-RELATORIO.
           PERFORM 2900-GRAVAR-LINHA.
           MOVE SPACES TO REG-RELATORIO.
           STRING
               "RECONHECIDO POR                               "
               "QTD   MEDIA MIN  MAXIMO MIN"
               DELIMITED BY SIZE
               INTO REG-RELATORIO
           END-STRING.
           PERFORM 2900-GRAVAR-LINHA.

           SET NAO-FIM-CURSOR TO TRUE.
           IF  RRC-QTD-ESTRUTURA = 2
               PERFORM 2100-ABRIR-CURSOR-PESSOAS
           ELSE
               SET FIM-CURSOR TO TRUE
           END-IF.

           PERFORM 2200-GRAVAR-LINHA-PESSOA UNTIL FIM-CURSOR.
           PERFORM 2800-FECHAR-CURSOR.

           MOVE SPACES TO REG-RELATORIO.
           MOVE ALL "-" TO REG-RELATORIO(1:132).
           PERFORM 2900-GRAVAR-LINHA.
           MOVE WRK-TOT-RECONHECIDOS TO WRK-QTD-MASK.
           MOVE SPACES TO REG-RELATORIO.
           STRING
               "   TOTAL DE RECONHECIMENTOS.: "
               FUNCTION TRIM(WRK-QTD-MASK)
               DELIMITED BY SIZE
               INTO REG-RELATORIO
           END-STRING.
           PERFORM 2900-GRAVAR-LINHA.

       2100-ABRIR-CURSOR-PESSOAS.

           EXEC SQL
               DECLARE CUR-PESSOAS CURSOR FOR
                   SELECT COALESCE(reconhecido_por, '(NAO REGISTRADO)'),
                          COUNT(*),
                          ROUND(AVG(TIMESTAMPDIFF(MINUTE, aberto_em,
                              reconhecido_em))),
                          MAX(TIMESTAMPDIFF(MINUTE, aberto_em,
                              reconhecido_em))
                     FROM incidentes
                    WHERE reconhecido_em >= :RRC-INICIO
                      AND reconhecido_em < :RRC-FIM
                              + INTERVAL 1 DAY
                    GROUP BY COALESCE(reconhecido_por,
                             '(NAO REGISTRADO)')
                    ORDER BY 3, 1
           END-EXEC.

           EXEC SQL OPEN CUR-PESSOAS END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO
               DISPLAY
                   "ERRO AO TENTAR ABRIR CURSOR DE RECONHECIMENTOS: "
                   SQLERRM
               PERFORM 3000-FINALIZAR
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           SET CURSOR-ABERTO TO TRUE.
           SET CURSOR-PESSOAS TO TRUE.

           PERFORM 2110-BUSCAR-PROXIMA-PESSOA.

       2110-BUSCAR-PROXIMA-PESSOA.

           EXEC SQL
               FETCH CUR-PESSOAS
                   INTO :RRC-PESSOA, :RRC-QTD, :RRC-MEDIA-MIN,
                        :RRC-MAXIMO-MIN
           END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO
               SET FIM-CURSOR TO TRUE
           END-IF.

       2200-GRAVAR-LINHA-PESSOA.

           MOVE SPACES TO REG-RELATORIO.
           MOVE RRC-PESSOA           TO REG-RELATORIO(1:38).
           MOVE RRC-QTD TO WRK-QTD-MASK.
           MOVE WRK-QTD-MASK         TO REG-RELATORIO(40:10).
           MOVE RRC-MEDIA-MIN TO WRK-MIN-MASK.
           MOVE WRK-MIN-MASK         TO REG-RELATORIO(52:10).
           MOVE RRC-MAXIMO-MIN TO WRK-MIN-MASK.
           MOVE WRK-MIN-MASK         TO REG-RELATORIO(64:10).
           PERFORM 2900-GRAVAR-LINHA.

           ADD RRC-QTD TO WRK-TOT-RECONHECIDOS.
           ADD 1 TO WRK-REL-QTD.

           PERFORM 2110-BUSCAR-PROXIMA-PESSOA.

       2500-GRAVAR-SECAO-PLANTONISTAS.

           MOVE SPACES TO REG-RELATORIO.
           PERFORM 2900-GRAVAR-LINHA.
           MOVE "INCIDENTES ABERTOS NO MES, POR PLANTONISTA ACIONADO"
               TO REG-RELATORIO.
           PERFORM 2900-GRAVAR-LINHA.
           MOVE SPACES TO REG-RELATORIO.
           STRING
               "PLANTONISTA                              ACIONADOS  "
               "   PROPRIO      OUTRO      NUNCA  NIVEL MAX"
               DELIMITED BY SIZE
               INTO REG-RELATORIO
           END-STRING.
           PERFORM 2900-GRAVAR-LINHA.

           SET NAO-FIM-CURSOR TO TRUE.
           IF  RRC-QTD-ESTRUTURA = 2
               PERFORM 2600-ABRIR-CURSOR-PLANTONISTAS
           ELSE
               SET FIM-CURSOR TO TRUE
           END-IF.

           PERFORM 2700-GRAVAR-LINHA-PLANTONISTA UNTIL FIM-CURSOR.
           PERFORM 2800-FECHAR-CURSOR.

           MOVE SPACES TO REG-RELATORIO.
           MOVE ALL "-" TO REG-RELATORIO(1:132).
           PERFORM 2900-GRAVAR-LINHA.

           MOVE WRK-TOT-ACIONADOS TO WRK-QTD-MASK.
           MOVE SPACES TO REG-RELATORIO.
           STRING
               "   TOTAL DE ACIONAMENTOS....: "
               FUNCTION TRIM(WRK-QTD-MASK)
               DELIMITED BY SIZE
               INTO REG-RELATORIO
           END-STRING.
           PERFORM 2900-GRAVAR-LINHA.

           MOVE WRK-TOT-NAO-RECONHECIDOS TO WRK-QTD-MASK.
           MOVE SPACES TO REG-RELATORIO.
           STRING
               "   NUNCA RECONHECIDOS.......: "
               FUNCTION TRIM(WRK-QTD-MASK)
               DELIMITED BY SIZE
               INTO REG-RELATORIO
           END-STRING.
           PERFORM 2900-GRAVAR-LINHA.

       2600-ABRIR-CURSOR-PLANTONISTAS.

      * "PROPRIO" E O RECONHECIMENTO FEITO COM A CHAVE DO PROPRIO
      * PLANTONISTA; "OUTRO", POR QUALQUER OUTRA PESSOA OU CHAVE.
           EXEC SQL
               DECLARE CUR-PLANTONISTAS CURSOR FOR
                   SELECT COALESCE(o.nome, CONCAT('OPERADOR ',
                              i.plantonista_id)),
                          COUNT(*),
                          SUM(CASE WHEN i.reconhecido_em IS NOT NULL
                                    AND i.reconhecido_por = o.nome
                                   THEN 1 ELSE 0 END),
                          SUM(CASE WHEN i.reconhecido_em IS NOT NULL
                                    AND COALESCE(i.reconhecido_por,
                                            '') <> COALESCE(o.nome,
                                            '')
                                   THEN 1 ELSE 0 END),
                          SUM(CASE WHEN i.reconhecido_em IS NULL
                                   THEN 1 ELSE 0 END),
                          MAX(i.nivel_escalonamento)
                     FROM incidentes i
                     LEFT JOIN operadores o
                       ON o.id = i.plantonista_id
                    WHERE i.plantonista_id IS NOT NULL
                      AND i.aberto_em >= :RRC-INICIO
                      AND i.aberto_em < :RRC-FIM + INTERVAL 1 DAY
                    GROUP BY i.plantonista_id, o.nome
                    ORDER BY 1
           END-EXEC.

           EXEC SQL OPEN CUR-PLANTONISTAS END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO
               DISPLAY
                   "ERRO AO TENTAR ABRIR CURSOR DE PLANTONISTAS: "
                   SQLERRM
               PERFORM 3000-FINALIZAR
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           SET CURSOR-ABERTO TO TRUE.
           SET CURSOR-PLANTONISTAS TO TRUE.

           PERFORM 2610-BUSCAR-PROXIMO-PLANTONISTA.

       2610-BUSCAR-PROXIMO-PLANTONISTA.

           EXEC SQL
               FETCH CUR-PLANTONISTAS
                   INTO :RRC-PESSOA, :RRC-QTD, :RRC-PROPRIO,
                        :RRC-OUTRO, :RRC-NUNCA, :RRC-NIVEL-MAX
           END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO
               SET FIM-CURSOR TO TRUE
           END-IF.

       2700-GRAVAR-LINHA-PLANTONISTA.

           MOVE SPACES TO REG-RELATORIO.
           MOVE RRC-PESSOA           TO REG-RELATORIO(1:40).
           MOVE RRC-QTD TO WRK-QTD-MASK.
           MOVE WRK-QTD-MASK         TO REG-RELATORIO(41:10).
           MOVE RRC-PROPRIO TO WRK-QTD-MASK.
           MOVE WRK-QTD-MASK         TO REG-RELATORIO(53:10).
           MOVE RRC-OUTRO TO WRK-QTD-MASK.
           MOVE WRK-QTD-MASK         TO REG-RELATORIO(64:10).
           MOVE RRC-NUNCA TO WRK-QTD-MASK.
           MOVE WRK-QTD-MASK         TO REG-RELATORIO(75:10).
           MOVE RRC-NIVEL-MAX TO WRK-NIVEL-MASK.
           MOVE WRK-NIVEL-MASK       TO REG-RELATORIO(95:1).
           PERFORM 2900-GRAVAR-LINHA.

           ADD RRC-QTD   TO WRK-TOT-ACIONADOS.
           ADD RRC-NUNCA TO WRK-TOT-NAO-RECONHECIDOS.
           ADD 1 TO WRK-REL-QTD.

           PERFORM 2610-BUSCAR-PROXIMO-PLANTONISTA.

       2800-FECHAR-CURSOR.

           IF  CURSOR-ABERTO
               IF  CURSOR-PESSOAS
                   EXEC SQL CLOSE CUR-PESSOAS END-EXEC
               ELSE
                   EXEC SQL CLOSE CUR-PLANTONISTAS END-EXEC
               END-IF
               SET CURSOR-FECHADO TO TRUE
           END-IF.

       2900-GRAVAR-LINHA.

           WRITE REG-RELATORIO.

           IF  WRK-FS-ARQ-RELATORIO NOT = "00"
               DISPLAY
                   "ERRO AO TENTAR GRAVAR NO RELATORIO DE "
                   "RECONHECIMENTO: "
                   FUNCTION TRIM(WRK-ARQ-RELATORIO-NOME)
               CLOSE ARQ-RELATORIO
               PERFORM 2800-FECHAR-CURSOR
               PERFORM 8900-ENCERRAR-CONEXAO
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       3000-FINALIZAR.

           PERFORM 2800-FECHAR-CURSOR.

           CLOSE ARQ-RELATORIO.

      * O RELATORIO ENTRA NO CATALOGO CENTRAL DE RELATORIOS.
           MOVE SPACES TO WRK-REL-PERIODO.
           MOVE RRC-MES TO WRK-REL-PERIODO.
           CALL 'MOD-REGISTRA-RELATORIO'
               USING WRK-REL-PROGRAMA, WRK-ARQ-RELATORIO-NOME,
                   WRK-REL-PERIODO, WRK-REL-QTD
               END-CALL.

           PERFORM 8900-ENCERRAR-CONEXAO.

           DISPLAY
               "TEMPO ATE O RECONHECIMENTO DE " RRC-MES
               " GRAVADO EM: " FUNCTION TRIM(WRK-ARQ-RELATORIO-NOME)
               " (LINHAS " WRK-REL-QTD ")".

       8900-ENCERRAR-CONEXAO.

           MOVE "ENCERRAR" TO WRK-CONEXAO-ACAO.
           CALL 'MOD-CONEXAO-BD'
               USING WRK-CONEXAO-ACAO, WRK-CONEXAO-OK,
                   WRK-CONEXAO-MSG
               END-CALL.

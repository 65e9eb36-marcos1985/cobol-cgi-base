       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG-RELATORIO-FILA-ATRASOS.
      *******************************************
      * AUTOR:
      * DATA:
      * ALTERACOES:
      *   - BATCH DIARIO DOS ITENS ATRASADOS DA FILA DE TRABALHO DOS
      *     OPERADORES, PARA O LIDER DA EQUIPE: MONTA A FILA NA HORA
      *     (MOD-FILA-TRABALHO, QUE TAMBEM TIRA DELA O QUE JA FOI
      *     RESOLVIDO NAS ACOES DE ORIGEM) E LISTA OS ITENS CUJO
      *     PRAZO DO TIPO (FILA_TRABALHO_TIPOS) JA VENCEU, AGRUPADOS
      *     POR OPERADOR (OS SEM OPERADOR PRIMEIRO), PELA PRIORIDADE
      *     E PELA IDADE, COM SUBTOTAL POR OPERADOR E TOTAL GERAL.
      *     GRAVA UM RELATORIO DE 132 COLUNAS (ARQ_FILA_ATRASOS,
      *     PADRAO FILA_ATRASOS_<AAAA-MM-DD>.TXT), REGISTRADO NO
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

       77  WRK-CONEXAO-ACAO                PIC X(10).
       77  WRK-CONEXAO-OK                  PIC X(1).
           88  CONEXAO-DISPONIVEL                      VALUE 'S'.
       77  WRK-CONEXAO-MSG                 PIC X(255).

       77  WRK-FILA-MONTADA                PIC X(1).
           88  FILA-MONTADA                            VALUE 'S'.
       77  WRK-FILA-MSG                    PIC X(255).

       77  WRK-APP-ENV                     PIC X(10).
       77  WRK-REL-PROGRAMA                PIC X(60)
               VALUE "PROG-RELATORIO-FILA-ATRASOS".
       77  WRK-REL-PERIODO                 PIC X(30).
       77  WRK-REL-QTD                     PIC 9(10)   VALUE ZERO.

       77  WRK-QTD-MASK                    PIC Z(9)9.
       77  WRK-HORAS-MASK                  PIC Z(6)9.
       77  WRK-PRIO-MASK                   PIC Z(2)9.

       77  WRK-OPERADOR-ANT                PIC 9(10)   VALUE ZERO.
       77  WRK-OPERADOR-NOME-ANT           PIC X(60).
       77  WRK-QTD-OPERADOR                PIC 9(10)   VALUE ZERO.
       77  WRK-QTD-SEM-OPERADOR            PIC 9(10)   VALUE ZERO.
       77  WRK-QTD-OPERADORES              PIC 9(10)   VALUE ZERO.

       77  WRK-FLAG-PRIMEIRO               PIC X(1)    VALUE 'S'.
           88  PRIMEIRO-REGISTRO                       VALUE 'S'.
           88  NAO-PRIMEIRO-REGISTRO                   VALUE 'N'.

       77  WRK-FLAG-CURSOR                 PIC X(1)    VALUE 'N'.
           88  CURSOR-ABERTO                           VALUE 'S'.

       77  WRK-FLAG-FIM-CURSOR             PIC X(1)    VALUE 'N'.
           88  FIM-CURSOR                              VALUE 'S'.
           88  NAO-FIM-CURSOR                          VALUE 'N'.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.

       01  HOSTVARS.
           05 BUFFER     PIC X(1024).

       01  SQL-01-VARS.
           05 FAT-AGORA          PIC X(16).
           05 FAT-HOJE           PIC X(10).
           05 FAT-OPERADOR-ID    PIC 9(10).
           05 FAT-OPERADOR-NOME  PIC X(60).
           05 FAT-TIPO           PIC X(15).
           05 FAT-CHAVE          PIC X(120).
           05 FAT-DESCRICAO      PIC X(255).
           05 FAT-PRIORIDADE     PIC 9(3).
           05 FAT-IDADE-HORAS    PIC 9(7).
           05 FAT-ATRASO-HORAS   PIC 9(7).
           05 FAT-VENCE-EM       PIC X(16).

       EXEC SQL END DECLARE SECTION END-EXEC.


       PROCEDURE DIVISION.

       MAIN-PROCEDURE.

           DISPLAY "BUILD EM EXECUCAO: " FUNCTION TRIM(VERSAO-BUILD).

           PERFORM 1000-INICIALIZAR.
           PERFORM 1100-CONECTAR-BANCO-DE-DADOS.
           PERFORM 1200-MONTAR-FILA.
           PERFORM 1300-ABRIR-RELATORIO.
           PERFORM 1400-ABRIR-CURSOR-ATRASOS.

           PERFORM 2000-GRAVAR-LINHA-ITEM UNTIL FIM-CURSOR.

           PERFORM 2800-GRAVAR-TOTAIS.
           PERFORM 3000-FINALIZAR.
           STOP RUN.

       1000-INICIALIZAR.

           ACCEPT WRK-ARQ-RELATORIO-NOME FROM ENVIRONMENT
               "ARQ_FILA_ATRASOS".
           ACCEPT WRK-APP-ENV FROM ENVIRONMENT "APP_ENV".

       1100-CONECTAR-BANCO-DE-DADOS.

      * A SESSAO VEM DE MOD-CONEXAO-BD: A FILA MONTADA NA TABELA
      * TEMPORARIA DA SESSAO E LIDA AQUI MESMO.
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
               SELECT DATE_FORMAT(CURRENT_TIMESTAMP,
                          '%Y-%m-%d %H:%i'),
                      DATE_FORMAT(CURRENT_DATE, '%Y-%m-%d')
                 INTO :FAT-AGORA, :FAT-HOJE
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
                   "FILA_ATRASOS_" FAT-HOJE ".TXT"
                   DELIMITED BY SIZE
                   INTO WRK-ARQ-RELATORIO-NOME
               END-STRING
           END-IF.

       1200-MONTAR-FILA.

      * O NOME DO OPERADOR VEM DO CADASTRO DE OPERADORES, GARANTIDO
      * AQUI COMO EM MOD-RESOLVE-OPERADOR (O BATCH NAO TEM CHAVE DE
      * API PARA RESOLVER).
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

           CALL 'MOD-FILA-TRABALHO'
               USING WRK-FILA-MONTADA, WRK-FILA-MSG
               END-CALL.

           IF  NOT FILA-MONTADA
               DISPLAY
                   "ERRO AO TENTAR MONTAR A FILA DE TRABALHO: "
                   FUNCTION TRIM(WRK-FILA-MSG)
               PERFORM 8900-ENCERRAR-CONEXAO
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       1300-ABRIR-RELATORIO.

           OPEN OUTPUT ARQ-RELATORIO.

           IF  WRK-FS-ARQ-RELATORIO NOT = "00"
               DISPLAY
                   "ERRO AO TENTAR ABRIR O RELATORIO DE ATRASOS DA "
                   "FILA: " FUNCTION TRIM(WRK-ARQ-RELATORIO-NOME)
               PERFORM 8900-ENCERRAR-CONEXAO
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE SPACES TO REG-RELATORIO.
           STRING
               "ITENS ATRASADOS DA FILA DE TRABALHO - POSICAO DE "
               FAT-AGORA " - AMBIENTE "
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
               "OPERADOR                 TIPO          PRI IDADE H "
               "ATRASO H  VENCEU EM         ITEM"
               DELIMITED BY SIZE
               INTO REG-RELATORIO
           END-STRING.
           PERFORM 2900-GRAVAR-LINHA.

       1400-ABRIR-CURSOR-ATRASOS.

      * SO OS ITENS COM O PRAZO DO TIPO VENCIDO; A PRIORIDADE JA
      * VEM ELEVADA UM NIVEL, COMO NA LISTAGEM DE PROG-FILA-TRABALHO.
           EXEC SQL
               DECLARE CUR-ATRASOS CURSOR FOR
                   SELECT COALESCE(w.operador_id, 0),
                          COALESCE(o.nome, ''),
                          w.tipo, w.chave, a.descricao,
                          GREATEST(t.prioridade - 1, 1) AS prio,
                          TIMESTAMPDIFF(HOUR, w.primeiro_visto_em,
                              CURRENT_TIMESTAMP),
                          TIMESTAMPDIFF(HOUR, w.primeiro_visto_em
                                  + INTERVAL t.prazo_horas HOUR,
                              CURRENT_TIMESTAMP),
                          DATE_FORMAT(w.primeiro_visto_em
                                  + INTERVAL t.prazo_horas HOUR,
                              '%Y-%m-%d %H:%i')
                     FROM fila_abertos a
                     JOIN fila_trabalho w
                       ON w.tipo = a.tipo
                      AND w.chave = a.chave
                     JOIN fila_trabalho_tipos t
                       ON t.tipo = w.tipo
                     LEFT JOIN operadores o
                       ON o.id = w.operador_id
                    WHERE CURRENT_TIMESTAMP > w.primeiro_visto_em
                              + INTERVAL t.prazo_horas HOUR
                    ORDER BY COALESCE(w.operador_id, 0), prio,
                             w.primeiro_visto_em
           END-EXEC.

           EXEC SQL
               OPEN CUR-ATRASOS
           END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO
               DISPLAY
                   "ERRO AO TENTAR ABRIR CURSOR DE ATRASOS DA FILA: "
                   SQLERRM
               PERFORM 3000-FINALIZAR
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           SET CURSOR-ABERTO TO TRUE.

           PERFORM 1410-BUSCAR-PROXIMO-ITEM.

       1410-BUSCAR-PROXIMO-ITEM.

           EXEC SQL
               FETCH CUR-ATRASOS
                   INTO :FAT-OPERADOR-ID, :FAT-OPERADOR-NOME,
                        :FAT-TIPO, :FAT-CHAVE, :FAT-DESCRICAO,
                        :FAT-PRIORIDADE, :FAT-IDADE-HORAS,
                        :FAT-ATRASO-HORAS, :FAT-VENCE-EM
           END-EXEC.

           IF  SQLCODE EQUAL 100
               SET FIM-CURSOR TO TRUE
           END-IF.

       2000-GRAVAR-LINHA-ITEM.

      * QUEBRA POR OPERADOR: O SUBTOTAL DO ANTERIOR SAI ANTES DO
      * PRIMEIRO ITEM DO SEGUINTE.
           IF  NAO-PRIMEIRO-REGISTRO
           AND FAT-OPERADOR-ID NOT = WRK-OPERADOR-ANT
               PERFORM 2100-GRAVAR-SUBTOTAL-OPERADOR
           END-IF.

           IF  PRIMEIRO-REGISTRO
           OR  FAT-OPERADOR-ID NOT = WRK-OPERADOR-ANT
               MOVE FAT-OPERADOR-ID TO WRK-OPERADOR-ANT
               MOVE FAT-OPERADOR-NOME TO WRK-OPERADOR-NOME-ANT
               IF  FAT-OPERADOR-ID = ZERO
                   MOVE "(SEM OPERADOR)" TO WRK-OPERADOR-NOME-ANT
               ELSE
                   ADD 1 TO WRK-QTD-OPERADORES
               END-IF
               MOVE ZERO TO WRK-QTD-OPERADOR
           END-IF.
           SET NAO-PRIMEIRO-REGISTRO TO TRUE.

           MOVE SPACES TO REG-RELATORIO.
           MOVE WRK-OPERADOR-NOME-ANT TO REG-RELATORIO(1:24).
           MOVE FAT-TIPO             TO REG-RELATORIO(26:13).
           MOVE FAT-PRIORIDADE TO WRK-PRIO-MASK.
           MOVE WRK-PRIO-MASK        TO REG-RELATORIO(40:3).
           MOVE FAT-IDADE-HORAS TO WRK-HORAS-MASK.
           MOVE WRK-HORAS-MASK       TO REG-RELATORIO(44:7).
           MOVE FAT-ATRASO-HORAS TO WRK-HORAS-MASK.
           MOVE WRK-HORAS-MASK       TO REG-RELATORIO(53:7).
           MOVE FAT-VENCE-EM         TO REG-RELATORIO(62:16).
           MOVE FAT-CHAVE            TO REG-RELATORIO(80:53).
           PERFORM 2900-GRAVAR-LINHA.

      * A DESCRICAO VAI NA LINHA DE BAIXO, ALINHADA AO ITEM.
           MOVE SPACES TO REG-RELATORIO.
           MOVE FAT-DESCRICAO        TO REG-RELATORIO(80:53).
           PERFORM 2900-GRAVAR-LINHA.

           ADD 1 TO WRK-QTD-OPERADOR.
           ADD 1 TO WRK-REL-QTD.
           IF  FAT-OPERADOR-ID = ZERO
               ADD 1 TO WRK-QTD-SEM-OPERADOR
           END-IF.

           PERFORM 1410-BUSCAR-PROXIMO-ITEM.

       2100-GRAVAR-SUBTOTAL-OPERADOR.

           MOVE WRK-QTD-OPERADOR TO WRK-QTD-MASK.
           MOVE SPACES TO REG-RELATORIO.
           STRING
               "   SUBTOTAL " FUNCTION TRIM(WRK-OPERADOR-NOME-ANT)
               ": " FUNCTION TRIM(WRK-QTD-MASK) " ITENS ATRASADOS"
               DELIMITED BY SIZE
               INTO REG-RELATORIO
           END-STRING.
           PERFORM 2900-GRAVAR-LINHA.

           MOVE SPACES TO REG-RELATORIO.
           PERFORM 2900-GRAVAR-LINHA.

       2800-GRAVAR-TOTAIS.

           IF  NAO-PRIMEIRO-REGISTRO
               PERFORM 2100-GRAVAR-SUBTOTAL-OPERADOR
           END-IF.

           MOVE SPACES TO REG-RELATORIO.
           MOVE ALL "-" TO REG-RELATORIO(1:132).
           PERFORM 2900-GRAVAR-LINHA.

           MOVE WRK-QTD-SEM-OPERADOR TO WRK-QTD-MASK.
           MOVE SPACES TO REG-RELATORIO.
           STRING
               "   ATRASADOS SEM OPERADOR.: "
               FUNCTION TRIM(WRK-QTD-MASK)
               DELIMITED BY SIZE
               INTO REG-RELATORIO
           END-STRING.
           PERFORM 2900-GRAVAR-LINHA.

           MOVE WRK-QTD-OPERADORES TO WRK-QTD-MASK.
           MOVE SPACES TO REG-RELATORIO.
           STRING
               "   OPERADORES COM ATRASO..: "
               FUNCTION TRIM(WRK-QTD-MASK)
               DELIMITED BY SIZE
               INTO REG-RELATORIO
           END-STRING.
           PERFORM 2900-GRAVAR-LINHA.

           MOVE WRK-REL-QTD TO WRK-QTD-MASK.
           MOVE SPACES TO REG-RELATORIO.
           STRING
               "   TOTAL DE ATRASADOS.....: "
               FUNCTION TRIM(WRK-QTD-MASK)
               DELIMITED BY SIZE
               INTO REG-RELATORIO
           END-STRING.
           PERFORM 2900-GRAVAR-LINHA.

       2900-GRAVAR-LINHA.

           WRITE REG-RELATORIO.

           IF  WRK-FS-ARQ-RELATORIO NOT = "00"
               DISPLAY
                   "ERRO AO TENTAR GRAVAR NO RELATORIO DE ATRASOS DA "
                   "FILA: " FUNCTION TRIM(WRK-ARQ-RELATORIO-NOME)
               CLOSE ARQ-RELATORIO
               IF  CURSOR-ABERTO
                   EXEC SQL CLOSE CUR-ATRASOS END-EXEC
               END-IF
               PERFORM 8900-ENCERRAR-CONEXAO
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       3000-FINALIZAR.

           IF  CURSOR-ABERTO
               EXEC SQL CLOSE CUR-ATRASOS END-EXEC
               MOVE 'N' TO WRK-FLAG-CURSOR
           END-IF.

           CLOSE ARQ-RELATORIO.

      * O RELATORIO ENTRA NO CATALOGO CENTRAL DE RELATORIOS.
           MOVE SPACES TO WRK-REL-PERIODO.
           MOVE FAT-HOJE TO WRK-REL-PERIODO.
           CALL 'MOD-REGISTRA-RELATORIO'
               USING WRK-REL-PROGRAMA, WRK-ARQ-RELATORIO-NOME,
                   WRK-REL-PERIODO, WRK-REL-QTD
               END-CALL.

           PERFORM 8900-ENCERRAR-CONEXAO.

           DISPLAY
               "ITENS ATRASADOS DA FILA EM " FAT-HOJE " GRAVADOS EM: "
               FUNCTION TRIM(WRK-ARQ-RELATORIO-NOME)
               " (ITENS " WRK-REL-QTD ")".

       8900-ENCERRAR-CONEXAO.

           MOVE "ENCERRAR" TO WRK-CONEXAO-ACAO.
           CALL 'MOD-CONEXAO-BD'
               USING WRK-CONEXAO-ACAO, WRK-CONEXAO-OK,
                   WRK-CONEXAO-MSG
               END-CALL.

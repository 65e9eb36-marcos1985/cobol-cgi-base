       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG-CONFIRMA-INTERFACES.
      *******************************************
      * AUTOR:
      * DATA:
      * ALTERACOES:
      *   - BATCH DE CONFIRMACAO AUTOMATICA DAS INTERFACES DE SAIDA
      *     PELOS ARQUIVOS DE RETORNO (ACK) DOS PARCEIROS QUE NAO
      *     CHAMAM PROG-INTERFACES QS_ACAO=CONFIRMAR: ENTREGUE PELO
      *     ROTEADOR PROG-RECEBE-ARQUIVOS PELA ROTA
      *     CONFIRMACAO_INTERFACES% (ARQ_CONFIRMACAO_INTERFACES,
      *     PADRAO CONFIRMACAO_INTERFACES.TXT), LE UMA LINHA POR
      *     ARQUIVO RECEBIDO PELO PARCEIRO, EM POSICOES FIXAS: NOME
      *     DO ARQUIVO (1-120), QUANTIDADE DE REGISTROS (121-130) E
      *     CHECKSUM (131-145), NUMERICOS COM ZEROS A ESQUERDA. CADA
      *     LINHA E CASADA PELO NOME COM A ENTRADA MAIS RECENTE DE
      *     INTERFACE_LEDGER (NOME IGUAL OU ULTIMO TRECHO DO CAMINHO
      *     REGISTRADO). QUANTIDADE E CHECKSUM IGUAIS AOS REGISTRADOS
      *     CONFIRMAM A ENTRADA (COMO A CONFIRMACAO ONLINE, COM
      *     CONFIRMADO_POR = ACK:<ARQUIVO DE RETORNO>) E O MONITOR
      *     PROG-MONITOR-INTERFACES DEIXA DE APONTAR O ATRASO.
      *     DIVERGENCIA NAO CONFIRMA: VAI PARA O RELATORIO DE
      *     DIVERGENCIAS (ARQ_DIVERGENCIAS_INTERFACES, PADRAO
      *     DIVERGENCIAS_INTERFACES_<AAAAMMDDHHMMSS>.TXT, NO
      *     CATALOGO CENTRAL VIA MOD-REGISTRA-RELATORIO) E ABRE UM
      *     INCIDENTE POR ENTRADA (CONDICAO CONFIRMACAO-<ID>, VIA
      *     MOD-REGISTRA-INCIDENTE), FECHADO QUANDO A ENTRADA FOR
      *     CONFIRMADA. LINHA FORA DO LAYOUT OU DE ARQUIVO QUE NAO
      *     ESTA NO LIVRO-RAZAO VAI PARA O ARQUIVO DE REJEITOS
      *     (ARQ_REJEITOS_CONFIRMACAO, PADRAO
      *     REJEITOS_CONFIRMACAO.TXT) COM O MOTIVO LAYOUT-INV OU
      *     ARQ-INEX. ENTRADA JA CONFIRMADA E SO CONTADA.
      *   - EXIBE NO INICIO DO LOG DA EXECUCAO O CARIMBO DE VERSAO
      *     (BUILD) COM QUE O PROGRAMA FOI IMPLANTADO.
      *******************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT ARQ-CONFIRMACAO ASSIGN TO WRK-ARQ-ENTRADA-NOME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-ARQ-ENTRADA.

           SELECT ARQ-REJEITOS ASSIGN TO WRK-ARQ-REJEITOS-NOME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-ARQ-REJEITOS.

           SELECT ARQ-DIVERGENCIAS ASSIGN TO WRK-ARQ-DIVERG-NOME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-ARQ-DIVERG.

       DATA DIVISION.
       FILE SECTION.

       FD  ARQ-CONFIRMACAO.
       01  REG-CONFIRMACAO.
           05 CNF-ARQUIVO                  PIC X(120).
           05 CNF-QTD-REGISTROS            PIC X(10).
           05 CNF-QTD-REGISTROS-NUM REDEFINES CNF-QTD-REGISTROS
                                           PIC 9(10).
           05 CNF-CHECKSUM                 PIC X(15).
           05 CNF-CHECKSUM-NUM REDEFINES CNF-CHECKSUM
                                           PIC 9(15).

       FD  ARQ-REJEITOS.
       01  REG-REJEITO.
           05 REJ-MOTIVO                   PIC X(10).
           05 FILLER                       PIC X(1).
           05 REJ-REGISTRO                 PIC X(145).

       FD  ARQ-DIVERGENCIAS.
       01  REG-DIVERGENCIA                 PIC X(132).

       WORKING-STORAGE SECTION.

       COPY VERSAO-BUILD.

       77  WRK-CONEXAO-ACAO                PIC X(10).
       77  WRK-CONEXAO-OK                  PIC X(1).
           88  CONEXAO-DISPONIVEL                      VALUE 'S'.
       77  WRK-CONEXAO-MSG                 PIC X(255).

       77  WRK-ARQ-ENTRADA-NOME            PIC X(255).
       77  WRK-ARQ-REJEITOS-NOME           PIC X(255).
       77  WRK-ARQ-DIVERG-NOME             PIC X(255).
       77  WRK-FS-ARQ-ENTRADA              PIC X(2).
       77  WRK-FS-ARQ-REJEITOS             PIC X(2).
       77  WRK-FS-ARQ-DIVERG               PIC X(2).

       77  WRK-REL-PROGRAMA                PIC X(60)
               VALUE "PROG-CONFIRMA-INTERFACES".
       77  WRK-REL-ARQUIVO                 PIC X(255).
       77  WRK-REL-PERIODO                 PIC X(30).
       77  WRK-REL-QTD                     PIC 9(10)   VALUE ZERO.

       77  WRK-INC-ACAO                    PIC X(10).
       77  WRK-INC-ORIGEM                  PIC X(60)
               VALUE "PROG-CONFIRMA-INTERFACES".
       77  WRK-INC-CONDICAO                PIC X(60).
       77  WRK-INC-DETALHES                PIC X(255).

       77  WRK-DATA-HORA-CORRENTE          PIC X(21).
       77  WRK-NOME-RETORNO                PIC X(255).
       77  WRK-NOME-POS                    PIC 9(3)    VALUE ZERO.
       77  WRK-ID-MASK                     PIC Z(9)9.
       77  WRK-QTD-MASK                    PIC Z(9)9.
       77  WRK-QTD-MASK-2                  PIC Z(9)9.
       77  WRK-CHK-MASK                    PIC Z(14)9.
       77  WRK-CHK-MASK-2                  PIC Z(14)9.

       77  WRK-QTD-LIDA                    PIC 9(10)   VALUE ZERO.
       77  WRK-QTD-CONFIRMADA              PIC 9(10)   VALUE ZERO.
       77  WRK-QTD-JA-CONFIRMADA           PIC 9(10)   VALUE ZERO.
       77  WRK-QTD-DIVERGENTE              PIC 9(10)   VALUE ZERO.
       77  WRK-QTD-REJEITADA               PIC 9(10)   VALUE ZERO.

       77  WRK-FLAG-FIM-ARQUIVO            PIC X(1)    VALUE 'N'.
           88  FIM-ARQUIVO                             VALUE 'S'.
           88  NAO-FIM-ARQUIVO                         VALUE 'N'.

      * LINHAS DO RELATORIO DE DIVERGENCIAS (132 COLUNAS).
       01  WRK-LIN-TITULO.
           05 FILLER                       PIC X(41)
               VALUE "DIVERGENCIAS NA CONFIRMACAO DE INTERFACES".
           05 FILLER                       PIC X(12)
               VALUE " - RETORNO: ".
           05 TIT-RETORNO                  PIC X(60).
           05 FILLER                       PIC X(3)    VALUE SPACES.
           05 TIT-DATA                     PIC X(16).

       01  WRK-LIN-COLUNAS.
           05 FILLER                       PIC X(11)
               VALUE "ID LEDGER".
           05 FILLER                       PIC X(51)
               VALUE "ARQUIVO".
           05 FILLER                       PIC X(12)
               VALUE "QTD REGISTR.".
           05 FILLER                       PIC X(12)
               VALUE " QTD RETORNO".
           05 FILLER                       PIC X(17)
               VALUE "  CHECKSUM REGIST".
           05 FILLER                       PIC X(17)
               VALUE "  CHECKSUM RETORN".

       01  WRK-LIN-DETALHE.
           05 DET-ID                       PIC Z(9)9.
           05 FILLER                       PIC X(1)    VALUE SPACES.
           05 DET-ARQUIVO                  PIC X(50).
           05 FILLER                       PIC X(1)    VALUE SPACES.
           05 DET-QTD-LEDGER               PIC Z(10)9.
           05 FILLER                       PIC X(1)    VALUE SPACES.
           05 DET-QTD-RETORNO              PIC Z(10)9.
           05 FILLER                       PIC X(2)    VALUE SPACES.
           05 DET-CHK-LEDGER               PIC Z(14)9.
           05 FILLER                       PIC X(2)    VALUE SPACES.
           05 DET-CHK-RETORNO              PIC Z(14)9.

       01  WRK-LIN-TOTAL.
           05 FILLER                       PIC X(24)
               VALUE "ENTRADAS DIVERGENTES: ".
           05 TOT-QTD                      PIC Z(9)9.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.

       01  HOSTVARS.
           05 BUFFER     PIC X(1024).

       01  SQL-01-VARS.
           05 LED-ID            PIC 9(10).
           05 LED-ARQUIVO       PIC X(120).
           05 LED-QTD-REGISTROS PIC 9(10).
           05 LED-CHECKSUM      PIC 9(15).
           05 LED-STATUS        PIC X(12).
           05 LED-CONFIRMADOR   PIC X(60).

       EXEC SQL END DECLARE SECTION END-EXEC.


       PROCEDURE DIVISION.

       MAIN-PROCEDURE.

           DISPLAY "BUILD EM EXECUCAO: " FUNCTION TRIM(VERSAO-BUILD).

           PERFORM 1000-INICIALIZAR.
           PERFORM 1100-CONECTAR-BANCO-DE-DADOS.
           PERFORM 1200-ABRIR-ARQUIVOS.
           PERFORM 1300-GRAVAR-CABECALHO.

           PERFORM 1210-LER-PROXIMA-LINHA.
           PERFORM 2000-PROCESSAR-LINHA UNTIL FIM-ARQUIVO.

           PERFORM 2800-FECHAR-INCIDENTES-SANADOS.
           PERFORM 3000-FINALIZAR.
           STOP RUN.

       1000-INICIALIZAR.

           ACCEPT WRK-ARQ-ENTRADA-NOME FROM ENVIRONMENT
               "ARQ_CONFIRMACAO_INTERFACES".
           IF  FUNCTION TRIM(WRK-ARQ-ENTRADA-NOME) = SPACES
               MOVE "CONFIRMACAO_INTERFACES.TXT"
                   TO WRK-ARQ-ENTRADA-NOME
           END-IF.

           ACCEPT WRK-ARQ-REJEITOS-NOME FROM ENVIRONMENT
               "ARQ_REJEITOS_CONFIRMACAO".
           IF  FUNCTION TRIM(WRK-ARQ-REJEITOS-NOME) = SPACES
               MOVE "REJEITOS_CONFIRMACAO.TXT"
                   TO WRK-ARQ-REJEITOS-NOME
           END-IF.

      * UM RELATORIO POR EXECUCAO: CADA ARQUIVO DE RETORNO QUE O
      * ROTEADOR ENTREGA GERA O SEU, SEM SOBRESCREVER O ANTERIOR.
           MOVE FUNCTION CURRENT-DATE TO WRK-DATA-HORA-CORRENTE.
           ACCEPT WRK-ARQ-DIVERG-NOME FROM ENVIRONMENT
               "ARQ_DIVERGENCIAS_INTERFACES".
           IF  FUNCTION TRIM(WRK-ARQ-DIVERG-NOME) = SPACES
               STRING
                   "DIVERGENCIAS_INTERFACES_"
                   WRK-DATA-HORA-CORRENTE(1:14) ".TXT"
                   DELIMITED BY SIZE
                   INTO WRK-ARQ-DIVERG-NOME
               END-STRING
           END-IF.

      * O CONFIRMADOR GRAVADO NO LIVRO-RAZAO E O NOME DO ARQUIVO DE
      * RETORNO, SEM O DIRETORIO.
           MOVE FUNCTION TRIM(WRK-ARQ-ENTRADA-NOME)
               TO WRK-NOME-RETORNO.
           MOVE FUNCTION LENGTH(FUNCTION TRIM(WRK-ARQ-ENTRADA-NOME))
               TO WRK-NOME-POS.
           PERFORM 1010-RECUAR-ATE-BARRA
               UNTIL WRK-NOME-POS = ZERO
                  OR WRK-ARQ-ENTRADA-NOME(WRK-NOME-POS:1) = "/".
           IF  WRK-NOME-POS > ZERO
               MOVE WRK-ARQ-ENTRADA-NOME(WRK-NOME-POS + 1:)
                   TO WRK-NOME-RETORNO
           END-IF.

           MOVE SPACES TO LED-CONFIRMADOR.
           STRING
               "ACK:" FUNCTION TRIM(WRK-NOME-RETORNO)
               DELIMITED BY SIZE
               INTO LED-CONFIRMADOR
           END-STRING.

       1010-RECUAR-ATE-BARRA.

           SUBTRACT 1 FROM WRK-NOME-POS.

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

       1200-ABRIR-ARQUIVOS.

           OPEN INPUT ARQ-CONFIRMACAO.

           IF  WRK-FS-ARQ-ENTRADA NOT = "00"
               DISPLAY
                   "ERRO AO TENTAR ABRIR O ARQUIVO DE RETORNO: "
                   FUNCTION TRIM(WRK-ARQ-ENTRADA-NOME)
               PERFORM 8900-ENCERRAR-CONEXAO
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN EXTEND ARQ-REJEITOS.

           IF  WRK-FS-ARQ-REJEITOS = "35"
               OPEN OUTPUT ARQ-REJEITOS
           END-IF.

           IF  WRK-FS-ARQ-REJEITOS = "05"
               MOVE "00" TO WRK-FS-ARQ-REJEITOS
           END-IF.

           IF  WRK-FS-ARQ-REJEITOS NOT = "00"
               DISPLAY
                   "ERRO AO TENTAR ABRIR O ARQUIVO DE REJEITOS: "
                   FUNCTION TRIM(WRK-ARQ-REJEITOS-NOME)
               CLOSE ARQ-CONFIRMACAO
               PERFORM 8900-ENCERRAR-CONEXAO
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN OUTPUT ARQ-DIVERGENCIAS.

           IF  WRK-FS-ARQ-DIVERG NOT = "00"
               DISPLAY
                   "ERRO AO TENTAR ABRIR O RELATORIO DE "
                   "DIVERGENCIAS: " FUNCTION TRIM(WRK-ARQ-DIVERG-NOME)
               CLOSE ARQ-CONFIRMACAO
               CLOSE ARQ-REJEITOS
               PERFORM 8900-ENCERRAR-CONEXAO
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       1210-LER-PROXIMA-LINHA.

           MOVE SPACES TO REG-CONFIRMACAO.
           READ ARQ-CONFIRMACAO
               AT END SET FIM-ARQUIVO TO TRUE
           END-READ.

           IF  NAO-FIM-ARQUIVO
               ADD 1 TO WRK-QTD-LIDA
           END-IF.

       1300-GRAVAR-CABECALHO.

           MOVE WRK-NOME-RETORNO TO TIT-RETORNO.
           STRING
               WRK-DATA-HORA-CORRENTE(1:4) "-"
               WRK-DATA-HORA-CORRENTE(5:2) "-"
               WRK-DATA-HORA-CORRENTE(7:2) " "
               WRK-DATA-HORA-CORRENTE(9:2) ":"
               WRK-DATA-HORA-CORRENTE(11:2)
               DELIMITED BY SIZE
               INTO TIT-DATA
           END-STRING.

           MOVE WRK-LIN-TITULO TO REG-DIVERGENCIA.
           PERFORM 2900-GRAVAR-LINHA-RELATORIO.
           MOVE SPACES TO REG-DIVERGENCIA.
           PERFORM 2900-GRAVAR-LINHA-RELATORIO.
           MOVE WRK-LIN-COLUNAS TO REG-DIVERGENCIA.
           PERFORM 2900-GRAVAR-LINHA-RELATORIO.

       2000-PROCESSAR-LINHA.

           IF  REG-CONFIRMACAO = SPACES
               PERFORM 1210-LER-PROXIMA-LINHA
               EXIT PARAGRAPH
           END-IF.

           IF  CNF-ARQUIVO = SPACES
           OR  CNF-QTD-REGISTROS IS NOT NUMERIC
           OR  CNF-CHECKSUM IS NOT NUMERIC
               MOVE "LAYOUT-INV" TO REJ-MOTIVO
               PERFORM 2500-REJEITAR-LINHA
               PERFORM 1210-LER-PROXIMA-LINHA
               EXIT PARAGRAPH
           END-IF.

           PERFORM 2100-LOCALIZAR-ENTRADA.

           IF  SQLCODE EQUAL 100
               MOVE "ARQ-INEX" TO REJ-MOTIVO
               PERFORM 2500-REJEITAR-LINHA
               PERFORM 1210-LER-PROXIMA-LINHA
               EXIT PARAGRAPH
           END-IF.

           EVALUATE TRUE
               WHEN LED-STATUS = "CONFIRMADO"
                   ADD 1 TO WRK-QTD-JA-CONFIRMADA
               WHEN LED-QTD-REGISTROS = CNF-QTD-REGISTROS-NUM
                AND LED-CHECKSUM = CNF-CHECKSUM-NUM
                   PERFORM 2200-CONFIRMAR-ENTRADA
               WHEN OTHER
                   PERFORM 2300-APONTAR-DIVERGENCIA
           END-EVALUATE.

           PERFORM 1210-LER-PROXIMA-LINHA.

       2100-LOCALIZAR-ENTRADA.

      * O PRODUTOR PODE TER REGISTRADO O CAMINHO INTEIRO; O PARCEIRO
      * SO CONHECE O NOME. VALE A ENTRADA MAIS RECENTE.
           MOVE FUNCTION TRIM(CNF-ARQUIVO) TO LED-ARQUIVO.

           EXEC SQL
               SELECT id, qtd_registros, checksum, status
                 INTO :LED-ID, :LED-QTD-REGISTROS, :LED-CHECKSUM,
                      :LED-STATUS
                 FROM interface_ledger
                WHERE arquivo = TRIM(:LED-ARQUIVO)
                   OR arquivo LIKE CONCAT('%/', TRIM(:LED-ARQUIVO))
                ORDER BY id DESC
                LIMIT 1
           END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO AND SQLCODE NOT EQUAL 100
               DISPLAY
                   "ERRO AO TENTAR LOCALIZAR O ARQUIVO NO LIVRO-RAZAO "
                   "DE INTERFACES: " SQLERRM
               PERFORM 2990-ABORTAR
           END-IF.

       2200-CONFIRMAR-ENTRADA.

           EXEC SQL
               UPDATE interface_ledger
                  SET status = 'CONFIRMADO',
                      confirmado_em = CURRENT_TIMESTAMP,
                      confirmado_por = :LED-CONFIRMADOR
                WHERE id = :LED-ID
                  AND status <> 'CONFIRMADO'
           END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO
               DISPLAY
                   "ERRO AO TENTAR CONFIRMAR A ENTRADA "
                   LED-ID " DO LIVRO-RAZAO: " SQLERRM
               PERFORM 2990-ABORTAR
           END-IF.

           EXEC SQL COMMIT END-EXEC.

           ADD 1 TO WRK-QTD-CONFIRMADA.

       2300-APONTAR-DIVERGENCIA.

      * A ENTRADA CONTINUA SEM CONFIRMACAO; O DETALHE VAI PARA O
      * RELATORIO E PARA UM INCIDENTE PROPRIO DA ENTRADA.
           ADD 1 TO WRK-QTD-DIVERGENTE.

           MOVE LED-ID                TO DET-ID.
           MOVE CNF-ARQUIVO           TO DET-ARQUIVO.
           MOVE LED-QTD-REGISTROS     TO DET-QTD-LEDGER.
           MOVE CNF-QTD-REGISTROS-NUM TO DET-QTD-RETORNO.
           MOVE LED-CHECKSUM          TO DET-CHK-LEDGER.
           MOVE CNF-CHECKSUM-NUM      TO DET-CHK-RETORNO.
           MOVE WRK-LIN-DETALHE TO REG-DIVERGENCIA.
           PERFORM 2900-GRAVAR-LINHA-RELATORIO.

           DISPLAY
               "DIVERGENCIA NA CONFIRMACAO DE "
               FUNCTION TRIM(CNF-ARQUIVO) " (ENTRADA " LED-ID ").".

           MOVE "ABRIR" TO WRK-INC-ACAO.
           MOVE LED-ID TO WRK-ID-MASK.
           MOVE SPACES TO WRK-INC-CONDICAO.
           STRING
               "CONFIRMACAO-" FUNCTION TRIM(WRK-ID-MASK)
               DELIMITED BY SIZE
               INTO WRK-INC-CONDICAO
           END-STRING.

           MOVE LED-QTD-REGISTROS     TO WRK-QTD-MASK.
           MOVE CNF-QTD-REGISTROS-NUM TO WRK-QTD-MASK-2.
           MOVE LED-CHECKSUM          TO WRK-CHK-MASK.
           MOVE CNF-CHECKSUM-NUM      TO WRK-CHK-MASK-2.
           MOVE SPACES TO WRK-INC-DETALHES.
           STRING
               "RETORNO " FUNCTION TRIM(WRK-NOME-RETORNO)
               " DIVERGE DE " FUNCTION TRIM(CNF-ARQUIVO)
               ": QTD " FUNCTION TRIM(WRK-QTD-MASK)
               "/" FUNCTION TRIM(WRK-QTD-MASK-2)
               " CHECKSUM " FUNCTION TRIM(WRK-CHK-MASK)
               "/" FUNCTION TRIM(WRK-CHK-MASK-2)
               DELIMITED BY SIZE
               INTO WRK-INC-DETALHES
           END-STRING.

           CALL 'MOD-REGISTRA-INCIDENTE'
               USING WRK-INC-ACAO, WRK-INC-ORIGEM,
                   WRK-INC-CONDICAO, WRK-INC-DETALHES
               END-CALL.

       2500-REJEITAR-LINHA.

           ADD 1 TO WRK-QTD-REJEITADA.
           MOVE REG-CONFIRMACAO TO REJ-REGISTRO.

           WRITE REG-REJEITO.

           IF  WRK-FS-ARQ-REJEITOS NOT = "00"
               DISPLAY
                   "ERRO AO TENTAR GRAVAR NO ARQUIVO DE REJEITOS."
               PERFORM 2990-ABORTAR
           END-IF.

       2800-FECHAR-INCIDENTES-SANADOS.

      * DIVERGENCIA CUJA ENTRADA JA FOI CONFIRMADA (POR UM RETORNO
      * CORRIGIDO OU PELA ACAO ONLINE) TEM O INCIDENTE FECHADO, PELO
      * PADRAO DE CONDICAO CONFIRMACAO-<ID>.
           EXEC SQL
               UPDATE incidentes i
                  SET i.status = 'FECHADO',
                      i.fechado_em = CURRENT_TIMESTAMP
                WHERE i.origem = 'PROG-CONFIRMA-INTERFACES'
                  AND i.status <> 'FECHADO'
                  AND EXISTS
                      (SELECT 1 FROM interface_ledger l
                        WHERE CONCAT('CONFIRMACAO-', l.id) =
                              i.condicao
                          AND l.status = 'CONFIRMADO')
           END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO AND SQLCODE NOT EQUAL 100
               DISPLAY
                   "ERRO AO TENTAR FECHAR INCIDENTES SANADOS: "
                   SQLERRM
           END-IF.

           EXEC SQL COMMIT END-EXEC.

       2900-GRAVAR-LINHA-RELATORIO.

           WRITE REG-DIVERGENCIA.

           IF  WRK-FS-ARQ-DIVERG NOT = "00"
               DISPLAY
                   "ERRO AO TENTAR GRAVAR NO RELATORIO DE "
                   "DIVERGENCIAS."
               PERFORM 2990-ABORTAR
           END-IF.

       2990-ABORTAR.

      * AS CONFIRMACOES JA FEITAS FICAM; REPROCESSAR O MESMO RETORNO
      * SO CONTA AS ENTRADAS JA CONFIRMADAS.
           EXEC SQL ROLLBACK END-EXEC.
           CLOSE ARQ-CONFIRMACAO.
           CLOSE ARQ-REJEITOS.
           CLOSE ARQ-DIVERGENCIAS.
           PERFORM 8900-ENCERRAR-CONEXAO.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.

       3000-FINALIZAR.

           MOVE WRK-QTD-DIVERGENTE TO TOT-QTD.
           MOVE SPACES TO REG-DIVERGENCIA.
           PERFORM 2900-GRAVAR-LINHA-RELATORIO.
           MOVE WRK-LIN-TOTAL TO REG-DIVERGENCIA.
           PERFORM 2900-GRAVAR-LINHA-RELATORIO.

           CLOSE ARQ-CONFIRMACAO.
           CLOSE ARQ-REJEITOS.
           CLOSE ARQ-DIVERGENCIAS.

      * O RELATORIO ENTRA NO CATALOGO CENTRAL DE RELATORIOS.
           MOVE WRK-ARQ-DIVERG-NOME TO WRK-REL-ARQUIVO.
           MOVE WRK-NOME-RETORNO TO WRK-REL-PERIODO.
           MOVE WRK-QTD-DIVERGENTE TO WRK-REL-QTD.
           CALL 'MOD-REGISTRA-RELATORIO'
               USING WRK-REL-PROGRAMA, WRK-REL-ARQUIVO,
                   WRK-REL-PERIODO, WRK-REL-QTD
               END-CALL.

           PERFORM 8900-ENCERRAR-CONEXAO.

           DISPLAY
               "TOTAL DE LINHAS LIDAS.........: " WRK-QTD-LIDA.
           DISPLAY
               "ENTRADAS CONFIRMADAS..........: " WRK-QTD-CONFIRMADA.
           DISPLAY
               "ENTRADAS JA CONFIRMADAS.......: "
               WRK-QTD-JA-CONFIRMADA.
           DISPLAY
               "ENTRADAS DIVERGENTES..........: " WRK-QTD-DIVERGENTE.
           DISPLAY
               "LINHAS REJEITADAS.............: " WRK-QTD-REJEITADA.
           DISPLAY
               "RELATORIO DE DIVERGENCIAS.....: "
               FUNCTION TRIM(WRK-ARQ-DIVERG-NOME).

       8900-ENCERRAR-CONEXAO.

           MOVE "ENCERRAR" TO WRK-CONEXAO-ACAO.
           CALL 'MOD-CONEXAO-BD'
               USING WRK-CONEXAO-ACAO, WRK-CONEXAO-OK,
                   WRK-CONEXAO-MSG
               END-CALL.

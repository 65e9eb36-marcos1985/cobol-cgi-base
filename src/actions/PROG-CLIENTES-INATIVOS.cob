       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG-CLIENTES-INATIVOS.
      *******************************************
      * AUTOR:
      * DATA:
      * ALTERACOES:
      *   - BATCH DIARIO DE DETECCAO DE CLIENTES INATIVOS E LISTA DE
      *     REATIVACAO PARA A AREA COMERCIAL. E INATIVO O CLIENTE
      *     ATIVO SEM VENDA NAO CANCELADA HA MAIS DE N DIAS (SEM
      *     NENHUMA COMPRA, CONTA DESDE O CADASTRO). N VEM DA
      *     CONFIGURACAO CENTRAL (MOD-LE-CONFIG):
      *     inatividade.dias.<SEGMENTO> PARA O SEGMENTO DO CLIENTE
      *     (PROG-CLIENTES-ADMIN QS_ACAO=SEGMENTO) OU, SEM ELA,
      *     inatividade.dias (PADRAO 90). PARA CADA INATIVO APURA A
      *     DATA DA ULTIMA COMPRA, O VALOR VITALICIO (SOMA DAS VENDAS
      *     NAO CANCELADAS) E O TICKET MEDIO. O CLIENTE QUE FICOU
      *     INATIVO NESTA EXECUCAO GANHA UMA LINHA EM
      *     CLIENTE_INATIVIDADE (SITUACAO INATIVO) E UM EVENTO
      *     INATIVO EM NOTIFICACOES PARA A TABELA CLIENTE; O JA
      *     LISTADO CONTINUA NA LISTA SEM NOVO EVENTO. ANTES DISSO, O
      *     LISTADO QUE VOLTOU A COMPRAR (VENDA NAO CANCELADA
      *     REGISTRADA DEPOIS DA LISTAGEM) PASSA A REATIVADO, COM A
      *     VENDA DE RETORNO E UM EVENTO REATIVADO, E O LISTADO QUE
      *     FOI INATIVADO NO CADASTRO PASSA A ENCERRADO. A LISTA DE
      *     132 COLUNAS (ARQ_REATIVACAO_CLIENTES, PADRAO
      *     REATIVACAO_CLIENTES_<AAAA-MM-DD>.TXT) TRAZ OS INATIVOS,
      *     DO MAIS VALIOSO PARA O MENOS, OS QUE VOLTARAM E OS
      *     TOTAIS, E E REGISTRADA NO CATALOGO CENTRAL DE RELATORIOS
      *     VIA MOD-REGISTRA-RELATORIO.
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
               VALUE "PROG-CLIENTES-INATIVOS".
       77  WRK-REL-PERIODO                 PIC X(30).
       77  WRK-REL-QTD                     PIC 9(10)   VALUE ZERO.

       77  WRK-CFG-CHAVE                   PIC X(60).
       77  WRK-CFG-VALOR                   PIC X(255).
       77  WRK-CFG-ENCONTRADA              PIC X(1).
           88  CONFIG-ENCONTRADA                       VALUE 'S'.
       77  WRK-CFG-NUM-STG                 PIC X(12).
       77  WRK-CFG-NUM-CHECK               PIC X(12).
       77  WRK-CFG-NUMERO                  PIC 9(5).

       77  WRK-DIAS-GLOBAL                 PIC 9(5)    VALUE 90.
       77  WRK-DIAS-LIMITE                 PIC 9(5).

      * PRAZO JA LIDO POR SEGMENTO, PARA NAO CONSULTAR A
      * CONFIGURACAO A CADA CLIENTE. ALEM DO LIMITE DA TABELA, O
      * SEGMENTO USA O PRAZO GLOBAL.
       77  WRK-QTD-SEGMENTOS               PIC 9(4)    COMP VALUE 0.
       77  WRK-IDX-SEGMENTO                PIC 9(4)    COMP.
       01  WRK-TABELA-SEGMENTOS.
           05  WRK-SEGMENTO OCCURS 100 TIMES.
               10  WRK-SEG-NOME            PIC X(20).
               10  WRK-SEG-DIAS            PIC 9(5).

       77  WRK-FLAG-SEGMENTO               PIC X(1).
           88  SEGMENTO-ENCONTRADO                     VALUE 'S'.
           88  SEGMENTO-NAO-ENCONTRADO                 VALUE 'N'.

       77  WRK-PTR                         PIC 9(4)    COMP.

       77  WRK-ID-MASK                     PIC Z(9)9.
       77  WRK-QTD-MASK                    PIC Z(9)9.
       77  WRK-DIAS-MASK                   PIC Z(4)9.
       77  WRK-VENDAS-MASK                 PIC Z(5)9.
       77  WRK-VALOR-MASK                  PIC Z(10)9.99.
       77  WRK-TICKET-MASK                 PIC Z(8)9.99.

       77  WRK-QTD-ANALISADOS              PIC 9(10)   VALUE ZERO.
       77  WRK-QTD-INATIVOS                PIC 9(10)   VALUE ZERO.
       77  WRK-QTD-NOVOS                   PIC 9(10)   VALUE ZERO.
       77  WRK-QTD-REATIVADOS              PIC 9(10)   VALUE ZERO.
       77  WRK-QTD-ENCERRADOS              PIC 9(10)   VALUE ZERO.
       77  WRK-TOT-VALOR-INATIVOS          PIC 9(13)V99 VALUE ZERO.

       77  WRK-TABELA-NOTIF                PIC X(60)   VALUE "cliente".
       77  WRK-EVENTO-NOTIF                PIC X(30).
       77  WRK-NOTIF-PAYLOAD               PIC X(600).

       77  WRK-FLAG-FIM-CURSOR             PIC X(1)    VALUE 'N'.
           88  FIM-CURSOR                              VALUE 'S'.
           88  NAO-FIM-CURSOR                          VALUE 'N'.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.

       01  HOSTVARS.
           05 BUFFER     PIC X(1024).

       01  SQL-01-VARS.
           05 INA-HOJE          PIC X(10).
           05 INA-ID            PIC 9(10).
           05 INA-CLIENTE-ID    PIC 9(10).
           05 INA-NOME          PIC X(255).
           05 INA-SEGMENTO      PIC X(20).
           05 INA-ULTIMA-COMPRA PIC X(10).
           05 INA-DIAS          PIC 9(5).
           05 INA-LIMITE-DIAS   PIC 9(5).
           05 INA-QTD-VENDAS    PIC 9(10).
           05 INA-VALOR-TOTAL   PIC 9(12)V99.
           05 INA-TICKET-MEDIO  PIC 9(10)V99.
           05 INA-QTD-ABERTA    PIC 9(10).
           05 INA-LISTADO-EM    PIC X(19).
           05 INA-VENDA-ID      PIC 9(10).
           05 INA-DATA-VENDA    PIC X(10).
           05 INA-QTD-ESTRUTURA PIC 9(5).

       EXEC SQL END DECLARE SECTION END-EXEC.


       PROCEDURE DIVISION.

       MAIN-PROCEDURE.

           DISPLAY "BUILD EM EXECUCAO: " FUNCTION TRIM(VERSAO-BUILD).

           PERFORM 1000-INICIALIZAR.
           PERFORM 1100-CONECTAR-BANCO-DE-DADOS.
           PERFORM 1150-LER-CONFIGURACAO.
           PERFORM 1250-GARANTIR-ESTRUTURA.
           PERFORM 1300-ABRIR-RELATORIO.

           PERFORM 2000-ENCERRAR-INATIVADOS.
           PERFORM 2100-APURAR-REATIVADOS.
           PERFORM 2500-APURAR-INATIVOS.

           PERFORM 2800-GRAVAR-TOTAIS.
           PERFORM 3000-FINALIZAR.
           STOP RUN.

       1000-INICIALIZAR.

           ACCEPT WRK-ARQ-RELATORIO-NOME FROM ENVIRONMENT
               "ARQ_REATIVACAO_CLIENTES".
           ACCEPT WRK-APP-ENV FROM ENVIRONMENT "APP_ENV".

       1100-CONECTAR-BANCO-DE-DADOS.

      * A SESSAO VEM DE MOD-CONEXAO-BD: A CONFIGURACAO, AS
      * NOTIFICACOES E O REGISTRO DO RELATORIO USAM A MESMA CONEXAO
      * DO JOB.
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
                 INTO :INA-HOJE
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
                   "REATIVACAO_CLIENTES_" INA-HOJE ".TXT"
                   DELIMITED BY SIZE
                   INTO WRK-ARQ-RELATORIO-NOME
               END-STRING
           END-IF.

       1150-LER-CONFIGURACAO.

      * VALOR NAO NUMERICO OU ZERO NA CONFIGURACAO MANTEM OS 90 DIAS
      * PADRAO.
           MOVE "inatividade.dias" TO WRK-CFG-CHAVE.
           MOVE 90 TO WRK-CFG-NUMERO.
           PERFORM 1160-LER-PRAZO.
           MOVE WRK-CFG-NUMERO TO WRK-DIAS-GLOBAL.

       1160-LER-PRAZO.

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
                   COMPUTE WRK-CFG-NUMERO =
                       FUNCTION NUMVAL(WRK-CFG-NUM-STG)
               END-IF
           END-IF.

       1250-GARANTIR-ESTRUTURA.

      * FORA DE QUALQUER TRANSACAO: DDL FAZ COMMIT IMPLICITO.
           EXEC SQL
               CREATE TABLE IF NOT EXISTS cliente_inatividade (
                   id                  INT NOT NULL PRIMARY KEY
                                           AUTO_INCREMENT,
                   cliente_id          INT NOT NULL,
                   segmento            VARCHAR(20) NULL,
                   limite_dias         INT NOT NULL,
                   listado_em          DATETIME NOT NULL
                       DEFAULT CURRENT_TIMESTAMP,
                   ultima_compra       DATE NULL,
                   dias_sem_compra     INT NOT NULL DEFAULT 0,
                   qtd_vendas          INT NOT NULL DEFAULT 0,
                   valor_vitalicio     DECIMAL(14,2) NOT NULL
                                           DEFAULT 0,
                   ticket_medio        DECIMAL(12,2) NOT NULL
                                           DEFAULT 0,
                   situacao            VARCHAR(10) NOT NULL
                                           DEFAULT 'INATIVO',
                   encerrado_em        DATETIME NULL,
                   venda_reativacao_id INT NULL,
                   KEY ix_cliente_inatividade_cliente
                       (cliente_id, situacao),
                   KEY ix_cliente_inatividade_situacao (situacao)
               )
           END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO
               DISPLAY
                   "ERRO AO TENTAR CRIAR A TABELA "
                   "CLIENTE_INATIVIDADE: " SQLERRM
               PERFORM 8900-ENCERRAR-CONEXAO
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      * O SEGMENTO DO CLIENTE E MANTIDO POR PROG-CLIENTES-ADMIN; BASE
      * AINDA SEM A COLUNA GANHA A MESMA COLUNA AQUI, VAZIA (PRAZO
      * GLOBAL PARA TODOS).
           EXEC SQL
               SELECT COUNT(*)
                 INTO :INA-QTD-ESTRUTURA
                 FROM information_schema.columns
                WHERE table_schema = DATABASE()
                  AND table_name = 'cliente'
                  AND column_name = 'segmento'
           END-EXEC.

           IF  SQLCODE EQUAL ZERO
           AND INA-QTD-ESTRUTURA = ZERO
               EXEC SQL
                   ALTER TABLE cliente
                       ADD COLUMN segmento VARCHAR(20) NULL
               END-EXEC
           END-IF.

           IF  SQLCODE NOT EQUAL ZERO
               DISPLAY
                   "ERRO AO TENTAR GARANTIR A COLUNA SEGMENTO DO "
                   "CLIENTE: " SQLERRM
               PERFORM 8900-ENCERRAR-CONEXAO
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       1300-ABRIR-RELATORIO.

           OPEN OUTPUT ARQ-RELATORIO.

           IF  WRK-FS-ARQ-RELATORIO NOT = "00"
               DISPLAY
                   "ERRO AO TENTAR ABRIR A LISTA DE REATIVACAO: "
                   FUNCTION TRIM(WRK-ARQ-RELATORIO-NOME)
               PERFORM 8900-ENCERRAR-CONEXAO
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE WRK-DIAS-GLOBAL TO WRK-DIAS-MASK.
           MOVE SPACES TO REG-RELATORIO.
           STRING
               "LISTA DE REATIVACAO DE CLIENTES - POSICAO DE "
               INA-HOJE " (PRAZO GLOBAL "
               FUNCTION TRIM(WRK-DIAS-MASK)
               " DIAS SEM COMPRA) - AMBIENTE "
               FUNCTION UPPER-CASE(FUNCTION TRIM(WRK-APP-ENV))
               DELIMITED BY SIZE
               INTO REG-RELATORIO
           END-STRING.
           PERFORM 2900-GRAVAR-LINHA.

           MOVE SPACES TO REG-RELATORIO.
           MOVE ALL "=" TO REG-RELATORIO(1:132).
           PERFORM 2900-GRAVAR-LINHA.

       2000-ENCERRAR-INATIVADOS.

      * O CLIENTE INATIVADO NO CADASTRO SAI DA LISTA DE REATIVACAO.
           EXEC SQL START TRANSACTION END-EXEC.

           EXEC SQL
               SELECT COUNT(*)
                 INTO :INA-QTD-ABERTA
                 FROM cliente_inatividade i
                 JOIN cliente c
                   ON c.id = i.cliente_id
                WHERE i.situacao = 'INATIVO'
                  AND c.ativo <> 'S'
                  FOR UPDATE
           END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO
               MOVE ZERO TO INA-QTD-ABERTA
           END-IF.

           MOVE INA-QTD-ABERTA TO WRK-QTD-ENCERRADOS.

           EXEC SQL
               UPDATE cliente_inatividade i
                 JOIN cliente c
                   ON c.id = i.cliente_id
                  SET i.situacao = 'ENCERRADO',
                      i.encerrado_em = CURRENT_TIMESTAMP
                WHERE i.situacao = 'INATIVO'
                  AND c.ativo <> 'S'
           END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO
           AND SQLCODE NOT EQUAL 100
               DISPLAY
                   "ERRO AO TENTAR ENCERRAR OS INATIVOS DO CADASTRO: "
                   SQLERRM
               EXEC SQL ROLLBACK END-EXEC
               PERFORM 3000-FINALIZAR
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           EXEC SQL COMMIT END-EXEC.

       2100-APURAR-REATIVADOS.

      * VOLTOU QUEM TEM VENDA NAO CANCELADA REGISTRADA DEPOIS DA
      * LISTAGEM; A PRIMEIRA DELAS FICA COMO VENDA DE RETORNO.
           EXEC SQL
               DECLARE CUR-REATIVADOS CURSOR FOR
                   SELECT i.id, i.cliente_id,
                          COALESCE(c.nome, ' '),
                          DATE_FORMAT(i.listado_em,
                              '%Y-%m-%d %H:%i:%s'),
                          v.id,
                          DATE_FORMAT(v.data_venda, '%Y-%m-%d')
                     FROM cliente_inatividade i
                     JOIN cliente c
                       ON c.id = i.cliente_id
                     JOIN venda v
                       ON v.id = (SELECT MIN(r.id)
                                    FROM venda r
                                   WHERE r.cliente_id = i.cliente_id
                                     AND r.cancelada_em IS NULL
                                     AND r.criado_em > i.listado_em)
                    WHERE i.situacao = 'INATIVO'
                    ORDER BY i.cliente_id
           END-EXEC.

           EXEC SQL
               OPEN CUR-REATIVADOS
           END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO
               DISPLAY
                   "ERRO AO TENTAR ABRIR CURSOR DE REATIVADOS: "
                   SQLERRM
               PERFORM 3000-FINALIZAR
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           SET NAO-FIM-CURSOR TO TRUE.
           PERFORM 2110-BUSCAR-PROXIMO-REATIVADO.

           IF  NOT FIM-CURSOR
               PERFORM 2150-GRAVAR-CABECALHO-REATIVADOS
           END-IF.

           PERFORM 2120-REATIVAR-CLIENTE UNTIL FIM-CURSOR.

           EXEC SQL CLOSE CUR-REATIVADOS END-EXEC.

       2110-BUSCAR-PROXIMO-REATIVADO.

           EXEC SQL
               FETCH CUR-REATIVADOS
                   INTO :INA-ID, :INA-CLIENTE-ID, :INA-NOME,
                        :INA-LISTADO-EM, :INA-VENDA-ID,
                        :INA-DATA-VENDA
           END-EXEC.

           IF  SQLCODE EQUAL 100
               SET FIM-CURSOR TO TRUE
           END-IF.

       2120-REATIVAR-CLIENTE.

           EXEC SQL START TRANSACTION END-EXEC.

           EXEC SQL
               UPDATE cliente_inatividade
                  SET situacao = 'REATIVADO',
                      encerrado_em = CURRENT_TIMESTAMP,
                      venda_reativacao_id = :INA-VENDA-ID
                WHERE id = :INA-ID
                  AND situacao = 'INATIVO'
           END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO
               DISPLAY
                   "ERRO AO TENTAR MARCAR O CLIENTE " INA-CLIENTE-ID
                   " COMO REATIVADO: " SQLERRM
               EXEC SQL ROLLBACK END-EXEC
               EXEC SQL CLOSE CUR-REATIVADOS END-EXEC
               PERFORM 3000-FINALIZAR
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           EXEC SQL COMMIT END-EXEC.

           MOVE INA-VENDA-ID TO WRK-ID-MASK.
           MOVE SPACES TO WRK-NOTIF-PAYLOAD.
           STRING
               '{"situacao": "REATIVADO", "venda_id": '
               FUNCTION TRIM(WRK-ID-MASK)
               ', "listado_em": "' INA-LISTADO-EM '"}'
               DELIMITED BY SIZE
               INTO WRK-NOTIF-PAYLOAD
           END-STRING.
           MOVE "REATIVADO" TO WRK-EVENTO-NOTIF.
           PERFORM 2700-NOTIFICAR-CLIENTE.

           MOVE SPACES TO REG-RELATORIO.
           MOVE INA-CLIENTE-ID TO WRK-ID-MASK.
           MOVE WRK-ID-MASK          TO REG-RELATORIO(1:10).
           MOVE INA-NOME             TO REG-RELATORIO(13:40).
           MOVE INA-LISTADO-EM       TO REG-RELATORIO(55:19).
           MOVE INA-VENDA-ID TO WRK-ID-MASK.
           MOVE WRK-ID-MASK          TO REG-RELATORIO(76:10).
           MOVE INA-DATA-VENDA       TO REG-RELATORIO(88:10).
           PERFORM 2900-GRAVAR-LINHA.

           ADD 1 TO WRK-QTD-REATIVADOS.

           PERFORM 2110-BUSCAR-PROXIMO-REATIVADO.

       2150-GRAVAR-CABECALHO-REATIVADOS.

           MOVE SPACES TO REG-RELATORIO.
           PERFORM 2900-GRAVAR-LINHA.

           MOVE SPACES TO REG-RELATORIO.
           MOVE "CLIENTES QUE VOLTARAM A COMPRAR DEPOIS DE LISTADOS"
               TO REG-RELATORIO.
           PERFORM 2900-GRAVAR-LINHA.

           MOVE SPACES TO REG-RELATORIO.
           MOVE "   CLIENTE"      TO REG-RELATORIO(1:10).
           MOVE "NOME"            TO REG-RELATORIO(13:4).
           MOVE "LISTADO EM"      TO REG-RELATORIO(55:10).
           MOVE "     VENDA"      TO REG-RELATORIO(76:10).
           MOVE "DATA VENDA"      TO REG-RELATORIO(88:10).
           PERFORM 2900-GRAVAR-LINHA.

           MOVE SPACES TO REG-RELATORIO.
           MOVE ALL "-" TO REG-RELATORIO(1:132).
           PERFORM 2900-GRAVAR-LINHA.

       2500-APURAR-INATIVOS.

           MOVE SPACES TO REG-RELATORIO.
           PERFORM 2900-GRAVAR-LINHA.

           MOVE SPACES TO REG-RELATORIO.
           MOVE "CLIENTES INATIVOS (NOVO = LISTADO NESTA EXECUCAO)"
               TO REG-RELATORIO.
           PERFORM 2900-GRAVAR-LINHA.

           MOVE SPACES TO REG-RELATORIO.
           MOVE "   CLIENTE"      TO REG-RELATORIO(1:10).
           MOVE "NOME"            TO REG-RELATORIO(13:4).
           MOVE "SEGMENTO"        TO REG-RELATORIO(45:8).
           MOVE "ULT.COMPRA"      TO REG-RELATORIO(67:10).
           MOVE " DIAS"           TO REG-RELATORIO(79:5).
           MOVE "PRAZO"           TO REG-RELATORIO(86:5).
           MOVE "VENDAS"          TO REG-RELATORIO(93:6).
           MOVE "VALOR VITALICIO" TO REG-RELATORIO(100:15).
           MOVE "TICKET MEDIO"    TO REG-RELATORIO(117:12).
           MOVE "NOVO"            TO REG-RELATORIO(129:4).
           PERFORM 2900-GRAVAR-LINHA.

           MOVE SPACES TO REG-RELATORIO.
           MOVE ALL "-" TO REG-RELATORIO(1:132).
           PERFORM 2900-GRAVAR-LINHA.

      * O VALOR VITALICIO E O TICKET MEDIO CONTAM SO AS VENDAS NAO
      * CANCELADAS. O PRAZO DE CADA CLIENTE E CONFERIDO EM
      * 2520, PELO SEGMENTO; O CURSOR SO DEIXA DE FORA QUEM COMPROU
      * DENTRO DO MENOR PRAZO POSSIVEL (UM DIA).
           EXEC SQL
               DECLARE CUR-INATIVOS CURSOR FOR
                   SELECT c.id, c.nome,
                          COALESCE(c.segmento, ' '),
                          COALESCE(DATE_FORMAT(u.ultima,
                              '%Y-%m-%d'), ' '),
                          DATEDIFF(CURRENT_DATE,
                              COALESCE(u.ultima, c.criado_em)),
                          COALESCE(u.qtd, 0),
                          COALESCE(u.total, 0),
                          (SELECT COUNT(*)
                             FROM cliente_inatividade i
                            WHERE i.cliente_id = c.id
                              AND i.situacao = 'INATIVO')
                     FROM cliente c
                     LEFT JOIN
                          (SELECT cliente_id,
                                  MAX(data_venda) AS ultima,
                                  COUNT(*) AS qtd,
                                  SUM(valor) AS total
                             FROM venda
                            WHERE cancelada_em IS NULL
                            GROUP BY cliente_id) u
                       ON u.cliente_id = c.id
                    WHERE c.ativo = 'S'
                      AND DATEDIFF(CURRENT_DATE,
                              COALESCE(u.ultima, c.criado_em)) > 1
                    ORDER BY 7 DESC, c.id
           END-EXEC.

           EXEC SQL
               OPEN CUR-INATIVOS
           END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO
               DISPLAY
                   "ERRO AO TENTAR ABRIR CURSOR DE CLIENTES: "
                   SQLERRM
               PERFORM 3000-FINALIZAR
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           SET NAO-FIM-CURSOR TO TRUE.
           PERFORM 2510-BUSCAR-PROXIMO-CLIENTE.
           PERFORM 2520-AVALIAR-CLIENTE UNTIL FIM-CURSOR.

           EXEC SQL CLOSE CUR-INATIVOS END-EXEC.

       2510-BUSCAR-PROXIMO-CLIENTE.

           EXEC SQL
               FETCH CUR-INATIVOS
                   INTO :INA-CLIENTE-ID, :INA-NOME,
                        :INA-SEGMENTO, :INA-ULTIMA-COMPRA,
                        :INA-DIAS, :INA-QTD-VENDAS,
                        :INA-VALOR-TOTAL, :INA-QTD-ABERTA
           END-EXEC.

           IF  SQLCODE EQUAL 100
               SET FIM-CURSOR TO TRUE
           END-IF.

       2520-AVALIAR-CLIENTE.

           ADD 1 TO WRK-QTD-ANALISADOS.

           PERFORM 2530-RESOLVER-PRAZO.

           IF  INA-DIAS > WRK-DIAS-LIMITE
               PERFORM 2550-LISTAR-INATIVO
           END-IF.

           PERFORM 2510-BUSCAR-PROXIMO-CLIENTE.

       2530-RESOLVER-PRAZO.

           MOVE WRK-DIAS-GLOBAL TO WRK-DIAS-LIMITE.

           IF  INA-SEGMENTO = SPACES
               EXIT PARAGRAPH
           END-IF.

           SET SEGMENTO-NAO-ENCONTRADO TO TRUE.
           PERFORM 2535-PROCURAR-SEGMENTO
               VARYING WRK-IDX-SEGMENTO FROM 1 BY 1
               UNTIL WRK-IDX-SEGMENTO > WRK-QTD-SEGMENTOS
                  OR SEGMENTO-ENCONTRADO.

           IF  SEGMENTO-NAO-ENCONTRADO
               MOVE SPACES TO WRK-CFG-CHAVE
               STRING
                   "inatividade.dias." FUNCTION TRIM(INA-SEGMENTO)
                   DELIMITED BY SIZE
                   INTO WRK-CFG-CHAVE
               END-STRING
               MOVE WRK-DIAS-GLOBAL TO WRK-CFG-NUMERO
               PERFORM 1160-LER-PRAZO
               MOVE WRK-CFG-NUMERO TO WRK-DIAS-LIMITE
               IF  WRK-QTD-SEGMENTOS < 100
                   ADD 1 TO WRK-QTD-SEGMENTOS
                   MOVE INA-SEGMENTO
                       TO WRK-SEG-NOME(WRK-QTD-SEGMENTOS)
                   MOVE WRK-DIAS-LIMITE
                       TO WRK-SEG-DIAS(WRK-QTD-SEGMENTOS)
               END-IF
           END-IF.

       2535-PROCURAR-SEGMENTO.

           IF  WRK-SEG-NOME(WRK-IDX-SEGMENTO) = INA-SEGMENTO
               MOVE WRK-SEG-DIAS(WRK-IDX-SEGMENTO) TO WRK-DIAS-LIMITE
               SET SEGMENTO-ENCONTRADO TO TRUE
           END-IF.

       2550-LISTAR-INATIVO.

           IF  INA-QTD-VENDAS > ZERO
               COMPUTE INA-TICKET-MEDIO ROUNDED =
                   INA-VALOR-TOTAL / INA-QTD-VENDAS
           ELSE
               MOVE ZERO TO INA-TICKET-MEDIO
           END-IF.

           ADD 1 TO WRK-QTD-INATIVOS.
           ADD INA-VALOR-TOTAL TO WRK-TOT-VALOR-INATIVOS.

           MOVE SPACES TO REG-RELATORIO.
           IF  INA-QTD-ABERTA = ZERO
               PERFORM 2560-REGISTRAR-NOVO-INATIVO
               MOVE "SIM" TO REG-RELATORIO(130:3)
           END-IF.

           MOVE INA-CLIENTE-ID TO WRK-ID-MASK.
           MOVE WRK-ID-MASK          TO REG-RELATORIO(1:10).
           MOVE INA-NOME             TO REG-RELATORIO(13:30).
           MOVE INA-SEGMENTO         TO REG-RELATORIO(45:20).
           IF  INA-ULTIMA-COMPRA = SPACES
               MOVE "SEM COMPRA"     TO REG-RELATORIO(67:10)
           ELSE
               MOVE INA-ULTIMA-COMPRA TO REG-RELATORIO(67:10)
           END-IF.
           MOVE INA-DIAS TO WRK-DIAS-MASK.
           MOVE WRK-DIAS-MASK        TO REG-RELATORIO(79:5).
           MOVE WRK-DIAS-LIMITE TO WRK-DIAS-MASK.
           MOVE WRK-DIAS-MASK        TO REG-RELATORIO(86:5).
           MOVE INA-QTD-VENDAS TO WRK-VENDAS-MASK.
           MOVE WRK-VENDAS-MASK      TO REG-RELATORIO(93:6).
           MOVE INA-VALOR-TOTAL TO WRK-VALOR-MASK.
           MOVE WRK-VALOR-MASK       TO REG-RELATORIO(101:14).
           MOVE INA-TICKET-MEDIO TO WRK-TICKET-MASK.
           MOVE WRK-TICKET-MASK      TO REG-RELATORIO(117:12).
           PERFORM 2900-GRAVAR-LINHA.

           ADD 1 TO WRK-REL-QTD.

       2560-REGISTRAR-NOVO-INATIVO.

           MOVE WRK-DIAS-LIMITE TO INA-LIMITE-DIAS.

           EXEC SQL START TRANSACTION END-EXEC.

           EXEC SQL
               INSERT INTO cliente_inatividade
                   (cliente_id, segmento, limite_dias, ultima_compra,
                    dias_sem_compra, qtd_vendas, valor_vitalicio,
                    ticket_medio)
               VALUES
                   (:INA-CLIENTE-ID, NULLIF(TRIM(:INA-SEGMENTO), ''),
                    :INA-LIMITE-DIAS,
                    NULLIF(TRIM(:INA-ULTIMA-COMPRA), ''),
                    :INA-DIAS, :INA-QTD-VENDAS, :INA-VALOR-TOTAL,
                    :INA-TICKET-MEDIO)
           END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO
               DISPLAY
                   "ERRO AO TENTAR REGISTRAR O CLIENTE INATIVO "
                   INA-CLIENTE-ID ": " SQLERRM
               EXEC SQL ROLLBACK END-EXEC
               PERFORM 3000-FINALIZAR
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           EXEC SQL COMMIT END-EXEC.

           ADD 1 TO WRK-QTD-NOVOS.

      * O EVENTO SAI DEPOIS DO COMMIT, COMO NAS ACOES: O MODULO DE
      * NOTIFICACAO FAZ O PROPRIO COMMIT NA SESSAO COMPARTILHADA.
           MOVE INA-DIAS TO WRK-DIAS-MASK.
           MOVE INA-VALOR-TOTAL TO WRK-VALOR-MASK.
           MOVE INA-TICKET-MEDIO TO WRK-TICKET-MASK.
           MOVE SPACES TO WRK-NOTIF-PAYLOAD.
           MOVE 1 TO WRK-PTR.
           IF  INA-ULTIMA-COMPRA = SPACES
               STRING
                   '{"situacao": "INATIVO", "ultima_compra": null'
                   DELIMITED BY SIZE
                   INTO WRK-NOTIF-PAYLOAD
                   WITH POINTER WRK-PTR
               END-STRING
           ELSE
               STRING
                   '{"situacao": "INATIVO", "ultima_compra": "'
                   INA-ULTIMA-COMPRA '"'
                   DELIMITED BY SIZE
                   INTO WRK-NOTIF-PAYLOAD
                   WITH POINTER WRK-PTR
               END-STRING
           END-IF.
           STRING
               ', "dias_sem_compra": ' FUNCTION TRIM(WRK-DIAS-MASK)
               ', "valor_vitalicio": ' FUNCTION TRIM(WRK-VALOR-MASK)
               ', "ticket_medio": ' FUNCTION TRIM(WRK-TICKET-MASK)
               '}'
               DELIMITED BY SIZE
               INTO WRK-NOTIF-PAYLOAD
               WITH POINTER WRK-PTR
           END-STRING.
           MOVE "INATIVO" TO WRK-EVENTO-NOTIF.
           PERFORM 2700-NOTIFICAR-CLIENTE.

       2700-NOTIFICAR-CLIENTE.

           CALL 'MOD-REGISTRA-NOTIFICACAO'
               USING WRK-TABELA-NOTIF, INA-CLIENTE-ID,
                   WRK-EVENTO-NOTIF, WRK-NOTIF-PAYLOAD
               END-CALL.

       2800-GRAVAR-TOTAIS.

           MOVE SPACES TO REG-RELATORIO.
           MOVE ALL "-" TO REG-RELATORIO(1:132).
           PERFORM 2900-GRAVAR-LINHA.

           MOVE WRK-QTD-ANALISADOS TO WRK-QTD-MASK.
           MOVE SPACES TO REG-RELATORIO.
           STRING
               "   CLIENTES AVALIADOS.....: "
               FUNCTION TRIM(WRK-QTD-MASK)
               DELIMITED BY SIZE
               INTO REG-RELATORIO
           END-STRING.
           PERFORM 2900-GRAVAR-LINHA.

           MOVE WRK-QTD-INATIVOS TO WRK-QTD-MASK.
           MOVE SPACES TO REG-RELATORIO.
           STRING
               "   INATIVOS NA LISTA......: "
               FUNCTION TRIM(WRK-QTD-MASK)
               DELIMITED BY SIZE
               INTO REG-RELATORIO
           END-STRING.
           PERFORM 2900-GRAVAR-LINHA.

           MOVE WRK-QTD-NOVOS TO WRK-QTD-MASK.
           MOVE SPACES TO REG-RELATORIO.
           STRING
               "   NOVOS INATIVOS.........: "
               FUNCTION TRIM(WRK-QTD-MASK)
               DELIMITED BY SIZE
               INTO REG-RELATORIO
           END-STRING.
           PERFORM 2900-GRAVAR-LINHA.

           MOVE WRK-TOT-VALOR-INATIVOS TO WRK-VALOR-MASK.
           MOVE SPACES TO REG-RELATORIO.
           STRING
               "   VALOR VITALICIO........: "
               FUNCTION TRIM(WRK-VALOR-MASK)
               DELIMITED BY SIZE
               INTO REG-RELATORIO
           END-STRING.
           PERFORM 2900-GRAVAR-LINHA.

           MOVE WRK-QTD-REATIVADOS TO WRK-QTD-MASK.
           MOVE SPACES TO REG-RELATORIO.
           STRING
               "   VOLTARAM A COMPRAR.....: "
               FUNCTION TRIM(WRK-QTD-MASK)
               DELIMITED BY SIZE
               INTO REG-RELATORIO
           END-STRING.
           PERFORM 2900-GRAVAR-LINHA.

           MOVE WRK-QTD-ENCERRADOS TO WRK-QTD-MASK.
           MOVE SPACES TO REG-RELATORIO.
           STRING
               "   INATIVADOS NO CADASTRO.: "
               FUNCTION TRIM(WRK-QTD-MASK)
               DELIMITED BY SIZE
               INTO REG-RELATORIO
           END-STRING.
           PERFORM 2900-GRAVAR-LINHA.

       2900-GRAVAR-LINHA.

           WRITE REG-RELATORIO.

           IF  WRK-FS-ARQ-RELATORIO NOT = "00"
               DISPLAY
                   "ERRO AO TENTAR GRAVAR NA LISTA DE REATIVACAO: "
                   FUNCTION TRIM(WRK-ARQ-RELATORIO-NOME)
               CLOSE ARQ-RELATORIO
               PERFORM 8900-ENCERRAR-CONEXAO
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       3000-FINALIZAR.

           CLOSE ARQ-RELATORIO.

      * A LISTA ENTRA NO CATALOGO CENTRAL DE RELATORIOS.
           MOVE SPACES TO WRK-REL-PERIODO.
           MOVE INA-HOJE TO WRK-REL-PERIODO.
           CALL 'MOD-REGISTRA-RELATORIO'
               USING WRK-REL-PROGRAMA, WRK-ARQ-RELATORIO-NOME,
                   WRK-REL-PERIODO, WRK-REL-QTD
               END-CALL.

           PERFORM 8900-ENCERRAR-CONEXAO.

           DISPLAY
               "LISTA DE REATIVACAO DE " INA-HOJE " GRAVADA EM: "
               FUNCTION TRIM(WRK-ARQ-RELATORIO-NOME)
               " (INATIVOS " WRK-QTD-INATIVOS
               ", NOVOS " WRK-QTD-NOVOS
               ", REATIVADOS " WRK-QTD-REATIVADOS ")".

       8900-ENCERRAR-CONEXAO.

           MOVE "ENCERRAR" TO WRK-CONEXAO-ACAO.
           CALL 'MOD-CONEXAO-BD'
               USING WRK-CONEXAO-ACAO, WRK-CONEXAO-OK,
                   WRK-CONEXAO-MSG
               END-CALL.

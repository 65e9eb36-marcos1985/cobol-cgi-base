       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG-PONTUA-VENDAS.
      *******************************************
      * AUTOR:
      * DATA:
      * ALTERACOES:
      *   - BATCH DE PONTUACAO DAS VENDAS NOVAS CONTRA REGRAS
      *     SIMPLES DE SUSPEITA, PARA QUE UM VALOR DIGITADO ERRADO
      *     (UM ZERO A MAIS EM QS_VALOR) SEJA PEGO NO DIA E NAO NO
      *     FECHAMENTO DO MES. AS REGRAS SAO: VALOR-ALTO (VALOR
      *     ACIMA DE N VEZES A MEDIA DAS VENDAS ANTERIORES DO
      *     CLIENTE, COM UM MINIMO DE HISTORICO), RAJADA (MUITAS
      *     VENDAS DO MESMO CLIENTE EM POUCOS MINUTOS), FERIADO
      *     (VENDA DATADA EM DIA DE CALENDARIO_FERIADOS) E
      *     CLIENTE-INATIVO. CADA REGRA E LIGADA OU DESLIGADA PELA
      *     CONFIGURACAO CENTRAL (MOD-LE-CONFIG, CHAVES
      *     revisao_vendas.regra.<REGRA> = S/N), ASSIM COMO OS
      *     LIMIARES (revisao_vendas.valor_alto.fator, PADRAO 5;
      *     revisao_vendas.valor_alto.minimo_historico, PADRAO 3;
      *     revisao_vendas.rajada.minutos, PADRAO 10;
      *     revisao_vendas.rajada.quantidade, PADRAO 3). A VENDA
      *     SINALIZADA ENTRA NA FILA DE REVISAO (VENDA_REVISAO, UMA
      *     LINHA POR VENDA COM A PONTUACAO E AS REGRAS ATINGIDAS) E
      *     GANHA A PRIMEIRA LINHA DA TRILHA (VENDA_REVISAO_HISTORICO)
      *     PARA O FINANCEIRO APROVAR OU REJEITAR EM
      *     PROG-REVISAO-VENDAS ANTES DE PROG-FECHA-VENDAS FECHAR O
      *     DIA. A MARCA D'AGUA (ULTIMA VENDA PONTUADA) FICA EM
      *     EXPORT_CHECKPOINT, GRAVADA NA MESMA UNIDADE DE TRABALHO
      *     DA FILA. COM VENDA SINALIZADA, A LISTA "financeiro" E
      *     AVISADA POR MOD-ENVIA-EMAIL (LISTA VAZIA E NAO-ENVIO
      *     SILENCIOSO). TRAVA NOMEADA "REVISAO-VENDAS".
      *   - EXIBE NO INICIO DO LOG DA EXECUCAO O CARIMBO DE VERSAO
      *     (BUILD) COM QUE O PROGRAMA FOI IMPLANTADO.
      *******************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       DATA DIVISION.
       FILE SECTION.

       WORKING-STORAGE SECTION.

       COPY VERSAO-BUILD.

       77  WRK-TRAVA-NOME                  PIC X(60)
               VALUE "REVISAO-VENDAS".
       77  WRK-TRAVA-PROGRAMA              PIC X(60)
               VALUE "PROG-PONTUA-VENDAS".
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
       77  WRK-CFG-NUM-STG                 PIC X(12).
       77  WRK-CFG-NUM-CHECK               PIC X(12).
       77  WRK-CFG-NUMERO                  PIC 9(5).

       77  WRK-REGRA-VALOR-ALTO            PIC X(1)    VALUE 'S'.
           88  REGRA-VALOR-ALTO-LIGADA                 VALUE 'S'.
       77  WRK-REGRA-RAJADA                PIC X(1)    VALUE 'S'.
           88  REGRA-RAJADA-LIGADA                     VALUE 'S'.
       77  WRK-REGRA-FERIADO               PIC X(1)    VALUE 'S'.
           88  REGRA-FERIADO-LIGADA                    VALUE 'S'.
       77  WRK-REGRA-INATIVO               PIC X(1)    VALUE 'S'.
           88  REGRA-INATIVO-LIGADA                    VALUE 'S'.

       77  WRK-REGRA-NOME                  PIC X(20).
       77  WRK-QTD-MASK                    PIC Z(9)9.
       77  WRK-QTD-VENDAS                  PIC 9(10)   VALUE ZERO.

       77  WRK-MAIL-LISTA                  PIC X(60)
               VALUE "financeiro".
       77  WRK-MAIL-ASSUNTO                PIC X(120).
       77  WRK-MAIL-CORPO                  PIC X(1000).

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.

       01  HOSTVARS.
           05 BUFFER     PIC X(1024).

       01  SQL-01-VARS.
           05 PTV-PROGRAMA      PIC X(60)
                   VALUE "PROG-PONTUA-VENDAS".
           05 PTV-ULTIMO-ID     PIC 9(10).
           05 PTV-MAXIMO-ID     PIC 9(10).
           05 PTV-FATOR         PIC 9(5).
           05 PTV-MINIMO-HIST   PIC 9(5).
           05 PTV-MINUTOS       PIC 9(5).
           05 PTV-QTD-RAJADA    PIC 9(5).
           05 PTV-QTD-TABELA    PIC 9(5).
           05 PTV-QTD           PIC 9(10).

       EXEC SQL END DECLARE SECTION END-EXEC.


       PROCEDURE DIVISION.

       MAIN-PROCEDURE.

           DISPLAY "BUILD EM EXECUCAO: " FUNCTION TRIM(VERSAO-BUILD).

           PERFORM 1050-OBTER-TRAVA-JOB.
           PERFORM 1100-CONECTAR-BANCO-DE-DADOS.
           PERFORM 1200-GARANTIR-TABELAS.
           PERFORM 1300-CARREGAR-MARCA-DAGUA.
           PERFORM 1400-LER-REGRAS.

           IF  PTV-MAXIMO-ID > PTV-ULTIMO-ID
               PERFORM 2000-PONTUAR-VENDAS
           ELSE
               DISPLAY "NENHUMA VENDA NOVA PARA PONTUAR."
           END-IF.

           PERFORM 3000-FINALIZAR.
           STOP RUN.

       1050-OBTER-TRAVA-JOB.

      * A TRAVA NOMEADA "REVISAO-VENDAS" IMPEDE DUAS PONTUACOES AO
      * MESMO TEMPO SOBRE A MESMA MARCA D'AGUA.
           MOVE "OBTER" TO WRK-TRAVA-ACAO.

           CALL 'MOD-TRAVA-JOB'
               USING WRK-TRAVA-NOME, WRK-TRAVA-PROGRAMA,
                   WRK-TRAVA-DURACAO, WRK-TRAVA-ACAO,
                   WRK-TRAVA-OBTIDA
               END-CALL.

           IF  NOT TRAVA-OBTIDA
               DISPLAY
                   "TRAVA DE JOB REVISAO-VENDAS EM USO POR OUTRO "
                   "PROCESSO. EXECUCAO RECUSADA."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       1100-CONECTAR-BANCO-DE-DADOS.

      * A SESSAO VEM DE MOD-CONEXAO-BD: A CONFIGURACAO E O AVISO POR
      * E-MAIL USAM A MESMA CONEXAO DO JOB.
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

      * UMA LINHA POR VENDA SINALIZADA; AS REGRAS ATINGIDAS FICAM
      * SEPARADAS POR VIRGULA E A PONTUACAO E A QUANTIDADE DELAS.
           EXEC SQL
               CREATE TABLE IF NOT EXISTS venda_revisao (
                   id           INT NOT NULL PRIMARY KEY
                                    AUTO_INCREMENT,
                   venda_id     INT NOT NULL,
                   pontuacao    INT NOT NULL DEFAULT 0,
                   regras       VARCHAR(255) NOT NULL,
                   status       VARCHAR(12) NOT NULL
                       DEFAULT 'PENDENTE',
                   criado_em    DATETIME NOT NULL
                       DEFAULT CURRENT_TIMESTAMP,
                   decidido_em  DATETIME NULL,
                   decidido_por VARCHAR(60) NULL,
                   observacao   VARCHAR(255) NULL,
                   UNIQUE KEY uk_venda_revisao_venda (venda_id),
                   KEY ix_venda_revisao_status (status)
               )
           END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO
               DISPLAY
                   "ERRO AO TENTAR GARANTIR VENDA_REVISAO: " SQLERRM
               PERFORM 2990-ABORTAR
           END-IF.

           EXEC SQL
               CREATE TABLE IF NOT EXISTS venda_revisao_historico (
                   id          INT NOT NULL PRIMARY KEY
                                   AUTO_INCREMENT,
                   revisao_id  INT NOT NULL,
                   venda_id    INT NOT NULL,
                   acao        VARCHAR(12) NOT NULL,
                   operador    VARCHAR(60) NULL,
                   observacao  VARCHAR(255) NULL,
                   criado_em   DATETIME NOT NULL
                       DEFAULT CURRENT_TIMESTAMP,
                   KEY ix_venda_revisao_hist_revisao (revisao_id)
               )
           END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO
               DISPLAY
                   "ERRO AO TENTAR GARANTIR VENDA_REVISAO_HISTORICO: "
                   SQLERRM
               PERFORM 2990-ABORTAR
           END-IF.

           EXEC SQL
               CREATE TABLE IF NOT EXISTS export_checkpoint (
                   programa      VARCHAR(60) NOT NULL PRIMARY KEY,
                   ultimo_id     INT NOT NULL DEFAULT 0,
                   atualizado_em DATETIME
               )
           END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO
               DISPLAY
                   "ERRO AO TENTAR CRIAR TABELA DE CHECKPOINT: "
                   SQLERRM
               PERFORM 2990-ABORTAR
           END-IF.

      * SEM O CALENDARIO NO AMBIENTE A REGRA DE FERIADO E PULADA.
           EXEC SQL
               SELECT COUNT(*)
                 INTO :PTV-QTD-TABELA
                 FROM information_schema.tables
                WHERE table_schema = DATABASE()
                  AND table_name = 'calendario_feriados'
           END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO
               MOVE ZERO TO PTV-QTD-TABELA
           END-IF.

       1300-CARREGAR-MARCA-DAGUA.

      * A MARCA D'AGUA E A ULTIMA VENDA JA PONTUADA; FICA NA MESMA
      * EXPORT_CHECKPOINT DAS EXPORTACOES, COM A LINHA DESTE
      * PROGRAMA. A PRIMEIRA EXECUCAO PONTUA TODO O HISTORICO.
           EXEC SQL
               SELECT ultimo_id INTO :PTV-ULTIMO-ID
                 FROM export_checkpoint
                WHERE programa = :PTV-PROGRAMA
           END-EXEC.

           IF  SQLCODE EQUAL 100
               MOVE ZERO TO PTV-ULTIMO-ID
               EXEC SQL
                   INSERT INTO export_checkpoint (programa, ultimo_id)
                   VALUES (:PTV-PROGRAMA, 0)
               END-EXEC
               EXEC SQL COMMIT END-EXEC
           ELSE
               IF  SQLCODE NOT EQUAL ZERO
                   DISPLAY
                       "ERRO AO TENTAR LER A MARCA D'AGUA DA "
                       "PONTUACAO: " SQLERRM
                   PERFORM 2990-ABORTAR
               END-IF
           END-IF.

      * O LOTE DESTA EXECUCAO VAI ATE A ULTIMA VENDA EXISTENTE
      * AGORA; A QUE CHEGAR DURANTE A PONTUACAO FICA PARA A PROXIMA.
           EXEC SQL
               SELECT COALESCE(MAX(id), 0)
                 INTO :PTV-MAXIMO-ID
                 FROM venda
           END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO
               DISPLAY
                   "ERRO AO TENTAR LER A ULTIMA VENDA: " SQLERRM
               PERFORM 2990-ABORTAR
           END-IF.

       1400-LER-REGRAS.

      * REGRA SO E DESLIGADA COM 'N' EXPLICITO NA CONFIGURACAO; SEM
      * CADASTRO, TODAS FICAM LIGADAS COM OS LIMIARES COMPILADOS.
           MOVE "revisao_vendas.regra.valor_alto" TO WRK-CFG-CHAVE.
           PERFORM 1410-LER-CHAVE.
           IF  CONFIG-ENCONTRADA
           AND (WRK-CFG-VALOR(1:1) = 'N' OR WRK-CFG-VALOR(1:1) = 'n')
               MOVE 'N' TO WRK-REGRA-VALOR-ALTO
           END-IF.

           MOVE "revisao_vendas.regra.rajada" TO WRK-CFG-CHAVE.
           PERFORM 1410-LER-CHAVE.
           IF  CONFIG-ENCONTRADA
           AND (WRK-CFG-VALOR(1:1) = 'N' OR WRK-CFG-VALOR(1:1) = 'n')
               MOVE 'N' TO WRK-REGRA-RAJADA
           END-IF.

           MOVE "revisao_vendas.regra.feriado" TO WRK-CFG-CHAVE.
           PERFORM 1410-LER-CHAVE.
           IF  CONFIG-ENCONTRADA
           AND (WRK-CFG-VALOR(1:1) = 'N' OR WRK-CFG-VALOR(1:1) = 'n')
               MOVE 'N' TO WRK-REGRA-FERIADO
           END-IF.

           MOVE "revisao_vendas.regra.cliente_inativo"
               TO WRK-CFG-CHAVE.
           PERFORM 1410-LER-CHAVE.
           IF  CONFIG-ENCONTRADA
           AND (WRK-CFG-VALOR(1:1) = 'N' OR WRK-CFG-VALOR(1:1) = 'n')
               MOVE 'N' TO WRK-REGRA-INATIVO
           END-IF.

           MOVE 5 TO WRK-CFG-NUMERO.
           MOVE "revisao_vendas.valor_alto.fator" TO WRK-CFG-CHAVE.
           PERFORM 1420-LER-NUMERO.
           MOVE WRK-CFG-NUMERO TO PTV-FATOR.

           MOVE 3 TO WRK-CFG-NUMERO.
           MOVE "revisao_vendas.valor_alto.minimo_historico"
               TO WRK-CFG-CHAVE.
           PERFORM 1420-LER-NUMERO.
           MOVE WRK-CFG-NUMERO TO PTV-MINIMO-HIST.

           MOVE 10 TO WRK-CFG-NUMERO.
           MOVE "revisao_vendas.rajada.minutos" TO WRK-CFG-CHAVE.
           PERFORM 1420-LER-NUMERO.
           MOVE WRK-CFG-NUMERO TO PTV-MINUTOS.

           MOVE 3 TO WRK-CFG-NUMERO.
           MOVE "revisao_vendas.rajada.quantidade" TO WRK-CFG-CHAVE.
           PERFORM 1420-LER-NUMERO.
           MOVE WRK-CFG-NUMERO TO PTV-QTD-RAJADA.

       1410-LER-CHAVE.

           MOVE SPACES TO WRK-CFG-VALOR.
           CALL 'MOD-LE-CONFIG'
               USING WRK-CFG-CHAVE, WRK-CFG-VALOR,
                   WRK-CFG-ENCONTRADA
               END-CALL.

       1420-LER-NUMERO.

      * VALOR NAO NUMERICO OU ZERO NA CONFIGURACAO MANTEM O PADRAO
      * JA CARREGADO EM WRK-CFG-NUMERO.
           PERFORM 1410-LER-CHAVE.

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

       2000-PONTUAR-VENDAS.

           COMPUTE WRK-QTD-VENDAS = PTV-MAXIMO-ID - PTV-ULTIMO-ID.

      * TODAS AS REGRAS, A TRILHA E A MARCA D'AGUA VAO NA MESMA
      * UNIDADE DE TRABALHO: OU O LOTE INTEIRO E PONTUADO, OU A
      * PROXIMA EXECUCAO O PONTUA DE NOVO DO ZERO.
           IF  REGRA-VALOR-ALTO-LIGADA
               PERFORM 2100-REGRA-VALOR-ALTO
           END-IF.

           IF  REGRA-RAJADA-LIGADA
               PERFORM 2200-REGRA-RAJADA
           END-IF.

           IF  REGRA-FERIADO-LIGADA AND PTV-QTD-TABELA > ZERO
               PERFORM 2300-REGRA-FERIADO
           END-IF.

           IF  REGRA-INATIVO-LIGADA
               PERFORM 2400-REGRA-CLIENTE-INATIVO
           END-IF.

           PERFORM 2500-REGISTRAR-TRILHA.
           PERFORM 2600-AVANCAR-MARCA-DAGUA.

           EXEC SQL COMMIT END-EXEC.

       2100-REGRA-VALOR-ALTO.

      * O VALOR E COMPARADO A MEDIA DAS VENDAS ANTERIORES NAO
      * CANCELADAS DO MESMO CLIENTE; CLIENTE COM POUCO HISTORICO NAO
      * TEM MEDIA CONFIAVEL E NAO E PONTUADO POR ESTA REGRA.
           MOVE "VALOR-ALTO" TO WRK-REGRA-NOME.

           EXEC SQL
               INSERT INTO venda_revisao
                   (venda_id, pontuacao, regras, status)
               SELECT v.id, 1, 'VALOR-ALTO', 'PENDENTE'
                 FROM venda v
                WHERE v.id > :PTV-ULTIMO-ID
                  AND v.id <= :PTV-MAXIMO-ID
                  AND v.cancelada_em IS NULL
                  AND (SELECT COUNT(*)
                         FROM venda h
                        WHERE h.cliente_id = v.cliente_id
                          AND h.id < v.id
                          AND h.cancelada_em IS NULL)
                      >= :PTV-MINIMO-HIST
                  AND v.valor > :PTV-FATOR *
                      (SELECT AVG(h.valor)
                         FROM venda h
                        WHERE h.cliente_id = v.cliente_id
                          AND h.id < v.id
                          AND h.cancelada_em IS NULL)
               ON DUPLICATE KEY UPDATE
                   pontuacao = pontuacao + 1,
                   regras = CONCAT(regras, ',VALOR-ALTO')
           END-EXEC.

           PERFORM 2900-CONFERIR-REGRA.

       2200-REGRA-RAJADA.

      * CONTA AS VENDAS DO CLIENTE NA JANELA QUE TERMINA NESTA VENDA
      * (ELA INCLUIDA); A PARTIR DA N-ESIMA DA RAJADA, CADA UMA E
      * SINALIZADA.
           MOVE "RAJADA" TO WRK-REGRA-NOME.

           EXEC SQL
               INSERT INTO venda_revisao
                   (venda_id, pontuacao, regras, status)
               SELECT v.id, 1, 'RAJADA', 'PENDENTE'
                 FROM venda v
                WHERE v.id > :PTV-ULTIMO-ID
                  AND v.id <= :PTV-MAXIMO-ID
                  AND v.cancelada_em IS NULL
                  AND (SELECT COUNT(*)
                         FROM venda o
                        WHERE o.cliente_id = v.cliente_id
                          AND o.cancelada_em IS NULL
                          AND o.criado_em BETWEEN
                              v.criado_em
                                  - INTERVAL :PTV-MINUTOS MINUTE
                              AND v.criado_em)
                      >= :PTV-QTD-RAJADA
               ON DUPLICATE KEY UPDATE
                   pontuacao = pontuacao + 1,
                   regras = CONCAT(regras, ',RAJADA')
           END-EXEC.

           PERFORM 2900-CONFERIR-REGRA.

       2300-REGRA-FERIADO.

           MOVE "FERIADO" TO WRK-REGRA-NOME.

           EXEC SQL
               INSERT INTO venda_revisao
                   (venda_id, pontuacao, regras, status)
               SELECT v.id, 1, 'FERIADO', 'PENDENTE'
                 FROM venda v
                WHERE v.id > :PTV-ULTIMO-ID
                  AND v.id <= :PTV-MAXIMO-ID
                  AND v.cancelada_em IS NULL
                  AND EXISTS
                      (SELECT 1 FROM calendario_feriados f
                        WHERE f.dia = v.data_venda)
               ON DUPLICATE KEY UPDATE
                   pontuacao = pontuacao + 1,
                   regras = CONCAT(regras, ',FERIADO')
           END-EXEC.

           PERFORM 2900-CONFERIR-REGRA.

       2400-REGRA-CLIENTE-INATIVO.

           MOVE "CLIENTE-INATIVO" TO WRK-REGRA-NOME.

           EXEC SQL
               INSERT INTO venda_revisao
                   (venda_id, pontuacao, regras, status)
               SELECT v.id, 1, 'CLIENTE-INATIVO', 'PENDENTE'
                 FROM venda v
                 JOIN cliente c
                   ON c.id = v.cliente_id
                WHERE v.id > :PTV-ULTIMO-ID
                  AND v.id <= :PTV-MAXIMO-ID
                  AND v.cancelada_em IS NULL
                  AND c.ativo <> 'S'
               ON DUPLICATE KEY UPDATE
                   pontuacao = pontuacao + 1,
                   regras = CONCAT(regras, ',CLIENTE-INATIVO')
           END-EXEC.

           PERFORM 2900-CONFERIR-REGRA.

       2500-REGISTRAR-TRILHA.

      * A SINALIZACAO ABRE A TRILHA DE CADA REVISAO; AS DECISOES DE
      * PROG-REVISAO-VENDAS ACRESCENTAM AS LINHAS SEGUINTES.
           EXEC SQL
               INSERT INTO venda_revisao_historico
                   (revisao_id, venda_id, acao, operador, observacao)
               SELECT id, venda_id, 'SINALIZADA', :PTV-PROGRAMA,
                      CONCAT('REGRAS: ', regras)
                 FROM venda_revisao
                WHERE venda_id > :PTV-ULTIMO-ID
                  AND venda_id <= :PTV-MAXIMO-ID
           END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO AND SQLCODE NOT EQUAL 100
               DISPLAY
                   "ERRO AO TENTAR REGISTRAR A TRILHA DA REVISAO: "
                   SQLERRM
               PERFORM 2990-ABORTAR
           END-IF.

           EXEC SQL
               SELECT ROW_COUNT() INTO :PTV-QTD
           END-EXEC.

       2600-AVANCAR-MARCA-DAGUA.

           EXEC SQL
               UPDATE export_checkpoint
                  SET ultimo_id = :PTV-MAXIMO-ID,
                      atualizado_em = CURRENT_TIMESTAMP
                WHERE programa = :PTV-PROGRAMA
           END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO
               DISPLAY
                   "ERRO AO TENTAR AVANCAR A MARCA D'AGUA: " SQLERRM
               PERFORM 2990-ABORTAR
           END-IF.

       2900-CONFERIR-REGRA.

           IF  SQLCODE NOT EQUAL ZERO AND SQLCODE NOT EQUAL 100
               DISPLAY
                   "ERRO AO TENTAR APLICAR A REGRA "
                   FUNCTION TRIM(WRK-REGRA-NOME) ": " SQLERRM
               PERFORM 2990-ABORTAR
           END-IF.

       2990-ABORTAR.

      * A FILA E A MARCA D'AGUA VOLTAM JUNTAS; A PROXIMA EXECUCAO
      * PONTUA O MESMO LOTE.
           EXEC SQL ROLLBACK END-EXEC.
           PERFORM 8800-LIBERAR-TRAVA-JOB.
           PERFORM 8900-ENCERRAR-CONEXAO.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.

       3000-FINALIZAR.

           MOVE WRK-QTD-VENDAS TO WRK-QTD-MASK.
           DISPLAY
               "TOTAL DE VENDAS PONTUADAS.....: "
               FUNCTION TRIM(WRK-QTD-MASK).
           MOVE PTV-QTD TO WRK-QTD-MASK.
           DISPLAY
               "TOTAL DE VENDAS SINALIZADAS...: "
               FUNCTION TRIM(WRK-QTD-MASK).
           DISPLAY
               "REGRAS LIGADAS (VALOR-ALTO, RAJADA, FERIADO, "
               "CLIENTE-INATIVO): " WRK-REGRA-VALOR-ALTO " "
               WRK-REGRA-RAJADA " " WRK-REGRA-FERIADO " "
               WRK-REGRA-INATIVO.

           IF  PTV-QTD > ZERO
               PERFORM 3100-AVISAR-FINANCEIRO
           END-IF.

           PERFORM 8800-LIBERAR-TRAVA-JOB.
           PERFORM 8900-ENCERRAR-CONEXAO.

       3100-AVISAR-FINANCEIRO.

           MOVE SPACES TO WRK-MAIL-ASSUNTO.
           STRING
               "VENDAS PARA REVISAO: " FUNCTION TRIM(WRK-QTD-MASK)
               " NOVA(S) NA FILA"
               DELIMITED BY SIZE
               INTO WRK-MAIL-ASSUNTO
           END-STRING.

           MOVE SPACES TO WRK-MAIL-CORPO.
           STRING
               FUNCTION TRIM(WRK-QTD-MASK)
               " VENDA(S) FORAM SINALIZADAS PELAS REGRAS DE SUSPEITA "
               "E AGUARDAM APROVACAO OU REJEICAO EM "
               "PROG-REVISAO-VENDAS ANTES DO FECHAMENTO DO DIA."
               DELIMITED BY SIZE
               INTO WRK-MAIL-CORPO
           END-STRING.

           CALL 'MOD-ENVIA-EMAIL'
               USING WRK-MAIL-LISTA, WRK-MAIL-ASSUNTO, WRK-MAIL-CORPO
               END-CALL.

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

       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG-VERIFICA-FINANCEIRO.
      *******************************************
      * AUTOR:
      * DATA:
      * ALTERACOES:
      *   - BATCH NOTURNO DE INTEGRIDADE FINANCEIRA DAS VENDAS, O
      *     QUE PROG-VERIFICA-INTEGRIDADE NAO OLHA (ELE SO CONFERE
      *     CHAVES, NAO DINHEIRO). TRES VERIFICACOES:
      *     VENDA->ITENS (VENDA.VALOR CONTRA A SOMA DE QUANTIDADE X
      *     PRECO_UNITARIO DOS ITENS, SO PARA VENDA QUE TEM ITEM),
      *     FECHAMENTO->VENDAS (CADA DIA FECHADO EM VENDA_FECHAMENTO
      *     CONTRA UMA NOVA APURACAO DAS VENDAS NAO CANCELADAS DO
      *     DIA, EM VALOR E QUANTIDADE) E RECEBIVEIS->VENDA (A SOMA
      *     DAS PARCELAS NAO ESTORNADAS DE VENDA NAO CANCELADA
      *     CONTRA O VALOR DA VENDA MENOS AS DEVOLUCOES, A MESMA
      *     REGRA DE MOD-PARCELAS-VENDA). CADA DIVERGENCIA E GRAVADA
      *     EM FINANCEIRO_ACHADOS (RETRATO REFEITO A CADA EXECUCAO)
      *     E NO RELATORIO DE DIVERGENCIAS EM 132 COLUNAS
      *     (ARQ_DIVERGENCIAS_FINANCEIRAS, PADRAO
      *     DIVERGENCIAS_FINANCEIRAS.TXT), REGISTRADO NO CATALOGO
      *     CENTRAL DE RELATORIOS. VERIFICACAO COM DIVERGENCIA ABRE
      *     (OU ATUALIZA) UM INCIDENTE VIA MOD-REGISTRA-INCIDENTE E
      *     AVISA A LISTA "financeiro" POR MOD-ENVIA-EMAIL (LISTA
      *     VAZIA E NAO-ENVIO SILENCIOSO); VERIFICACAO LIMPA FECHA O
      *     INCIDENTE. VERIFICACAO CUJA TABELA AINDA NAO EXISTE E
      *     PULADA. COM ALGUMA DIVERGENCIA O JOB TERMINA COM
      *     RETURN-CODE 8.
      *   - EXIBE NO INICIO DO LOG DA EXECUCAO O CARIMBO DE VERSAO
      *     (BUILD) COM QUE O PROGRAMA FOI IMPLANTADO.
      *******************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT ARQ-DIVERGENCIAS ASSIGN TO WRK-ARQ-DIVERG-NOME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-ARQ-DIVERG.

       DATA DIVISION.
       FILE SECTION.

       FD  ARQ-DIVERGENCIAS.
       01  REG-DIVERGENCIA                 PIC X(132).

       WORKING-STORAGE SECTION.

       COPY VERSAO-BUILD.

       77  WRK-ARQ-DIVERG-NOME             PIC X(255).
       77  WRK-FS-ARQ-DIVERG               PIC X(2).

       77  WRK-DB-STRING                   PIC X(255).
       77  WRK-APP-ENV                     PIC X(10).
       77  WRK-QTD-MASK                    PIC Z(9)9.
       77  WRK-QTD-TOTAL                   PIC 9(10)   VALUE ZERO.
       77  WRK-VALOR-MASK-1                PIC -Z(9)9.99.
       77  WRK-VALOR-MASK-2                PIC -Z(9)9.99.
       77  WRK-VALOR-MASK-3                PIC -Z(9)9.99.
       77  WRK-IX                          PIC 9(2)    VALUE ZERO.

       77  WRK-REL-PROGRAMA                PIC X(60)
               VALUE "PROG-VERIFICA-FINANCEIRO".
       77  WRK-REL-PERIODO                 PIC X(30).
       77  WRK-REL-QTD                     PIC 9(10)   VALUE ZERO.

       77  WRK-INC-ACAO                    PIC X(10).
       77  WRK-INC-ORIGEM                  PIC X(60)
               VALUE "PROG-VERIFICA-FINANCEIRO".
       77  WRK-INC-CONDICAO                PIC X(60).
       77  WRK-INC-DETALHES                PIC X(255).

       77  WRK-MAIL-LISTA                  PIC X(60)
               VALUE "financeiro".
       77  WRK-MAIL-ASSUNTO                PIC X(120).
       77  WRK-MAIL-CORPO                  PIC X(1000).

       77  WRK-FLAG-FIM-ACHADOS            PIC X(1)    VALUE 'N'.
           88  FIM-ACHADOS                             VALUE 'S'.
           88  NAO-FIM-ACHADOS                         VALUE 'N'.

      * UMA ENTRADA POR VERIFICACAO: A CONDICAO DO INCIDENTE, SE A
      * VERIFICACAO RODOU (TABELAS PRESENTES) E QUANTAS DIVERGENCIAS
      * ACHOU.
       01  WRK-VERIFICACOES.
           05 WRK-VERIFICACAO OCCURS 3 TIMES.
              10 WRK-VRF-NOME              PIC X(30).
              10 WRK-VRF-CONDICAO          PIC X(60).
              10 WRK-VRF-APURADA           PIC X(1).
                 88  VRF-APURADA                       VALUE 'S'.
              10 WRK-VRF-QTD               PIC 9(10).

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.

       01  HOSTVARS.
           05 BUFFER     PIC X(1024).

       01  SQL-01-VARS.
           05 FIN-TABELA-1      PIC X(30).
           05 FIN-TABELA-2      PIC X(30).
           05 FIN-EXISTE        PIC 9(10).
           05 FIN-QTD           PIC 9(10).
           05 FIN-VERIFICACAO   PIC X(30).
           05 FIN-CHAVE         PIC X(20).
           05 FIN-REGISTRADO    PIC S9(10)V99.
           05 FIN-APURADO       PIC S9(10)V99.
           05 FIN-DIFERENCA     PIC S9(10)V99.
           05 FIN-AGORA         PIC X(19).

       EXEC SQL END DECLARE SECTION END-EXEC.


       PROCEDURE DIVISION.

       MAIN-PROCEDURE.

           DISPLAY "BUILD EM EXECUCAO: " FUNCTION TRIM(VERSAO-BUILD).

           PERFORM 1000-INICIALIZAR.
           PERFORM 1100-CONECTAR-BANCO-DE-DADOS.
           PERFORM 1200-GARANTIR-TABELA-ACHADOS.

           PERFORM 2000-VENDA-CONTRA-ITENS.
           PERFORM 2100-FECHAMENTO-CONTRA-VENDAS.
           PERFORM 2200-RECEBIVEIS-CONTRA-VENDA.

           PERFORM 2500-GRAVAR-RELATORIO.

           PERFORM 3000-FINALIZAR.
           STOP RUN.

       1000-INICIALIZAR.

           ACCEPT WRK-ARQ-DIVERG-NOME FROM ENVIRONMENT
               "ARQ_DIVERGENCIAS_FINANCEIRAS".
           IF  FUNCTION TRIM(WRK-ARQ-DIVERG-NOME) = SPACES
               MOVE "DIVERGENCIAS_FINANCEIRAS.TXT"
                   TO WRK-ARQ-DIVERG-NOME
           END-IF.

           MOVE "VENDA->ITENS" TO WRK-VRF-NOME(1).
           MOVE "DIVERGENCIA-VENDA-ITENS" TO WRK-VRF-CONDICAO(1).
           MOVE "FECHAMENTO->VENDAS" TO WRK-VRF-NOME(2).
           MOVE "DIVERGENCIA-FECHAMENTO-VENDAS"
               TO WRK-VRF-CONDICAO(2).
           MOVE "RECEBIVEIS->VENDA" TO WRK-VRF-NOME(3).
           MOVE "DIVERGENCIA-RECEBIVEIS-VENDA"
               TO WRK-VRF-CONDICAO(3).

           PERFORM 1010-LIMPAR-VERIFICACAO
               VARYING WRK-IX FROM 1 BY 1 UNTIL WRK-IX > 3.

       1010-LIMPAR-VERIFICACAO.

           MOVE 'N' TO WRK-VRF-APURADA(WRK-IX).
           MOVE ZERO TO WRK-VRF-QTD(WRK-IX).

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

           EXEC SQL
               SELECT DATE_FORMAT(NOW(), '%Y-%m-%d %H:%i:%s')
                 INTO :FIN-AGORA
           END-EXEC.

       1200-GARANTIR-TABELA-ACHADOS.

           EXEC SQL
               CREATE TABLE IF NOT EXISTS financeiro_achados (
                   id               INT NOT NULL PRIMARY KEY
                                        AUTO_INCREMENT,
                   verificacao      VARCHAR(30) NOT NULL,
                   chave            VARCHAR(20) NOT NULL,
                   valor_registrado DECIMAL(12,2) NOT NULL,
                   valor_apurado    DECIMAL(12,2) NOT NULL,
                   diferenca        DECIMAL(12,2) NOT NULL,
                   criado_em        DATETIME NOT NULL
                       DEFAULT CURRENT_TIMESTAMP,
                   KEY ix_financeiro_achados_verificacao
                       (verificacao)
               )
           END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO
               DISPLAY
                   "ERRO AO TENTAR CRIAR FINANCEIRO_ACHADOS: "
                   SQLERRM
               EXEC SQL CONNECT RESET END-EXEC
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      * CADA EXECUCAO E UM RETRATO COMPLETO; OS ACHADOS DA ANTERIOR
      * SAO DESCARTADOS.
           EXEC SQL
               DELETE FROM financeiro_achados
           END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO
               DISPLAY
                   "ERRO AO TENTAR LIMPAR OS ACHADOS ANTERIORES: "
                   SQLERRM
               EXEC SQL CONNECT RESET END-EXEC
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           EXEC SQL COMMIT END-EXEC.

       1900-VERIFICAR-TABELAS-EXISTEM.

      * FIN-EXISTE VOLTA 2 QUANDO AS DUAS TABELAS DA VERIFICACAO
      * EXISTEM; QUALQUER COISA MENOR PULA A VERIFICACAO.
           EXEC SQL
               SELECT COUNT(*)
                 INTO :FIN-EXISTE
                 FROM information_schema.tables
                WHERE table_schema = DATABASE()
                  AND table_name IN (:FIN-TABELA-1, :FIN-TABELA-2)
           END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO
               DISPLAY
                   "ERRO AO TENTAR VERIFICAR AS TABELAS: " SQLERRM
               EXEC SQL CONNECT RESET END-EXEC
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       1950-APURAR-E-RESUMIR.

           IF  SQLCODE NOT EQUAL ZERO
               DISPLAY
                   "ERRO AO TENTAR APURAR A VERIFICACAO "
                   FUNCTION TRIM(WRK-VRF-NOME(WRK-IX)) ": " SQLERRM
               EXEC SQL ROLLBACK END-EXEC
               EXEC SQL CONNECT RESET END-EXEC
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           EXEC SQL
               SELECT ROW_COUNT() INTO :FIN-QTD
           END-EXEC.

           EXEC SQL COMMIT END-EXEC.

           MOVE 'S' TO WRK-VRF-APURADA(WRK-IX).
           MOVE FIN-QTD TO WRK-VRF-QTD(WRK-IX).
           ADD FIN-QTD TO WRK-QTD-TOTAL.

           MOVE FIN-QTD TO WRK-QTD-MASK.
           DISPLAY
               "VERIFICACAO " FUNCTION TRIM(WRK-VRF-NOME(WRK-IX))
               ": " FUNCTION TRIM(WRK-QTD-MASK) " DIVERGENCIA(S)".

       2000-VENDA-CONTRA-ITENS.

           MOVE 1 TO WRK-IX.
           MOVE "venda" TO FIN-TABELA-1.
           MOVE "venda_itens" TO FIN-TABELA-2.
           PERFORM 1900-VERIFICAR-TABELAS-EXISTEM.
           IF  FIN-EXISTE < 2
               EXIT PARAGRAPH
           END-IF.

      * O VALOR DA VENDA E RECALCULADO A CADA GRAVACAO DE ITEM; SE
      * ELE NAO BATE COM OS ITENS, ALGUEM MEXEU POR FORA. VENDA SEM
      * ITEM (CRIADA SO COM O VALOR) NAO TEM O QUE CONFERIR.
           EXEC SQL
               INSERT INTO financeiro_achados
                   (verificacao, chave, valor_registrado,
                    valor_apurado, diferenca)
               SELECT 'VENDA->ITENS', CAST(v.id AS CHAR), v.valor,
                      i.total, v.valor - i.total
                 FROM venda v
                 JOIN (SELECT venda_id,
                              SUM(quantidade * preco_unitario)
                                  AS total
                         FROM venda_itens
                        GROUP BY venda_id) i
                   ON i.venda_id = v.id
                WHERE v.valor <> i.total
           END-EXEC.

           PERFORM 1950-APURAR-E-RESUMIR.

       2100-FECHAMENTO-CONTRA-VENDAS.

           MOVE 2 TO WRK-IX.
           MOVE "venda_fechamento" TO FIN-TABELA-1.
           MOVE "venda" TO FIN-TABELA-2.
           PERFORM 1900-VERIFICAR-TABELAS-EXISTEM.
           IF  FIN-EXISTE < 2
               EXIT PARAGRAPH
           END-IF.

      * O DIA FECHADO E APURADO DE NOVO PELA MESMA REGRA DE
      * PROG-FECHA-VENDAS (VENDAS NAO CANCELADAS DA DATA DA VENDA).
      * DIA REABERTO NAO ENTRA: O TOTAL DELE AINDA VAI MUDAR.
           EXEC SQL
               INSERT INTO financeiro_achados
                   (verificacao, chave, valor_registrado,
                    valor_apurado, diferenca)
               SELECT 'FECHAMENTO->VENDAS',
                      DATE_FORMAT(f.dia, '%Y-%m-%d'),
                      f.valor_total, COALESCE(a.total, 0),
                      f.valor_total - COALESCE(a.total, 0)
                 FROM venda_fechamento f
                 LEFT JOIN (SELECT data_venda, COUNT(*) AS qtd,
                                   SUM(valor) AS total
                              FROM venda
                             WHERE cancelada_em IS NULL
                             GROUP BY data_venda) a
                   ON a.data_venda = f.dia
                WHERE f.status = 'FECHADO'
                  AND (f.valor_total <> COALESCE(a.total, 0)
                       OR f.qtd_vendas <> COALESCE(a.qtd, 0))
           END-EXEC.

           PERFORM 1950-APURAR-E-RESUMIR.

       2200-RECEBIVEIS-CONTRA-VENDA.

           MOVE 3 TO WRK-IX.
           MOVE "venda_parcela" TO FIN-TABELA-1.
           MOVE "venda" TO FIN-TABELA-2.
           PERFORM 1900-VERIFICAR-TABELAS-EXISTEM.
           IF  FIN-EXISTE < 2
               EXIT PARAGRAPH
           END-IF.

      * SO VENDA QUE JA TEM PARCELA E CONFERIDA. O ESPERADO E O DE
      * MOD-PARCELAS-VENDA: O VALOR DA VENDA MENOS AS DEVOLUCOES,
      * NUNCA NEGATIVO. SEM A TABELA DE DEVOLUCOES NO AMBIENTE, SO O
      * VALOR DA VENDA CONTA — O SQL COM A TABELA AUSENTE NAO
      * COMPILARIA.
           MOVE "venda_devolucao" TO FIN-TABELA-1.
           MOVE "venda_devolucao" TO FIN-TABELA-2.
           PERFORM 1900-VERIFICAR-TABELAS-EXISTEM.

           IF  FIN-EXISTE > ZERO
               EXEC SQL
                   INSERT INTO financeiro_achados
                       (verificacao, chave, valor_registrado,
                        valor_apurado, diferenca)
                   SELECT 'RECEBIVEIS->VENDA', CAST(v.id AS CHAR),
                          p.total,
                          GREATEST(v.valor - COALESCE(d.total, 0), 0),
                          p.total -
                          GREATEST(v.valor - COALESCE(d.total, 0), 0)
                     FROM venda v
                     JOIN (SELECT venda_id, SUM(valor) AS total
                             FROM venda_parcela
                            WHERE situacao <> 'ESTORNADA'
                            GROUP BY venda_id) p
                       ON p.venda_id = v.id
                     LEFT JOIN (SELECT venda_id, SUM(valor) AS total
                                  FROM venda_devolucao
                                 GROUP BY venda_id) d
                       ON d.venda_id = v.id
                    WHERE v.cancelada_em IS NULL
                      AND p.total <>
                          GREATEST(v.valor - COALESCE(d.total, 0), 0)
               END-EXEC
           ELSE
               EXEC SQL
                   INSERT INTO financeiro_achados
                       (verificacao, chave, valor_registrado,
                        valor_apurado, diferenca)
                   SELECT 'RECEBIVEIS->VENDA', CAST(v.id AS CHAR),
                          p.total, v.valor, p.total - v.valor
                     FROM venda v
                     JOIN (SELECT venda_id, SUM(valor) AS total
                             FROM venda_parcela
                            WHERE situacao <> 'ESTORNADA'
                            GROUP BY venda_id) p
                       ON p.venda_id = v.id
                    WHERE v.cancelada_em IS NULL
                      AND p.total <> v.valor
               END-EXEC
           END-IF.

           PERFORM 1950-APURAR-E-RESUMIR.

       2500-GRAVAR-RELATORIO.

           OPEN OUTPUT ARQ-DIVERGENCIAS.

           IF  WRK-FS-ARQ-DIVERG NOT = "00"
               DISPLAY
                   "ERRO AO TENTAR ABRIR O RELATORIO DE "
                   "DIVERGENCIAS: " FUNCTION TRIM(WRK-ARQ-DIVERG-NOME)
               EXEC SQL CONNECT RESET END-EXEC
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE SPACES TO REG-DIVERGENCIA.
           STRING
               "DIVERGENCIAS FINANCEIRAS DAS VENDAS - " FIN-AGORA
               " - AMBIENTE "
               FUNCTION UPPER-CASE(FUNCTION TRIM(WRK-APP-ENV))
               DELIMITED BY SIZE
               INTO REG-DIVERGENCIA
           END-STRING.
           PERFORM 2900-GRAVAR-LINHA.

           MOVE SPACES TO REG-DIVERGENCIA.
           MOVE ALL "=" TO REG-DIVERGENCIA(1:132).
           PERFORM 2900-GRAVAR-LINHA.

           MOVE SPACES TO REG-DIVERGENCIA.
           STRING
               "   VERIFICACAO                     CHAVE           "
               "          REGISTRADO        APURADO      DIFERENCA"
               DELIMITED BY SIZE
               INTO REG-DIVERGENCIA
           END-STRING.
           PERFORM 2900-GRAVAR-LINHA.

           EXEC SQL
               DECLARE CUR-FIN-ACHADOS CURSOR FOR
                   SELECT verificacao, chave, valor_registrado,
                          valor_apurado, diferenca
                     FROM financeiro_achados
                    ORDER BY verificacao, id
           END-EXEC.

           EXEC SQL
               OPEN CUR-FIN-ACHADOS
           END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO
               DISPLAY
                   "ERRO AO TENTAR ABRIR CURSOR DOS ACHADOS: "
                   SQLERRM
               CLOSE ARQ-DIVERGENCIAS
               EXEC SQL CONNECT RESET END-EXEC
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM 2510-BUSCAR-PROXIMO-ACHADO.
           PERFORM 2520-GRAVAR-LINHA-ACHADO UNTIL FIM-ACHADOS.

           EXEC SQL CLOSE CUR-FIN-ACHADOS END-EXEC.

           PERFORM 2600-GRAVAR-RESUMO.

           CLOSE ARQ-DIVERGENCIAS.

       2510-BUSCAR-PROXIMO-ACHADO.

           EXEC SQL
               FETCH CUR-FIN-ACHADOS
                   INTO :FIN-VERIFICACAO, :FIN-CHAVE,
                        :FIN-REGISTRADO, :FIN-APURADO, :FIN-DIFERENCA
           END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO
               SET FIM-ACHADOS TO TRUE
           END-IF.

       2520-GRAVAR-LINHA-ACHADO.

           MOVE FIN-REGISTRADO TO WRK-VALOR-MASK-1.
           MOVE FIN-APURADO TO WRK-VALOR-MASK-2.
           MOVE FIN-DIFERENCA TO WRK-VALOR-MASK-3.

           MOVE SPACES TO REG-DIVERGENCIA.
           STRING
               "   " FIN-VERIFICACAO
               "  " FIN-CHAVE
               "  " WRK-VALOR-MASK-1
               "  " WRK-VALOR-MASK-2
               "  " WRK-VALOR-MASK-3
               DELIMITED BY SIZE
               INTO REG-DIVERGENCIA
           END-STRING.
           PERFORM 2900-GRAVAR-LINHA.

           ADD 1 TO WRK-REL-QTD.

           PERFORM 2510-BUSCAR-PROXIMO-ACHADO.

       2600-GRAVAR-RESUMO.

           MOVE SPACES TO REG-DIVERGENCIA.
           MOVE ALL "-" TO REG-DIVERGENCIA(1:132).
           PERFORM 2900-GRAVAR-LINHA.

           PERFORM 2610-GRAVAR-RESUMO-VERIFICACAO
               VARYING WRK-IX FROM 1 BY 1 UNTIL WRK-IX > 3.

           MOVE WRK-QTD-TOTAL TO WRK-QTD-MASK.
           MOVE SPACES TO REG-DIVERGENCIA.
           STRING
               "   TOTAL DE DIVERGENCIAS..........: "
               FUNCTION TRIM(WRK-QTD-MASK)
               DELIMITED BY SIZE
               INTO REG-DIVERGENCIA
           END-STRING.
           PERFORM 2900-GRAVAR-LINHA.

       2610-GRAVAR-RESUMO-VERIFICACAO.

           MOVE SPACES TO REG-DIVERGENCIA.
           IF  VRF-APURADA(WRK-IX)
               MOVE WRK-VRF-QTD(WRK-IX) TO WRK-QTD-MASK
               STRING
                   "   " WRK-VRF-NOME(WRK-IX) "  "
                   FUNCTION TRIM(WRK-QTD-MASK) " DIVERGENCIA(S)"
                   DELIMITED BY SIZE
                   INTO REG-DIVERGENCIA
               END-STRING
           ELSE
               STRING
                   "   " WRK-VRF-NOME(WRK-IX) "  "
                   "NAO VERIFICADA (TABELA AUSENTE)"
                   DELIMITED BY SIZE
                   INTO REG-DIVERGENCIA
               END-STRING
           END-IF.
           PERFORM 2900-GRAVAR-LINHA.

       2900-GRAVAR-LINHA.

           WRITE REG-DIVERGENCIA.

           IF  WRK-FS-ARQ-DIVERG NOT = "00"
               DISPLAY
                   "ERRO AO TENTAR GRAVAR NO RELATORIO DE "
                   "DIVERGENCIAS."
               CLOSE ARQ-DIVERGENCIAS
               EXEC SQL CONNECT RESET END-EXEC
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       3000-FINALIZAR.

           EXEC SQL CONNECT RESET END-EXEC.

      * O RELATORIO E OS INCIDENTES SAO REGISTRADOS DEPOIS DO CONNECT
      * RESET DESTE JOB: OS MODULOS OBTEM A SUA SESSAO VIA
      * MOD-CONEXAO-BD, QUE ABRE UMA NOVA JA QUE A DAQUI FOI
      * ENCERRADA.
           MOVE SPACES TO WRK-REL-PERIODO.
           MOVE FIN-AGORA(1:10) TO WRK-REL-PERIODO.
           CALL 'MOD-REGISTRA-RELATORIO'
               USING WRK-REL-PROGRAMA, WRK-ARQ-DIVERG-NOME,
                   WRK-REL-PERIODO, WRK-REL-QTD
               END-CALL.

           PERFORM 3100-REGISTRAR-INCIDENTE
               VARYING WRK-IX FROM 1 BY 1 UNTIL WRK-IX > 3.

           MOVE WRK-QTD-TOTAL TO WRK-QTD-MASK.
           DISPLAY
               "TOTAL DE DIVERGENCIAS ENCONTRADAS: "
               FUNCTION TRIM(WRK-QTD-MASK).
           DISPLAY
               "RELATORIO DE DIVERGENCIAS GRAVADO EM: "
               FUNCTION TRIM(WRK-ARQ-DIVERG-NOME).

           IF  WRK-QTD-TOTAL > ZERO
               MOVE 8 TO RETURN-CODE
           END-IF.

       3100-REGISTRAR-INCIDENTE.

      * VERIFICACAO PULADA NAO ABRE NEM FECHA NADA: SEM A TABELA NAO
      * HA COMO DIZER SE A DIVERGENCIA SUMIU.
           IF  NOT VRF-APURADA(WRK-IX)
               EXIT PARAGRAPH
           END-IF.

           MOVE WRK-VRF-CONDICAO(WRK-IX) TO WRK-INC-CONDICAO.
           MOVE SPACES TO WRK-INC-DETALHES.

           IF  WRK-VRF-QTD(WRK-IX) = ZERO
               MOVE "FECHAR" TO WRK-INC-ACAO
               CALL 'MOD-REGISTRA-INCIDENTE'
                   USING WRK-INC-ACAO, WRK-INC-ORIGEM,
                       WRK-INC-CONDICAO, WRK-INC-DETALHES
                   END-CALL
               EXIT PARAGRAPH
           END-IF.

      * A DIVERGENCIA VIRA INCIDENTE: REPETICOES NAS NOITES SEGUINTES
      * SO ATUALIZAM O INCIDENTE ABERTO, E O FINANCEIRO RECEBE O
      * AVISO NA LISTA financeiro ANTES DO FECHAMENTO DO MES.
           MOVE "ABRIR" TO WRK-INC-ACAO.
           MOVE WRK-VRF-QTD(WRK-IX) TO WRK-QTD-MASK.
           STRING
               FUNCTION TRIM(WRK-QTD-MASK) " DIVERGENCIA(S) EM "
               FUNCTION TRIM(WRK-VRF-NOME(WRK-IX))
               " NA VERIFICACAO DE " FIN-AGORA
               "; DETALHES EM FINANCEIRO_ACHADOS E EM "
               FUNCTION TRIM(WRK-ARQ-DIVERG-NOME)
               DELIMITED BY SIZE
               INTO WRK-INC-DETALHES
           END-STRING.
           CALL 'MOD-REGISTRA-INCIDENTE'
               USING WRK-INC-ACAO, WRK-INC-ORIGEM,
                   WRK-INC-CONDICAO, WRK-INC-DETALHES
               END-CALL.

           MOVE SPACES TO WRK-MAIL-ASSUNTO.
           STRING
               "DIVERGENCIA FINANCEIRA: "
               FUNCTION TRIM(WRK-VRF-NOME(WRK-IX))
               DELIMITED BY SIZE
               INTO WRK-MAIL-ASSUNTO
           END-STRING.
           MOVE WRK-INC-DETALHES TO WRK-MAIL-CORPO.
           CALL 'MOD-ENVIA-EMAIL'
               USING WRK-MAIL-LISTA, WRK-MAIL-ASSUNTO, WRK-MAIL-CORPO
               END-CALL.

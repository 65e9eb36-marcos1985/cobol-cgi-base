       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG-CURVA-ABC.
      *******************************************
      * AUTOR:
      * DATA:
      * ALTERACOES:
      *   - BATCH MENSAL DA CURVA ABC DE PRODUTOS E DE CLIENTES.
      *     O PERIODO VEM DE CURVA_ABC_MES (AAAA-MM, PADRAO O MES
      *     ANTERIOR) OU, PARA UM PERIODO LIVRE, DE CURVA_ABC_INICIO
      *     E CURVA_ABC_FIM (AAAA-MM-DD, OS DOIS JUNTOS). O PERIODO
      *     ANTERIOR DE COMPARACAO E O MES ANTERIOR OU, NO PERIODO
      *     LIVRE, O MESMO NUMERO DE DIAS IMEDIATAMENTE ANTES. ENTRA
      *     A VENDA NAO CANCELADA PELA DATA DA VENDA: O PRODUTO PELA
      *     RECEITA DOS ITENS (QUANTIDADE X PRECO UNITARIO) E PELAS
      *     UNIDADES VENDIDAS, O CLIENTE PELO VALOR DAS VENDAS E PELA
      *     QUANTIDADE DE VENDAS. CADA DIMENSAO E ORDENADA PELA
      *     RECEITA E CLASSIFICADA PELA PARTICIPACAO ACUMULADA ANTES
      *     DO ITEM: ABAIXO DE curva_abc.corte_a (PADRAO 80) E
      *     CLASSE A, ABAIXO DE curva_abc.corte_b (PADRAO 95) E
      *     CLASSE B, O RESTANTE E CLASSE C (CONFIGURACAO CENTRAL VIA
      *     MOD-LE-CONFIG). A POSICAO PELA QUANTIDADE TAMBEM E
      *     APURADA. O RESULTADO DOS DOIS PERIODOS FICA EM
      *     CURVA_ABC_ITEM (REAPURADO A CADA EXECUCAO) E O RELATORIO
      *     DE 132 COLUNAS (ARQ_CURVA_ABC, PADRAO
      *     CURVA_ABC_<INICIO>_<FIM>.TXT) E O CSV (ARQ_CURVA_ABC_CSV,
      *     PADRAO CURVA_ABC_<INICIO>_<FIM>.CSV) TRAZEM A POSICAO, A
      *     CLASSE E A RECEITA DO PERIODO ANTERIOR E A VARIACAO DA
      *     RECEITA; OS DOIS ARQUIVOS SAO REGISTRADOS NO CATALOGO
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

           SELECT ARQ-CSV ASSIGN TO WRK-ARQ-CSV-NOME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-ARQ-CSV.

       DATA DIVISION.
       FILE SECTION.

       FD  ARQ-RELATORIO.
       01  REG-RELATORIO                   PIC X(132).

       FD  ARQ-CSV.
       01  REG-CSV                         PIC X(512).

       WORKING-STORAGE SECTION.

       COPY VERSAO-BUILD.

       77  WRK-ARQ-RELATORIO-NOME          PIC X(255).
       77  WRK-FS-ARQ-RELATORIO            PIC X(2).
       77  WRK-ARQ-CSV-NOME                PIC X(255).
       77  WRK-FS-ARQ-CSV                  PIC X(2).

       77  WRK-CONEXAO-ACAO                PIC X(10).
       77  WRK-CONEXAO-OK                  PIC X(1).
           88  CONEXAO-DISPONIVEL                      VALUE 'S'.
       77  WRK-CONEXAO-MSG                 PIC X(255).

       77  WRK-APP-ENV                     PIC X(10).
       77  WRK-REL-PROGRAMA                PIC X(60)
               VALUE "PROG-CURVA-ABC".
       77  WRK-REL-PERIODO                 PIC X(30).
       77  WRK-REL-QTD                     PIC 9(10)   VALUE ZERO.

       77  WRK-CFG-CHAVE                   PIC X(60).
       77  WRK-CFG-VALOR                   PIC X(255).
       77  WRK-CFG-ENCONTRADA              PIC X(1).
           88  CONFIG-ENCONTRADA                       VALUE 'S'.
       77  WRK-CFG-NUM-STG                 PIC X(12).
       77  WRK-CFG-NUM-CHECK               PIC X(12).
       77  WRK-CFG-NUMERO                  PIC 9(3).

       77  WRK-CORTE-A                     PIC 9(3)    VALUE 80.
       77  WRK-CORTE-B                     PIC 9(3)    VALUE 95.

       77  WRK-FLAG-PERIODO                PIC X(1)    VALUE 'M'.
           88  PERIODO-MENSAL                          VALUE 'M'.
           88  PERIODO-LIVRE                           VALUE 'L'.

       77  WRK-ID-MASK                     PIC Z(9)9.
       77  WRK-POS-MASK                    PIC Z(4)9.
       77  WRK-QTD-MASK                    PIC Z(9)9.
       77  WRK-VALOR-MASK                  PIC Z(10)9.99.
       77  WRK-PCT-MASK                    PIC ZZ9.99.
       77  WRK-VAR-MASK                    PIC -(4)9.99.
       77  WRK-CORTE-MASK                  PIC ZZ9.

       77  WRK-DIMENSAO-TITULO             PIC X(60).
       77  WRK-NOME-CSV                    PIC X(255).
       77  WRK-CSV-POS-ANT                 PIC X(10).
       77  WRK-CSV-RECEITA-ANT             PIC X(14).
       77  WRK-CSV-VARIACAO                PIC X(8).
       77  WRK-PTR                         PIC 9(4)    COMP.

       77  WRK-POSICAO                     PIC 9(10)   VALUE ZERO.
       77  WRK-ACUMULADO                   PIC 9(13)V99 VALUE ZERO.
       77  WRK-PCT-ANTES                   PIC 9(3)V9(4).
       77  WRK-PARTICIPACAO                PIC 9(3)V99.
       77  WRK-VARIACAO                    PIC S9(15)V99.

       77  WRK-QTD-ITENS                   PIC 9(10)   VALUE ZERO.
       77  WRK-QTD-A                       PIC 9(10)   VALUE ZERO.
       77  WRK-QTD-B                       PIC 9(10)   VALUE ZERO.
       77  WRK-QTD-C                       PIC 9(10)   VALUE ZERO.
       77  WRK-REC-A                       PIC 9(13)V99 VALUE ZERO.
       77  WRK-REC-B                       PIC 9(13)V99 VALUE ZERO.
       77  WRK-REC-C                       PIC 9(13)V99 VALUE ZERO.
       77  WRK-QTD-NOVOS                   PIC 9(10)   VALUE ZERO.
       77  WRK-QTD-SUBIRAM                 PIC 9(10)   VALUE ZERO.
       77  WRK-QTD-CAIRAM                  PIC 9(10)   VALUE ZERO.

       77  WRK-TOT-LINHA-QTD               PIC 9(10).
       77  WRK-TOT-LINHA-REC               PIC 9(13)V99.
       77  WRK-TOT-LINHA-ROTULO            PIC X(28).

       77  WRK-FLAG-FIM-CURSOR             PIC X(1)    VALUE 'N'.
           88  FIM-CURSOR                              VALUE 'S'.
           88  NAO-FIM-CURSOR                          VALUE 'N'.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.

       01  HOSTVARS.
           05 BUFFER     PIC X(1024).

       01  SQL-01-VARS.
           05 ABC-MES-PARAM     PIC X(7).
           05 ABC-INICIO-PARAM  PIC X(10).
           05 ABC-FIM-PARAM     PIC X(10).
           05 ABC-INICIO        PIC X(10).
           05 ABC-FIM           PIC X(10).
           05 ABC-ANT-INICIO    PIC X(10).
           05 ABC-ANT-FIM       PIC X(10).
           05 ABC-P-INICIO      PIC X(10).
           05 ABC-P-FIM         PIC X(10).
           05 ABC-DIMENSAO      PIC X(10).
           05 ABC-TOTAL         PIC 9(13)V99.
           05 ABC-ANT-TOTAL     PIC 9(13)V99.
           05 ABC-ITEM-ID       PIC 9(10).
           05 ABC-NOME          PIC X(255).
           05 ABC-RECEITA       PIC 9(13)V99.
           05 ABC-QUANTIDADE    PIC 9(10).
           05 ABC-POSICAO       PIC 9(10).
           05 ABC-POSICAO-QTD   PIC 9(10).
           05 ABC-ACUMULADO     PIC 9(3)V99.
           05 ABC-CLASSE        PIC X(1).
           05 ABC-ANT-POSICAO   PIC 9(10).
           05 ABC-ANT-CLASSE    PIC X(1).
           05 ABC-ANT-RECEITA   PIC 9(13)V99.
           05 ABC-QTD-SAIRAM    PIC 9(10).

       EXEC SQL END DECLARE SECTION END-EXEC.


       PROCEDURE DIVISION.

       MAIN-PROCEDURE.

           DISPLAY "BUILD EM EXECUCAO: " FUNCTION TRIM(VERSAO-BUILD).

           PERFORM 1000-INICIALIZAR.
           PERFORM 1100-CONECTAR-BANCO-DE-DADOS.
           PERFORM 1150-LER-CONFIGURACAO.
           PERFORM 1200-RESOLVER-PERIODO.
           PERFORM 1250-GARANTIR-ESTRUTURA.

           MOVE ABC-INICIO TO ABC-P-INICIO.
           MOVE ABC-FIM    TO ABC-P-FIM.
           PERFORM 2000-APURAR-PERIODO.

           MOVE ABC-ANT-INICIO TO ABC-P-INICIO.
           MOVE ABC-ANT-FIM    TO ABC-P-FIM.
           PERFORM 2000-APURAR-PERIODO.

           PERFORM 1300-ABRIR-ARQUIVOS.

           MOVE "PRODUTO" TO ABC-DIMENSAO.
           MOVE "PRODUTOS (QTDE = UNIDADES VENDIDAS)"
               TO WRK-DIMENSAO-TITULO.
           PERFORM 3000-GRAVAR-DIMENSAO.

           MOVE "CLIENTE" TO ABC-DIMENSAO.
           MOVE "CLIENTES (QTDE = VENDAS NO PERIODO)"
               TO WRK-DIMENSAO-TITULO.
           PERFORM 3000-GRAVAR-DIMENSAO.

           PERFORM 4000-FINALIZAR.
           STOP RUN.

       1000-INICIALIZAR.

           ACCEPT WRK-ARQ-RELATORIO-NOME FROM ENVIRONMENT
               "ARQ_CURVA_ABC".
           ACCEPT WRK-ARQ-CSV-NOME FROM ENVIRONMENT
               "ARQ_CURVA_ABC_CSV".
           ACCEPT WRK-APP-ENV FROM ENVIRONMENT "APP_ENV".

           ACCEPT ABC-MES-PARAM FROM ENVIRONMENT "CURVA_ABC_MES".
           ACCEPT ABC-INICIO-PARAM FROM ENVIRONMENT
               "CURVA_ABC_INICIO".
           ACCEPT ABC-FIM-PARAM FROM ENVIRONMENT "CURVA_ABC_FIM".

           IF  FUNCTION TRIM(ABC-INICIO-PARAM) NOT = SPACES
           OR  FUNCTION TRIM(ABC-FIM-PARAM) NOT = SPACES
               PERFORM 1010-VALIDAR-PERIODO-LIVRE
           ELSE
               PERFORM 1020-VALIDAR-MES
           END-IF.

       1010-VALIDAR-PERIODO-LIVRE.

           IF  ABC-INICIO-PARAM(5:1) NOT = '-'
           OR  ABC-INICIO-PARAM(8:1) NOT = '-'
           OR  ABC-INICIO-PARAM(1:4) IS NOT NUMERIC
           OR  ABC-INICIO-PARAM(6:2) IS NOT NUMERIC
           OR  ABC-INICIO-PARAM(9:2) IS NOT NUMERIC
           OR  ABC-FIM-PARAM(5:1) NOT = '-'
           OR  ABC-FIM-PARAM(8:1) NOT = '-'
           OR  ABC-FIM-PARAM(1:4) IS NOT NUMERIC
           OR  ABC-FIM-PARAM(6:2) IS NOT NUMERIC
           OR  ABC-FIM-PARAM(9:2) IS NOT NUMERIC
               DISPLAY
                   "ERRO: CURVA_ABC_INICIO E CURVA_ABC_FIM DEVEM SER "
                   "INFORMADAS JUNTAS NO FORMATO AAAA-MM-DD."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           IF  ABC-FIM-PARAM < ABC-INICIO-PARAM
               DISPLAY
                   "ERRO: CURVA_ABC_FIM NAO PODE SER ANTERIOR A "
                   "CURVA_ABC_INICIO."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           SET PERIODO-LIVRE TO TRUE.

       1020-VALIDAR-MES.

           IF  FUNCTION TRIM(ABC-MES-PARAM) NOT = SPACES
               IF  ABC-MES-PARAM(5:1) NOT = '-'
               OR  ABC-MES-PARAM(1:4) IS NOT NUMERIC
               OR  ABC-MES-PARAM(6:2) IS NOT NUMERIC
               OR  ABC-MES-PARAM(6:2) < "01"
               OR  ABC-MES-PARAM(6:2) > "12"
                   DISPLAY
                       "ERRO: CURVA_ABC_MES DEVE ESTAR NO FORMATO "
                       "AAAA-MM."
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

           SET PERIODO-MENSAL TO TRUE.

       1100-CONECTAR-BANCO-DE-DADOS.

      * A SESSAO VEM DE MOD-CONEXAO-BD: A CONFIGURACAO E O REGISTRO
      * DOS RELATORIOS USAM A MESMA CONEXAO DO JOB.
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

       1150-LER-CONFIGURACAO.

      * CORTE NAO NUMERICO, ZERO OU ACIMA DE 100 MANTEM O PADRAO; SE
      * O CORTE DA CLASSE A NAO FICAR ABAIXO DO DA B, VALEM OS DOIS
      * PADROES (80 E 95).
           MOVE "curva_abc.corte_a" TO WRK-CFG-CHAVE.
           MOVE 80 TO WRK-CFG-NUMERO.
           PERFORM 1160-LER-CORTE.
           MOVE WRK-CFG-NUMERO TO WRK-CORTE-A.

           MOVE "curva_abc.corte_b" TO WRK-CFG-CHAVE.
           MOVE 95 TO WRK-CFG-NUMERO.
           PERFORM 1160-LER-CORTE.
           MOVE WRK-CFG-NUMERO TO WRK-CORTE-B.

           IF  WRK-CORTE-A NOT < WRK-CORTE-B
               DISPLAY
                   "AVISO: curva_abc.corte_a DEVE SER MENOR QUE "
                   "curva_abc.corte_b; USANDO OS CORTES 80 E 95."
               MOVE 80 TO WRK-CORTE-A
               MOVE 95 TO WRK-CORTE-B
           END-IF.

       1160-LER-CORTE.

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
               AND FUNCTION NUMVAL(WRK-CFG-NUM-STG) NOT > 100
                   COMPUTE WRK-CFG-NUMERO =
                       FUNCTION NUMVAL(WRK-CFG-NUM-STG)
               END-IF
           END-IF.

       1200-RESOLVER-PERIODO.

      * O PERIODO E RESOLVIDO NO BANCO. NO MENSAL O ANTERIOR E O MES
      * DE ANTES; NO LIVRE, O MESMO NUMERO DE DIAS LOGO ANTES DO
      * INICIO. DATA INEXISTENTE (2026-02-30) VOLTA EM BRANCO.
           IF  PERIODO-LIVRE
               EXEC SQL
                   SELECT COALESCE(DATE_FORMAT(
                              STR_TO_DATE(:ABC-INICIO-PARAM,
                                  '%Y-%m-%d'), '%Y-%m-%d'), ' '),
                          COALESCE(DATE_FORMAT(
                              STR_TO_DATE(:ABC-FIM-PARAM,
                                  '%Y-%m-%d'), '%Y-%m-%d'), ' ')
                     INTO :ABC-INICIO, :ABC-FIM
               END-EXEC
           ELSE
               EXEC SQL
                   SELECT DATE_FORMAT(COALESCE(
                              CONCAT(NULLIF(TRIM(:ABC-MES-PARAM), ''),
                                  '-01'),
                              DATE_FORMAT(CURRENT_DATE
                                  - INTERVAL 1 MONTH, '%Y-%m-01')),
                              '%Y-%m-%d'),
                          DATE_FORMAT(LAST_DAY(COALESCE(
                              CONCAT(NULLIF(TRIM(:ABC-MES-PARAM), ''),
                                  '-01'),
                              CURRENT_DATE - INTERVAL 1 MONTH)),
                              '%Y-%m-%d')
                     INTO :ABC-INICIO, :ABC-FIM
               END-EXEC
           END-IF.

           IF  SQLCODE NOT EQUAL ZERO
               DISPLAY
                   "ERRO AO TENTAR RESOLVER O PERIODO DA CURVA ABC: "
                   SQLERRM
               PERFORM 8900-ENCERRAR-CONEXAO
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           IF  ABC-INICIO = SPACES
           OR  ABC-FIM = SPACES
               DISPLAY
                   "ERRO: PERIODO DA CURVA ABC COM DATA INEXISTENTE."
               PERFORM 8900-ENCERRAR-CONEXAO
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           IF  PERIODO-LIVRE
               EXEC SQL
                   SELECT DATE_FORMAT(DATE_SUB(:ABC-INICIO,
                              INTERVAL DATEDIFF(:ABC-FIM, :ABC-INICIO)
                                  + 1 DAY), '%Y-%m-%d'),
                          DATE_FORMAT(DATE_SUB(:ABC-INICIO,
                              INTERVAL 1 DAY), '%Y-%m-%d')
                     INTO :ABC-ANT-INICIO, :ABC-ANT-FIM
               END-EXEC
           ELSE
               EXEC SQL
                   SELECT DATE_FORMAT(DATE_SUB(:ABC-INICIO,
                              INTERVAL 1 MONTH), '%Y-%m-%d'),
                          DATE_FORMAT(DATE_SUB(:ABC-INICIO,
                              INTERVAL 1 DAY), '%Y-%m-%d')
                     INTO :ABC-ANT-INICIO, :ABC-ANT-FIM
               END-EXEC
           END-IF.

           IF  SQLCODE NOT EQUAL ZERO
               DISPLAY
                   "ERRO AO TENTAR RESOLVER O PERIODO ANTERIOR DA "
                   "CURVA ABC: " SQLERRM
               PERFORM 8900-ENCERRAR-CONEXAO
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           IF  FUNCTION TRIM(WRK-ARQ-RELATORIO-NOME) = SPACES
               STRING
                   "CURVA_ABC_" ABC-INICIO "_" ABC-FIM ".TXT"
                   DELIMITED BY SIZE
                   INTO WRK-ARQ-RELATORIO-NOME
               END-STRING
           END-IF.

           IF  FUNCTION TRIM(WRK-ARQ-CSV-NOME) = SPACES
               STRING
                   "CURVA_ABC_" ABC-INICIO "_" ABC-FIM ".CSV"
                   DELIMITED BY SIZE
                   INTO WRK-ARQ-CSV-NOME
               END-STRING
           END-IF.

       1250-GARANTIR-ESTRUTURA.

      * FORA DE QUALQUER TRANSACAO: DDL FAZ COMMIT IMPLICITO.
           EXEC SQL
               CREATE TABLE IF NOT EXISTS curva_abc_item (
                   id                   INT NOT NULL PRIMARY KEY
                                            AUTO_INCREMENT,
                   periodo_inicio       DATE NOT NULL,
                   periodo_fim          DATE NOT NULL,
                   dimensao             VARCHAR(10) NOT NULL,
                   item_id              INT NOT NULL,
                   receita              DECIMAL(15,2) NOT NULL
                                            DEFAULT 0,
                   quantidade           INT NOT NULL DEFAULT 0,
                   posicao_receita      INT NOT NULL DEFAULT 0,
                   posicao_quantidade   INT NOT NULL DEFAULT 0,
                   percentual_acumulado DECIMAL(6,2) NOT NULL
                                            DEFAULT 0,
                   classe               CHAR(1) NULL,
                   gerado_em            DATETIME NOT NULL
                       DEFAULT CURRENT_TIMESTAMP,
                   UNIQUE KEY uq_curva_abc_item
                       (periodo_inicio, periodo_fim, dimensao,
                        item_id)
               )
           END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO
               DISPLAY
                   "ERRO AO TENTAR CRIAR A TABELA CURVA_ABC_ITEM: "
                   SQLERRM
               PERFORM 8900-ENCERRAR-CONEXAO
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       1300-ABRIR-ARQUIVOS.

           OPEN OUTPUT ARQ-RELATORIO.

           IF  WRK-FS-ARQ-RELATORIO NOT = "00"
               DISPLAY
                   "ERRO AO TENTAR ABRIR O RELATORIO DA CURVA ABC: "
                   FUNCTION TRIM(WRK-ARQ-RELATORIO-NOME)
               PERFORM 8900-ENCERRAR-CONEXAO
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN OUTPUT ARQ-CSV.

           IF  WRK-FS-ARQ-CSV NOT = "00"
               DISPLAY
                   "ERRO AO TENTAR ABRIR O CSV DA CURVA ABC: "
                   FUNCTION TRIM(WRK-ARQ-CSV-NOME)
               CLOSE ARQ-RELATORIO
               PERFORM 8900-ENCERRAR-CONEXAO
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE SPACES TO REG-RELATORIO.
           STRING
               "CURVA ABC DE PRODUTOS E CLIENTES - PERIODO "
               ABC-INICIO " A " ABC-FIM
               " (ANTERIOR " ABC-ANT-INICIO " A " ABC-ANT-FIM
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
           MOVE 1 TO WRK-PTR.
           MOVE WRK-CORTE-A TO WRK-CORTE-MASK.
           STRING
               "CLASSE A: ATE " FUNCTION TRIM(WRK-CORTE-MASK)
               "% DA RECEITA ACUMULADA - CLASSE B: ATE "
               DELIMITED BY SIZE
               INTO REG-RELATORIO
               WITH POINTER WRK-PTR
           END-STRING.
           MOVE WRK-CORTE-B TO WRK-CORTE-MASK.
           STRING
               FUNCTION TRIM(WRK-CORTE-MASK)
               "% - CLASSE C: O RESTANTE. VAR.REC% COMPARA A "
               "RECEITA COM O PERIODO ANTERIOR."
               DELIMITED BY SIZE
               INTO REG-RELATORIO
               WITH POINTER WRK-PTR
           END-STRING.
           PERFORM 2900-GRAVAR-LINHA.

           MOVE SPACES TO REG-CSV.
           STRING
               "dimensao,posicao,id,nome,receita,participacao,"
               "acumulado,classe,quantidade,posicao_quantidade,"
               "posicao_anterior,classe_anterior,receita_anterior,"
               "variacao_receita"
               DELIMITED BY SIZE
               INTO REG-CSV
           END-STRING.
           PERFORM 2950-GRAVAR-CSV.

       2000-APURAR-PERIODO.

      * O PERIODO E REAPURADO POR INTEIRO: A VENDA CANCELADA OU
      * CORRIGIDA DEPOIS DA ULTIMA EXECUCAO NAO FICA NA CURVA.
           EXEC SQL START TRANSACTION END-EXEC.

           EXEC SQL
               DELETE FROM curva_abc_item
                WHERE periodo_inicio = :ABC-P-INICIO
                  AND periodo_fim = :ABC-P-FIM
           END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO
           AND SQLCODE NOT EQUAL 100
               DISPLAY
                   "ERRO AO TENTAR LIMPAR A CURVA ABC DE "
                   ABC-P-INICIO ": " SQLERRM
               PERFORM 8800-ABORTAR-APURACAO
           END-IF.

           EXEC SQL
               INSERT INTO curva_abc_item
                   (periodo_inicio, periodo_fim, dimensao, item_id,
                    receita, quantidade)
               SELECT :ABC-P-INICIO, :ABC-P-FIM, 'PRODUTO',
                      i.produto_id,
                      SUM(i.quantidade * i.preco_unitario),
                      SUM(i.quantidade)
                 FROM venda_itens i
                 JOIN venda v
                   ON v.id = i.venda_id
                WHERE v.cancelada_em IS NULL
                  AND v.data_venda >= :ABC-P-INICIO
                  AND v.data_venda <
                      DATE_ADD(:ABC-P-FIM, INTERVAL 1 DAY)
                GROUP BY i.produto_id
               HAVING SUM(i.quantidade * i.preco_unitario) > 0
           END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO
           AND SQLCODE NOT EQUAL 100
               DISPLAY
                   "ERRO AO TENTAR APURAR A RECEITA POR PRODUTO DE "
                   ABC-P-INICIO ": " SQLERRM
               PERFORM 8800-ABORTAR-APURACAO
           END-IF.

           EXEC SQL
               INSERT INTO curva_abc_item
                   (periodo_inicio, periodo_fim, dimensao, item_id,
                    receita, quantidade)
               SELECT :ABC-P-INICIO, :ABC-P-FIM, 'CLIENTE',
                      v.cliente_id, SUM(v.valor), COUNT(*)
                 FROM venda v
                WHERE v.cancelada_em IS NULL
                  AND v.data_venda >= :ABC-P-INICIO
                  AND v.data_venda <
                      DATE_ADD(:ABC-P-FIM, INTERVAL 1 DAY)
                GROUP BY v.cliente_id
               HAVING SUM(v.valor) > 0
           END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO
           AND SQLCODE NOT EQUAL 100
               DISPLAY
                   "ERRO AO TENTAR APURAR A RECEITA POR CLIENTE DE "
                   ABC-P-INICIO ": " SQLERRM
               PERFORM 8800-ABORTAR-APURACAO
           END-IF.

           MOVE "PRODUTO" TO ABC-DIMENSAO.
           PERFORM 2100-CLASSIFICAR-DIMENSAO.
           PERFORM 2200-POSICIONAR-QUANTIDADE.

           MOVE "CLIENTE" TO ABC-DIMENSAO.
           PERFORM 2100-CLASSIFICAR-DIMENSAO.
           PERFORM 2200-POSICIONAR-QUANTIDADE.

           EXEC SQL COMMIT END-EXEC.

       2100-CLASSIFICAR-DIMENSAO.

           EXEC SQL
               SELECT COALESCE(SUM(receita), 0)
                 INTO :ABC-TOTAL
                 FROM curva_abc_item
                WHERE periodo_inicio = :ABC-P-INICIO
                  AND periodo_fim = :ABC-P-FIM
                  AND dimensao = :ABC-DIMENSAO
           END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO
               DISPLAY
                   "ERRO AO TENTAR TOTALIZAR A CURVA ABC: " SQLERRM
               PERFORM 8800-ABORTAR-APURACAO
           END-IF.

           EXEC SQL
               DECLARE CUR-CURVA-RECEITA CURSOR FOR
                   SELECT item_id, receita
                     FROM curva_abc_item
                    WHERE periodo_inicio = :ABC-P-INICIO
                      AND periodo_fim = :ABC-P-FIM
                      AND dimensao = :ABC-DIMENSAO
                    ORDER BY receita DESC, item_id
           END-EXEC.

           EXEC SQL
               OPEN CUR-CURVA-RECEITA
           END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO
               DISPLAY
                   "ERRO AO TENTAR ABRIR CURSOR DA CURVA ABC: "
                   SQLERRM
               PERFORM 8800-ABORTAR-APURACAO
           END-IF.

           MOVE ZERO TO WRK-POSICAO.
           MOVE ZERO TO WRK-ACUMULADO.
           SET NAO-FIM-CURSOR TO TRUE.
           PERFORM 2110-BUSCAR-PROXIMA-RECEITA.
           PERFORM 2120-CLASSIFICAR-ITEM UNTIL FIM-CURSOR.

           EXEC SQL CLOSE CUR-CURVA-RECEITA END-EXEC.

       2110-BUSCAR-PROXIMA-RECEITA.

           EXEC SQL
               FETCH CUR-CURVA-RECEITA
                   INTO :ABC-ITEM-ID, :ABC-RECEITA
           END-EXEC.

           IF  SQLCODE EQUAL 100
               SET FIM-CURSOR TO TRUE
           END-IF.

       2120-CLASSIFICAR-ITEM.

      * A CLASSE SAI DA PARTICIPACAO ACUMULADA ANTES DO ITEM: O
      * PRIMEIRO ITEM E SEMPRE A, AINDA QUE SOZINHO PASSE DO CORTE.
           ADD 1 TO WRK-POSICAO.
           COMPUTE WRK-PCT-ANTES ROUNDED =
               WRK-ACUMULADO * 100 / ABC-TOTAL.
           ADD ABC-RECEITA TO WRK-ACUMULADO.
           COMPUTE ABC-ACUMULADO ROUNDED =
               WRK-ACUMULADO * 100 / ABC-TOTAL.

           EVALUATE TRUE
               WHEN WRK-PCT-ANTES < WRK-CORTE-A
                   MOVE "A" TO ABC-CLASSE
               WHEN WRK-PCT-ANTES < WRK-CORTE-B
                   MOVE "B" TO ABC-CLASSE
               WHEN OTHER
                   MOVE "C" TO ABC-CLASSE
           END-EVALUATE.

           MOVE WRK-POSICAO TO ABC-POSICAO.

           EXEC SQL
               UPDATE curva_abc_item
                  SET posicao_receita = :ABC-POSICAO,
                      percentual_acumulado = :ABC-ACUMULADO,
                      classe = :ABC-CLASSE
                WHERE periodo_inicio = :ABC-P-INICIO
                  AND periodo_fim = :ABC-P-FIM
                  AND dimensao = :ABC-DIMENSAO
                  AND item_id = :ABC-ITEM-ID
           END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO
               DISPLAY
                   "ERRO AO TENTAR CLASSIFICAR O ITEM "
                   ABC-ITEM-ID " DA CURVA ABC: " SQLERRM
               EXEC SQL CLOSE CUR-CURVA-RECEITA END-EXEC
               PERFORM 8800-ABORTAR-APURACAO
           END-IF.

           PERFORM 2110-BUSCAR-PROXIMA-RECEITA.

       2200-POSICIONAR-QUANTIDADE.

           EXEC SQL
               DECLARE CUR-CURVA-QUANTIDADE CURSOR FOR
                   SELECT item_id
                     FROM curva_abc_item
                    WHERE periodo_inicio = :ABC-P-INICIO
                      AND periodo_fim = :ABC-P-FIM
                      AND dimensao = :ABC-DIMENSAO
                    ORDER BY quantidade DESC, receita DESC, item_id
           END-EXEC.

           EXEC SQL
               OPEN CUR-CURVA-QUANTIDADE
           END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO
               DISPLAY
                   "ERRO AO TENTAR ABRIR CURSOR DE QUANTIDADE DA "
                   "CURVA ABC: " SQLERRM
               PERFORM 8800-ABORTAR-APURACAO
           END-IF.

           MOVE ZERO TO WRK-POSICAO.
           SET NAO-FIM-CURSOR TO TRUE.
           PERFORM 2210-BUSCAR-PROXIMA-QUANTIDADE.
           PERFORM 2220-POSICIONAR-ITEM UNTIL FIM-CURSOR.

           EXEC SQL CLOSE CUR-CURVA-QUANTIDADE END-EXEC.

       2210-BUSCAR-PROXIMA-QUANTIDADE.

           EXEC SQL
               FETCH CUR-CURVA-QUANTIDADE
                   INTO :ABC-ITEM-ID
           END-EXEC.

           IF  SQLCODE EQUAL 100
               SET FIM-CURSOR TO TRUE
           END-IF.

       2220-POSICIONAR-ITEM.

           ADD 1 TO WRK-POSICAO.
           MOVE WRK-POSICAO TO ABC-POSICAO-QTD.

           EXEC SQL
               UPDATE curva_abc_item
                  SET posicao_quantidade = :ABC-POSICAO-QTD
                WHERE periodo_inicio = :ABC-P-INICIO
                  AND periodo_fim = :ABC-P-FIM
                  AND dimensao = :ABC-DIMENSAO
                  AND item_id = :ABC-ITEM-ID
           END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO
               DISPLAY
                   "ERRO AO TENTAR POSICIONAR O ITEM "
                   ABC-ITEM-ID " DA CURVA ABC: " SQLERRM
               EXEC SQL CLOSE CUR-CURVA-QUANTIDADE END-EXEC
               PERFORM 8800-ABORTAR-APURACAO
           END-IF.

           PERFORM 2210-BUSCAR-PROXIMA-QUANTIDADE.

       2900-GRAVAR-LINHA.

           WRITE REG-RELATORIO.

           IF  WRK-FS-ARQ-RELATORIO NOT = "00"
               DISPLAY
                   "ERRO AO TENTAR GRAVAR NO RELATORIO DA CURVA ABC: "
                   FUNCTION TRIM(WRK-ARQ-RELATORIO-NOME)
               CLOSE ARQ-RELATORIO
               CLOSE ARQ-CSV
               PERFORM 8900-ENCERRAR-CONEXAO
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       2950-GRAVAR-CSV.

           WRITE REG-CSV.

           IF  WRK-FS-ARQ-CSV NOT = "00"
               DISPLAY
                   "ERRO AO TENTAR GRAVAR NO CSV DA CURVA ABC: "
                   FUNCTION TRIM(WRK-ARQ-CSV-NOME)
               CLOSE ARQ-RELATORIO
               CLOSE ARQ-CSV
               PERFORM 8900-ENCERRAR-CONEXAO
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       3000-GRAVAR-DIMENSAO.

           MOVE ZERO TO WRK-QTD-ITENS.
           MOVE ZERO TO WRK-QTD-A.
           MOVE ZERO TO WRK-QTD-B.
           MOVE ZERO TO WRK-QTD-C.
           MOVE ZERO TO WRK-REC-A.
           MOVE ZERO TO WRK-REC-B.
           MOVE ZERO TO WRK-REC-C.
           MOVE ZERO TO WRK-QTD-NOVOS.
           MOVE ZERO TO WRK-QTD-SUBIRAM.
           MOVE ZERO TO WRK-QTD-CAIRAM.

           EXEC SQL
               SELECT COALESCE(SUM(CASE WHEN periodo_inicio =
                              :ABC-INICIO THEN receita END), 0),
                      COALESCE(SUM(CASE WHEN periodo_inicio =
                              :ABC-ANT-INICIO THEN receita END), 0)
                 INTO :ABC-TOTAL, :ABC-ANT-TOTAL
                 FROM curva_abc_item
                WHERE dimensao = :ABC-DIMENSAO
                  AND ((periodo_inicio = :ABC-INICIO
                        AND periodo_fim = :ABC-FIM)
                    OR (periodo_inicio = :ABC-ANT-INICIO
                        AND periodo_fim = :ABC-ANT-FIM))
           END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO
               MOVE ZERO TO ABC-TOTAL
               MOVE ZERO TO ABC-ANT-TOTAL
           END-IF.

           EXEC SQL
               SELECT COUNT(*)
                 INTO :ABC-QTD-SAIRAM
                 FROM curva_abc_item a
                WHERE a.periodo_inicio = :ABC-ANT-INICIO
                  AND a.periodo_fim = :ABC-ANT-FIM
                  AND a.dimensao = :ABC-DIMENSAO
                  AND NOT EXISTS
                      (SELECT 1
                         FROM curva_abc_item c
                        WHERE c.periodo_inicio = :ABC-INICIO
                          AND c.periodo_fim = :ABC-FIM
                          AND c.dimensao = a.dimensao
                          AND c.item_id = a.item_id)
           END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO
               MOVE ZERO TO ABC-QTD-SAIRAM
           END-IF.

           PERFORM 3100-GRAVAR-CABECALHO-DIMENSAO.

           EXEC SQL
               DECLARE CUR-CURVA-RELATORIO CURSOR FOR
                   SELECT c.item_id,
                          COALESCE(CASE c.dimensao
                              WHEN 'PRODUTO'
                                  THEN (SELECT p.nome
                                          FROM produto p
                                         WHERE p.id = c.item_id)
                              ELSE (SELECT k.nome
                                      FROM cliente k
                                     WHERE k.id = c.item_id)
                              END, '(NAO CADASTRADO)'),
                          c.receita, c.quantidade, c.posicao_receita,
                          c.posicao_quantidade,
                          c.percentual_acumulado,
                          COALESCE(c.classe, 'C'),
                          COALESCE(a.posicao_receita, 0),
                          COALESCE(a.classe, ' '),
                          COALESCE(a.receita, 0)
                     FROM curva_abc_item c
                     LEFT JOIN curva_abc_item a
                       ON a.periodo_inicio = :ABC-ANT-INICIO
                      AND a.periodo_fim = :ABC-ANT-FIM
                      AND a.dimensao = c.dimensao
                      AND a.item_id = c.item_id
                    WHERE c.periodo_inicio = :ABC-INICIO
                      AND c.periodo_fim = :ABC-FIM
                      AND c.dimensao = :ABC-DIMENSAO
                    ORDER BY c.posicao_receita, c.item_id
           END-EXEC.

           EXEC SQL
               OPEN CUR-CURVA-RELATORIO
           END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO
               DISPLAY
                   "ERRO AO TENTAR ABRIR CURSOR DO RELATORIO DA CURVA "
                   "ABC: " SQLERRM
               CLOSE ARQ-RELATORIO
               CLOSE ARQ-CSV
               PERFORM 8900-ENCERRAR-CONEXAO
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           SET NAO-FIM-CURSOR TO TRUE.
           PERFORM 3110-BUSCAR-PROXIMO-ITEM.
           PERFORM 3200-GRAVAR-ITEM UNTIL FIM-CURSOR.

           EXEC SQL CLOSE CUR-CURVA-RELATORIO END-EXEC.

           PERFORM 3800-GRAVAR-TOTAIS-DIMENSAO.

       3100-GRAVAR-CABECALHO-DIMENSAO.

           MOVE SPACES TO REG-RELATORIO.
           PERFORM 2900-GRAVAR-LINHA.

           MOVE SPACES TO REG-RELATORIO.
           MOVE WRK-DIMENSAO-TITULO TO REG-RELATORIO.
           PERFORM 2900-GRAVAR-LINHA.

           MOVE SPACES TO REG-RELATORIO.
           MOVE "  POS"      TO REG-RELATORIO(1:5).
           MOVE "        ID" TO REG-RELATORIO(8:10).
           MOVE "NOME"       TO REG-RELATORIO(20:4).
           MOVE "       RECEITA" TO REG-RELATORIO(52:14).
           MOVE " PART%"     TO REG-RELATORIO(68:6).
           MOVE " ACUM%"     TO REG-RELATORIO(76:6).
           MOVE "CL"         TO REG-RELATORIO(83:2).
           MOVE "      QTDE" TO REG-RELATORIO(87:10).
           MOVE "P.QTD"      TO REG-RELATORIO(99:5).
           MOVE "P.ANT"      TO REG-RELATORIO(106:5).
           MOVE "CA"         TO REG-RELATORIO(112:2).
           MOVE "VAR.REC%"   TO REG-RELATORIO(116:8).
           PERFORM 2900-GRAVAR-LINHA.

           MOVE SPACES TO REG-RELATORIO.
           MOVE ALL "-" TO REG-RELATORIO(1:132).
           PERFORM 2900-GRAVAR-LINHA.

       3110-BUSCAR-PROXIMO-ITEM.

           EXEC SQL
               FETCH CUR-CURVA-RELATORIO
                   INTO :ABC-ITEM-ID, :ABC-NOME, :ABC-RECEITA,
                        :ABC-QUANTIDADE, :ABC-POSICAO,
                        :ABC-POSICAO-QTD, :ABC-ACUMULADO,
                        :ABC-CLASSE, :ABC-ANT-POSICAO,
                        :ABC-ANT-CLASSE, :ABC-ANT-RECEITA
           END-EXEC.

           IF  SQLCODE EQUAL 100
               SET FIM-CURSOR TO TRUE
           END-IF.

       3200-GRAVAR-ITEM.

           ADD 1 TO WRK-QTD-ITENS.
           ADD 1 TO WRK-REL-QTD.

           IF  ABC-TOTAL > ZERO
               COMPUTE WRK-PARTICIPACAO ROUNDED =
                   ABC-RECEITA * 100 / ABC-TOTAL
           ELSE
               MOVE ZERO TO WRK-PARTICIPACAO
           END-IF.

           EVALUATE ABC-CLASSE
               WHEN "A"
                   ADD 1 TO WRK-QTD-A
                   ADD ABC-RECEITA TO WRK-REC-A
               WHEN "B"
                   ADD 1 TO WRK-QTD-B
                   ADD ABC-RECEITA TO WRK-REC-B
               WHEN OTHER
                   ADD 1 TO WRK-QTD-C
                   ADD ABC-RECEITA TO WRK-REC-C
           END-EVALUATE.

      * SEM POSICAO ANTERIOR O ITEM E NOVO NA CURVA; COM ELA, A
      * CLASSE MENOR (A ANTES DE B) INDICA SUBIDA.
           EVALUATE TRUE
               WHEN ABC-ANT-POSICAO = ZERO
                   ADD 1 TO WRK-QTD-NOVOS
               WHEN ABC-CLASSE < ABC-ANT-CLASSE
                   ADD 1 TO WRK-QTD-SUBIRAM
               WHEN ABC-CLASSE > ABC-ANT-CLASSE
                   ADD 1 TO WRK-QTD-CAIRAM
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

           PERFORM 3210-CALCULAR-VARIACAO.

           MOVE SPACES TO REG-RELATORIO.
           MOVE ABC-POSICAO TO WRK-POS-MASK.
           MOVE WRK-POS-MASK          TO REG-RELATORIO(1:5).
           MOVE ABC-ITEM-ID TO WRK-ID-MASK.
           MOVE WRK-ID-MASK           TO REG-RELATORIO(8:10).
           MOVE ABC-NOME              TO REG-RELATORIO(20:30).
           MOVE ABC-RECEITA TO WRK-VALOR-MASK.
           MOVE WRK-VALOR-MASK        TO REG-RELATORIO(52:14).
           MOVE WRK-PARTICIPACAO TO WRK-PCT-MASK.
           MOVE WRK-PCT-MASK          TO REG-RELATORIO(68:6).
           MOVE ABC-ACUMULADO TO WRK-PCT-MASK.
           MOVE WRK-PCT-MASK          TO REG-RELATORIO(76:6).
           MOVE ABC-CLASSE            TO REG-RELATORIO(84:1).
           MOVE ABC-QUANTIDADE TO WRK-QTD-MASK.
           MOVE WRK-QTD-MASK          TO REG-RELATORIO(87:10).
           MOVE ABC-POSICAO-QTD TO WRK-POS-MASK.
           MOVE WRK-POS-MASK          TO REG-RELATORIO(99:5).
           IF  ABC-ANT-POSICAO > ZERO
               MOVE ABC-ANT-POSICAO TO WRK-POS-MASK
               MOVE WRK-POS-MASK      TO REG-RELATORIO(106:5)
               MOVE ABC-ANT-CLASSE    TO REG-RELATORIO(113:1)
           END-IF.
           MOVE WRK-CSV-VARIACAO      TO REG-RELATORIO(116:8).
           PERFORM 2900-GRAVAR-LINHA.

           PERFORM 3220-GRAVAR-ITEM-CSV.

           PERFORM 3110-BUSCAR-PROXIMO-ITEM.

       3210-CALCULAR-VARIACAO.

      * A VARIACAO E LIMITADA A +-9999,99% PARA CABER NA COLUNA.
           MOVE SPACES TO WRK-CSV-POS-ANT.
           MOVE SPACES TO WRK-CSV-RECEITA-ANT.

           IF  ABC-ANT-POSICAO = ZERO
               MOVE "    NOVO" TO WRK-CSV-VARIACAO
               EXIT PARAGRAPH
           END-IF.

           MOVE ABC-ANT-POSICAO TO WRK-ID-MASK.
           MOVE FUNCTION TRIM(WRK-ID-MASK) TO WRK-CSV-POS-ANT.
           MOVE ABC-ANT-RECEITA TO WRK-VALOR-MASK.
           MOVE FUNCTION TRIM(WRK-VALOR-MASK) TO WRK-CSV-RECEITA-ANT.

           IF  ABC-ANT-RECEITA = ZERO
               MOVE "       -" TO WRK-CSV-VARIACAO
               EXIT PARAGRAPH
           END-IF.

           COMPUTE WRK-VARIACAO ROUNDED =
               (ABC-RECEITA - ABC-ANT-RECEITA) * 100
                   / ABC-ANT-RECEITA.

           IF  WRK-VARIACAO > 9999.99
               MOVE 9999.99 TO WRK-VARIACAO
           END-IF.
           IF  WRK-VARIACAO < -9999.99
               MOVE -9999.99 TO WRK-VARIACAO
           END-IF.

           MOVE WRK-VARIACAO TO WRK-VAR-MASK.
           MOVE WRK-VAR-MASK TO WRK-CSV-VARIACAO.

       3220-GRAVAR-ITEM-CSV.

      * O NOME VAI ENTRE ASPAS; ASPAS DENTRO DELE VIRAM APOSTROFO.
      * ITEM NOVO NA CURVA DEIXA AS COLUNAS DO ANTERIOR EM BRANCO.
           MOVE ABC-NOME TO WRK-NOME-CSV.
           INSPECT WRK-NOME-CSV REPLACING ALL '"' BY "'".

           MOVE SPACES TO REG-CSV.
           MOVE 1 TO WRK-PTR.
           MOVE ABC-POSICAO TO WRK-POS-MASK.
           MOVE ABC-ITEM-ID TO WRK-ID-MASK.
           MOVE ABC-RECEITA TO WRK-VALOR-MASK.
           STRING
               FUNCTION TRIM(ABC-DIMENSAO) ","
               FUNCTION TRIM(WRK-POS-MASK) ","
               FUNCTION TRIM(WRK-ID-MASK) ","
               '"' FUNCTION TRIM(WRK-NOME-CSV) '",'
               FUNCTION TRIM(WRK-VALOR-MASK) ","
               DELIMITED BY SIZE
               INTO REG-CSV
               WITH POINTER WRK-PTR
           END-STRING.

           MOVE WRK-PARTICIPACAO TO WRK-PCT-MASK.
           STRING
               FUNCTION TRIM(WRK-PCT-MASK) ","
               DELIMITED BY SIZE
               INTO REG-CSV
               WITH POINTER WRK-PTR
           END-STRING.

           MOVE ABC-ACUMULADO TO WRK-PCT-MASK.
           MOVE ABC-QUANTIDADE TO WRK-QTD-MASK.
           MOVE ABC-POSICAO-QTD TO WRK-POS-MASK.
           STRING
               FUNCTION TRIM(WRK-PCT-MASK) ","
               ABC-CLASSE ","
               FUNCTION TRIM(WRK-QTD-MASK) ","
               FUNCTION TRIM(WRK-POS-MASK) ","
               DELIMITED BY SIZE
               INTO REG-CSV
               WITH POINTER WRK-PTR
           END-STRING.

           IF  ABC-ANT-POSICAO = ZERO
               STRING
                   ",,,"
                   DELIMITED BY SIZE
                   INTO REG-CSV
                   WITH POINTER WRK-PTR
               END-STRING
           ELSE
               STRING
                   FUNCTION TRIM(WRK-CSV-POS-ANT) ","
                   ABC-ANT-CLASSE ","
                   FUNCTION TRIM(WRK-CSV-RECEITA-ANT) ","
                   DELIMITED BY SIZE
                   INTO REG-CSV
                   WITH POINTER WRK-PTR
               END-STRING
               IF  ABC-ANT-RECEITA > ZERO
                   STRING
                       FUNCTION TRIM(WRK-CSV-VARIACAO)
                       DELIMITED BY SIZE
                       INTO REG-CSV
                       WITH POINTER WRK-PTR
                   END-STRING
               END-IF
           END-IF.

           PERFORM 2950-GRAVAR-CSV.

       3800-GRAVAR-TOTAIS-DIMENSAO.

           MOVE SPACES TO REG-RELATORIO.
           MOVE ALL "-" TO REG-RELATORIO(1:132).
           PERFORM 2900-GRAVAR-LINHA.

           MOVE "   CLASSE A...............: " TO WRK-TOT-LINHA-ROTULO.
           MOVE WRK-QTD-A TO WRK-TOT-LINHA-QTD.
           MOVE WRK-REC-A TO WRK-TOT-LINHA-REC.
           PERFORM 3810-GRAVAR-TOTAL-CLASSE.

           MOVE "   CLASSE B...............: " TO WRK-TOT-LINHA-ROTULO.
           MOVE WRK-QTD-B TO WRK-TOT-LINHA-QTD.
           MOVE WRK-REC-B TO WRK-TOT-LINHA-REC.
           PERFORM 3810-GRAVAR-TOTAL-CLASSE.

           MOVE "   CLASSE C...............: " TO WRK-TOT-LINHA-ROTULO.
           MOVE WRK-QTD-C TO WRK-TOT-LINHA-QTD.
           MOVE WRK-REC-C TO WRK-TOT-LINHA-REC.
           PERFORM 3810-GRAVAR-TOTAL-CLASSE.

           MOVE "   TOTAL DO PERIODO.......: " TO WRK-TOT-LINHA-ROTULO.
           MOVE WRK-QTD-ITENS TO WRK-TOT-LINHA-QTD.
           MOVE ABC-TOTAL TO WRK-TOT-LINHA-REC.
           PERFORM 3810-GRAVAR-TOTAL-CLASSE.

           MOVE ABC-ANT-TOTAL TO WRK-VALOR-MASK.
           MOVE SPACES TO REG-RELATORIO.
           MOVE 1 TO WRK-PTR.
           STRING
               "   RECEITA ANTERIOR.......: "
               FUNCTION TRIM(WRK-VALOR-MASK)
               DELIMITED BY SIZE
               INTO REG-RELATORIO
               WITH POINTER WRK-PTR
           END-STRING.
           IF  ABC-ANT-TOTAL > ZERO
               COMPUTE WRK-VARIACAO ROUNDED =
                   (ABC-TOTAL - ABC-ANT-TOTAL) * 100 / ABC-ANT-TOTAL
               IF  WRK-VARIACAO > 9999.99
                   MOVE 9999.99 TO WRK-VARIACAO
               END-IF
               MOVE WRK-VARIACAO TO WRK-VAR-MASK
               STRING
                   " (VARIACAO " FUNCTION TRIM(WRK-VAR-MASK) "%)"
                   DELIMITED BY SIZE
                   INTO REG-RELATORIO
                   WITH POINTER WRK-PTR
               END-STRING
           END-IF.
           PERFORM 2900-GRAVAR-LINHA.

           MOVE WRK-QTD-NOVOS TO WRK-QTD-MASK.
           MOVE SPACES TO REG-RELATORIO.
           STRING
               "   NOVOS NA CURVA.........: "
               FUNCTION TRIM(WRK-QTD-MASK)
               DELIMITED BY SIZE
               INTO REG-RELATORIO
           END-STRING.
           PERFORM 2900-GRAVAR-LINHA.

           MOVE ABC-QTD-SAIRAM TO WRK-QTD-MASK.
           MOVE SPACES TO REG-RELATORIO.
           STRING
               "   SAIRAM DA CURVA........: "
               FUNCTION TRIM(WRK-QTD-MASK)
               DELIMITED BY SIZE
               INTO REG-RELATORIO
           END-STRING.
           PERFORM 2900-GRAVAR-LINHA.

           MOVE WRK-QTD-SUBIRAM TO WRK-QTD-MASK.
           MOVE SPACES TO REG-RELATORIO.
           STRING
               "   SUBIRAM DE CLASSE......: "
               FUNCTION TRIM(WRK-QTD-MASK)
               DELIMITED BY SIZE
               INTO REG-RELATORIO
           END-STRING.
           PERFORM 2900-GRAVAR-LINHA.

           MOVE WRK-QTD-CAIRAM TO WRK-QTD-MASK.
           MOVE SPACES TO REG-RELATORIO.
           STRING
               "   CAIRAM DE CLASSE.......: "
               FUNCTION TRIM(WRK-QTD-MASK)
               DELIMITED BY SIZE
               INTO REG-RELATORIO
           END-STRING.
           PERFORM 2900-GRAVAR-LINHA.

       3810-GRAVAR-TOTAL-CLASSE.

           IF  ABC-TOTAL > ZERO
               COMPUTE WRK-PARTICIPACAO ROUNDED =
                   WRK-TOT-LINHA-REC * 100 / ABC-TOTAL
           ELSE
               MOVE ZERO TO WRK-PARTICIPACAO
           END-IF.

           MOVE WRK-TOT-LINHA-QTD TO WRK-QTD-MASK.
           MOVE WRK-TOT-LINHA-REC TO WRK-VALOR-MASK.
           MOVE WRK-PARTICIPACAO TO WRK-PCT-MASK.
           MOVE SPACES TO REG-RELATORIO.
           STRING
               WRK-TOT-LINHA-ROTULO
               FUNCTION TRIM(WRK-QTD-MASK) " ITENS, RECEITA "
               FUNCTION TRIM(WRK-VALOR-MASK) " ("
               FUNCTION TRIM(WRK-PCT-MASK) "%)"
               DELIMITED BY SIZE
               INTO REG-RELATORIO
           END-STRING.
           PERFORM 2900-GRAVAR-LINHA.

       4000-FINALIZAR.

           CLOSE ARQ-RELATORIO.
           CLOSE ARQ-CSV.

      * OS DOIS ARQUIVOS ENTRAM NO CATALOGO CENTRAL DE RELATORIOS.
           MOVE SPACES TO WRK-REL-PERIODO.
           STRING
               ABC-INICIO " A " ABC-FIM
               DELIMITED BY SIZE
               INTO WRK-REL-PERIODO
           END-STRING.
           CALL 'MOD-REGISTRA-RELATORIO'
               USING WRK-REL-PROGRAMA, WRK-ARQ-RELATORIO-NOME,
                   WRK-REL-PERIODO, WRK-REL-QTD
               END-CALL.
           CALL 'MOD-REGISTRA-RELATORIO'
               USING WRK-REL-PROGRAMA, WRK-ARQ-CSV-NOME,
                   WRK-REL-PERIODO, WRK-REL-QTD
               END-CALL.

           PERFORM 8900-ENCERRAR-CONEXAO.

           DISPLAY
               "CURVA ABC DE " ABC-INICIO " A " ABC-FIM
               " GRAVADA EM: " FUNCTION TRIM(WRK-ARQ-RELATORIO-NOME)
               " E " FUNCTION TRIM(WRK-ARQ-CSV-NOME)
               " (ITENS " WRK-REL-QTD ")".

       8800-ABORTAR-APURACAO.

           EXEC SQL ROLLBACK END-EXEC.
           PERFORM 8900-ENCERRAR-CONEXAO.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.

       8900-ENCERRAR-CONEXAO.

           MOVE "ENCERRAR" TO WRK-CONEXAO-ACAO.
           CALL 'MOD-CONEXAO-BD'
               USING WRK-CONEXAO-ACAO, WRK-CONEXAO-OK,
                   WRK-CONEXAO-MSG
               END-CALL.

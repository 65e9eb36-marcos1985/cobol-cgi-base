      *     PROG-FECHA-VENDAS (VENDA_FECHAMENTO, VIA
      *     MOD-VERIFICA-FECHAMENTO) NAO ACEITA INCLUSAO NEM
      *     REMOCAO DE ITEM SEM A REABERTURA EXPLICITA DO DIA.
      *   - O ITEM PASSA A MOVIMENTAR O ESTOQUE DO PRODUTO PELO
      *     RAZAO DE ESTOQUE (MOD-MOVIMENTA-ESTOQUE), NA MESMA
      *     TRANSACAO DA ESCRITA: A INCLUSAO DEBITA A QUANTIDADE
      *     (TIPO VENDA) E A REMOCAO DEVOLVE (TIPO ESTORNO). INCLUSAO
      *     QUE DEIXARIA O SALDO NEGATIVO E RECUSADA COM O CODIGO
      *     ERR-COD-SEM-ESTOQUE, INFORMANDO O SALDO ATUAL.
      *     A CONEXAO PASSA A SER A SESSAO COMPARTILHADA DA REQUISICAO
      *     (MOD-CONEXAO-BD), PARA QUE O MODULO GRAVE NA MESMA
      *     TRANSACAO.
      *   - SEM QS_PRECO, O PRECO UNITARIO PADRAO PASSA A SER O DA
      *     VIGENCIA DO PRODUTO NO DIA DA VENDA (DATA_VENDA), PELO
      *     HISTORICO DE PRECOS PRODUTO_PRECO_HIST MANTIDO POR
      *     PROG-PRODUTOS-ADMIN, E NAO O PRECO DE CATALOGO DE HOJE;
      *     PRODUTO SEM HISTORICO CONTINUA NO PRECO DE CATALOGO.
      *   - A INCLUSAO PASSA A PRECIFICAR O ITEM POR MOD-PRECO-VENDA:
      *     SEM QS_PRECO, APLICA A MELHOR PROMOCAO VIGENTE PARA O
      *     PRODUTO, O CLIENTE DA VENDA E A QUANTIDADE (CADASTRO DE
      *     PROG-PROMOCOES-ADMIN). VENDA_ITENS GUARDA O PRECO DE
      *     LISTA, O DESCONTO POR UNIDADE E A PROMOCAO QUE O
      *     CONCEDEU; QS_PRECO ABAIXO DA LISTA FICA REGISTRADO COMO
      *     DESCONTO MANUAL, SEM PROMOCAO. TABELAS JA CRIADAS SAO
      *     MIGRADAS NA GARANTIA DA TABELA.
      *   - CADA ESCRITA REFAZ AS PARCELAS EM ABERTO DA VENDA PELO
      *     TOTAL NOVO (MOD-PARCELAS-VENDA), NA MESMA TRANSACAO.
      *     REMOCAO QUE DEIXARIA O TOTAL ABAIXO DO QUE JA FOI PAGO E
      *     RECUSADA COM ERR-COD-SITUACAO-INVALIDA.
      *   - A INCLUSAO DE ITEM PASSA PELO LIMITE DE CREDITO DO
      *     CLIENTE (MOD-LIMITE-CREDITO) COM O TOTAL NOVO DA VENDA,
      *     NA MESMA TRANSACAO: ACIMA DO LIMITE E RECUSADA COM
      *     ERR-COD-LIMITE-CREDITO, SALVO LIBERACAO AVULSA CONCEDIDA
      *     POR ADMIN EM PROG-CLIENTES-ADMIN. A REMOCAO SO REDUZ O
      *     SALDO E NAO E VERIFICADA.
      *   - ITEM COM DEVOLUCAO PARCIAL (NOTA DE CREDITO EM
      *     VENDA_DEVOLUCAO, VIA PROG-DEVOLUCOES-VENDA) NAO PODE MAIS
      *     SER REMOVIDO: A RECUSA VEM COM ERR-COD-SITUACAO-INVALIDA E
      *     O RESTANTE DEVE SAIR PELA PROPRIA DEVOLUCAO.
      *   - VENDA COM NOTA FISCAL EMITIDA (MOD-DOCUMENTO-FISCAL) NAO
      *     ACEITA INCLUSAO NEM REMOCAO DE ITEM, RECUSADAS COM
      *     ERR-COD-SITUACAO-INVALIDA: A NOTA NUMERADA NAO E
      *     REESCRITA, E O QUE VOLTAR DEPOIS DELA SAI PELA DEVOLUCAO,
      *     COM DOCUMENTO DE CREDITO.
      *   - O ITEM PASSA A SER TRIBUTADO NA INCLUSAO PELA CLASSE
      *     FISCAL DO PRODUTO E PELA ALIQUOTA VIGENTE NO DIA DA VENDA
      *     (MOD-IMPOSTO-VENDA, CADASTRO DE
      *     PROG-CLASSES-FISCAIS-ADMIN). O PRECO UNITARIO JA CONTEM O
      *     IMPOSTO: VENDA_ITENS GUARDA A CLASSE, A ALIQUOTA E O VALOR
      *     DO IMPOSTO DA LINHA (QUANTIDADE X PRECO X ALIQUOTA,
      *     ARREDONDADO EM CENTAVOS) E O RECALCULO DA VENDA GRAVA O
      *     IMPOSTO TOTAL EM VENDA.VALOR_IMPOSTO, SEPARADO DO VALOR
      *     LIQUIDO (VALOR MENOS IMPOSTO). A RESPOSTA DA ESCRITA
      *     TRAZ OS TOTAIS DA VENDA E A LISTAGEM TRAZ O IMPOSTO DE
      *     CADA ITEM. ITEM DE PRODUTO SEM CLASSE FICA SEM IMPOSTO.
      *     TABELAS JA CRIADAS SAO MIGRADAS NA GARANTIA DA TABELA.
      *******************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       77  WRK-ID-MASK                     PIC Z(9)9.
       77  WRK-QTD-MASK                    PIC Z(4)9.
       77  WRK-VALOR-MASK                  PIC Z(7)9.99.
       77  WRK-TOTAL-MASK                  PIC Z(9)9.99.
       77  WRK-ALIQUOTA-MASK               PIC ZZ9.99.
       77  WRK-MSG-ERRO                    PIC X(255).
       77  WRK-CORS-ORIGIN                 PIC X(255).
       77  WRK-MSG-EXP-ERRO                PIC X(255).
       77  WRK-CONEXAO-ACAO                PIC X(10).
       77  WRK-CONEXAO-OK                  PIC X(1).
           88  CONEXAO-DISPONIVEL                      VALUE 'S'.
       77  WRK-CONEXAO-MSG                 PIC X(255).
       77  WRK-CAMPO-ESC                   PIC X(510).
       77  WRK-CAMPO-TXT                   PIC X(255).

       77  WRK-COD-ERRO                    PIC 9(4).

       COPY ERRO-CODES.
       COPY VERSAO-BUILD.

       77  WRK-QS-ACAO                     PIC X(10).
       77  WRK-QS-VENDA-STG                PIC X(10).
       77  WRK-CHAVE-PAPEL                 PIC X(10).
       77  WRK-QUOTA-ESTOURADA             PIC X(1).
           88  QUOTA-ESTOURADA                         VALUE 'S'.
           88  ORIGEM-BLOQUEADA                        VALUE 'B'.

       77  WRK-DIA-FECHAMENTO              PIC X(10).
       77  WRK-DIA-FECHADO                 PIC X(1).
           88  DIA-FECHADO                             VALUE 'S'.

       77  WRK-OPERADOR                    PIC X(60).
       77  WRK-SALDO-MASK                  PIC -(8)9.

       77  WRK-EST-ACAO                    PIC X(10).
       77  WRK-EST-QUANTIDADE              PIC S9(9).
       77  WRK-EST-TIPO                    PIC X(12).
       77  WRK-EST-DOC-ID                  PIC 9(10).
       77  WRK-EST-ITEM-ID                 PIC 9(10).
       77  WRK-EST-MOTIVO                  PIC X(255).
       77  WRK-EST-SALDO                   PIC S9(9).
       77  WRK-EST-RESULTADO               PIC X(2).
           88  EST-MOVIMENTO-OK                        VALUE 'OK'.
           88  EST-SALDO-INSUFICIENTE                  VALUE 'SI'.
       77  WRK-EST-MSG                     PIC X(255).

       77  WRK-PRC-ACAO                    PIC X(10).
       77  WRK-PRC-QUANTIDADE              PIC 9(9).
       77  WRK-PRC-RESULTADO               PIC X(2).
           88  PRC-PRECO-OK                            VALUE 'OK'.
           88  PRC-PRODUTO-INEXISTENTE                 VALUE 'NE'.
       77  WRK-PRC-MSG                     PIC X(255).

       77  WRK-PAR-ACAO                    PIC X(10).
       77  WRK-PAR-RESULTADO               PIC X(2).
           88  PAR-PARCELAS-OK                         VALUE 'OK'.
           88  PAR-VENDA-COM-PAGAMENTO                 VALUE 'PG'.
       77  WRK-PAR-MSG                     PIC X(255).

       77  WRK-CRD-ACAO                    PIC X(10).
       77  WRK-CRD-LIMITE                  PIC 9(10)V99.
       77  WRK-CRD-EM-ABERTO               PIC 9(10)V99.
       77  WRK-CRD-SALDO-VENDA             PIC 9(10)V99.
       77  WRK-CRD-RESULTADO               PIC X(2).
           88  CRD-CREDITO-OK                          VALUE 'OK'.
           88  CRD-CREDITO-LIBERADO                    VALUE 'LB'.
           88  CRD-CREDITO-EXCEDIDO                    VALUE 'EX'.
       77  WRK-CRD-MSG                     PIC X(255).
       77  WRK-CRD-LIMITE-MASK             PIC Z(9)9.99.
       77  WRK-CRD-ABERTO-MASK             PIC Z(9)9.99.

       77  WRK-DOC-ACAO                    PIC X(10).
       77  WRK-DOC-VENDA-ID                PIC 9(10)   VALUE ZERO.
       77  WRK-DOC-SERIE                   PIC X(5)    VALUE SPACES.
       77  WRK-DOC-DATA                    PIC X(10)   VALUE SPACES.
       77  WRK-DOC-REFERENCIA-ID           PIC 9(10)   VALUE ZERO.
       77  WRK-DOC-ID                      PIC 9(10)   VALUE ZERO.
       77  WRK-DOC-NUMERO                  PIC 9(10)   VALUE ZERO.
       77  WRK-DOC-QTD                     PIC 9(10)   VALUE ZERO.
       77  WRK-DOC-RESULTADO               PIC X(2).
           88  DOC-FISCAL-OK                           VALUE 'OK'.
       77  WRK-DOC-MSG                     PIC X(255).

       77  WRK-IMP-ACAO                    PIC X(10).
       77  WRK-IMP-RESULTADO               PIC X(2).
           88  IMP-IMPOSTO-OK                          VALUE 'OK'.
       77  WRK-IMP-MSG                     PIC X(255).

       77  WRK-FLAG-PRIMEIRO               PIC X(1)    VALUE 'S'.
           88  PRIMEIRO-REGISTRO                       VALUE 'S'.
           88  NAO-PRIMEIRO-REGISTRO                   VALUE 'N'.
           05 ITM-TEM-PRECO     PIC X(1).
           05 ITM-QTD           PIC 9(10).
           05 ITM-DIA           PIC X(10).
           05 ITM-CLIENTE-ID    PIC 9(10).
           05 ITM-PRECO-LISTA   PIC 9(8)V99.
           05 ITM-DESCONTO      PIC 9(8)V99.
           05 ITM-PROMOCAO-ID   PIC 9(10).
           05 ITM-QTD-COLUNA    PIC 9(5).
           05 ITM-CLASSE        PIC X(10).
           05 ITM-ALIQUOTA      PIC 9(3)V99.
           05 ITM-VALOR-IMPOSTO PIC 9(8)V99.
           05 ITM-VALOR-VENDA   PIC 9(10)V99.
           05 ITM-IMPOSTO-VENDA PIC 9(10)V99.
           05 NOVO-ID           PIC 9(10).

       EXEC SQL END DECLARE SECTION END-EXEC.
           END-IF.
           DISPLAY "Access-Control-Allow-Origin: "
               FUNCTION TRIM(WRK-CORS-ORIGIN).
           DISPLAY "X-Versao-Build: " FUNCTION TRIM(VERSAO-BUILD).

           CALL 'MOD-CORRELACAO' USING WRK-CORRELACAO-ID
               END-CALL.
               PERFORM 9400-RETORNAR-RESPOSTA-HTTP-403
           END-IF.

           IF  ORIGEM-BLOQUEADA
               STRING
                   "ORIGEM BLOQUEADA APOS FALHAS REPETIDAS DE "
                   "AUTENTICACAO. TENTE NOVAMENTE MAIS TARDE."
               INTO WRK-MSG-ERRO
               MOVE ERR-COD-ORIGEM-BLOQUEADA TO WRK-COD-ERRO
               PERFORM 9400-RETORNAR-RESPOSTA-HTTP-403
           END-IF.

           IF  NOT CHAVE-AUTORIZADA
               STRING
                   "CHAVE DE API AUSENTE, INVALIDA OU EXPIRADA."

       1200-CONECTA-BANCO-DE-DADOS.

      * A SESSAO E A COMPARTILHADA DA REQUISICAO; OS MODULOS DE
      * APOIO CHAMADOS DENTRO DA TRANSACAO PRECISAM ENXERGAR A MESMA
      * CONEXAO PARA GRAVAR NA MESMA UNIDADE DE TRABALHO.
           MOVE "OBTER" TO WRK-CONEXAO-ACAO.
           CALL 'MOD-CONEXAO-BD'
               USING WRK-CONEXAO-ACAO, WRK-CONEXAO-OK,
                   WRK-CONEXAO-MSG
               END-CALL.

           IF  NOT CONEXAO-DISPONIVEL
               STRING
                   "ERRO AO TENTAR ABIR CONEXAO COM O "
                   "BANCO DE DADOS."
               INTO WRK-MSG-ERRO

               MOVE WRK-CONEXAO-MSG TO WRK-MSG-EXP-ERRO

               MOVE ERR-COD-CONEXAO TO WRK-COD-ERRO

                   produto_id     INT NOT NULL,
                   quantidade     INT NOT NULL DEFAULT 1,
                   preco_unitario DECIMAL(10,2) NOT NULL DEFAULT 0,
                   preco_lista    DECIMAL(10,2) NULL,
                   desconto       DECIMAL(10,2) NOT NULL DEFAULT 0,
                   promocao_id    INT NULL,
                   classe_fiscal  VARCHAR(10) NULL,
                   aliquota       DECIMAL(5,2) NOT NULL DEFAULT 0,
                   valor_imposto  DECIMAL(10,2) NOT NULL DEFAULT 0,
                   criado_em      DATETIME NOT NULL
                       DEFAULT CURRENT_TIMESTAMP,
                   KEY idx_venda_itens_venda (venda_id)
               PERFORM 9000-RETORNAR-RESPOSTA-HTTP-500
           END-IF.

      * ITENS GRAVADOS ANTES DAS PROMOCOES NAO TEM AS COLUNAS DE
      * PRECO DE LISTA E DESCONTO; ACRESCENTA-AS QUANDO AUSENTES.
           EXEC SQL
               SELECT COUNT(*)
                 INTO :ITM-QTD-COLUNA
                 FROM information_schema.columns
                WHERE table_schema = DATABASE()
                  AND table_name = 'venda_itens'
                  AND column_name = 'preco_lista'
           END-EXEC.

           IF  SQLCODE EQUAL ZERO AND ITM-QTD-COLUNA = ZERO
               EXEC SQL
                   ALTER TABLE venda_itens
                       ADD COLUMN preco_lista DECIMAL(10,2) NULL,
                       ADD COLUMN desconto DECIMAL(10,2) NOT NULL
                           DEFAULT 0,
                       ADD COLUMN promocao_id INT NULL
               END-EXEC

               IF  SQLCODE NOT EQUAL ZERO
                   STRING
                       "ERRO AO TENTAR MIGRAR A TABELA VENDA_ITENS."
                   INTO WRK-MSG-ERRO
                   MOVE SQLERRM TO WRK-MSG-EXP-ERRO
                   MOVE ERR-COD-SQL-EXEC TO WRK-COD-ERRO
                   PERFORM 9000-RETORNAR-RESPOSTA-HTTP-500
               END-IF
           END-IF.

      * ITENS GRAVADOS ANTES DA TRIBUTACAO FICAM SEM CLASSE E COM
      * IMPOSTO ZERO.
           EXEC SQL
               SELECT COUNT(*)
                 INTO :ITM-QTD-COLUNA
                 FROM information_schema.columns
                WHERE table_schema = DATABASE()
                  AND table_name = 'venda_itens'
                  AND column_name = 'valor_imposto'
           END-EXEC.

           IF  SQLCODE EQUAL ZERO AND ITM-QTD-COLUNA = ZERO
               EXEC SQL
                   ALTER TABLE venda_itens
                       ADD COLUMN classe_fiscal VARCHAR(10) NULL,
                       ADD COLUMN aliquota DECIMAL(5,2) NOT NULL
                           DEFAULT 0,
                       ADD COLUMN valor_imposto DECIMAL(10,2)
                           NOT NULL DEFAULT 0
               END-EXEC

               IF  SQLCODE NOT EQUAL ZERO
                   STRING
                       "ERRO AO TENTAR MIGRAR A TABELA VENDA_ITENS."
                   INTO WRK-MSG-ERRO
                   MOVE SQLERRM TO WRK-MSG-EXP-ERRO
                   MOVE ERR-COD-SQL-EXEC TO WRK-COD-ERRO
                   PERFORM 9000-RETORNAR-RESPOSTA-HTTP-500
               END-IF
           END-IF.

      * O IMPOSTO TOTAL DA VENDA FICA AO LADO DO VALOR, RECALCULADO
      * JUNTO COM ELE.
           EXEC SQL
               SELECT COUNT(*)
                 INTO :ITM-QTD-COLUNA
                 FROM information_schema.columns
                WHERE table_schema = DATABASE()
                  AND table_name = 'venda'
                  AND column_name = 'valor_imposto'
           END-EXEC.

           IF  SQLCODE EQUAL ZERO AND ITM-QTD-COLUNA = ZERO
               EXEC SQL
                   ALTER TABLE venda
                       ADD COLUMN valor_imposto DECIMAL(10,2)
                           NOT NULL DEFAULT 0
               END-EXEC

               IF  SQLCODE NOT EQUAL ZERO
                   STRING
                       "ERRO AO TENTAR MIGRAR A TABELA VENDA."
                   INTO WRK-MSG-ERRO
                   MOVE SQLERRM TO WRK-MSG-EXP-ERRO
                   MOVE ERR-COD-SQL-EXEC TO WRK-COD-ERRO
                   PERFORM 9000-RETORNAR-RESPOSTA-HTTP-500
               END-IF
           END-IF.

      * CLASSES FISCAIS E ALIQUOTAS, CONSULTADAS NA INCLUSAO.
           MOVE "GARANTIR" TO WRK-IMP-ACAO.
           PERFORM 2180-CHAMAR-IMPOSTO-VENDA.

           IF  NOT IMP-IMPOSTO-OK
               STRING
                   "ERRO AO TENTAR GARANTIR AS TABELAS DE "
                   "CLASSES FISCAIS."
               INTO WRK-MSG-ERRO
               MOVE WRK-IMP-MSG TO WRK-MSG-EXP-ERRO
               MOVE ERR-COD-SQL-EXEC TO WRK-COD-ERRO
               PERFORM 9000-RETORNAR-RESPOSTA-HTTP-500
           END-IF.

      * HISTORICO DE PRECOS E PROMOCOES, CONSULTADOS NA INCLUSAO.
           MOVE "GARANTIR" TO WRK-PRC-ACAO.
           PERFORM 2160-CHAMAR-PRECO-VENDA.

           IF  NOT PRC-PRECO-OK
               STRING
                   "ERRO AO TENTAR GARANTIR AS TABELAS DE PRECO."
               INTO WRK-MSG-ERRO
               MOVE WRK-PRC-MSG TO WRK-MSG-EXP-ERRO
               MOVE ERR-COD-SQL-EXEC TO WRK-COD-ERRO
               PERFORM 9000-RETORNAR-RESPOSTA-HTTP-500
           END-IF.

      * PARCELAS DO CONTAS A RECEBER, REFEITAS A CADA ESCRITA.
           MOVE "GARANTIR" TO WRK-PAR-ACAO.
           PERFORM 2830-CHAMAR-PARCELAS-VENDA.

           IF  NOT PAR-PARCELAS-OK
               STRING
                   "ERRO AO TENTAR GARANTIR AS TABELAS DE PARCELAS."
               INTO WRK-MSG-ERRO
               MOVE WRK-PAR-MSG TO WRK-MSG-EXP-ERRO
               MOVE ERR-COD-SQL-EXEC TO WRK-COD-ERRO
               PERFORM 9000-RETORNAR-RESPOSTA-HTTP-500
           END-IF.

      * LIMITE DE CREDITO DO CLIENTE, VERIFICADO NA INCLUSAO.
           MOVE "GARANTIR" TO WRK-CRD-ACAO.
           PERFORM 2870-CHAMAR-LIMITE-CREDITO.

           IF  NOT CRD-CREDITO-OK
               STRING
                   "ERRO AO TENTAR GARANTIR A ESTRUTURA DO LIMITE DE "
                   "CREDITO."
               INTO WRK-MSG-ERRO
               MOVE WRK-CRD-MSG TO WRK-MSG-EXP-ERRO
               MOVE ERR-COD-SQL-EXEC TO WRK-COD-ERRO
               PERFORM 9000-RETORNAR-RESPOSTA-HTTP-500
           END-IF.

      * DOCUMENTOS FISCAIS, LIDOS NA VERIFICACAO DA VENDA.
           MOVE "GARANTIR" TO WRK-DOC-ACAO.
           CALL 'MOD-DOCUMENTO-FISCAL'
               USING WRK-DOC-ACAO, WRK-DOC-VENDA-ID, WRK-DOC-SERIE,
                   WRK-DOC-DATA, WRK-DOC-REFERENCIA-ID, WRK-DOC-ID,
                   WRK-DOC-NUMERO, WRK-DOC-QTD, WRK-DOC-RESULTADO,
                   WRK-DOC-MSG
               END-CALL.

           IF  NOT DOC-FISCAL-OK
               STRING
                   "ERRO AO TENTAR GARANTIR AS TABELAS DE DOCUMENTOS "
                   "FISCAIS."
               INTO WRK-MSG-ERRO
               MOVE WRK-DOC-MSG TO WRK-MSG-EXP-ERRO
               MOVE ERR-COD-SQL-EXEC TO WRK-COD-ERRO
               PERFORM 9000-RETORNAR-RESPOSTA-HTTP-500
           END-IF.

      * AS TABELAS DO RAZAO DE ESTOQUE SAO GARANTIDAS AQUI, FORA DA
      * TRANSACAO DA ESCRITA.
           MOVE "GARANTIR" TO WRK-EST-ACAO.
           PERFORM 2750-CHAMAR-RAZAO-ESTOQUE.

           IF  NOT EST-MOVIMENTO-OK
               STRING
                   "ERRO AO TENTAR GARANTIR AS TABELAS DE ESTOQUE."
               INTO WRK-MSG-ERRO
               MOVE WRK-EST-MSG TO WRK-MSG-EXP-ERRO
               MOVE ERR-COD-SQL-EXEC TO WRK-COD-ERRO
               PERFORM 9000-RETORNAR-RESPOSTA-HTTP-500
           END-IF.

       2000-INCLUIR-ITEM.

           ACCEPT WRK-QS-VENDA-STG FROM ENVIRONMENT "QS_VENDA_ID".

           PERFORM 2100-VERIFICAR-VENDA-ABERTA.

           PERFORM 2150-PRECIFICAR-ITEM.

           PERFORM 2170-TRIBUTAR-ITEM.

           CALL 'MOD-RESOLVE-OPERADOR' USING WRK-OPERADOR
               END-CALL.

           EXEC SQL START TRANSACTION END-EXEC.

           EXEC SQL
               INSERT INTO venda_itens
                   (venda_id, produto_id, quantidade, preco_unitario,
                    preco_lista, desconto, promocao_id, classe_fiscal,
                    aliquota, valor_imposto)
               VALUES
                   (:ITM-VENDA-ID, :ITM-PRODUTO-ID, :ITM-QUANTIDADE,
                    :ITM-PRECO, :ITM-PRECO-LISTA, :ITM-DESCONTO,
                    NULLIF(:ITM-PROMOCAO-ID, 0),
                    NULLIF(TRIM(:ITM-CLASSE), ''), :ITM-ALIQUOTA,
                    :ITM-VALOR-IMPOSTO)
           END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO
               SELECT LAST_INSERT_ID() INTO :NOVO-ID
           END-EXEC.

      * A QUANTIDADE VENDIDA SAI DO ESTOQUE NA MESMA TRANSACAO.
           COMPUTE WRK-EST-QUANTIDADE = ZERO - ITM-QUANTIDADE.
           MOVE "VENDA" TO WRK-EST-TIPO.
           MOVE NOVO-ID TO WRK-EST-ITEM-ID.
           PERFORM 2700-MOVIMENTAR-ESTOQUE.

           PERFORM 2800-RECALCULAR-TOTAL-VENDA.

           PERFORM 2860-VERIFICAR-LIMITE-CREDITO.

           EXEC SQL COMMIT END-EXEC.

           PERFORM 2850-NOTIFICAR-VENDA.
      * O DIA DA VENDA PODE JA TER SIDO FECHADO PELO FINANCEIRO;
      * NESSE CASO OS ITENS SO MUDAM COM A REABERTURA EXPLICITA.
           EXEC SQL
               SELECT DATE_FORMAT(data_venda, '%Y-%m-%d'),
                      cliente_id
                 INTO :ITM-DIA, :ITM-CLIENTE-ID
                 FROM venda
                WHERE id = :ITM-VENDA-ID
           END-EXEC.
               PERFORM 9100-RETORNAR-RESPOSTA-HTTP-400
           END-IF.

      * A NOTA FISCAL EMITIDA FIXA OS ITENS DA VENDA.
           EXEC SQL
               SELECT COUNT(*)
                 INTO :ITM-QTD
                 FROM documento_fiscal
                WHERE venda_id = :ITM-VENDA-ID
                  AND tipo = 'NOTA'
                  AND situacao = 'EMITIDA'
           END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO
               STRING
                   "ERRO AO TENTAR VERIFICAR A NOTA FISCAL DA VENDA."
               INTO WRK-MSG-ERRO
               MOVE SQLERRM TO WRK-MSG-EXP-ERRO
               MOVE ERR-COD-SQL-EXEC TO WRK-COD-ERRO
               PERFORM 9000-RETORNAR-RESPOSTA-HTTP-500
           END-IF.

           IF  ITM-QTD > ZERO
               STRING
                   "VENDA COM NOTA FISCAL EMITIDA NAO ACEITA "
                   "ALTERACAO DE ITENS. USE A DEVOLUCAO "
                   "(PROG-DEVOLUCOES-VENDA)."
               INTO WRK-MSG-ERRO
               MOVE ERR-COD-SITUACAO-INVALIDA TO WRK-COD-ERRO
               PERFORM 9100-RETORNAR-RESPOSTA-HTTP-400
           END-IF.

       2150-PRECIFICAR-ITEM.

      * PRODUTO PRECISA EXISTIR E ESTAR ATIVO. O PRECO DE LISTA E O
      * DA VIGENCIA NO DIA DA VENDA (ITM-DIA, LIDO EM 2100); SEM
      * QS_PRECO VALE A MELHOR PROMOCAO PARA O PRODUTO, O CLIENTE E A
      * QUANTIDADE. PRECO INFORMADO ABAIXO DA LISTA E DESCONTO MANUAL.
           MOVE "CALCULAR" TO WRK-PRC-ACAO.
           PERFORM 2160-CHAMAR-PRECO-VENDA.

           IF  PRC-PRODUTO-INEXISTENTE
               STRING
                   "PRODUTO NAO ENCONTRADO OU INATIVO."
               INTO WRK-MSG-ERRO
               PERFORM 9200-RETORNAR-RESPOSTA-HTTP-404
           END-IF.

           IF  NOT PRC-PRECO-OK
               STRING
                   "ERRO AO TENTAR CALCULAR O PRECO DO ITEM."
               INTO WRK-MSG-ERRO
               MOVE WRK-PRC-MSG TO WRK-MSG-EXP-ERRO
               MOVE ERR-COD-SQL-EXEC TO WRK-COD-ERRO
               PERFORM 9000-RETORNAR-RESPOSTA-HTTP-500
           END-IF.

           IF  ITM-TEM-PRECO = 'N'
               COMPUTE ITM-PRECO = ITM-PRECO-LISTA - ITM-DESCONTO
           ELSE
               MOVE ZERO TO ITM-PROMOCAO-ID
               MOVE ZERO TO ITM-DESCONTO
               IF  ITM-PRECO < ITM-PRECO-LISTA
                   COMPUTE ITM-DESCONTO = ITM-PRECO-LISTA - ITM-PRECO
               END-IF
           END-IF.

       2160-CHAMAR-PRECO-VENDA.

           MOVE ITM-QUANTIDADE TO WRK-PRC-QUANTIDADE.

           CALL 'MOD-PRECO-VENDA'
               USING WRK-PRC-ACAO, ITM-PRODUTO-ID, ITM-CLIENTE-ID,
                   WRK-PRC-QUANTIDADE, ITM-DIA, ITM-PRECO-LISTA,
                   ITM-DESCONTO, ITM-PROMOCAO-ID, WRK-PRC-RESULTADO,
                   WRK-PRC-MSG
               END-CALL.

       2170-TRIBUTAR-ITEM.

      * O PRECO UNITARIO JA CONTEM O IMPOSTO; A LINHA GUARDA A PARTE
      * DELE PELA ALIQUOTA DA CLASSE VIGENTE NO DIA DA VENDA.
           MOVE "CALCULAR" TO WRK-IMP-ACAO.
           PERFORM 2180-CHAMAR-IMPOSTO-VENDA.

           IF  NOT IMP-IMPOSTO-OK
               STRING
                   "ERRO AO TENTAR CALCULAR O IMPOSTO DO ITEM."
               INTO WRK-MSG-ERRO
               MOVE WRK-IMP-MSG TO WRK-MSG-EXP-ERRO
               MOVE ERR-COD-SQL-EXEC TO WRK-COD-ERRO
               PERFORM 9000-RETORNAR-RESPOSTA-HTTP-500
           END-IF.

           COMPUTE ITM-VALOR-IMPOSTO ROUNDED =
               ITM-QUANTIDADE * ITM-PRECO * ITM-ALIQUOTA / 100.

       2180-CHAMAR-IMPOSTO-VENDA.

           CALL 'MOD-IMPOSTO-VENDA'
               USING WRK-IMP-ACAO, ITM-PRODUTO-ID, ITM-DIA,
                   ITM-CLASSE, ITM-ALIQUOTA, WRK-IMP-RESULTADO,
                   WRK-IMP-MSG
               END-CALL.

       2500-REMOVER-ITEM.

           ACCEPT WRK-QS-ITEM-STG FROM ENVIRONMENT "QS_ITEM_ID".
           MOVE WRK-QS-ITEM-STG TO ITM-ID.

           EXEC SQL
               SELECT venda_id, produto_id, quantidade
                 INTO :ITM-VENDA-ID, :ITM-PRODUTO-ID,
                      :ITM-QUANTIDADE
                 FROM venda_itens
                WHERE id = :ITM-ID
           END-EXEC.
           END-IF.

           PERFORM 2100-VERIFICAR-VENDA-ABERTA.
           PERFORM 2550-VERIFICAR-DEVOLUCOES.

           CALL 'MOD-RESOLVE-OPERADOR' USING WRK-OPERADOR
               END-CALL.

           EXEC SQL START TRANSACTION END-EXEC.

               PERFORM 9000-RETORNAR-RESPOSTA-HTTP-500
           END-IF.

      * O ITEM REMOVIDO DEVOLVE A QUANTIDADE AO ESTOQUE.
           MOVE ITM-QUANTIDADE TO WRK-EST-QUANTIDADE.
           MOVE "ESTORNO" TO WRK-EST-TIPO.
           MOVE ITM-ID TO WRK-EST-ITEM-ID.
           PERFORM 2700-MOVIMENTAR-ESTOQUE.

           PERFORM 2800-RECALCULAR-TOTAL-VENDA.

           EXEC SQL COMMIT END-EXEC.

           PERFORM 2900-RESPONDER-ITEM.

       2550-VERIFICAR-DEVOLUCOES.

      * A NOTA DE CREDITO APONTA PARA O ITEM; APAGAR O ITEM DEIXARIA
      * A DEVOLUCAO SEM ORIGEM E O ESTOQUE DEVOLVIDO EM DOBRO.
           EXEC SQL
               SELECT COUNT(*)
                 INTO :ITM-QTD
                 FROM venda_devolucao
                WHERE venda_item_id = :ITM-ID
           END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO
               STRING
                   "ERRO AO TENTAR VERIFICAR AS DEVOLUCOES DO ITEM."
               INTO WRK-MSG-ERRO
               MOVE SQLERRM TO WRK-MSG-EXP-ERRO
               MOVE ERR-COD-SQL-EXEC TO WRK-COD-ERRO
               PERFORM 9000-RETORNAR-RESPOSTA-HTTP-500
           END-IF.

           IF  ITM-QTD > ZERO
               STRING
                   "ITEM COM DEVOLUCAO REGISTRADA NAO PODE SER "
                   "REMOVIDO. DEVOLVA O RESTANTE "
                   "(PROG-DEVOLUCOES-VENDA)."
               INTO WRK-MSG-ERRO
               MOVE ERR-COD-SITUACAO-INVALIDA TO WRK-COD-ERRO
               PERFORM 9100-RETORNAR-RESPOSTA-HTTP-400
           END-IF.

       2700-MOVIMENTAR-ESTOQUE.

      * CHAMADO COM A TRANSACAO ABERTA; QUALQUER RECUSA DESFAZ A
      * ESCRITA DO ITEM JUNTO.
           MOVE "MOVIMENTAR" TO WRK-EST-ACAO.
           MOVE ITM-VENDA-ID TO WRK-EST-DOC-ID.
           MOVE SPACES TO WRK-EST-MOTIVO.
           PERFORM 2750-CHAMAR-RAZAO-ESTOQUE.

           IF  EST-SALDO-INSUFICIENTE
               EXEC SQL ROLLBACK END-EXEC
               MOVE WRK-EST-SALDO TO WRK-SALDO-MASK
               STRING
                   "ESTOQUE INSUFICIENTE PARA O PRODUTO. SALDO "
                   "ATUAL: " FUNCTION TRIM(WRK-SALDO-MASK) "."
                   DELIMITED BY SIZE
                   INTO WRK-MSG-ERRO
               END-STRING
               MOVE ERR-COD-SEM-ESTOQUE TO WRK-COD-ERRO
               PERFORM 9100-RETORNAR-RESPOSTA-HTTP-400
           END-IF.

           IF  NOT EST-MOVIMENTO-OK
               EXEC SQL ROLLBACK END-EXEC
               STRING
                   "ERRO AO TENTAR MOVIMENTAR O ESTOQUE DO PRODUTO."
               INTO WRK-MSG-ERRO
               MOVE WRK-EST-MSG TO WRK-MSG-EXP-ERRO
               MOVE ERR-COD-SQL-EXEC TO WRK-COD-ERRO
               PERFORM 9000-RETORNAR-RESPOSTA-HTTP-500
           END-IF.

       2750-CHAMAR-RAZAO-ESTOQUE.

           CALL 'MOD-MOVIMENTA-ESTOQUE'
               USING WRK-EST-ACAO, ITM-PRODUTO-ID,
                   WRK-EST-QUANTIDADE, WRK-EST-TIPO, WRK-EST-DOC-ID,
                   WRK-EST-ITEM-ID, WRK-EST-MOTIVO, WRK-OPERADOR,
                   WRK-EST-SALDO, WRK-EST-RESULTADO, WRK-EST-MSG
               END-CALL.

       2800-RECALCULAR-TOTAL-VENDA.

      * O VALOR DA VENDA E SEMPRE DERIVADO DOS ITENS; O RECALCULO
      * ACONTECE NA MESMA TRANSACAO DA ESCRITA DO ITEM. O IMPOSTO
      * FICA EM COLUNA PROPRIA: O LIQUIDO E O VALOR MENOS O IMPOSTO.
           EXEC SQL
               UPDATE venda
                  SET valor = (SELECT COALESCE(SUM(quantidade *
                          preco_unitario), 0)
                          FROM venda_itens
                         WHERE venda_id = :ITM-VENDA-ID),
                      valor_imposto = (SELECT COALESCE(
                          SUM(valor_imposto), 0)
                          FROM venda_itens
                         WHERE venda_id = :ITM-VENDA-ID)
                WHERE id = :ITM-VENDA-ID
           END-EXEC.
               PERFORM 9000-RETORNAR-RESPOSTA-HTTP-500
           END-IF.

           EXEC SQL
               SELECT valor, valor_imposto
                 INTO :ITM-VALOR-VENDA, :ITM-IMPOSTO-VENDA
                 FROM venda
                WHERE id = :ITM-VENDA-ID
           END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO
               STRING
                   "ERRO AO TENTAR LER OS TOTAIS DA VENDA."
               INTO WRK-MSG-ERRO
               MOVE SQLERRM TO WRK-MSG-EXP-ERRO
               MOVE ERR-COD-SQL-EXEC TO WRK-COD-ERRO
               EXEC SQL ROLLBACK END-EXEC
               PERFORM 9000-RETORNAR-RESPOSTA-HTTP-500
           END-IF.

           PERFORM 2820-REFAZER-PARCELAS.

       2820-REFAZER-PARCELAS.

      * O TOTAL NOVO E REPARTIDO NAS PARCELAS AINDA NAO PAGAS.
           MOVE "GERAR" TO WRK-PAR-ACAO.
           PERFORM 2830-CHAMAR-PARCELAS-VENDA.

           IF  PAR-VENDA-COM-PAGAMENTO
               EXEC SQL ROLLBACK END-EXEC
               STRING
                   "O TOTAL DA VENDA FICARIA ABAIXO DO VALOR DAS "
                   "PARCELAS JA PAGAS. REEMBOLSE OS PAGAMENTOS "
                   "(PROG-PARCELAS-VENDA) ANTES DE REMOVER O ITEM."
               INTO WRK-MSG-ERRO
               MOVE ERR-COD-SITUACAO-INVALIDA TO WRK-COD-ERRO
               PERFORM 9100-RETORNAR-RESPOSTA-HTTP-400
           END-IF.

           IF  NOT PAR-PARCELAS-OK
               EXEC SQL ROLLBACK END-EXEC
               STRING
                   "ERRO AO TENTAR REFAZER AS PARCELAS DA VENDA."
               INTO WRK-MSG-ERRO
               MOVE WRK-PAR-MSG TO WRK-MSG-EXP-ERRO
               MOVE ERR-COD-SQL-EXEC TO WRK-COD-ERRO
               PERFORM 9000-RETORNAR-RESPOSTA-HTTP-500
           END-IF.

       2830-CHAMAR-PARCELAS-VENDA.

           CALL 'MOD-PARCELAS-VENDA'
               USING WRK-PAR-ACAO, ITM-VENDA-ID, WRK-PAR-RESULTADO,
                   WRK-PAR-MSG
               END-CALL.

       2850-NOTIFICAR-VENDA.

      * CHAMADO SOMENTE APOS O COMMIT, PARA NAO MISTURAR O COMMIT
                   WRK-NOTIF-PAYLOAD
               END-CALL.

       2860-VERIFICAR-LIMITE-CREDITO.

      * CHAMADO COM A TRANSACAO ABERTA E AS PARCELAS JA REFEITAS PELO
      * TOTAL NOVO; A RECUSA DESFAZ A INCLUSAO DO ITEM.
           MOVE "VERIFICAR" TO WRK-CRD-ACAO.
           PERFORM 2870-CHAMAR-LIMITE-CREDITO.

           IF  CRD-CREDITO-EXCEDIDO
               EXEC SQL ROLLBACK END-EXEC
               MOVE WRK-CRD-LIMITE TO WRK-CRD-LIMITE-MASK
               COMPUTE WRK-CRD-EM-ABERTO =
                   WRK-CRD-EM-ABERTO + WRK-CRD-SALDO-VENDA
               MOVE WRK-CRD-EM-ABERTO TO WRK-CRD-ABERTO-MASK
               STRING
                   "LIMITE DE CREDITO DO CLIENTE EXCEDIDO. LIMITE: "
                   FUNCTION TRIM(WRK-CRD-LIMITE-MASK)
                   "; EM ABERTO COM ESTA VENDA: "
                   FUNCTION TRIM(WRK-CRD-ABERTO-MASK) "."
                   DELIMITED BY SIZE
                   INTO WRK-MSG-ERRO
               END-STRING
               MOVE ERR-COD-LIMITE-CREDITO TO WRK-COD-ERRO
               PERFORM 9100-RETORNAR-RESPOSTA-HTTP-400
           END-IF.

           IF  NOT CRD-CREDITO-OK
           AND NOT CRD-CREDITO-LIBERADO
               EXEC SQL ROLLBACK END-EXEC
               STRING
                   "ERRO AO TENTAR VERIFICAR O LIMITE DE CREDITO "
                   "DO CLIENTE."
               INTO WRK-MSG-ERRO
               MOVE WRK-CRD-MSG TO WRK-MSG-EXP-ERRO
               MOVE ERR-COD-SQL-EXEC TO WRK-COD-ERRO
               PERFORM 9000-RETORNAR-RESPOSTA-HTTP-500
           END-IF.

       2870-CHAMAR-LIMITE-CREDITO.

           CALL 'MOD-LIMITE-CREDITO'
               USING WRK-CRD-ACAO, ITM-CLIENTE-ID, ITM-VENDA-ID,
                   WRK-CRD-LIMITE, WRK-CRD-EM-ABERTO,
                   WRK-CRD-SALDO-VENDA, WRK-CRD-RESULTADO,
                   WRK-CRD-MSG
               END-CALL.

       2900-RESPONDER-ITEM.

           CALL 'MOD-REGISTRA-AUDITORIA'
           MOVE ITM-VENDA-ID TO WRK-ID-MASK.
           DISPLAY '"venda_id": ' FUNCTION TRIM(WRK-ID-MASK) ','.

           IF  FUNCTION UPPER-CASE(FUNCTION TRIM(WRK-QS-ACAO))
                   = "INCLUIR"
               PERFORM 2950-EMITIR-PRECIFICACAO
           END-IF.

           MOVE ITM-VALOR-VENDA TO WRK-TOTAL-MASK.
           DISPLAY '"valor_venda": ' FUNCTION TRIM(WRK-TOTAL-MASK) ','.
           MOVE ITM-IMPOSTO-VENDA TO WRK-TOTAL-MASK.
           DISPLAY '"valor_imposto_venda": '
               FUNCTION TRIM(WRK-TOTAL-MASK) ','.
           COMPUTE ITM-VALOR-VENDA =
               ITM-VALOR-VENDA - ITM-IMPOSTO-VENDA.
           MOVE ITM-VALOR-VENDA TO WRK-TOTAL-MASK.
           DISPLAY '"valor_liquido_venda": '
               FUNCTION TRIM(WRK-TOTAL-MASK) ','.

           DISPLAY '"acao": "'
               FUNCTION UPPER-CASE(FUNCTION TRIM(WRK-QS-ACAO)) '"'.
           DISPLAY "}".
           DISPLAY "}".

       2950-EMITIR-PRECIFICACAO.

           MOVE ITM-PRECO-LISTA TO WRK-VALOR-MASK.
           DISPLAY '"preco_lista": ' FUNCTION TRIM(WRK-VALOR-MASK) ','.
           MOVE ITM-DESCONTO TO WRK-VALOR-MASK.
           DISPLAY '"desconto": ' FUNCTION TRIM(WRK-VALOR-MASK) ','.
           MOVE ITM-PRECO TO WRK-VALOR-MASK.
           DISPLAY '"preco_unitario": '
               FUNCTION TRIM(WRK-VALOR-MASK) ','.
           IF  ITM-PROMOCAO-ID = ZERO
               DISPLAY '"promocao_id": null,'
           ELSE
               MOVE ITM-PROMOCAO-ID TO WRK-ID-MASK
               DISPLAY '"promocao_id": ' FUNCTION TRIM(WRK-ID-MASK) ','
           END-IF.
           PERFORM 2960-EMITIR-TRIBUTACAO.

       2960-EMITIR-TRIBUTACAO.

           IF  ITM-CLASSE = SPACES
               DISPLAY '"classe_fiscal": null,'
           ELSE
               DISPLAY '"classe_fiscal": "'
                   FUNCTION TRIM(ITM-CLASSE) '",'
           END-IF.
           MOVE ITM-ALIQUOTA TO WRK-ALIQUOTA-MASK.
           DISPLAY '"aliquota": ' FUNCTION TRIM(WRK-ALIQUOTA-MASK) ','.
           MOVE ITM-VALOR-IMPOSTO TO WRK-VALOR-MASK.
           DISPLAY '"valor_imposto": '
               FUNCTION TRIM(WRK-VALOR-MASK) ','.

       3000-LISTAR-ITENS.

           ACCEPT WRK-QS-VENDA-STG FROM ENVIRONMENT "QS_VENDA_ID".
               DECLARE CUR-ITENS CURSOR FOR
                   SELECT i.id, i.produto_id,
                          COALESCE(p.nome, ''),
                          i.quantidade, i.preco_unitario,
                          COALESCE(i.preco_lista, i.preco_unitario),
                          i.desconto, COALESCE(i.promocao_id, 0),
                          COALESCE(i.classe_fiscal, ' '), i.aliquota,
                          i.valor_imposto
                     FROM venda_itens i
                     LEFT JOIN produto p
                       ON p.id = i.produto_id
           EXEC SQL
               FETCH CUR-ITENS
                   INTO :ITM-ID, :ITM-PRODUTO-ID, :ITM-PRODUTO-NOME,
                        :ITM-QUANTIDADE, :ITM-PRECO, :ITM-PRECO-LISTA,
                        :ITM-DESCONTO, :ITM-PROMOCAO-ID, :ITM-CLASSE,
                        :ITM-ALIQUOTA, :ITM-VALOR-IMPOSTO
           END-EXEC.

           IF  SQLCODE EQUAL 100
           DISPLAY '    "quantidade": '
               FUNCTION TRIM(WRK-QTD-MASK) ','.

           MOVE ITM-PRECO-LISTA TO WRK-VALOR-MASK.
           DISPLAY '    "preco_lista": '
               FUNCTION TRIM(WRK-VALOR-MASK) ','.

           MOVE ITM-DESCONTO TO WRK-VALOR-MASK.
           DISPLAY '    "desconto": '
               FUNCTION TRIM(WRK-VALOR-MASK) ','.

           IF  ITM-PROMOCAO-ID = ZERO
               DISPLAY '    "promocao_id": null,'
           ELSE
               MOVE ITM-PROMOCAO-ID TO WRK-ID-MASK
               DISPLAY '    "promocao_id": '
                   FUNCTION TRIM(WRK-ID-MASK) ','
           END-IF.

           IF  ITM-CLASSE = SPACES
               DISPLAY '    "classe_fiscal": null,'
           ELSE
               DISPLAY '    "classe_fiscal": "'
                   FUNCTION TRIM(ITM-CLASSE) '",'
           END-IF.

           MOVE ITM-ALIQUOTA TO WRK-ALIQUOTA-MASK.
           DISPLAY '    "aliquota": '
               FUNCTION TRIM(WRK-ALIQUOTA-MASK) ','.

           MOVE ITM-VALOR-IMPOSTO TO WRK-VALOR-MASK.
           DISPLAY '    "valor_imposto": '
               FUNCTION TRIM(WRK-VALOR-MASK) ','.

           MOVE ITM-PRECO TO WRK-VALOR-MASK.
           DISPLAY '    "preco_unitario": '
               FUNCTION TRIM(WRK-VALOR-MASK).

       4000-LIBERAR-RECURSOS.

           MOVE "ENCERRAR" TO WRK-CONEXAO-ACAO.
           CALL 'MOD-CONEXAO-BD'
               USING WRK-CONEXAO-ACAO, WRK-CONEXAO-OK,
                   WRK-CONEXAO-MSG
               END-CALL.

       9600-RETORNAR-RESPOSTA-HTTP-503.


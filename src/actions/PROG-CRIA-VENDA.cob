      *     ACEITA VENDA NOVA: A CONCILIACAO DO FINANCEIRO DEIXA DE
      *     DERIVAR EM SILENCIO. A REABERTURA EXPLICITA E FEITA POR
      *     ADMIN EM PROG-FECHAMENTO-VENDAS.
      *   - A VENDA NASCE COM AS PARCELAS DO CONTAS A RECEBER
      *     (QS_PARCELAS, DE 1 A 24, PADRAO 1), GERADAS POR
      *     MOD-PARCELAS-VENDA NA MESMA TRANSACAO DA INCLUSAO. A
      *     CONEXAO PASSA A SER A SESSAO COMPARTILHADA DA REQUISICAO
      *     (MOD-CONEXAO-BD), PARA QUE O MODULO GRAVE NA MESMA
      *     TRANSACAO.
      *   - A VENDA PASSA PELO LIMITE DE CREDITO DO CLIENTE
      *     (MOD-LIMITE-CREDITO) NA MESMA TRANSACAO, JA COM AS
      *     PARCELAS GERADAS: SALDO EM ABERTO DO CLIENTE MAIS O VALOR
      *     DA VENDA ACIMA DO LIMITE E RECUSADO COM
      *     ERR-COD-LIMITE-CREDITO, SALVO LIBERACAO AVULSA CONCEDIDA
      *     POR ADMIN EM PROG-CLIENTES-ADMIN, QUE E CONSUMIDA PELA
      *     VENDA E INFORMADA NA RESPOSTA (CREDITO_LIBERADO).
      *   - QS_VENDEDOR_ID OPCIONAL GRAVA NA VENDA QUEM A FEZ
      *     (VENDEDOR ATIVO DO CADASTRO DE PROG-VENDEDORES-ADMIN),
      *     JUNTO COM O PERCENTUAL DE COMISSAO VIGENTE NO MOMENTO;
      *     A APURACAO MENSAL E DE PROG-COMISSOES-VENDEDORES. A
      *     TABELA VENDA GANHA AS COLUNAS VENDEDOR_ID E
      *     PERCENTUAL_COMISSAO, MIGRADAS NO GUARD DE ESTRUTURA.
      *******************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       77  WRK-CORS-ORIGIN                 PIC X(255).
       77  WRK-MSG-ERRO-ESC                PIC X(510).
       77  WRK-MSG-EXP-ERRO                PIC X(255).
       77  WRK-CONEXAO-ACAO                PIC X(10).
       77  WRK-CONEXAO-OK                  PIC X(1).
           88  CONEXAO-DISPONIVEL                      VALUE 'S'.
       77  WRK-CONEXAO-MSG                 PIC X(255).

       77  WRK-HTTP-STATUS-200             PIC 9(3)        VALUE 200.
       77  WRK-HTTP-STATUS-400             PIC 9(3)        VALUE 400.
       77  WRK-CHAVE-PAPEL                 PIC X(10).
       77  WRK-QUOTA-ESTOURADA             PIC X(1).
           88  QUOTA-ESTOURADA                         VALUE 'S'.
           88  ORIGEM-BLOQUEADA                        VALUE 'B'.

       77  WRK-RETRY-SEG-MASK              PIC Z(4)9.
       77  WRK-EM-MANUTENCAO               PIC X(1).
       77  WRK-COD-ERRO                    PIC 9(4).

       COPY ERRO-CODES.
       COPY VERSAO-BUILD.

       77  WRK-REQUEST-METHOD              PIC X(10).
       77  WRK-QS-CLIENTE-STG              PIC X(10).
       77  WRK-QS-VALOR-STG                PIC X(15).
       77  WRK-QS-DATA                     PIC X(10).
       77  WRK-QS-PARCELAS-STG             PIC X(10).
       77  WRK-QS-VENDEDOR-STG             PIC X(10).
       77  WRK-VENDEDOR-MASK               PIC Z(9)9.
       77  WRK-VENDEDOR-TXT                PIC X(10)   VALUE "null".
       77  WRK-VALOR-CHECK                 PIC X(15).
       77  WRK-IDX                         PIC 9(2).
       77  WRK-VALOR-MASK                  PIC Z(7)9.99.
       77  WRK-PARCELAS-MASK               PIC Z(2)9.

       77  WRK-PAR-ACAO                    PIC X(10).
       77  WRK-PAR-RESULTADO               PIC X(2).
           88  PAR-PARCELAS-OK                         VALUE 'OK'.
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
       77  WRK-CRD-LIBERADO-TXT            PIC X(5)    VALUE "false".

       77  WRK-DIA-FECHAMENTO              PIC X(10).
       77  WRK-DIA-FECHADO                 PIC X(1).
           05 VEN-CLIENTE-ID    PIC 9(10).
           05 VEN-VALOR         PIC 9(8)V99.
           05 VEN-DATA          PIC X(10).
           05 VEN-QTD-PARCELAS  PIC 9(3).
           05 VEN-QTD           PIC 9(10).
           05 VEN-QTD-COLUNA    PIC 9(10).
           05 VEN-VENDEDOR-ID   PIC 9(10).
           05 VEN-COMISSAO      PIC 9(3)V99.
           05 VEN-VENDEDOR-ATIVO PIC X(1).
           05 NOVO-ID           PIC 9(10).

       EXEC SQL END DECLARE SECTION END-EXEC.
           PERFORM 1150-VERIFICAR-DIA-FECHADO.
           PERFORM 1200-CONECTA-BANCO-DE-DADOS.
           PERFORM 1250-GARANTIR-ESTRUTURA-VENDA.
           PERFORM 1260-GARANTIR-PARCELAS.
           PERFORM 1270-GARANTIR-LIMITE-CREDITO.
           PERFORM 2000-VERIFICAR-CLIENTE-EXISTE.
           IF  VEN-VENDEDOR-ID NOT = ZERO
               PERFORM 2050-VERIFICAR-VENDEDOR
           END-IF.
           PERFORM 2100-INCLUIR-VENDA.
           PERFORM 2500-NOTIFICAR-INCLUSAO.
           PERFORM 3000-RETORNAR-RESPOSTA-HTTP-200.
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
           END-IF.
           MOVE WRK-QS-DATA TO VEN-DATA.

           MOVE 1 TO VEN-QTD-PARCELAS.
           ACCEPT WRK-QS-PARCELAS-STG FROM ENVIRONMENT "QS_PARCELAS".
           IF  FUNCTION TRIM(WRK-QS-PARCELAS-STG) NOT = SPACES
               PERFORM 1120-VALIDAR-PARCELAS
           END-IF.

           MOVE ZERO TO VEN-VENDEDOR-ID.
           MOVE ZERO TO VEN-COMISSAO.
           ACCEPT WRK-QS-VENDEDOR-STG FROM ENVIRONMENT "QS_VENDEDOR_ID".
           IF  FUNCTION TRIM(WRK-QS-VENDEDOR-STG) NOT = SPACES
               PERFORM 1130-VALIDAR-VENDEDOR
           END-IF.

       1110-VALIDAR-FORMATO-DATA.

           IF  WRK-QS-DATA(5:1) NOT = '-'
               PERFORM 9200-RETORNAR-RESPOSTA-HTTP-400
           END-IF.

       1120-VALIDAR-PARCELAS.

           COPY VALIDACAO-CAMPO-NUMERICO
               REPLACING ==TAG-CAMPO-STG==  BY ==WRK-QS-PARCELAS-STG==
                   ==TAG-NOME-PARAM==       BY =="QS_PARCELAS"==
                   ==TAG-PARAGRAFO-400==    BY
                       ==9200-RETORNAR-RESPOSTA-HTTP-400==.

           IF  FUNCTION NUMVAL(WRK-QS-PARCELAS-STG) < 1
           OR  FUNCTION NUMVAL(WRK-QS-PARCELAS-STG) > 24
               STRING
                   "PARAMETRO QS_PARCELAS DEVE ESTAR ENTRE 1 E 24."
               INTO WRK-MSG-ERRO
               MOVE ERR-COD-VALIDACAO TO WRK-COD-ERRO
               PERFORM 9200-RETORNAR-RESPOSTA-HTTP-400
           END-IF.

           MOVE WRK-QS-PARCELAS-STG TO VEN-QTD-PARCELAS.

       1130-VALIDAR-VENDEDOR.

           COPY VALIDACAO-CAMPO-NUMERICO
               REPLACING ==TAG-CAMPO-STG==  BY ==WRK-QS-VENDEDOR-STG==
                   ==TAG-NOME-PARAM==       BY =="QS_VENDEDOR_ID"==
                   ==TAG-PARAGRAFO-400==    BY
                       ==9200-RETORNAR-RESPOSTA-HTTP-400==.
           MOVE WRK-QS-VENDEDOR-STG TO VEN-VENDEDOR-ID.

       1150-VERIFICAR-DIA-FECHADO.

      * DIA CONTABILMENTE FECHADO NAO ACEITA VENDA NOVA; SEM QS_DATA

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

               END-IF
           END-IF.

      * VENDEDOR E PERCENTUAL DE COMISSAO SAO OPCIONAIS; AS VENDAS
      * ANTIGAS FICAM SEM VENDEDOR E FORA DA APURACAO DE COMISSAO.
           EXEC SQL
               SELECT COUNT(*)
                 INTO :VEN-QTD-COLUNA
                 FROM information_schema.columns
                WHERE table_schema = DATABASE()
                  AND table_name = 'venda'
                  AND column_name = 'vendedor_id'
           END-EXEC.

           IF  SQLCODE EQUAL ZERO AND VEN-QTD-COLUNA = ZERO
               EXEC SQL
                   ALTER TABLE venda
                       ADD COLUMN vendedor_id INT NULL,
                       ADD COLUMN percentual_comissao DECIMAL(5,2)
                           NULL,
                       ADD KEY ix_venda_vendedor (vendedor_id,
                           data_venda)
               END-EXEC

               IF  SQLCODE NOT EQUAL ZERO
                   STRING
                       "ERRO AO TENTAR ACRESCENTAR AS COLUNAS DE "
                       "VENDEDOR EM VENDA."
                   INTO WRK-MSG-ERRO
                   MOVE SQLERRM TO WRK-MSG-EXP-ERRO
                   MOVE ERR-COD-SQL-EXEC TO WRK-COD-ERRO
                   PERFORM 9000-RETORNAR-RESPOSTA-HTTP-500
               END-IF
           END-IF.

       1260-GARANTIR-PARCELAS.

      * AS TABELAS DO CONTAS A RECEBER SAO GARANTIDAS ANTES DE ABRIR
      * A TRANSACAO: DDL FAZ COMMIT IMPLICITO.
           MOVE "GARANTIR" TO WRK-PAR-ACAO.
           CALL 'MOD-PARCELAS-VENDA'
               USING WRK-PAR-ACAO, NOVO-ID, WRK-PAR-RESULTADO,
                   WRK-PAR-MSG
               END-CALL.

           IF  NOT PAR-PARCELAS-OK
               STRING
                   "ERRO AO TENTAR GARANTIR AS TABELAS DE PARCELAS."
               INTO WRK-MSG-ERRO
               MOVE WRK-PAR-MSG TO WRK-MSG-EXP-ERRO
               MOVE ERR-COD-SQL-EXEC TO WRK-COD-ERRO
               PERFORM 9000-RETORNAR-RESPOSTA-HTTP-500
           END-IF.

       1270-GARANTIR-LIMITE-CREDITO.

      * A COLUNA DE LIMITE E A TABELA DE LIBERACOES TAMBEM SAO
      * GARANTIDAS FORA DA TRANSACAO.
           MOVE "GARANTIR" TO WRK-CRD-ACAO.
           PERFORM 2160-CHAMAR-LIMITE-CREDITO.

           IF  NOT CRD-CREDITO-OK
               STRING
                   "ERRO AO TENTAR GARANTIR A ESTRUTURA DO LIMITE DE "
                   "CREDITO."
               INTO WRK-MSG-ERRO
               MOVE WRK-CRD-MSG TO WRK-MSG-EXP-ERRO
               MOVE ERR-COD-SQL-EXEC TO WRK-COD-ERRO
               PERFORM 9000-RETORNAR-RESPOSTA-HTTP-500
           END-IF.

       2000-VERIFICAR-CLIENTE-EXISTE.

           EXEC SQL
               PERFORM 9100-RETORNAR-RESPOSTA-HTTP-404
           END-IF.

       2050-VERIFICAR-VENDEDOR.

      * O PERCENTUAL E COPIADO PARA A VENDA: ALTERACAO POSTERIOR NO
      * CADASTRO NAO MUDA A COMISSAO DAS VENDAS JA FEITAS.
           EXEC SQL
               SELECT percentual_comissao, ativo
                 INTO :VEN-COMISSAO, :VEN-VENDEDOR-ATIVO
                 FROM vendedor
                WHERE id = :VEN-VENDEDOR-ID
           END-EXEC.

           IF  SQLCODE EQUAL 100
               STRING
                   "VENDEDOR NAO ENCONTRADO."
               INTO WRK-MSG-ERRO
               MOVE ERR-COD-VALIDACAO TO WRK-COD-ERRO
               PERFORM 9100-RETORNAR-RESPOSTA-HTTP-404
           END-IF.

           IF  SQLCODE NOT EQUAL ZERO
               STRING
                   "ERRO AO TENTAR VERIFICAR O VENDEDOR."
               INTO WRK-MSG-ERRO
               MOVE SQLERRM TO WRK-MSG-EXP-ERRO
               MOVE ERR-COD-SQL-EXEC TO WRK-COD-ERRO
               PERFORM 9000-RETORNAR-RESPOSTA-HTTP-500
           END-IF.

           IF  VEN-VENDEDOR-ATIVO NOT = 'S'
               STRING
                   "VENDEDOR INATIVO NAO PODE RECEBER VENDA NOVA."
               INTO WRK-MSG-ERRO
               MOVE ERR-COD-SITUACAO-INVALIDA TO WRK-COD-ERRO
               PERFORM 9200-RETORNAR-RESPOSTA-HTTP-400
           END-IF.

       2100-INCLUIR-VENDA.

           EXEC SQL START TRANSACTION END-EXEC.

           EXEC SQL
               INSERT INTO venda
                   (cliente_id, valor, data_venda, qtd_parcelas,
                    vendedor_id, percentual_comissao)
               VALUES
                   (:VEN-CLIENTE-ID, :VEN-VALOR,
                    COALESCE(NULLIF(TRIM(:VEN-DATA), ''),
                        CURRENT_DATE),
                    :VEN-QTD-PARCELAS,
                    NULLIF(:VEN-VENDEDOR-ID, 0),
                    CASE WHEN :VEN-VENDEDOR-ID = 0 THEN NULL
                         ELSE :VEN-COMISSAO END)
           END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO
               SELECT LAST_INSERT_ID() INTO :NOVO-ID
           END-EXEC.

      * AS PARCELAS NASCEM NA MESMA TRANSACAO DA VENDA.
           MOVE "GERAR" TO WRK-PAR-ACAO.
           CALL 'MOD-PARCELAS-VENDA'
               USING WRK-PAR-ACAO, NOVO-ID, WRK-PAR-RESULTADO,
                   WRK-PAR-MSG
               END-CALL.

           IF  NOT PAR-PARCELAS-OK
               STRING
                   "ERRO AO TENTAR GERAR AS PARCELAS DA VENDA."
               INTO WRK-MSG-ERRO
               MOVE WRK-PAR-MSG TO WRK-MSG-EXP-ERRO
               MOVE ERR-COD-SQL-EXEC TO WRK-COD-ERRO
               EXEC SQL ROLLBACK END-EXEC
               PERFORM 9000-RETORNAR-RESPOSTA-HTTP-500
           END-IF.

           PERFORM 2150-VERIFICAR-LIMITE-CREDITO.

           EXEC SQL COMMIT END-EXEC.

       2150-VERIFICAR-LIMITE-CREDITO.

      * CHAMADO COM A TRANSACAO ABERTA E AS PARCELAS JA GERADAS; A
      * RECUSA DESFAZ A VENDA INTEIRA.
           MOVE "VERIFICAR" TO WRK-CRD-ACAO.
           PERFORM 2160-CHAMAR-LIMITE-CREDITO.

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
               PERFORM 9200-RETORNAR-RESPOSTA-HTTP-400
           END-IF.

           IF  CRD-CREDITO-LIBERADO
               MOVE "true" TO WRK-CRD-LIBERADO-TXT
           ELSE
               IF  NOT CRD-CREDITO-OK
                   EXEC SQL ROLLBACK END-EXEC
                   STRING
                       "ERRO AO TENTAR VERIFICAR O LIMITE DE CREDITO "
                       "DO CLIENTE."
                   INTO WRK-MSG-ERRO
                   MOVE WRK-CRD-MSG TO WRK-MSG-EXP-ERRO
                   MOVE ERR-COD-SQL-EXEC TO WRK-COD-ERRO
                   PERFORM 9000-RETORNAR-RESPOSTA-HTTP-500
               END-IF
           END-IF.

       2160-CHAMAR-LIMITE-CREDITO.

           CALL 'MOD-LIMITE-CREDITO'
               USING WRK-CRD-ACAO, VEN-CLIENTE-ID, NOVO-ID,
                   WRK-CRD-LIMITE, WRK-CRD-EM-ABERTO,
                   WRK-CRD-SALDO-VENDA, WRK-CRD-RESULTADO,
                   WRK-CRD-MSG
               END-CALL.

       2500-NOTIFICAR-INCLUSAO.

      * CHAMADO SOMENTE APOS O COMMIT DA INCLUSAO, PARA NAO MISTURAR

           MOVE NOVO-ID TO WRK-ID-MASK.
           MOVE VEN-VALOR TO WRK-VALOR-MASK.
           MOVE VEN-QTD-PARCELAS TO WRK-PARCELAS-MASK.
           IF  VEN-VENDEDOR-ID NOT = ZERO
               MOVE VEN-VENDEDOR-ID TO WRK-VENDEDOR-MASK
               MOVE WRK-VENDEDOR-MASK TO WRK-VENDEDOR-TXT
           END-IF.

      * A RESPOSTA E MONTADA EM UM UNICO BUFFER PARA PODER SER
      * GRAVADA PELA IDEMPOTENCIA E EXIBIDA DE UMA SO VEZ.
               '"data": {' WRK-NEWLINE
               '"id": ' FUNCTION TRIM(WRK-ID-MASK) ','
               WRK-NEWLINE
               '"valor": ' FUNCTION TRIM(WRK-VALOR-MASK) ','
               WRK-NEWLINE
               '"qtd_parcelas": ' FUNCTION TRIM(WRK-PARCELAS-MASK) ','
               WRK-NEWLINE
               '"vendedor_id": ' FUNCTION TRIM(WRK-VENDEDOR-TXT) ','
               WRK-NEWLINE
               '"credito_liberado": '
               FUNCTION TRIM(WRK-CRD-LIBERADO-TXT)
               WRK-NEWLINE
               '}' WRK-NEWLINE
               '}'

       4000-LIBERAR-RECURSOS.

           MOVE "ENCERRAR" TO WRK-CONEXAO-ACAO.
           CALL 'MOD-CONEXAO-BD'
               USING WRK-CONEXAO-ACAO, WRK-CONEXAO-OK,
                   WRK-CONEXAO-MSG
               END-CALL.

       9600-RETORNAR-RESPOSTA-HTTP-503.


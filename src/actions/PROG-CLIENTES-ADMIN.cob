      *   - A TABELA CLIENTE GANHA AS COLUNAS ATIVO, CRIADO_EM E
      *     ATUALIZADO_EM; TABELAS ANTIGAS SAO MIGRADAS NO GUARD DE
      *     ESTRUTURA, COM OS CLIENTES EXISTENTES NASCENDO ATIVOS.
      *   - LIMITE DE CREDITO POR CLIENTE (COLUNA LIMITE_CREDITO;
      *     NULO E SEM LIMITE), VERIFICADO NA VENDA POR
      *     MOD-LIMITE-CREDITO. QS_ACAO=LIMITE (QS_ID, QS_LIMITE; EM
      *     BRANCO RETIRA O LIMITE) ALTERA O LIMITE COM A IMAGEM
      *     ANTERIOR EM CLIENTE_HISTORICO. QS_ACAO=LIBERAR (QS_ID,
      *     QS_MOTIVO) CONCEDE UMA LIBERACAO AVULSA, VALIDA NO DIA,
      *     PARA UMA VENDA ACIMA DO LIMITE (CLIENTE_CREDITO_LIBERACAO,
      *     COM OPERADOR, ORIGEM E MOTIVO). AMBAS EXIGEM ADMIN. A
      *     LISTAGEM PASSA A MOSTRAR O LIMITE.
      *   - CADASTRO FISCAL, ENDERECOS E CONTATOS DO CLIENTE, PARA
      *     EXTRATOS, NOTAS E REMESSAS SAIREM ENDERECADOS. A COLUNA
      *     DOCUMENTO GUARDA O CPF OU CNPJ SO COM DIGITOS, VALIDADO
      *     PELOS DIGITOS VERIFICADORES (MOD-VALIDA-DOCUMENTO) E UNICO
      *     ENTRE OS CLIENTES ATIVOS: INFORMADO NA INCLUSAO
      *     (QS_DOCUMENTO OPCIONAL) OU POR QS_ACAO=DOCUMENTO (QS_ID,
      *     QS_DOCUMENTO; EM BRANCO RETIRA); ATIVAR RECUSA O CLIENTE
      *     CUJO DOCUMENTO JA ESTA COM OUTRO ATIVO. CADERNO DE
      *     ENDERECOS EM CLIENTE_ENDERECO (TIPO COBRANCA, NO MAXIMO UM
      *     ATIVO POR CLIENTE, OU ENTREGA; CEP COM 8 DIGITOS E UF
      *     VALIDA): QS_ACAO=ENDERECO (QS_ID, QS_ENDERECO_ID EM BRANCO
      *     INCLUI, QS_TIPO, QS_LOGRADOURO, QS_NUMERO, QS_COMPLEMENTO,
      *     QS_BAIRRO, QS_CIDADE, QS_UF, QS_CEP) E REMOVER-ENDERECO
      *     (QS_ID, QS_ENDERECO_ID). CONTATOS EM CLIENTE_CONTATO
      *     (EMAIL, OU TELEFONE COM DDD DE 10 A 13 DIGITOS):
      *     QS_ACAO=CONTATO (QS_ID, QS_CONTATO_ID EM BRANCO INCLUI,
      *     QS_TIPO, QS_VALOR) E REMOVER-CONTATO (QS_ID,
      *     QS_CONTATO_ID). A REMOCAO E LOGICA (ATIVO = 'N'). TODA
      *     MUDANCA CONTINUA GRAVANDO A IMAGEM ANTERIOR EM
      *     CLIENTE_HISTORICO, QUE GANHA DOCUMENTO_ANTERIOR E
      *     DETALHE_ANTERIOR (O ENDERECO OU CONTATO ANTES DA MUDANCA,
      *     EM JSON). QS_ACAO=DETALHE (QS_ID) MOSTRA O CLIENTE COM O
      *     DOCUMENTO, OS ENDERECOS E OS CONTATOS ATIVOS; A LISTAGEM
      *     PASSA A MOSTRAR O DOCUMENTO.
      *   - SEGMENTO COMERCIAL DO CLIENTE (COLUNA SEGMENTO, ATE 20
      *     LETRAS, DIGITOS, '_' OU '-', GRAVADO EM MAIUSCULAS; NULO E
      *     SEM SEGMENTO), USADO PELA DETECCAO DE CLIENTES INATIVOS
      *     PARA ESCOLHER O PRAZO DE INATIVIDADE.
      *     QS_ACAO=SEGMENTO (QS_ID, QS_SEGMENTO; EM BRANCO RETIRA)
      *     ALTERA O SEGMENTO COM A IMAGEM ANTERIOR EM
      *     CLIENTE_HISTORICO.DETALHE_ANTERIOR. A LISTAGEM E O
      *     DETALHE PASSAM A MOSTRAR O SEGMENTO.
      *******************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       77  WRK-CHAVE-PAPEL                 PIC X(10).
       77  WRK-QUOTA-ESTOURADA             PIC X(1).
           88  QUOTA-ESTOURADA                         VALUE 'S'.
           88  ORIGEM-BLOQUEADA                        VALUE 'B'.

       77  WRK-RETRY-SEG-MASK              PIC Z(4)9.
       77  WRK-EM-MANUTENCAO               PIC X(1).
       77  WRK-COD-ERRO                    PIC 9(4).

       COPY ERRO-CODES.
       COPY VERSAO-BUILD.

       77  WRK-QS-ACAO                     PIC X(20).
       77  WRK-QS-ID-STG                   PIC X(10).
       77  WRK-QS-NOME                     PIC X(255).
       77  WRK-REQUEST-METHOD              PIC X(10).
       77  WRK-REMOTE-ADDR                 PIC X(45).
       77  WRK-NOVO-ATIVO                  PIC X(1).
       77  WRK-QS-LIMITE-STG               PIC X(15).
       77  WRK-VALOR-CHECK                 PIC X(15).
       77  WRK-QS-MOTIVO                   PIC X(255).
       77  WRK-OPERADOR                    PIC X(60).
       77  WRK-LIMITE-MASK                 PIC Z(9)9.99.

       77  WRK-QS-DOCUMENTO                PIC X(20).
       77  WRK-DOC-NUM                     PIC X(14).
       77  WRK-DOC-TIPO                    PIC X(4).
       77  WRK-DOC-VALIDO                  PIC X(1).
           88  DOCUMENTO-VALIDO                        VALUE 'S'.

       77  WRK-QS-ENDERECO-ID-STG          PIC X(10).
       77  WRK-QS-CONTATO-ID-STG           PIC X(10).
       77  WRK-QS-TIPO                     PIC X(10).
       77  WRK-QS-LOGRADOURO               PIC X(255).
       77  WRK-QS-NUMERO                   PIC X(20).
       77  WRK-QS-COMPLEMENTO              PIC X(255).
       77  WRK-QS-BAIRRO                   PIC X(255).
       77  WRK-QS-CIDADE                   PIC X(255).
       77  WRK-QS-UF                       PIC X(10).
       77  WRK-QS-CEP                      PIC X(20).
       77  WRK-QS-VALOR                    PIC X(255).
       77  WRK-QS-SEGMENTO                 PIC X(60).

       77  WRK-UF                          PIC X(2).
           88  UF-VALIDA VALUES 'AC' 'AL' 'AM' 'AP' 'BA' 'CE' 'DF'
                                'ES' 'GO' 'MA' 'MG' 'MS' 'MT' 'PA'
                                'PB' 'PE' 'PI' 'PR' 'RJ' 'RN' 'RO'
                                'RR' 'RS' 'SC' 'SE' 'SP' 'TO'.

       77  WRK-TAM-CAMPO                   PIC 9(4)    COMP.
       77  WRK-TAM-MAXIMO                  PIC 9(4)    COMP.
       77  WRK-TAM-MASK                    PIC Z(3)9.
       77  WRK-NOME-PARAM                  PIC X(20).
       77  WRK-DIGITOS-ENTRADA             PIC X(20).
       77  WRK-SO-DIGITOS                  PIC X(20).
       77  WRK-QTD-DIGITOS                 PIC 9(4)    COMP.
       77  WRK-IDX-CARACTERE               PIC 9(4)    COMP.
       77  WRK-CARACTERE                   PIC X.
       77  WRK-FLAG-CARACTERE              PIC X(1).
           88  CARACTERE-INVALIDO                      VALUE 'S'.
           88  CARACTERE-VALIDO                        VALUE 'N'.

       77  WRK-EMAIL                       PIC X(120).
       77  WRK-EMAIL-USUARIO               PIC X(120).
       77  WRK-EMAIL-DOMINIO               PIC X(120).
       77  WRK-QTD-ARROBA                  PIC 9(4)    COMP.
       77  WRK-QTD-ESPACO                  PIC 9(4)    COMP.
       77  WRK-QTD-PONTO                   PIC 9(4)    COMP.
       77  WRK-TAM-DOMINIO                 PIC 9(4)    COMP.

       77  WRK-RESP-EXTRA                  PIC X(60)   VALUE SPACES.
       77  WRK-ESC-LOGRADOURO              PIC X(240).
       77  WRK-ESC-NUMERO                  PIC X(20).
       77  WRK-ESC-COMPLEMENTO             PIC X(120).
       77  WRK-ESC-BAIRRO                  PIC X(120).
       77  WRK-ESC-CIDADE                  PIC X(120).
       77  WRK-ESC-VALOR                   PIC X(240).

       77  WRK-FLAG-PRIMEIRO               PIC X(1)    VALUE 'S'.
           88  PRIMEIRO-REGISTRO                       VALUE 'S'.
           05 HIS-OPERACAO      PIC X(10).
           05 HIS-ORIGEM        PIC X(45).
           05 NOVO-ID           PIC 9(10).
           05 CLI-TEM-LIMITE    PIC X(1).
           05 CLI-LIMITE        PIC 9(10)V99.
           05 LIB-MOTIVO        PIC X(255).
           05 LIB-OPERADOR      PIC X(60).
           05 CLI-DOCUMENTO     PIC X(14).
           05 HIS-DETALHE       PIC X(1000).
           05 EDR-ID            PIC 9(10).
           05 EDR-TIPO          PIC X(10).
           05 EDR-LOGRADOURO    PIC X(120).
           05 EDR-NUMERO        PIC X(10).
           05 EDR-COMPLEMENTO   PIC X(60).
           05 EDR-BAIRRO        PIC X(60).
           05 EDR-CIDADE        PIC X(60).
           05 EDR-UF            PIC X(2).
           05 EDR-CEP           PIC X(8).
           05 CTT-ID            PIC 9(10).
           05 CTT-TIPO          PIC X(10).
           05 CTT-VALOR         PIC X(120).
           05 CLI-SEGMENTO      PIC X(20).

       EXEC SQL END DECLARE SECTION END-EXEC.

           PERFORM 1100-PROCESSAR-PARAMETROS.
           PERFORM 1200-CONECTA-BANCO-DE-DADOS.
           PERFORM 1300-GARANTIR-ESTRUTURA-CLIENTE.
           MOVE SPACES TO HIS-DETALHE.

           EVALUATE FUNCTION UPPER-CASE(FUNCTION TRIM(WRK-QS-ACAO))
               WHEN "INCLUIR"
               WHEN "ATIVAR"
                   MOVE 'S' TO WRK-NOVO-ATIVO
                   PERFORM 2500-ALTERAR-SITUACAO
               WHEN "LIMITE"
                   PERFORM 2600-ALTERAR-LIMITE
               WHEN "LIBERAR"
                   PERFORM 2700-LIBERAR-CREDITO
               WHEN "DOCUMENTO"
                   PERFORM 2300-ALTERAR-DOCUMENTO
               WHEN "SEGMENTO"
                   PERFORM 2350-ALTERAR-SEGMENTO
               WHEN "ENDERECO"
                   PERFORM 2400-MANTER-ENDERECO
               WHEN "REMOVER-ENDERECO"
                   PERFORM 2450-REMOVER-ENDERECO
               WHEN "CONTATO"
                   PERFORM 2550-MANTER-CONTATO
               WHEN "REMOVER-CONTATO"
                   PERFORM 2580-REMOVER-CONTATO
               WHEN "DETALHE"
                   PERFORM 3500-DETALHAR-CLIENTE
               WHEN OTHER
                   PERFORM 3000-LISTAR-CLIENTES
           END-EVALUATE.
           END-IF.
           DISPLAY "Access-Control-Allow-Origin: "
               FUNCTION TRIM(WRK-CORS-ORIGIN).
           DISPLAY "X-Versao-Build: " FUNCTION TRIM(VERSAO-BUILD).

           CALL 'MOD-CORRELACAO' USING WRK-CORRELACAO-ID
               END-CALL.
           END-IF.

           IF  FUNCTION UPPER-CASE(FUNCTION TRIM(WRK-QS-ACAO))
                   NOT = "LISTAR" AND NOT = "DETALHE"
               ACCEPT WRK-REQUEST-METHOD FROM ENVIRONMENT
                   "REQUEST_METHOD"
               IF  FUNCTION UPPER-CASE(FUNCTION TRIM(
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

      * INATIVAR TIRA O CLIENTE DE CIRCULACAO; COMO NAS EXCLUSOES DE
      * TESTE, EXIGE ADMIN. LIMITE DE CREDITO E LIBERACAO AVULSA SAO
      * DECISOES DO FINANCEIRO E TAMBEM EXIGEM ADMIN. AS DEMAIS
      * ESCRITAS ACEITAM WRITER.
           IF  FUNCTION UPPER-CASE(FUNCTION TRIM(WRK-QS-ACAO))
                   = "INATIVAR" OR "LIMITE" OR "LIBERAR"
               IF  FUNCTION TRIM(WRK-CHAVE-PAPEL) NOT = "admin"
                   STRING
                       "CHAVE DE API SEM PERMISSAO PARA ESTA "
                   ativo CHAR(1) NOT NULL DEFAULT 'S',
                   criado_em DATETIME NOT NULL
                       DEFAULT CURRENT_TIMESTAMP,
                   atualizado_em DATETIME NULL,
                   limite_credito DECIMAL(12,2) NULL,
                   documento VARCHAR(14) NULL,
                   segmento VARCHAR(20) NULL,
                   KEY ix_cliente_documento (documento)
               )
           END-EXEC.

                   registro_id    INT NOT NULL,
                   nome_anterior  VARCHAR(255) NOT NULL,
                   ativo_anterior CHAR(1) NOT NULL DEFAULT 'S',
                   limite_anterior DECIMAL(12,2) NULL,
                   documento_anterior VARCHAR(14) NULL,
                   detalhe_anterior VARCHAR(1000) NULL,
                   operacao       VARCHAR(10) NOT NULL,
                   origem         VARCHAR(45) NULL,
                   criado_em      DATETIME NOT NULL
               PERFORM 9000-RETORNAR-RESPOSTA-HTTP-500
           END-IF.

           PERFORM 1310-GARANTIR-LIMITE-CREDITO.
           PERFORM 1320-GARANTIR-CADASTRO.

       1310-GARANTIR-LIMITE-CREDITO.

      * TABELAS ANTERIORES AO LIMITE DE CREDITO GANHAM AS COLUNAS DO
      * LIMITE E DA SUA IMAGEM ANTERIOR; CLIENTES EXISTENTES FICAM
      * SEM LIMITE.
           EXEC SQL
               SELECT COUNT(*)
                 INTO :CLI-QTD-COLUNA
                 FROM information_schema.columns
                WHERE table_schema = DATABASE()
                  AND table_name = 'cliente'
                  AND column_name = 'limite_credito'
           END-EXEC.

           IF  SQLCODE EQUAL ZERO AND CLI-QTD-COLUNA = ZERO
               EXEC SQL
                   ALTER TABLE cliente
                       ADD COLUMN limite_credito DECIMAL(12,2) NULL
               END-EXEC

               IF  SQLCODE NOT EQUAL ZERO
                   STRING
                       "ERRO AO TENTAR ACRESCENTAR O LIMITE DE "
                       "CREDITO EM CLIENTE."
                   INTO WRK-MSG-ERRO
                   MOVE SQLERRM TO WRK-MSG-EXP-ERRO
                   MOVE ERR-COD-SQL-EXEC TO WRK-COD-ERRO
                   PERFORM 9000-RETORNAR-RESPOSTA-HTTP-500
               END-IF
           END-IF.

           EXEC SQL
               SELECT COUNT(*)
                 INTO :CLI-QTD-COLUNA
                 FROM information_schema.columns
                WHERE table_schema = DATABASE()
                  AND table_name = 'cliente_historico'
                  AND column_name = 'limite_anterior'
           END-EXEC.

           IF  SQLCODE EQUAL ZERO AND CLI-QTD-COLUNA = ZERO
               EXEC SQL
                   ALTER TABLE cliente_historico
                       ADD COLUMN limite_anterior DECIMAL(12,2) NULL
               END-EXEC

               IF  SQLCODE NOT EQUAL ZERO
                   STRING
                       "ERRO AO TENTAR ACRESCENTAR O LIMITE ANTERIOR "
                       "EM CLIENTE_HISTORICO."
                   INTO WRK-MSG-ERRO
                   MOVE SQLERRM TO WRK-MSG-EXP-ERRO
                   MOVE ERR-COD-SQL-EXEC TO WRK-COD-ERRO
                   PERFORM 9000-RETORNAR-RESPOSTA-HTTP-500
               END-IF
           END-IF.

      * A LIBERACAO AVULSA E CONSUMIDA PELA VENDA EM
      * MOD-LIMITE-CREDITO, QUE GARANTE A MESMA TABELA.
           EXEC SQL
               CREATE TABLE IF NOT EXISTS cliente_credito_liberacao (
                   id             INT NOT NULL PRIMARY KEY
                                      AUTO_INCREMENT,
                   cliente_id     INT NOT NULL,
                   motivo         VARCHAR(255) NOT NULL,
                   valida_ate     DATE NOT NULL,
                   operador       VARCHAR(60) NULL,
                   origem         VARCHAR(45) NULL,
                   criado_em      DATETIME NOT NULL
                       DEFAULT CURRENT_TIMESTAMP,
                   usada_em       DATETIME NULL,
                   venda_id       INT NULL,
                   KEY idx_credito_liberacao_cliente
                       (cliente_id, usada_em)
               )
           END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO
               STRING
                   "ERRO AO TENTAR CRIAR CLIENTE_CREDITO_LIBERACAO."
               INTO WRK-MSG-ERRO
               MOVE SQLERRM TO WRK-MSG-EXP-ERRO
               MOVE ERR-COD-SQL-EXEC TO WRK-COD-ERRO
               PERFORM 9000-RETORNAR-RESPOSTA-HTTP-500
           END-IF.

       1320-GARANTIR-CADASTRO.

      * TABELAS ANTERIORES AO CADASTRO FISCAL GANHAM O DOCUMENTO DO
      * CLIENTE E, NO HISTORICO, O DOCUMENTO E O DETALHE ANTERIORES;
      * CLIENTES EXISTENTES FICAM SEM DOCUMENTO.
           EXEC SQL
               SELECT COUNT(*)
                 INTO :CLI-QTD-COLUNA
                 FROM information_schema.columns
                WHERE table_schema = DATABASE()
                  AND table_name = 'cliente'
                  AND column_name = 'documento'
           END-EXEC.

           IF  SQLCODE EQUAL ZERO AND CLI-QTD-COLUNA = ZERO
               EXEC SQL
                   ALTER TABLE cliente
                       ADD COLUMN documento VARCHAR(14) NULL,
                       ADD KEY ix_cliente_documento (documento)
               END-EXEC

               IF  SQLCODE NOT EQUAL ZERO
                   STRING
                       "ERRO AO TENTAR ACRESCENTAR O DOCUMENTO EM "
                       "CLIENTE."
                   INTO WRK-MSG-ERRO
                   MOVE SQLERRM TO WRK-MSG-EXP-ERRO
                   MOVE ERR-COD-SQL-EXEC TO WRK-COD-ERRO
                   PERFORM 9000-RETORNAR-RESPOSTA-HTTP-500
               END-IF
           END-IF.

           EXEC SQL
               SELECT COUNT(*)
                 INTO :CLI-QTD-COLUNA
                 FROM information_schema.columns
                WHERE table_schema = DATABASE()
                  AND table_name = 'cliente_historico'
                  AND column_name = 'documento_anterior'
           END-EXEC.

           IF  SQLCODE EQUAL ZERO AND CLI-QTD-COLUNA = ZERO
               EXEC SQL
                   ALTER TABLE cliente_historico
                       ADD COLUMN documento_anterior VARCHAR(14) NULL,
                       ADD COLUMN detalhe_anterior VARCHAR(1000) NULL
               END-EXEC

               IF  SQLCODE NOT EQUAL ZERO
                   STRING
                       "ERRO AO TENTAR ACRESCENTAR O DOCUMENTO "
                       "ANTERIOR EM CLIENTE_HISTORICO."
                   INTO WRK-MSG-ERRO
                   MOVE SQLERRM TO WRK-MSG-EXP-ERRO
                   MOVE ERR-COD-SQL-EXEC TO WRK-COD-ERRO
                   PERFORM 9000-RETORNAR-RESPOSTA-HTTP-500
               END-IF
           END-IF.

      * O SEGMENTO COMERCIAL CHEGOU DEPOIS; CLIENTES EXISTENTES
      * FICAM SEM SEGMENTO.
           EXEC SQL
               SELECT COUNT(*)
                 INTO :CLI-QTD-COLUNA
                 FROM information_schema.columns
                WHERE table_schema = DATABASE()
                  AND table_name = 'cliente'
                  AND column_name = 'segmento'
           END-EXEC.

           IF  SQLCODE EQUAL ZERO AND CLI-QTD-COLUNA = ZERO
               EXEC SQL
                   ALTER TABLE cliente
                       ADD COLUMN segmento VARCHAR(20) NULL
               END-EXEC

               IF  SQLCODE NOT EQUAL ZERO
                   STRING
                       "ERRO AO TENTAR ACRESCENTAR O SEGMENTO EM "
                       "CLIENTE."
                   INTO WRK-MSG-ERRO
                   MOVE SQLERRM TO WRK-MSG-EXP-ERRO
                   MOVE ERR-COD-SQL-EXEC TO WRK-COD-ERRO
                   PERFORM 9000-RETORNAR-RESPOSTA-HTTP-500
               END-IF
           END-IF.

      * CADERNO DE ENDERECOS: COBRANCA (UM ATIVO POR CLIENTE) E
      * ENTREGA. O CEP FICA SO COM OS 8 DIGITOS.
           EXEC SQL
               CREATE TABLE IF NOT EXISTS cliente_endereco (
                   id             INT NOT NULL PRIMARY KEY
                                      AUTO_INCREMENT,
                   cliente_id     INT NOT NULL,
                   tipo           VARCHAR(10) NOT NULL,
                   logradouro     VARCHAR(120) NOT NULL,
                   numero         VARCHAR(10) NULL,
                   complemento    VARCHAR(60) NULL,
                   bairro         VARCHAR(60) NULL,
                   cidade         VARCHAR(60) NOT NULL,
                   uf             CHAR(2) NOT NULL,
                   cep            CHAR(8) NOT NULL,
                   ativo          CHAR(1) NOT NULL DEFAULT 'S',
                   criado_em      DATETIME NOT NULL
                       DEFAULT CURRENT_TIMESTAMP,
                   atualizado_em  DATETIME NULL,
                   KEY ix_cliente_endereco_cliente
                       (cliente_id, tipo, ativo)
               )
           END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO
               STRING
                   "ERRO AO TENTAR CRIAR CLIENTE_ENDERECO."
               INTO WRK-MSG-ERRO
               MOVE SQLERRM TO WRK-MSG-EXP-ERRO
               MOVE ERR-COD-SQL-EXEC TO WRK-COD-ERRO
               PERFORM 9000-RETORNAR-RESPOSTA-HTTP-500
           END-IF.

           EXEC SQL
               CREATE TABLE IF NOT EXISTS cliente_contato (
                   id             INT NOT NULL PRIMARY KEY
                                      AUTO_INCREMENT,
                   cliente_id     INT NOT NULL,
                   tipo           VARCHAR(10) NOT NULL,
                   valor          VARCHAR(120) NOT NULL,
                   ativo          CHAR(1) NOT NULL DEFAULT 'S',
                   criado_em      DATETIME NOT NULL
                       DEFAULT CURRENT_TIMESTAMP,
                   atualizado_em  DATETIME NULL,
                   KEY ix_cliente_contato_cliente (cliente_id, ativo)
               )
           END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO
               STRING
                   "ERRO AO TENTAR CRIAR CLIENTE_CONTATO."
               INTO WRK-MSG-ERRO
               MOVE SQLERRM TO WRK-MSG-EXP-ERRO
               MOVE ERR-COD-SQL-EXEC TO WRK-COD-ERRO
               PERFORM 9000-RETORNAR-RESPOSTA-HTTP-500
           END-IF.

       2000-INCLUIR-CLIENTE.

           ACCEPT WRK-QS-NOME FROM ENVIRONMENT "QS_NOME".
           MOVE ZERO TO CLI-ID.
           PERFORM 2050-VERIFICAR-NOME-DUPLICADO.

      * O DOCUMENTO E OPCIONAL NA INCLUSAO; QUANDO INFORMADO, PASSA
      * PELAS MESMAS VERIFICACOES DA ACAO DOCUMENTO.
           MOVE SPACES TO CLI-DOCUMENTO.
           ACCEPT WRK-QS-DOCUMENTO FROM ENVIRONMENT "QS_DOCUMENTO".
           IF  FUNCTION TRIM(WRK-QS-DOCUMENTO) NOT = SPACES
               PERFORM 2070-VALIDAR-DOCUMENTO
               PERFORM 2060-VERIFICAR-DOCUMENTO-DUPLICADO
           END-IF.

           EXEC SQL
               INSERT INTO cliente (nome, documento)
               VALUES (:CLI-NOME, NULLIF(TRIM(:CLI-DOCUMENTO), ''))
           END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO
               PERFORM 9100-RETORNAR-RESPOSTA-HTTP-400
           END-IF.

       2060-VERIFICAR-DOCUMENTO-DUPLICADO.

      * O MESMO CPF OU CNPJ NAO PODE ESTAR EM DOIS CLIENTES ATIVOS.
      * PODE SER CHAMADO COM A TRANSACAO ABERTA (ATIVAR), POR ISSO
      * DESFAZ ANTES DE RECUSAR.
           EXEC SQL
               SELECT COUNT(*)
                 INTO :CLI-QTD
                 FROM cliente
                WHERE documento = :CLI-DOCUMENTO
                  AND ativo = 'S'
                  AND id <> :CLI-ID
           END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO
               STRING
                   "ERRO AO TENTAR VERIFICAR DOCUMENTO DUPLICADO."
               INTO WRK-MSG-ERRO
               MOVE SQLERRM TO WRK-MSG-EXP-ERRO
               MOVE ERR-COD-SQL-EXEC TO WRK-COD-ERRO
               EXEC SQL ROLLBACK END-EXEC
               PERFORM 9000-RETORNAR-RESPOSTA-HTTP-500
           END-IF.

           IF  CLI-QTD > ZERO
               STRING
                   "JA EXISTE CLIENTE ATIVO COM ESTE CPF/CNPJ."
               INTO WRK-MSG-ERRO
               MOVE ERR-COD-VALIDACAO TO WRK-COD-ERRO
               EXEC SQL ROLLBACK END-EXEC
               PERFORM 9100-RETORNAR-RESPOSTA-HTTP-400
           END-IF.

       2070-VALIDAR-DOCUMENTO.

      * O DOCUMENTO E GRAVADO SO COM OS DIGITOS, QUALQUER QUE SEJA A
      * PONTUACAO DIGITADA.
           CALL 'MOD-VALIDA-DOCUMENTO'
               USING WRK-QS-DOCUMENTO, WRK-DOC-NUM, WRK-DOC-TIPO,
                   WRK-DOC-VALIDO
               END-CALL.

           IF  NOT DOCUMENTO-VALIDO
               STRING
                   "PARAMETRO QS_DOCUMENTO NAO E UM CPF OU CNPJ "
                   "VALIDO."
               INTO WRK-MSG-ERRO
               MOVE ERR-COD-VALIDACAO TO WRK-COD-ERRO
               PERFORM 9100-RETORNAR-RESPOSTA-HTTP-400
           END-IF.

           MOVE WRK-DOC-NUM TO CLI-DOCUMENTO.

       2100-VERIFICAR-CLIENTE-EXISTE.

      * A LINHA E TRAVADA COM FOR UPDATE DENTRO DA TRANSACAO, COMO
       2150-GRAVAR-HISTORICO.

      * IMAGEM ANTERIOR GRAVADA DENTRO DA MESMA TRANSACAO DA
      * MUDANCA, COM A LINHA JA TRAVADA. NAS MUDANCAS DE ENDERECO E
      * CONTATO, HIS-DETALHE TRAZ TAMBEM A IMAGEM ANTERIOR DELES.
           ACCEPT WRK-REMOTE-ADDR FROM ENVIRONMENT "REMOTE_ADDR".
           MOVE WRK-REMOTE-ADDR TO HIS-ORIGEM.

           EXEC SQL
               INSERT INTO cliente_historico
                   (registro_id, nome_anterior, ativo_anterior,
                    limite_anterior, documento_anterior,
                    detalhe_anterior, operacao, origem)
               SELECT id, nome, ativo, limite_credito, documento,
                      NULLIF(TRIM(:HIS-DETALHE), ''), :HIS-OPERACAO,
                      :HIS-ORIGEM
                 FROM cliente
                WHERE id = :CLI-ID
           END-EXEC.
                       ==9100-RETORNAR-RESPOSTA-HTTP-400==.
           MOVE WRK-QS-ID-STG TO CLI-ID.

       2300-ALTERAR-DOCUMENTO.

           PERFORM 2250-VALIDAR-ID-CLIENTE.

      * QS_DOCUMENTO EM BRANCO RETIRA O DOCUMENTO DO CLIENTE.
           MOVE SPACES TO CLI-DOCUMENTO.
           ACCEPT WRK-QS-DOCUMENTO FROM ENVIRONMENT "QS_DOCUMENTO".
           IF  FUNCTION TRIM(WRK-QS-DOCUMENTO) NOT = SPACES
               PERFORM 2070-VALIDAR-DOCUMENTO
               PERFORM 2060-VERIFICAR-DOCUMENTO-DUPLICADO
           END-IF.

           PERFORM 2100-VERIFICAR-CLIENTE-EXISTE.

           MOVE "UPDATE" TO HIS-OPERACAO.
           PERFORM 2150-GRAVAR-HISTORICO.

           EXEC SQL
               UPDATE cliente
                  SET documento = NULLIF(TRIM(:CLI-DOCUMENTO), ''),
                      atualizado_em = CURRENT_TIMESTAMP
                WHERE id = :CLI-ID
           END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO
               STRING
                   "ERRO AO TENTAR ALTERAR O DOCUMENTO DO CLIENTE."
               INTO WRK-MSG-ERRO
               MOVE SQLERRM TO WRK-MSG-EXP-ERRO
               MOVE ERR-COD-SQL-EXEC TO WRK-COD-ERRO

           EXEC SQL COMMIT END-EXEC.

           MOVE "UPDATE" TO WRK-EVENTO-NOTIF.
           PERFORM 2800-NOTIFICAR-CLIENTE.
           PERFORM 2900-RESPONDER-CLIENTE.

       2350-ALTERAR-SEGMENTO.

           PERFORM 2250-VALIDAR-ID-CLIENTE.

      * QS_SEGMENTO EM BRANCO RETIRA O SEGMENTO DO CLIENTE.
           ACCEPT WRK-QS-SEGMENTO FROM ENVIRONMENT "QS_SEGMENTO".
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WRK-QS-SEGMENTO))
               TO WRK-QS-SEGMENTO.

           MOVE FUNCTION LENGTH(FUNCTION TRIM(WRK-QS-SEGMENTO))
               TO WRK-TAM-CAMPO.
           MOVE 20 TO WRK-TAM-MAXIMO.
           MOVE "QS_SEGMENTO" TO WRK-NOME-PARAM.
           PERFORM 2419-CONFERIR-TAMANHO.

           SET CARACTERE-VALIDO TO TRUE.
           PERFORM 2355-CONFERIR-CARACTERE-SEGMENTO
               VARYING WRK-IDX-CARACTERE FROM 1 BY 1
               UNTIL WRK-IDX-CARACTERE > 20
                  OR CARACTERE-INVALIDO.

           IF  CARACTERE-INVALIDO
               STRING
                   "PARAMETRO QS_SEGMENTO ACEITA SO LETRAS, DIGITOS, "
                   "'_' E '-'."
               INTO WRK-MSG-ERRO
               MOVE ERR-COD-VALIDACAO TO WRK-COD-ERRO
               PERFORM 9100-RETORNAR-RESPOSTA-HTTP-400
           END-IF.

           MOVE WRK-QS-SEGMENTO TO CLI-SEGMENTO.

           PERFORM 2100-VERIFICAR-CLIENTE-EXISTE.

      * O SEGMENTO ANTERIOR VAI PARA O DETALHE DA IMAGEM ANTERIOR.
           EXEC SQL
               SELECT CASE WHEN segmento IS NULL
                          THEN '{"segmento": null}'
                          ELSE CONCAT('{"segmento": "', segmento,
                              '"}') END
                 INTO :HIS-DETALHE
                 FROM cliente
                WHERE id = :CLI-ID
           END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO
               STRING
                   "ERRO AO TENTAR LER O SEGMENTO DO CLIENTE."
               INTO WRK-MSG-ERRO
               MOVE SQLERRM TO WRK-MSG-EXP-ERRO
               MOVE ERR-COD-SQL-EXEC TO WRK-COD-ERRO
               EXEC SQL ROLLBACK END-EXEC
               PERFORM 9000-RETORNAR-RESPOSTA-HTTP-500
           END-IF.

           MOVE "UPDATE" TO HIS-OPERACAO.
           PERFORM 2150-GRAVAR-HISTORICO.

           EXEC SQL
               UPDATE cliente
                  SET segmento = NULLIF(TRIM(:CLI-SEGMENTO), ''),
                      atualizado_em = CURRENT_TIMESTAMP
                WHERE id = :CLI-ID
           END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO
               STRING
                   "ERRO AO TENTAR ALTERAR O SEGMENTO DO CLIENTE."
               INTO WRK-MSG-ERRO
               MOVE SQLERRM TO WRK-MSG-EXP-ERRO
               MOVE ERR-COD-SQL-EXEC TO WRK-COD-ERRO
               EXEC SQL ROLLBACK END-EXEC
               PERFORM 9000-RETORNAR-RESPOSTA-HTTP-500
           END-IF.

           EXEC SQL COMMIT END-EXEC.

           MOVE "UPDATE" TO WRK-EVENTO-NOTIF.
           PERFORM 2800-NOTIFICAR-CLIENTE.
           PERFORM 2900-RESPONDER-CLIENTE.

       2355-CONFERIR-CARACTERE-SEGMENTO.

           MOVE WRK-QS-SEGMENTO(WRK-IDX-CARACTERE:1) TO WRK-CARACTERE.

           IF  WRK-CARACTERE NOT = SPACE
           AND WRK-CARACTERE IS NOT NUMERIC
           AND (WRK-CARACTERE < 'A' OR WRK-CARACTERE > 'Z')
           AND WRK-CARACTERE NOT = '_'
           AND WRK-CARACTERE NOT = '-'
               SET CARACTERE-INVALIDO TO TRUE
           END-IF.

       2400-MANTER-ENDERECO.

      * QS_ENDERECO_ID EM BRANCO INCLUI UM ENDERECO NOVO; INFORMADO,
      * ALTERA UM ENDERECO ATIVO DO PROPRIO CLIENTE.
           PERFORM 2250-VALIDAR-ID-CLIENTE.
           PERFORM 2405-LER-ENDERECO-ID.
           PERFORM 2410-VALIDAR-ENDERECO.

           PERFORM 2100-VERIFICAR-CLIENTE-EXISTE.

           IF  EDR-ID > ZERO
               PERFORM 2460-TRAVAR-ENDERECO
               PERFORM 2440-MONTAR-IMAGEM-ENDERECO
           ELSE
               MOVE '{"endereco": null}' TO HIS-DETALHE
           END-IF.

           PERFORM 2430-VERIFICAR-COBRANCA-UNICA.

           MOVE "UPDATE" TO HIS-OPERACAO.
           PERFORM 2150-GRAVAR-HISTORICO.

           MOVE WRK-QS-TIPO TO EDR-TIPO.
           MOVE WRK-QS-LOGRADOURO TO EDR-LOGRADOURO.
           MOVE WRK-QS-NUMERO TO EDR-NUMERO.
           MOVE WRK-QS-COMPLEMENTO TO EDR-COMPLEMENTO.
           MOVE WRK-QS-BAIRRO TO EDR-BAIRRO.
           MOVE WRK-QS-CIDADE TO EDR-CIDADE.
           MOVE WRK-UF TO EDR-UF.
           MOVE WRK-SO-DIGITOS TO EDR-CEP.

           IF  EDR-ID > ZERO
               EXEC SQL
                   UPDATE cliente_endereco
                      SET tipo = :EDR-TIPO,
                          logradouro = TRIM(:EDR-LOGRADOURO),
                          numero = NULLIF(TRIM(:EDR-NUMERO), ''),
                          complemento =
                              NULLIF(TRIM(:EDR-COMPLEMENTO), ''),
                          bairro = NULLIF(TRIM(:EDR-BAIRRO), ''),
                          cidade = TRIM(:EDR-CIDADE),
                          uf = :EDR-UF,
                          cep = :EDR-CEP,
                          atualizado_em = CURRENT_TIMESTAMP
                    WHERE id = :EDR-ID
               END-EXEC
           ELSE
               EXEC SQL
                   INSERT INTO cliente_endereco
                       (cliente_id, tipo, logradouro, numero,
                        complemento, bairro, cidade, uf, cep)
                   VALUES
                       (:CLI-ID, :EDR-TIPO, TRIM(:EDR-LOGRADOURO),
                        NULLIF(TRIM(:EDR-NUMERO), ''),
                        NULLIF(TRIM(:EDR-COMPLEMENTO), ''),
                        NULLIF(TRIM(:EDR-BAIRRO), ''),
                        TRIM(:EDR-CIDADE), :EDR-UF, :EDR-CEP)
               END-EXEC
           END-IF.

           IF  SQLCODE NOT EQUAL ZERO
               STRING
                   "ERRO AO TENTAR GRAVAR O ENDERECO DO CLIENTE."
               INTO WRK-MSG-ERRO
               MOVE SQLERRM TO WRK-MSG-EXP-ERRO
               MOVE ERR-COD-SQL-EXEC TO WRK-COD-ERRO
               EXEC SQL ROLLBACK END-EXEC
               PERFORM 9000-RETORNAR-RESPOSTA-HTTP-500
           END-IF.

           IF  EDR-ID = ZERO
               EXEC SQL
                   SELECT LAST_INSERT_ID() INTO :EDR-ID
               END-EXEC
           END-IF.

           EXEC SQL COMMIT END-EXEC.

           MOVE EDR-ID TO WRK-ID-MASK.
           STRING
               '"endereco_id": ' FUNCTION TRIM(WRK-ID-MASK) ','
               WRK-NEWLINE
               DELIMITED BY SIZE
               INTO WRK-RESP-EXTRA
           END-STRING.

           MOVE "UPDATE" TO WRK-EVENTO-NOTIF.
           PERFORM 2800-NOTIFICAR-CLIENTE.
           PERFORM 2900-RESPONDER-CLIENTE.

       2405-LER-ENDERECO-ID.

      * EM BRANCO VALE ZERO (ENDERECO NOVO).
           ACCEPT WRK-QS-ENDERECO-ID-STG FROM ENVIRONMENT
               "QS_ENDERECO_ID".
           IF  WRK-QS-ENDERECO-ID-STG = SPACES
               MOVE ZEROS TO WRK-QS-ENDERECO-ID-STG
           END-IF.
           COPY VALIDACAO-CAMPO-NUMERICO
               REPLACING ==TAG-CAMPO-STG==  BY
                       ==WRK-QS-ENDERECO-ID-STG==
                   ==TAG-NOME-PARAM==       BY =="QS_ENDERECO_ID"==
                   ==TAG-PARAGRAFO-400==    BY
                       ==9100-RETORNAR-RESPOSTA-HTTP-400==.
           MOVE WRK-QS-ENDERECO-ID-STG TO EDR-ID.

       2410-VALIDAR-ENDERECO.

           ACCEPT WRK-QS-TIPO FROM ENVIRONMENT "QS_TIPO".
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WRK-QS-TIPO))
               TO WRK-QS-TIPO.
           IF  WRK-QS-TIPO NOT = "COBRANCA"
           AND WRK-QS-TIPO NOT = "ENTREGA"
               STRING
                   "PARAMETRO QS_TIPO DEVE SER COBRANCA OU ENTREGA."
               INTO WRK-MSG-ERRO
               MOVE ERR-COD-VALIDACAO TO WRK-COD-ERRO
               PERFORM 9100-RETORNAR-RESPOSTA-HTTP-400
           END-IF.

           ACCEPT WRK-QS-LOGRADOURO FROM ENVIRONMENT "QS_LOGRADOURO".
           ACCEPT WRK-QS-NUMERO FROM ENVIRONMENT "QS_NUMERO".
           ACCEPT WRK-QS-COMPLEMENTO FROM ENVIRONMENT
               "QS_COMPLEMENTO".
           ACCEPT WRK-QS-BAIRRO FROM ENVIRONMENT "QS_BAIRRO".
           ACCEPT WRK-QS-CIDADE FROM ENVIRONMENT "QS_CIDADE".
           ACCEPT WRK-QS-UF FROM ENVIRONMENT "QS_UF".
           ACCEPT WRK-QS-CEP FROM ENVIRONMENT "QS_CEP".

           IF  FUNCTION TRIM(WRK-QS-LOGRADOURO) = SPACES
           OR  FUNCTION TRIM(WRK-QS-CIDADE) = SPACES
               STRING
                   "PARAMETROS QS_LOGRADOURO E QS_CIDADE SAO "
                   "OBRIGATORIOS PARA O ENDERECO."
               INTO WRK-MSG-ERRO
               MOVE ERR-COD-VALIDACAO TO WRK-COD-ERRO
               PERFORM 9100-RETORNAR-RESPOSTA-HTTP-400
           END-IF.

           MOVE FUNCTION LENGTH(FUNCTION TRIM(WRK-QS-LOGRADOURO))
               TO WRK-TAM-CAMPO.
           MOVE 120 TO WRK-TAM-MAXIMO.
           MOVE "QS_LOGRADOURO" TO WRK-NOME-PARAM.
           PERFORM 2419-CONFERIR-TAMANHO.

           MOVE FUNCTION LENGTH(FUNCTION TRIM(WRK-QS-NUMERO))
               TO WRK-TAM-CAMPO.
           MOVE 10 TO WRK-TAM-MAXIMO.
           MOVE "QS_NUMERO" TO WRK-NOME-PARAM.
           PERFORM 2419-CONFERIR-TAMANHO.

           MOVE FUNCTION LENGTH(FUNCTION TRIM(WRK-QS-COMPLEMENTO))
               TO WRK-TAM-CAMPO.
           MOVE 60 TO WRK-TAM-MAXIMO.
           MOVE "QS_COMPLEMENTO" TO WRK-NOME-PARAM.
           PERFORM 2419-CONFERIR-TAMANHO.

           MOVE FUNCTION LENGTH(FUNCTION TRIM(WRK-QS-BAIRRO))
               TO WRK-TAM-CAMPO.
           MOVE 60 TO WRK-TAM-MAXIMO.
           MOVE "QS_BAIRRO" TO WRK-NOME-PARAM.
           PERFORM 2419-CONFERIR-TAMANHO.

           MOVE FUNCTION LENGTH(FUNCTION TRIM(WRK-QS-CIDADE))
               TO WRK-TAM-CAMPO.
           MOVE 60 TO WRK-TAM-MAXIMO.
           MOVE "QS_CIDADE" TO WRK-NOME-PARAM.
           PERFORM 2419-CONFERIR-TAMANHO.

           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WRK-QS-UF))
               TO WRK-UF.
           IF  FUNCTION LENGTH(FUNCTION TRIM(WRK-QS-UF)) NOT = 2
           OR  NOT UF-VALIDA
               STRING
                   "PARAMETRO QS_UF DEVE SER A SIGLA DE UMA UNIDADE "
                   "DA FEDERACAO."
               INTO WRK-MSG-ERRO
               MOVE ERR-COD-VALIDACAO TO WRK-COD-ERRO
               PERFORM 9100-RETORNAR-RESPOSTA-HTTP-400
           END-IF.

      * O CEP ACEITA O TRACO (99999-999) E E GRAVADO SO COM OS
      * DIGITOS.
           MOVE WRK-QS-CEP TO WRK-DIGITOS-ENTRADA.
           PERFORM 2490-EXTRAIR-DIGITOS.
           IF  CARACTERE-INVALIDO
           OR  WRK-QTD-DIGITOS NOT = 8
               STRING
                   "PARAMETRO QS_CEP DEVE TER 8 DIGITOS (99999-999)."
               INTO WRK-MSG-ERRO
               MOVE ERR-COD-VALIDACAO TO WRK-COD-ERRO
               PERFORM 9100-RETORNAR-RESPOSTA-HTTP-400
           END-IF.

       2419-CONFERIR-TAMANHO.

           IF  WRK-TAM-CAMPO > WRK-TAM-MAXIMO
               MOVE WRK-TAM-MAXIMO TO WRK-TAM-MASK
               STRING
                   "PARAMETRO " FUNCTION TRIM(WRK-NOME-PARAM)
                   " EXCEDE O TAMANHO MAXIMO DE "
                   FUNCTION TRIM(WRK-TAM-MASK) " CARACTERES."
                   DELIMITED BY SIZE
               INTO WRK-MSG-ERRO
               MOVE ERR-COD-VALIDACAO TO WRK-COD-ERRO
               PERFORM 9100-RETORNAR-RESPOSTA-HTTP-400
           END-IF.

       2430-VERIFICAR-COBRANCA-UNICA.

      * O EXTRATO E A COBRANCA SAEM PARA UM UNICO ENDERECO: SO PODE
      * HAVER UM ENDERECO DE COBRANCA ATIVO POR CLIENTE.
           IF  WRK-QS-TIPO NOT = "COBRANCA"
               EXIT PARAGRAPH
           END-IF.

           EXEC SQL
               SELECT COUNT(*)
                 INTO :CLI-QTD
                 FROM cliente_endereco
                WHERE cliente_id = :CLI-ID
                  AND tipo = 'COBRANCA'
                  AND ativo = 'S'
                  AND id <> :EDR-ID
           END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO
               STRING
                   "ERRO AO TENTAR VERIFICAR O ENDERECO DE COBRANCA."
               INTO WRK-MSG-ERRO
               MOVE SQLERRM TO WRK-MSG-EXP-ERRO
               MOVE ERR-COD-SQL-EXEC TO WRK-COD-ERRO
               EXEC SQL ROLLBACK END-EXEC
               PERFORM 9000-RETORNAR-RESPOSTA-HTTP-500
           END-IF.

           IF  CLI-QTD > ZERO
               STRING
                   "O CLIENTE JA TEM ENDERECO DE COBRANCA ATIVO; "
                   "ALTERE-O OU REMOVA-O ANTES."
               INTO WRK-MSG-ERRO
               MOVE ERR-COD-VALIDACAO TO WRK-COD-ERRO
               EXEC SQL ROLLBACK END-EXEC
               PERFORM 9100-RETORNAR-RESPOSTA-HTTP-400
           END-IF.

       2440-MONTAR-IMAGEM-ENDERECO.

      * IMAGEM DO ENDERECO ANTES DA MUDANCA, PARA CLIENTE_HISTORICO.
           MOVE EDR-LOGRADOURO TO WRK-CAMPO-TXT.
           CALL 'MOD-JSON-ESCAPE' USING WRK-CAMPO-TXT WRK-CAMPO-ESC
               END-CALL.
           MOVE WRK-CAMPO-ESC TO WRK-ESC-LOGRADOURO.

           MOVE EDR-NUMERO TO WRK-CAMPO-TXT.
           CALL 'MOD-JSON-ESCAPE' USING WRK-CAMPO-TXT WRK-CAMPO-ESC
               END-CALL.
           MOVE WRK-CAMPO-ESC TO WRK-ESC-NUMERO.

           MOVE EDR-COMPLEMENTO TO WRK-CAMPO-TXT.
           CALL 'MOD-JSON-ESCAPE' USING WRK-CAMPO-TXT WRK-CAMPO-ESC
               END-CALL.
           MOVE WRK-CAMPO-ESC TO WRK-ESC-COMPLEMENTO.

           MOVE EDR-BAIRRO TO WRK-CAMPO-TXT.
           CALL 'MOD-JSON-ESCAPE' USING WRK-CAMPO-TXT WRK-CAMPO-ESC
               END-CALL.
           MOVE WRK-CAMPO-ESC TO WRK-ESC-BAIRRO.

           MOVE EDR-CIDADE TO WRK-CAMPO-TXT.
           CALL 'MOD-JSON-ESCAPE' USING WRK-CAMPO-TXT WRK-CAMPO-ESC
               END-CALL.
           MOVE WRK-CAMPO-ESC TO WRK-ESC-CIDADE.

           MOVE EDR-ID TO WRK-ID-MASK.
           MOVE SPACES TO HIS-DETALHE.
           STRING
               '{"endereco": {"id": ' FUNCTION TRIM(WRK-ID-MASK)
               ', "tipo": "' FUNCTION TRIM(EDR-TIPO)
               '", "logradouro": "' FUNCTION TRIM(WRK-ESC-LOGRADOURO)
               '", "numero": "' FUNCTION TRIM(WRK-ESC-NUMERO)
               '", "complemento": "'
               FUNCTION TRIM(WRK-ESC-COMPLEMENTO)
               '", "bairro": "' FUNCTION TRIM(WRK-ESC-BAIRRO)
               '", "cidade": "' FUNCTION TRIM(WRK-ESC-CIDADE)
               '", "uf": "' EDR-UF
               '", "cep": "' EDR-CEP '"}}'
               DELIMITED BY SIZE
               INTO HIS-DETALHE
           END-STRING.

       2450-REMOVER-ENDERECO.

           PERFORM 2250-VALIDAR-ID-CLIENTE.
           PERFORM 2405-LER-ENDERECO-ID.

           IF  EDR-ID = ZERO
               STRING
                   "PARAMETRO QS_ENDERECO_ID E OBRIGATORIO PARA "
                   "REMOVER O ENDERECO."
               INTO WRK-MSG-ERRO
               MOVE ERR-COD-VALIDACAO TO WRK-COD-ERRO
               PERFORM 9100-RETORNAR-RESPOSTA-HTTP-400
           END-IF.

           PERFORM 2100-VERIFICAR-CLIENTE-EXISTE.
           PERFORM 2460-TRAVAR-ENDERECO.
           PERFORM 2440-MONTAR-IMAGEM-ENDERECO.

           MOVE "UPDATE" TO HIS-OPERACAO.
           PERFORM 2150-GRAVAR-HISTORICO.

      * REMOCAO LOGICA: O ENDERECO SAI DO CADERNO MAS CONTINUA NO
      * BANCO PARA O QUE JA FOI EMITIDO COM ELE.
           EXEC SQL
               UPDATE cliente_endereco
                  SET ativo = 'N',
                      atualizado_em = CURRENT_TIMESTAMP
                WHERE id = :EDR-ID
           END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO
               STRING
                   "ERRO AO TENTAR REMOVER O ENDERECO DO CLIENTE."
               INTO WRK-MSG-ERRO
               MOVE SQLERRM TO WRK-MSG-EXP-ERRO
               MOVE ERR-COD-SQL-EXEC TO WRK-COD-ERRO
               EXEC SQL ROLLBACK END-EXEC
               PERFORM 9000-RETORNAR-RESPOSTA-HTTP-500
           END-IF.

           EXEC SQL COMMIT END-EXEC.

           MOVE EDR-ID TO WRK-ID-MASK.
           STRING
               '"endereco_id": ' FUNCTION TRIM(WRK-ID-MASK) ','
               WRK-NEWLINE
               DELIMITED BY SIZE
               INTO WRK-RESP-EXTRA
           END-STRING.

           MOVE "UPDATE" TO WRK-EVENTO-NOTIF.
           PERFORM 2800-NOTIFICAR-CLIENTE.
           PERFORM 2900-RESPONDER-CLIENTE.

       2460-TRAVAR-ENDERECO.

      * SO ENDERECO ATIVO E DO PROPRIO CLIENTE PODE SER MEXIDO.
           EXEC SQL
               SELECT tipo, logradouro, COALESCE(numero, ' '),
                      COALESCE(complemento, ' '),
                      COALESCE(bairro, ' '), cidade, uf, cep
                 INTO :EDR-TIPO, :EDR-LOGRADOURO, :EDR-NUMERO,
                      :EDR-COMPLEMENTO, :EDR-BAIRRO, :EDR-CIDADE,
                      :EDR-UF, :EDR-CEP
                 FROM cliente_endereco
                WHERE id = :EDR-ID
                  AND cliente_id = :CLI-ID
                  AND ativo = 'S'
               FOR UPDATE
           END-EXEC.

           IF  SQLCODE EQUAL 100
               STRING
                   "ENDERECO NAO ENCONTRADO ENTRE OS ENDERECOS ATIVOS "
                   "DO CLIENTE."
               INTO WRK-MSG-ERRO
               EXEC SQL ROLLBACK END-EXEC
               MOVE ERR-COD-VALIDACAO TO WRK-COD-ERRO
               PERFORM 9200-RETORNAR-RESPOSTA-HTTP-404
           END-IF.

           IF  SQLCODE NOT EQUAL ZERO
               STRING
                   "ERRO AO TENTAR LER O ENDERECO DO CLIENTE."
               INTO WRK-MSG-ERRO
               MOVE SQLERRM TO WRK-MSG-EXP-ERRO
               MOVE ERR-COD-SQL-EXEC TO WRK-COD-ERRO
               EXEC SQL ROLLBACK END-EXEC
               PERFORM 9000-RETORNAR-RESPOSTA-HTTP-500
           END-IF.

       2490-EXTRAIR-DIGITOS.

      * SEPARA OS DIGITOS DE CEP E TELEFONE; PONTO, TRACO,
      * PARENTESES, MAIS E ESPACO SAO IGNORADOS E QUALQUER OUTRO
      * CARACTERE INVALIDA O VALOR.
           MOVE SPACES TO WRK-SO-DIGITOS.
           MOVE ZERO TO WRK-QTD-DIGITOS.
           SET CARACTERE-VALIDO TO TRUE.

           PERFORM 2495-EXTRAIR-CARACTERE
               VARYING WRK-IDX-CARACTERE FROM 1 BY 1
               UNTIL WRK-IDX-CARACTERE > LENGTH OF WRK-DIGITOS-ENTRADA
                  OR CARACTERE-INVALIDO.

       2495-EXTRAIR-CARACTERE.

           MOVE WRK-DIGITOS-ENTRADA(WRK-IDX-CARACTERE:1)
               TO WRK-CARACTERE.

           EVALUATE TRUE
               WHEN WRK-CARACTERE IS NUMERIC
                   ADD 1 TO WRK-QTD-DIGITOS
                   MOVE WRK-CARACTERE
                       TO WRK-SO-DIGITOS(WRK-QTD-DIGITOS:1)
               WHEN WRK-CARACTERE = '.' OR '-' OR '(' OR ')'
                                 OR '+' OR SPACE
                   CONTINUE
               WHEN OTHER
                   SET CARACTERE-INVALIDO TO TRUE
           END-EVALUATE.

       2500-ALTERAR-SITUACAO.

           PERFORM 2250-VALIDAR-ID-CLIENTE.
           PERFORM 2100-VERIFICAR-CLIENTE-EXISTE.

           IF  WRK-NOVO-ATIVO = 'N'
               MOVE "DELETE" TO HIS-OPERACAO
           ELSE
               MOVE "UPDATE" TO HIS-OPERACAO
               PERFORM 2510-CONFERIR-DOCUMENTO-ATIVO
           END-IF.
           PERFORM 2150-GRAVAR-HISTORICO.

           MOVE WRK-NOVO-ATIVO TO CLI-ATIVO.

           EXEC SQL
               UPDATE cliente
                  SET ativo = :CLI-ATIVO,
                      atualizado_em = CURRENT_TIMESTAMP
                WHERE id = :CLI-ID
           END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO
               STRING
                   "ERRO AO TENTAR ALTERAR SITUACAO DO CLIENTE."
               INTO WRK-MSG-ERRO
               MOVE SQLERRM TO WRK-MSG-EXP-ERRO
               MOVE ERR-COD-SQL-EXEC TO WRK-COD-ERRO
               EXEC SQL ROLLBACK END-EXEC
               PERFORM 9000-RETORNAR-RESPOSTA-HTTP-500
           END-IF.

           EXEC SQL COMMIT END-EXEC.

           IF  WRK-NOVO-ATIVO = 'N'
               MOVE "DELETE" TO WRK-EVENTO-NOTIF
           ELSE
               MOVE "UPDATE" TO WRK-EVENTO-NOTIF
           END-IF.
           PERFORM 2800-NOTIFICAR-CLIENTE.
           PERFORM 2900-RESPONDER-CLIENTE.

       2510-CONFERIR-DOCUMENTO-ATIVO.

      * O CLIENTE REATIVADO NAO PODE VOLTAR COM UM CPF/CNPJ QUE
      * ENTROU EM OUTRO CLIENTE ATIVO NESSE MEIO TEMPO.
           EXEC SQL
               SELECT COALESCE(documento, ' ')
                 INTO :CLI-DOCUMENTO
                 FROM cliente
                WHERE id = :CLI-ID
           END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO
               STRING
                   "ERRO AO TENTAR LER O DOCUMENTO DO CLIENTE."
               INTO WRK-MSG-ERRO
               MOVE SQLERRM TO WRK-MSG-EXP-ERRO
               MOVE ERR-COD-SQL-EXEC TO WRK-COD-ERRO
               EXEC SQL ROLLBACK END-EXEC
               PERFORM 9000-RETORNAR-RESPOSTA-HTTP-500
           END-IF.

           IF  CLI-DOCUMENTO NOT = SPACES
               PERFORM 2060-VERIFICAR-DOCUMENTO-DUPLICADO
           END-IF.

       2550-MANTER-CONTATO.

      * QS_CONTATO_ID EM BRANCO INCLUI UM CONTATO NOVO; INFORMADO,
      * ALTERA UM CONTATO ATIVO DO PROPRIO CLIENTE.
           PERFORM 2250-VALIDAR-ID-CLIENTE.
           PERFORM 2555-LER-CONTATO-ID.
           PERFORM 2560-VALIDAR-CONTATO.

           PERFORM 2100-VERIFICAR-CLIENTE-EXISTE.

           IF  CTT-ID > ZERO
               PERFORM 2570-TRAVAR-CONTATO
               PERFORM 2575-MONTAR-IMAGEM-CONTATO
           ELSE
               MOVE '{"contato": null}' TO HIS-DETALHE
           END-IF.

           MOVE "UPDATE" TO HIS-OPERACAO.
           PERFORM 2150-GRAVAR-HISTORICO.

           MOVE WRK-QS-TIPO TO CTT-TIPO.
           MOVE WRK-QS-VALOR TO CTT-VALOR.

           IF  CTT-ID > ZERO
               EXEC SQL
                   UPDATE cliente_contato
                      SET tipo = :CTT-TIPO,
                          valor = TRIM(:CTT-VALOR),
                          atualizado_em = CURRENT_TIMESTAMP
                    WHERE id = :CTT-ID
               END-EXEC
           ELSE
               EXEC SQL
                   INSERT INTO cliente_contato
                       (cliente_id, tipo, valor)
                   VALUES
                       (:CLI-ID, :CTT-TIPO, TRIM(:CTT-VALOR))
               END-EXEC
           END-IF.

           IF  SQLCODE NOT EQUAL ZERO
               STRING
                   "ERRO AO TENTAR GRAVAR O CONTATO DO CLIENTE."
               INTO WRK-MSG-ERRO
               MOVE SQLERRM TO WRK-MSG-EXP-ERRO
               MOVE ERR-COD-SQL-EXEC TO WRK-COD-ERRO
               EXEC SQL ROLLBACK END-EXEC
               PERFORM 9000-RETORNAR-RESPOSTA-HTTP-500
           END-IF.

           IF  CTT-ID = ZERO
               EXEC SQL
                   SELECT LAST_INSERT_ID() INTO :CTT-ID
               END-EXEC
           END-IF.

           EXEC SQL COMMIT END-EXEC.

           MOVE CTT-ID TO WRK-ID-MASK.
           STRING
               '"contato_id": ' FUNCTION TRIM(WRK-ID-MASK) ','
               WRK-NEWLINE
               DELIMITED BY SIZE
               INTO WRK-RESP-EXTRA
           END-STRING.

           MOVE "UPDATE" TO WRK-EVENTO-NOTIF.
           PERFORM 2800-NOTIFICAR-CLIENTE.
           PERFORM 2900-RESPONDER-CLIENTE.

       2555-LER-CONTATO-ID.

      * EM BRANCO VALE ZERO (CONTATO NOVO).
           ACCEPT WRK-QS-CONTATO-ID-STG FROM ENVIRONMENT
               "QS_CONTATO_ID".
           IF  WRK-QS-CONTATO-ID-STG = SPACES
               MOVE ZEROS TO WRK-QS-CONTATO-ID-STG
           END-IF.
           COPY VALIDACAO-CAMPO-NUMERICO
               REPLACING ==TAG-CAMPO-STG==  BY
                       ==WRK-QS-CONTATO-ID-STG==
                   ==TAG-NOME-PARAM==       BY =="QS_CONTATO_ID"==
                   ==TAG-PARAGRAFO-400==    BY
                       ==9100-RETORNAR-RESPOSTA-HTTP-400==.
           MOVE WRK-QS-CONTATO-ID-STG TO CTT-ID.

       2560-VALIDAR-CONTATO.

           ACCEPT WRK-QS-TIPO FROM ENVIRONMENT "QS_TIPO".
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WRK-QS-TIPO))
               TO WRK-QS-TIPO.
           ACCEPT WRK-QS-VALOR FROM ENVIRONMENT "QS_VALOR".

           IF  FUNCTION TRIM(WRK-QS-VALOR) = SPACES
               STRING
                   "PARAMETRO QS_VALOR E OBRIGATORIO PARA O CONTATO."
               INTO WRK-MSG-ERRO
               MOVE ERR-COD-VALIDACAO TO WRK-COD-ERRO
               PERFORM 9100-RETORNAR-RESPOSTA-HTTP-400
           END-IF.

           EVALUATE WRK-QS-TIPO
               WHEN "EMAIL"
                   PERFORM 2565-VALIDAR-EMAIL
               WHEN "TELEFONE"
                   PERFORM 2568-VALIDAR-TELEFONE
               WHEN OTHER
                   STRING
                       "PARAMETRO QS_TIPO DEVE SER EMAIL OU TELEFONE."
                   INTO WRK-MSG-ERRO
                   MOVE ERR-COD-VALIDACAO TO WRK-COD-ERRO
                   PERFORM 9100-RETORNAR-RESPOSTA-HTTP-400
           END-EVALUATE.

       2565-VALIDAR-EMAIL.

      * UM SO ARROBA, SEM ESPACOS, COM USUARIO E COM DOMINIO QUE
      * TENHA PONTO SEM COMECAR NEM TERMINAR NELE. GRAVADO EM
      * MINUSCULAS.
           MOVE FUNCTION LENGTH(FUNCTION TRIM(WRK-QS-VALOR))
               TO WRK-TAM-CAMPO.
           MOVE 120 TO WRK-TAM-MAXIMO.
           MOVE "QS_VALOR" TO WRK-NOME-PARAM.
           PERFORM 2419-CONFERIR-TAMANHO.

           MOVE FUNCTION LOWER-CASE(FUNCTION TRIM(WRK-QS-VALOR))
               TO WRK-EMAIL.
           MOVE ZERO TO WRK-QTD-ARROBA.
           MOVE ZERO TO WRK-QTD-ESPACO.
           MOVE ZERO TO WRK-QTD-PONTO.
           INSPECT WRK-EMAIL TALLYING WRK-QTD-ARROBA FOR ALL '@'.
           INSPECT WRK-EMAIL(1:WRK-TAM-CAMPO)
               TALLYING WRK-QTD-ESPACO FOR ALL SPACE.

           MOVE SPACES TO WRK-EMAIL-USUARIO.
           MOVE SPACES TO WRK-EMAIL-DOMINIO.
           UNSTRING WRK-EMAIL DELIMITED BY '@'
               INTO WRK-EMAIL-USUARIO, WRK-EMAIL-DOMINIO
           END-UNSTRING.
           INSPECT WRK-EMAIL-DOMINIO TALLYING WRK-QTD-PONTO
               FOR ALL '.'.

           MOVE 1 TO WRK-TAM-DOMINIO.
           IF  WRK-EMAIL-DOMINIO NOT = SPACES
               MOVE FUNCTION LENGTH(FUNCTION TRIM(WRK-EMAIL-DOMINIO))
                   TO WRK-TAM-DOMINIO
           END-IF.

           IF  WRK-QTD-ARROBA NOT = 1
           OR  WRK-QTD-ESPACO > ZERO
           OR  WRK-EMAIL-USUARIO = SPACES
           OR  WRK-EMAIL-DOMINIO = SPACES
           OR  WRK-QTD-PONTO = ZERO
           OR  WRK-EMAIL-DOMINIO(1:1) = '.'
           OR  WRK-EMAIL-DOMINIO(WRK-TAM-DOMINIO:1) = '.'
               STRING
                   "PARAMETRO QS_VALOR NAO E UM ENDERECO DE EMAIL "
                   "VALIDO."
               INTO WRK-MSG-ERRO
               MOVE ERR-COD-VALIDACAO TO WRK-COD-ERRO
               PERFORM 9100-RETORNAR-RESPOSTA-HTTP-400
           END-IF.

           MOVE WRK-EMAIL TO WRK-QS-VALOR.

       2568-VALIDAR-TELEFONE.

      * TELEFONE COM DDD (10 OU 11 DIGITOS), OPCIONALMENTE COM O
      * CODIGO DO PAIS (ATE 13); GRAVADO SO COM OS DIGITOS.
           IF  FUNCTION LENGTH(FUNCTION TRIM(WRK-QS-VALOR)) > 20
               SET CARACTERE-INVALIDO TO TRUE
           ELSE
               MOVE FUNCTION TRIM(WRK-QS-VALOR)
                   TO WRK-DIGITOS-ENTRADA
               PERFORM 2490-EXTRAIR-DIGITOS
           END-IF.

           IF  CARACTERE-INVALIDO
           OR  WRK-QTD-DIGITOS < 10
           OR  WRK-QTD-DIGITOS > 13
               STRING
                   "PARAMETRO QS_VALOR DEVE SER UM TELEFONE COM DDD "
                   "(10 A 13 DIGITOS)."
               INTO WRK-MSG-ERRO
               MOVE ERR-COD-VALIDACAO TO WRK-COD-ERRO
               PERFORM 9100-RETORNAR-RESPOSTA-HTTP-400
           END-IF.

           MOVE WRK-SO-DIGITOS TO WRK-QS-VALOR.

       2570-TRAVAR-CONTATO.

      * SO CONTATO ATIVO E DO PROPRIO CLIENTE PODE SER MEXIDO.
           EXEC SQL
               SELECT tipo, valor
                 INTO :CTT-TIPO, :CTT-VALOR
                 FROM cliente_contato
                WHERE id = :CTT-ID
                  AND cliente_id = :CLI-ID
                  AND ativo = 'S'
               FOR UPDATE
           END-EXEC.

           IF  SQLCODE EQUAL 100
               STRING
                   "CONTATO NAO ENCONTRADO ENTRE OS CONTATOS ATIVOS "
                   "DO CLIENTE."
               INTO WRK-MSG-ERRO
               EXEC SQL ROLLBACK END-EXEC
               MOVE ERR-COD-VALIDACAO TO WRK-COD-ERRO
               PERFORM 9200-RETORNAR-RESPOSTA-HTTP-404
           END-IF.

           IF  SQLCODE NOT EQUAL ZERO
               STRING
                   "ERRO AO TENTAR LER O CONTATO DO CLIENTE."
               INTO WRK-MSG-ERRO
               MOVE SQLERRM TO WRK-MSG-EXP-ERRO
               MOVE ERR-COD-SQL-EXEC TO WRK-COD-ERRO
               EXEC SQL ROLLBACK END-EXEC
               PERFORM 9000-RETORNAR-RESPOSTA-HTTP-500
           END-IF.

       2575-MONTAR-IMAGEM-CONTATO.

      * IMAGEM DO CONTATO ANTES DA MUDANCA, PARA CLIENTE_HISTORICO.
           MOVE CTT-VALOR TO WRK-CAMPO-TXT.
           CALL 'MOD-JSON-ESCAPE' USING WRK-CAMPO-TXT WRK-CAMPO-ESC
               END-CALL.
           MOVE WRK-CAMPO-ESC TO WRK-ESC-VALOR.

           MOVE CTT-ID TO WRK-ID-MASK.
           MOVE SPACES TO HIS-DETALHE.
           STRING
               '{"contato": {"id": ' FUNCTION TRIM(WRK-ID-MASK)
               ', "tipo": "' FUNCTION TRIM(CTT-TIPO)
               '", "valor": "' FUNCTION TRIM(WRK-ESC-VALOR) '"}}'
               DELIMITED BY SIZE
               INTO HIS-DETALHE
           END-STRING.

       2580-REMOVER-CONTATO.

           PERFORM 2250-VALIDAR-ID-CLIENTE.
           PERFORM 2555-LER-CONTATO-ID.

           IF  CTT-ID = ZERO
               STRING
                   "PARAMETRO QS_CONTATO_ID E OBRIGATORIO PARA "
                   "REMOVER O CONTATO."
               INTO WRK-MSG-ERRO
               MOVE ERR-COD-VALIDACAO TO WRK-COD-ERRO
               PERFORM 9100-RETORNAR-RESPOSTA-HTTP-400
           END-IF.

           PERFORM 2100-VERIFICAR-CLIENTE-EXISTE.
           PERFORM 2570-TRAVAR-CONTATO.
           PERFORM 2575-MONTAR-IMAGEM-CONTATO.

           MOVE "UPDATE" TO HIS-OPERACAO.
           PERFORM 2150-GRAVAR-HISTORICO.

           EXEC SQL
               UPDATE cliente_contato
                  SET ativo = 'N',
                      atualizado_em = CURRENT_TIMESTAMP
                WHERE id = :CTT-ID
           END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO
               STRING
                   "ERRO AO TENTAR REMOVER O CONTATO DO CLIENTE."
               INTO WRK-MSG-ERRO
               MOVE SQLERRM TO WRK-MSG-EXP-ERRO
               MOVE ERR-COD-SQL-EXEC TO WRK-COD-ERRO
               EXEC SQL ROLLBACK END-EXEC
               PERFORM 9000-RETORNAR-RESPOSTA-HTTP-500
           END-IF.

           EXEC SQL COMMIT END-EXEC.

           MOVE CTT-ID TO WRK-ID-MASK.
           STRING
               '"contato_id": ' FUNCTION TRIM(WRK-ID-MASK) ','
               WRK-NEWLINE
               DELIMITED BY SIZE
               INTO WRK-RESP-EXTRA
           END-STRING.

           MOVE "UPDATE" TO WRK-EVENTO-NOTIF.
           PERFORM 2800-NOTIFICAR-CLIENTE.
           PERFORM 2900-RESPONDER-CLIENTE.

       2600-ALTERAR-LIMITE.

           PERFORM 2250-VALIDAR-ID-CLIENTE.

      * QS_LIMITE EM BRANCO RETIRA O LIMITE DO CLIENTE.
           MOVE 'N' TO CLI-TEM-LIMITE.
           MOVE ZERO TO CLI-LIMITE.
           ACCEPT WRK-QS-LIMITE-STG FROM ENVIRONMENT "QS_LIMITE".
           IF  FUNCTION TRIM(WRK-QS-LIMITE-STG) NOT = SPACES
               MOVE FUNCTION TRIM(WRK-QS-LIMITE-STG)
                   TO WRK-VALOR-CHECK
               INSPECT WRK-VALOR-CHECK REPLACING FIRST '.' BY '0'
               INSPECT WRK-VALOR-CHECK REPLACING ALL SPACE BY '0'
               IF  WRK-VALOR-CHECK IS NOT NUMERIC
                   STRING
                       "PARAMETRO QS_LIMITE DEVE SER UM NUMERO COM "
                       "PONTO DECIMAL OPCIONAL."
                   INTO WRK-MSG-ERRO
                   MOVE ERR-COD-VALIDACAO TO WRK-COD-ERRO
                   PERFORM 9100-RETORNAR-RESPOSTA-HTTP-400
               END-IF
               COMPUTE CLI-LIMITE =
                   FUNCTION NUMVAL(WRK-QS-LIMITE-STG)
               MOVE 'S' TO CLI-TEM-LIMITE
           END-IF.

           PERFORM 2100-VERIFICAR-CLIENTE-EXISTE.

           MOVE "UPDATE" TO HIS-OPERACAO.
           PERFORM 2150-GRAVAR-HISTORICO.

           EXEC SQL
               UPDATE cliente
                  SET limite_credito =
                          CASE WHEN :CLI-TEM-LIMITE = 'S'
                              THEN :CLI-LIMITE ELSE NULL END,
                      atualizado_em = CURRENT_TIMESTAMP
                WHERE id = :CLI-ID
           END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO
               STRING
                   "ERRO AO TENTAR ALTERAR O LIMITE DE CREDITO."
               INTO WRK-MSG-ERRO
               MOVE SQLERRM TO WRK-MSG-EXP-ERRO
               MOVE ERR-COD-SQL-EXEC TO WRK-COD-ERRO
               EXEC SQL ROLLBACK END-EXEC
               PERFORM 9000-RETORNAR-RESPOSTA-HTTP-500
           END-IF.

           EXEC SQL COMMIT END-EXEC.

           MOVE "UPDATE" TO WRK-EVENTO-NOTIF.
           PERFORM 2800-NOTIFICAR-CLIENTE.
           PERFORM 2900-RESPONDER-CLIENTE.

       2700-LIBERAR-CREDITO.

           PERFORM 2250-VALIDAR-ID-CLIENTE.

           ACCEPT WRK-QS-MOTIVO FROM ENVIRONMENT "QS_MOTIVO".
           IF  FUNCTION TRIM(WRK-QS-MOTIVO) = SPACES
               STRING
                   "PARAMETRO QS_MOTIVO E OBRIGATORIO PARA LIBERAR."
               INTO WRK-MSG-ERRO
               MOVE ERR-COD-VALIDACAO TO WRK-COD-ERRO
               PERFORM 9100-RETORNAR-RESPOSTA-HTTP-400
           END-IF.
           MOVE WRK-QS-MOTIVO TO LIB-MOTIVO.

      * QUEM CONCEDEU, DE ONDE E POR QUE FICAM NA PROPRIA LIBERACAO,
      * ALEM DA TRILHA DE AUDITORIA DA ACAO.
           CALL 'MOD-RESOLVE-OPERADOR' USING WRK-OPERADOR
               END-CALL.
           MOVE WRK-OPERADOR TO LIB-OPERADOR.
           ACCEPT WRK-REMOTE-ADDR FROM ENVIRONMENT "REMOTE_ADDR".
           MOVE WRK-REMOTE-ADDR TO HIS-ORIGEM.

           PERFORM 2100-VERIFICAR-CLIENTE-EXISTE.

      * A LIBERACAO VALE SO NO DIA EM QUE FOI CONCEDIDA E PARA UMA
      * UNICA VENDA.
           EXEC SQL
               INSERT INTO cliente_credito_liberacao
                   (cliente_id, motivo, valida_ate, operador, origem)
               VALUES
                   (:CLI-ID, :LIB-MOTIVO, CURRENT_DATE,
                    NULLIF(TRIM(:LIB-OPERADOR), ''),
                    NULLIF(TRIM(:HIS-ORIGEM), ''))
           END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO
               STRING
                   "ERRO AO TENTAR GRAVAR A LIBERACAO DE CREDITO."
               INTO WRK-MSG-ERRO
               MOVE SQLERRM TO WRK-MSG-EXP-ERRO
               MOVE ERR-COD-SQL-EXEC TO WRK-COD-ERRO
               EXEC SQL ROLLBACK END-EXEC
               PERFORM 9000-RETORNAR-RESPOSTA-HTTP-500
           END-IF.

           EXEC SQL COMMIT END-EXEC.

           PERFORM 2900-RESPONDER-CLIENTE.

       2800-NOTIFICAR-CLIENTE.

      * CHAMADO SOMENTE APOS O COMMIT, PARA NAO MISTURAR O COMMIT
      * PROPRIO DO MODULO DE NOTIFICACAO COM A TRANSACAO EM
      * ANDAMENTO NA SESSAO COMPARTILHADA.
           CALL 'MOD-REGISTRA-NOTIFICACAO'
               USING WRK-TABELA-NOTIF, CLI-ID, WRK-EVENTO-NOTIF,
                   WRK-NOTIF-PAYLOAD
               END-CALL.

       2900-RESPONDER-CLIENTE.

           MOVE "PARAR" TO WRK-TEMPO-ACAO.
           CALL 'MOD-MEDE-TEMPO'
               USING WRK-TEMPO-ACAO, WRK-PROGRAMA-NOME
               END-CALL.

           CALL 'MOD-REGISTRA-AUDITORIA'
               USING WRK-PROGRAMA-NOME, WRK-AUDIT-PARAMS,
                   WRK-HTTP-STATUS-200
               END-CALL.

           MOVE CLI-ID TO WRK-ID-MASK.

      * A RESPOSTA E MONTADA EM UM UNICO BUFFER PARA PODER SER
      * GRAVADA PELA IDEMPOTENCIA E EXIBIDA DE UMA SO VEZ.
           MOVE SPACES TO WRK-IDEM-RESPOSTA.
           STRING
               '{' WRK-NEWLINE
               '"http-status": ' WRK-HTTP-STATUS-200 ','
               WRK-NEWLINE
               '"msg": null,' WRK-NEWLINE
               '"correlation-id": "'
               FUNCTION TRIM(WRK-CORRELACAO-ID) '",' WRK-NEWLINE
               '"data": {' WRK-NEWLINE
               '"id": ' FUNCTION TRIM(WRK-ID-MASK) ','
               WRK-NEWLINE
               DELIMITED BY SIZE
               WRK-RESP-EXTRA DELIMITED BY "  "
               '"acao": "'
               FUNCTION UPPER-CASE(FUNCTION TRIM(WRK-QS-ACAO))
               '"' WRK-NEWLINE

           EXEC SQL
               DECLARE CUR-CLIENTES CURSOR FOR
                   SELECT id, nome, ativo,
                          CASE WHEN limite_credito IS NULL
                              THEN 'N' ELSE 'S' END,
                          COALESCE(limite_credito, 0),
                          COALESCE(documento, ' '),
                          COALESCE(segmento, ' ')
                     FROM cliente
                    ORDER BY id
           END-EXEC.

           EXEC SQL
               FETCH CUR-CLIENTES
                   INTO :CLI-ID, :CLI-NOME, :CLI-ATIVO,
                        :CLI-TEM-LIMITE, :CLI-LIMITE, :CLI-DOCUMENTO,
                        :CLI-SEGMENTO
           END-EXEC.

           IF  SQLCODE EQUAL 100
           DISPLAY '    "nome": "'
               FUNCTION TRIM(WRK-CAMPO-ESC) '",'.

           DISPLAY '    "ativo": "' CLI-ATIVO '",'.

           IF  CLI-DOCUMENTO = SPACES
               DISPLAY '    "documento": null,'
           ELSE
               DISPLAY '    "documento": "'
                   FUNCTION TRIM(CLI-DOCUMENTO) '",'
           END-IF.

           IF  CLI-SEGMENTO = SPACES
               DISPLAY '    "segmento": null,'
           ELSE
               DISPLAY '    "segmento": "'
                   FUNCTION TRIM(CLI-SEGMENTO) '",'
           END-IF.

           IF  CLI-TEM-LIMITE = 'S'
               MOVE CLI-LIMITE TO WRK-LIMITE-MASK
               DISPLAY '    "limite_credito": '
                   FUNCTION TRIM(WRK-LIMITE-MASK)
           ELSE
               DISPLAY '    "limite_credito": null'
           END-IF.
           DISPLAY '   }'.

           PERFORM 3100-BUSCAR-PROXIMO-CLIENTE.

       3500-DETALHAR-CLIENTE.

           PERFORM 2250-VALIDAR-ID-CLIENTE.

           EXEC SQL
               SELECT nome, ativo,
                      CASE WHEN limite_credito IS NULL
                          THEN 'N' ELSE 'S' END,
                      COALESCE(limite_credito, 0),
                      COALESCE(documento, ' '),
                      COALESCE(segmento, ' ')
                 INTO :CLI-NOME, :CLI-ATIVO, :CLI-TEM-LIMITE,
                      :CLI-LIMITE, :CLI-DOCUMENTO, :CLI-SEGMENTO
                 FROM cliente
                WHERE id = :CLI-ID
           END-EXEC.

           IF  SQLCODE EQUAL 100
               STRING
                   "CLIENTE NAO ENCONTRADO."
               INTO WRK-MSG-ERRO
               MOVE ERR-COD-VALIDACAO TO WRK-COD-ERRO
               PERFORM 9200-RETORNAR-RESPOSTA-HTTP-404
           END-IF.

           IF  SQLCODE NOT EQUAL ZERO
               STRING
                   "ERRO AO TENTAR LER O CLIENTE."
               INTO WRK-MSG-ERRO
               MOVE SQLERRM TO WRK-MSG-EXP-ERRO
               MOVE ERR-COD-SQL-EXEC TO WRK-COD-ERRO
               PERFORM 9000-RETORNAR-RESPOSTA-HTTP-500
           END-IF.

           EXEC SQL
               DECLARE CUR-ENDERECOS CURSOR FOR
                   SELECT id, tipo, logradouro, COALESCE(numero, ' '),
                          COALESCE(complemento, ' '),
                          COALESCE(bairro, ' '), cidade, uf, cep
                     FROM cliente_endereco
                    WHERE cliente_id = :CLI-ID
                      AND ativo = 'S'
                    ORDER BY tipo, id
           END-EXEC.

           EXEC SQL OPEN CUR-ENDERECOS END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO
               STRING
                   "ERRO AO TENTAR LISTAR OS ENDERECOS DO CLIENTE."
               INTO WRK-MSG-ERRO
               MOVE SQLERRM TO WRK-MSG-EXP-ERRO
               MOVE ERR-COD-SQL-EXEC TO WRK-COD-ERRO
               PERFORM 9000-RETORNAR-RESPOSTA-HTTP-500
           END-IF.

           DISPLAY '{'.
           DISPLAY '"http-status": ' WRK-HTTP-STATUS-200 ','.
           DISPLAY '"msg": null,'.
           DISPLAY '"data": {'.

           MOVE CLI-ID TO WRK-ID-MASK.
           DISPLAY '    "id": ' FUNCTION TRIM(WRK-ID-MASK) ','.

           MOVE CLI-NOME TO WRK-CAMPO-TXT.
           CALL 'MOD-JSON-ESCAPE' USING WRK-CAMPO-TXT WRK-CAMPO-ESC
               END-CALL.
           DISPLAY '    "nome": "'
               FUNCTION TRIM(WRK-CAMPO-ESC) '",'.

           DISPLAY '    "ativo": "' CLI-ATIVO '",'.

           IF  CLI-DOCUMENTO = SPACES
               DISPLAY '    "documento": null,'
               DISPLAY '    "tipo_documento": null,'
           ELSE
               DISPLAY '    "documento": "'
                   FUNCTION TRIM(CLI-DOCUMENTO) '",'
               IF  FUNCTION LENGTH(FUNCTION TRIM(CLI-DOCUMENTO)) = 14
                   DISPLAY '    "tipo_documento": "CNPJ",'
               ELSE
                   DISPLAY '    "tipo_documento": "CPF",'
               END-IF
           END-IF.

           IF  CLI-SEGMENTO = SPACES
               DISPLAY '    "segmento": null,'
           ELSE
               DISPLAY '    "segmento": "'
                   FUNCTION TRIM(CLI-SEGMENTO) '",'
           END-IF.

           IF  CLI-TEM-LIMITE = 'S'
               MOVE CLI-LIMITE TO WRK-LIMITE-MASK
               DISPLAY '    "limite_credito": '
                   FUNCTION TRIM(WRK-LIMITE-MASK) ','
           ELSE
               DISPLAY '    "limite_credito": null,'
           END-IF.

           DISPLAY '    "enderecos": ['.
           SET PRIMEIRO-REGISTRO TO TRUE.
           SET NAO-FIM-CURSOR TO TRUE.
           PERFORM 3610-BUSCAR-PROXIMO-ENDERECO.
           PERFORM 3620-EMITIR-ENDERECO UNTIL FIM-CURSOR.
           DISPLAY '    ],'.

           EXEC SQL CLOSE CUR-ENDERECOS END-EXEC.

           EXEC SQL
               DECLARE CUR-CONTATOS CURSOR FOR
                   SELECT id, tipo, valor
                     FROM cliente_contato
                    WHERE cliente_id = :CLI-ID
                      AND ativo = 'S'
                    ORDER BY tipo, id
           END-EXEC.

           EXEC SQL OPEN CUR-CONTATOS END-EXEC.

           DISPLAY '    "contatos": ['.
           SET PRIMEIRO-REGISTRO TO TRUE.
           SET NAO-FIM-CURSOR TO TRUE.
           IF  SQLCODE NOT EQUAL ZERO
               SET FIM-CURSOR TO TRUE
           ELSE
               PERFORM 3710-BUSCAR-PROXIMO-CONTATO
           END-IF.
           PERFORM 3720-EMITIR-CONTATO UNTIL FIM-CURSOR.
           DISPLAY '    ]'.

           EXEC SQL CLOSE CUR-CONTATOS END-EXEC.

           DISPLAY '}'.
           DISPLAY '}'.

           MOVE "PARAR" TO WRK-TEMPO-ACAO.
           CALL 'MOD-MEDE-TEMPO'
               USING WRK-TEMPO-ACAO, WRK-PROGRAMA-NOME
               END-CALL.

           CALL 'MOD-REGISTRA-AUDITORIA'
               USING WRK-PROGRAMA-NOME, WRK-AUDIT-PARAMS,
                   WRK-HTTP-STATUS-200
               END-CALL.

       3610-BUSCAR-PROXIMO-ENDERECO.

           EXEC SQL
               FETCH CUR-ENDERECOS
                   INTO :EDR-ID, :EDR-TIPO, :EDR-LOGRADOURO,
                        :EDR-NUMERO, :EDR-COMPLEMENTO, :EDR-BAIRRO,
                        :EDR-CIDADE, :EDR-UF, :EDR-CEP
           END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO
               SET FIM-CURSOR TO TRUE
           END-IF.

       3620-EMITIR-ENDERECO.

           IF  NAO-PRIMEIRO-REGISTRO
               DISPLAY '     ,'
           END-IF.
           SET NAO-PRIMEIRO-REGISTRO TO TRUE.

           PERFORM 2440-MONTAR-IMAGEM-ENDERECO.
           MOVE EDR-ID TO WRK-ID-MASK.

           DISPLAY '     {"id": ' FUNCTION TRIM(WRK-ID-MASK)
               ', "tipo": "' FUNCTION TRIM(EDR-TIPO) '",'.
           DISPLAY '      "logradouro": "'
               FUNCTION TRIM(WRK-ESC-LOGRADOURO) '",'.
           DISPLAY '      "numero": "'
               FUNCTION TRIM(WRK-ESC-NUMERO) '",'.
           DISPLAY '      "complemento": "'
               FUNCTION TRIM(WRK-ESC-COMPLEMENTO) '",'.
           DISPLAY '      "bairro": "'
               FUNCTION TRIM(WRK-ESC-BAIRRO) '",'.
           DISPLAY '      "cidade": "'
               FUNCTION TRIM(WRK-ESC-CIDADE) '",'.
           DISPLAY '      "uf": "' EDR-UF '",'.
           DISPLAY '      "cep": "' EDR-CEP(1:5) '-' EDR-CEP(6:3)
               '"}'.

           PERFORM 3610-BUSCAR-PROXIMO-ENDERECO.

       3710-BUSCAR-PROXIMO-CONTATO.

           EXEC SQL
               FETCH CUR-CONTATOS
                   INTO :CTT-ID, :CTT-TIPO, :CTT-VALOR
           END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO
               SET FIM-CURSOR TO TRUE
           END-IF.

       3720-EMITIR-CONTATO.

           IF  NAO-PRIMEIRO-REGISTRO
               DISPLAY '     ,'
           END-IF.
           SET NAO-PRIMEIRO-REGISTRO TO TRUE.

           MOVE CTT-VALOR TO WRK-CAMPO-TXT.
           CALL 'MOD-JSON-ESCAPE' USING WRK-CAMPO-TXT WRK-CAMPO-ESC
               END-CALL.
           MOVE CTT-ID TO WRK-ID-MASK.

           DISPLAY '     {"id": ' FUNCTION TRIM(WRK-ID-MASK)
               ', "tipo": "' FUNCTION TRIM(CTT-TIPO)
               '", "valor": "' FUNCTION TRIM(WRK-CAMPO-ESC) '"}'.

           PERFORM 3710-BUSCAR-PROXIMO-CONTATO.

       4000-LIBERAR-RECURSOS.

           EXEC SQL CONNECT RESET END-EXEC.

      *     VERIFICACAO): SEM ELE, "QUEM FEZ" PODIA SER EDITADO SEM
      *     ROMPER A CORRENTE — EXATAMENTE A BRECHA QUE ELA EXISTE
      *     PARA FECHAR.
      *   - A TABELA AUDITORIA NASCE PARTICIONADA POR MES DE
      *     CRIADO_EM (CHAVE PRIMARIA (ID, CRIADO_EM), PARTICAO PMAX
      *     INICIAL); AS PARTICOES MENSAIS SAO CRIADAS COM
      *     ANTECEDENCIA POR PROG-PARTICIONA-AUDITORIA. O INSERT E A
      *     LEITURA DO ULTIMO ELO NAO MUDAM.
      *   - NO CAMINHO DIRETO, A LINHA 2XX TAMBEM ALIMENTA O LOG DE
      *     ACESSO DE LEITURA VIA MOD-REGISTRA-LEITURA (QUE CONSULTA
      *     O REGISTRO DE DADOS PESSOAIS), COMO A CARGA DO SPOOL FAZ
      *     EM PROG-CARREGA-AUDITORIA.
      *   - O SPOOL PASSA A CARREGAR O METODO HTTP DA REQUISICAO
      *     (REQUEST_METHOD), PARA A CARGA CONTAR O USO POR CHAVE,
      *     MES, PROGRAMA E OPERACAO (LEITURA PARA GET/HEAD, ESCRITA
      *     PARA OS DEMAIS) EM CHAVES_USO_PROGRAMA, BASE DO EXTRATO
      *     DE COBRANCA DE PROG-EXTRATO-USO-API. O CAMINHO DIRETO
      *     CONTA AQUI MESMO. O SPOOL MUDOU DE LAYOUT: DRENAR O
      *     SPOOL ANTIGO ANTES DE ATIVAR ESTA VERSAO.
      *******************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           05 SPL-CORRELACAO   PIC X(40).
           05 SPL-CRIADO-EM    PIC X(19).
           05 SPL-CHAVE-API    PIC X(64).
           05 SPL-METODO       PIC X(7).

       WORKING-STORAGE SECTION.

       77  WRK-CORRELACAO-ENV              PIC X(40).
       77  WRK-DATA-HORA-CORRENTE          PIC X(21).
       77  WRK-CHAVE-API-ENV               PIC X(64).
       77  WRK-METODO-ENV                  PIC X(10).
       77  WRK-OPERADOR                    PIC X(60).
       77  WRK-REGISTRO-ID                 PIC 9(10).
       77  WRK-PARAMS-AUX                  PIC X(256).
       77  WRK-PARTE-ANTES                 PIC X(256).
       77  WRK-PARTE-DEPOIS                PIC X(256).
       77  WRK-ID-STG                      PIC X(10).
       77  WRK-ID-TAM                      PIC 9(4)    VALUE ZERO.
       77  WRK-QTD-ID                      PIC 9(4)    VALUE ZERO.

       77  WRK-FLAG-SPOOL-OK               PIC X(1)    VALUE 'N'.
           88  SPOOL-GRAVADO                           VALUE 'S'.
           05 AUD-CRIADO-EM    PIC X(19).
           05 AUD-HASH-ANT     PIC X(64).
           05 AUD-OPERADOR     PIC X(60).
           05 AUD-CHAVE-API    PIC X(64).
           05 AUD-OPERACAO     PIC X(7).
           05 AUD-ERRO         PIC 9(1).

       EXEC SQL END DECLARE SECTION END-EXEC.

               PERFORM PROC-CONECTAR-BANCO-COB-DEV
               PERFORM PROC-GARANTIR-TABELA-AUDITORIA
               PERFORM PROC-INSERIR-REGISTRO-AUDITORIA
               PERFORM PROC-REGISTRAR-LEITURA
               PERFORM PROC-CONTABILIZAR-USO
               PERFORM PROC-LIBERAR-RECURSOS
           END-IF.

               "HTTP_X_API_KEY".
           MOVE WRK-CHAVE-API-ENV TO SPL-CHAVE-API.

           ACCEPT WRK-METODO-ENV FROM ENVIRONMENT "REQUEST_METHOD".
           MOVE WRK-METODO-ENV TO SPL-METODO.

      * O MOMENTO DO EVENTO E CARIMBADO AQUI, PORQUE A CARGA PARA O
      * BANCO ACONTECE DEPOIS, NO CICLO DO BATCH.
           MOVE FUNCTION CURRENT-DATE TO WRK-DATA-HORA-CORRENTE.

           EXEC SQL
               CREATE TABLE IF NOT EXISTS auditoria (
                   id          INT NOT NULL AUTO_INCREMENT,
                   programa    VARCHAR(60)  NOT NULL,
                   parametros  VARCHAR(255),
                   http_status SMALLINT     NOT NULL,
                       DEFAULT CURRENT_TIMESTAMP,
                   hash_anterior CHAR(64) NULL,
                   hash        CHAR(64) NULL,
                   operador    VARCHAR(60) NULL,
                   PRIMARY KEY (id, criado_em)
               )
               PARTITION BY RANGE COLUMNS(criado_em) (
                   PARTITION pmax VALUES LESS THAN (MAXVALUE)
               )
           END-EXEC.

               EXEC SQL COMMIT END-EXEC
           END-IF.

       PROC-REGISTRAR-LEITURA.

           IF  LS-HTTP-STATUS < 200 OR LS-HTTP-STATUS > 299
               EXIT PARAGRAPH
           END-IF.

      * O ID DO REGISTRO LIDO E O PARAMETRO ID DA QUERY STRING;
      * LISTAGENS (SEM ID) FICAM COM ZERO.
           MOVE ZERO TO WRK-REGISTRO-ID WRK-QTD-ID WRK-ID-TAM.
           MOVE SPACES TO WRK-PARAMS-AUX WRK-PARTE-ANTES
               WRK-PARTE-DEPOIS WRK-ID-STG.

           STRING
               "&" FUNCTION TRIM(LS-PARAMETROS)
               DELIMITED BY SIZE
               INTO WRK-PARAMS-AUX
           END-STRING.

           INSPECT WRK-PARAMS-AUX TALLYING WRK-QTD-ID
               FOR ALL "&id=".

           IF  WRK-QTD-ID > ZERO
               UNSTRING WRK-PARAMS-AUX DELIMITED BY "&id="
                   INTO WRK-PARTE-ANTES WRK-PARTE-DEPOIS
               END-UNSTRING
               UNSTRING WRK-PARTE-DEPOIS DELIMITED BY "&" OR SPACE
                   INTO WRK-ID-STG COUNT IN WRK-ID-TAM
               END-UNSTRING
               IF  WRK-ID-TAM > ZERO AND WRK-ID-TAM < 10
                   IF  WRK-ID-STG(1:WRK-ID-TAM) IS NUMERIC
                       MOVE WRK-ID-STG(1:WRK-ID-TAM)
                           TO WRK-REGISTRO-ID
                   END-IF
               END-IF
           END-IF.

           CALL 'MOD-REGISTRA-LEITURA'
               USING LS-PROGRAMA, WRK-REGISTRO-ID
               END-CALL.

       PROC-CONTABILIZAR-USO.

      * O USO POR PROGRAMA SO EXISTE PARA CHAMADA COM CHAVE; GET E
      * HEAD CONTAM COMO LEITURA E OS DEMAIS METODOS COMO ESCRITA, E
      * RESPOSTA 4XX/5XX ENTRA TAMBEM EM QTD_ERRO (NAO COBRADA).
      * MELHOR ESFORCO: SEM A TABELA, A AUDITORIA SEGUE ASSIM MESMO.
           ACCEPT WRK-CHAVE-API-ENV FROM ENVIRONMENT
               "HTTP_X_API_KEY".

           IF  FUNCTION TRIM(WRK-CHAVE-API-ENV) = SPACES
               EXIT PARAGRAPH
           END-IF.

           MOVE WRK-CHAVE-API-ENV TO AUD-CHAVE-API.

           ACCEPT WRK-METODO-ENV FROM ENVIRONMENT "REQUEST_METHOD".
           EVALUATE FUNCTION UPPER-CASE(FUNCTION TRIM(WRK-METODO-ENV))
               WHEN "GET"
               WHEN "HEAD"
               WHEN SPACES
                   MOVE "LEITURA" TO AUD-OPERACAO
               WHEN OTHER
                   MOVE "ESCRITA" TO AUD-OPERACAO
           END-EVALUATE.

           IF  LS-HTTP-STATUS >= 400
               MOVE 1 TO AUD-ERRO
           ELSE
               MOVE 0 TO AUD-ERRO
           END-IF.

           EXEC SQL
               INSERT INTO chaves_uso_programa
                   (chave, mes, programa, operacao, qtd, qtd_erro)
               VALUES
                   (TRIM(:AUD-CHAVE-API), LEFT(:AUD-CRIADO-EM, 7),
                    TRIM(:AUD-PROGRAMA), :AUD-OPERACAO, 1,
                    :AUD-ERRO)
               ON DUPLICATE KEY UPDATE
                   qtd = qtd + 1,
                   qtd_erro = qtd_erro + :AUD-ERRO
           END-EXEC.

           IF  SQLCODE EQUAL ZERO
               EXEC SQL COMMIT END-EXEC
           END-IF.

       PROC-LIBERAR-RECURSOS.
      * A SESSAO E COMPARTILHADA DA REQUISICAO (MOD-CONEXAO-BD) E
      * NAO E FECHADA AQUI; QUEM A ABRIU E ENCERRA NO FIM.

      *     CADA MORADIA, PARA O DOSSIE DE CONFORMIDADE.
      *   - O REENCADEAMENTO PASSA A INCLUIR O OPERADOR NO CONTEUDO
      *     DO HASH, COMO NOS DEMAIS PONTOS DA CORRENTE.
      *   - AS MORADIAS DO DADO PESSOAL PASSAM A VIR DO REGISTRO DE
      *     DADOS PESSOAIS (DADOS_PESSOAIS, MANTIDO POR
      *     PROG-DADOS-PESSOAIS) EM VEZ DE FIXAS NO PROGRAMA. POR ID,
      *     O DOMINIO DO TITULAR VEM DE APAGA_TITULAR (PADRAO TESTE)
      *     E CADA TABELA COM COLUNA DESSE TITULAR RECEBE UM UPDATE
      *     PELA COLUNA-CHAVE REGISTRADA, APLICANDO A REGRA DE CADA
      *     COLUNA (MASCARAR COM ANON-, HASH COM HASH-, APAGAR COM
      *     NULL OU VAZIO). POR NOME, SAO ALCANCADAS AS TABELAS COM
      *     COLUNA CLASSIFICADA COMO NOME. AS COLUNAS DE TEXTO LIVRE
      *     DO REGISTRO (AUDITORIA.PARAMETROS, PAYLOAD, ...) TEM OS
      *     VALORES DO TITULAR (NOMES, DOCUMENTOS E CONTATOS)
      *     SUBSTITUIDOS. O CERTIFICADO LISTA CADA TABELA E COLUNA
      *     TOCADA CONFORME O REGISTRO.
      *   - LINHA DO TITULAR SOB RETENCAO LEGAL (MOD-RETENCAO-LEGAL,
      *     MANTIDA EM PROG-RETENCAO-LEGAL) NAO E ANONIMIZADA: O UPDATE
      *     DE CADA TABELA NEGA O FILTRO DA RETENCAO E O CERTIFICADO
      *     MOSTRA AS LINHAS MANTIDAS POR TABELA. HAVENDO LINHA RETIDA,
      *     A TROCA NO TEXTO LIVRE NAO E FEITA (O VALOR NAO TEM DONO
      *     POR LINHA) E O CERTIFICADO REGISTRA A PENDENCIA ATE A
      *     LIBERACAO.
      *   - EXIBE NO INICIO DO LOG DA EXECUCAO O CARIMBO DE VERSAO
      *     (BUILD) COM QUE O PROGRAMA FOI IMPLANTADO.
      *******************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       WORKING-STORAGE SECTION.

       COPY VERSAO-BUILD.

       77  WRK-ARQ-CERT-NOME               PIC X(255).
       77  WRK-FS-ARQ-CERT                 PIC X(2).

       77  WRK-QTD-MASK                    PIC Z(9)9.
       77  WRK-ID-MASK                     PIC Z(9)9.

       77  WRK-QTD-AUDITORIA               PIC 9(10)   VALUE ZERO.
       77  WRK-QTD-REENCADEADA             PIC 9(10)   VALUE ZERO.

       77  WRK-APAGA-TITULAR               PIC X(10).
       77  WRK-COL-CHECK                   PIC X(60).
       77  WRK-REGRA-EFETIVA               PIC X(10).
       77  WRK-PREFIXO                     PIC X(05).
       77  WRK-FUNCAO-HASH                 PIC X(100).
       77  WRK-CERT-ROTULO                 PIC X(34).

       77  WRK-NOME-QTD                    PIC 9(2)    VALUE ZERO.
       77  WRK-NOME-IDX                    PIC 9(2)    VALUE ZERO.
      * VALORES-ALVO A CACAR NO TEXTO LIVRE: NOMES, DOCUMENTOS E
      * CONTATOS QUE O TITULAR JA TEVE.
       01  WRK-NOMES-ALVO.
           05 WRK-NOME-ALVO OCCURS 50 TIMES PIC X(255).

      * COLUNAS DO REGISTRO (FORA TEXTO LIVRE), ORDENADAS POR TABELA
      * E COLUNA-CHAVE, COM A TROCA E O FILTRO JA MONTADOS.
       77  WRK-QTD-COLUNAS                 PIC 9(3)    VALUE ZERO.
       77  WRK-QTD-COL-TITULAR             PIC 9(3)    VALUE ZERO.
       77  WRK-IDX                         PIC 9(3)    VALUE ZERO.
       01  WRK-COLUNAS-REGISTRO.
           05  WRK-COLUNA-REG OCCURS 100 TIMES.
               10  WRK-REG-TABELA          PIC X(60).
               10  WRK-REG-COLUNA          PIC X(60).
               10  WRK-REG-CLASSIFICACAO   PIC X(20).
               10  WRK-REG-REGRA           PIC X(10).
               10  WRK-REG-TITULAR         PIC X(10).
               10  WRK-REG-CHAVE           PIC X(60).
               10  WRK-REG-NULAVEL         PIC X(3).
               10  WRK-REG-TIPO            PIC X(30).
               10  WRK-REG-TAMANHO         PIC 9(10).
               10  WRK-REG-EXPRESSAO       PIC X(200).
               10  WRK-REG-FILTRO          PIC X(200).
               10  WRK-REG-SITUACAO        PIC X(1).
                   88  REG-TRATAVEL                    VALUE 'S'.
                   88  REG-IGNORADA                    VALUE 'N'.

      * COLUNAS DE TEXTO LIVRE DO REGISTRO E O QUE FOI TROCADO NELAS.
       77  WRK-QTD-LIVRES                  PIC 9(2)    VALUE ZERO.
       77  WRK-LIVRE-IDX                   PIC 9(2)    VALUE ZERO.
       01  WRK-LIVRES-REGISTRO.
           05  WRK-LIVRE-REG OCCURS 20 TIMES.
               10  WRK-LIVRE-TABELA        PIC X(60).
               10  WRK-LIVRE-COLUNA        PIC X(60).
               10  WRK-LIVRE-QTD           PIC 9(10).

      * UPDATE EM MONTAGEM PARA A TABELA (E COLUNA-CHAVE) CORRENTE.
       77  WRK-GRUPO-TABELA                PIC X(60).
       77  WRK-GRUPO-CHAVE                 PIC X(60).
       77  WRK-GRUPO-QTD-COL               PIC 9(3)    VALUE ZERO.
       77  WRK-GRUPO-QTD-NOME              PIC 9(3)    VALUE ZERO.
       77  WRK-PTR-SET                     PIC 9(4)    VALUE 1.
       77  WRK-PTR-NOMES                   PIC 9(4)    VALUE 1.
       77  WRK-PTR-COLUNAS                 PIC 9(4)    VALUE 1.
       77  WRK-PTR-UNIAO                   PIC 9(4)    VALUE 1.
       77  WRK-SET-SQL                     PIC X(2000).
       77  WRK-LISTA-NOMES                 PIC X(300).
       77  WRK-LISTA-COLUNAS               PIC X(80).
       77  WRK-UNIAO-SQL                   PIC X(2500).

      * RESULTADO POR TABELA PARA O CERTIFICADO.
       77  WRK-QTD-RESULT                  PIC 9(2)    VALUE ZERO.
       77  WRK-RESULT-IDX                  PIC 9(2)    VALUE ZERO.
       01  WRK-RESULTADOS.
           05  WRK-RESULT-REG OCCURS 50 TIMES.
               10  WRK-RES-TABELA          PIC X(60).
               10  WRK-RES-COLUNAS         PIC X(80).
               10  WRK-RES-QTD             PIC 9(10).
               10  WRK-RES-RETIDAS         PIC 9(10).
               10  WRK-RES-SITUACAO        PIC X(1).
                   88  RES-APLICADO                    VALUE 'A'.
                   88  RES-SEM-COLUNA-NOME             VALUE 'S'.

      * RETENCAO LEGAL: LINHAS DO TITULAR MANTIDAS INTACTAS.
       77  WRK-QTD-RETIDAS                 PIC 9(10)   VALUE ZERO.
       77  WRK-RTL-ACAO                    PIC X(10)
               VALUE "VERIFICAR".
       77  WRK-RTL-PROGRAMA                PIC X(60)
               VALUE "PROG-APAGA-TITULAR".
       77  WRK-RTL-TABELA                  PIC X(60).
       77  WRK-RTL-PARTICAO                PIC X(64)   VALUE SPACES.
       77  WRK-RTL-CONDICAO                PIC X(1000).
       77  WRK-RTL-RETENCAO-ID             PIC 9(10)   VALUE ZERO.
       77  WRK-RTL-FILTRO                  PIC X(1000).
       77  WRK-RTL-QTD                     PIC 9(10)   VALUE ZERO.
       77  WRK-RTL-RESULTADO               PIC X(2).
           88  RETENCAO-VERIFICADA                     VALUE 'OK'.
       77  WRK-RTL-MSG                     PIC X(255).
       77  WRK-RTL-NEGACAO                 PIC X(1010).

       77  WRK-FLAG-TIPO-TEXTO             PIC X(1)    VALUE 'N'.
           88  COLUNA-DE-TEXTO                         VALUE 'S'.
           88  COLUNA-NAO-TEXTO                        VALUE 'N'.

       77  WRK-FLAG-POR-ID                 PIC X(1)    VALUE 'N'.
           88  APAGA-POR-ID                            VALUE 'S'.
           88  APAGA-POR-NOME                          VALUE 'N'.

       01  HOSTVARS.
           05 BUFFER     PIC X(1024).
           05 SQL-BUFFER PIC X(4000).

       01  SQL-01-VARS.
           05 APG-ID            PIC 9(10).
           05 APG-AUD-ID        PIC 9(10).
           05 APG-HASH-ANT      PIC X(64).
           05 APG-HASH          PIC X(64).
           05 APG-TABELA        PIC X(60).
           05 APG-COLUNA        PIC X(60).
           05 APG-CLASSIFICACAO PIC X(20).
           05 APG-REGRA         PIC X(10).
           05 APG-TITULAR       PIC X(10).
           05 APG-CHAVE         PIC X(60).
           05 APG-NULAVEL       PIC X(3).
           05 APG-TIPO          PIC X(30).
           05 APG-TAMANHO       PIC 9(10).
           05 APG-NOME-HEX      PIC X(510).

       EXEC SQL END DECLARE SECTION END-EXEC.


       MAIN-PROCEDURE.

           DISPLAY "BUILD EM EXECUCAO: " FUNCTION TRIM(VERSAO-BUILD).

           PERFORM 1000-INICIALIZAR.
           PERFORM 1100-CONECTAR-BANCO-DE-DADOS.
           PERFORM 1200-CARREGAR-REGISTRO.
           PERFORM 1300-CARREGAR-TEXTO-LIVRE.
           PERFORM 1400-MONTAR-LISTA-DE-NOMES.
           PERFORM 2000-APAGAR-COLUNAS-TITULAR.
           PERFORM 2300-APAGAR-TEXTO-LIVRE.
           PERFORM 2500-REENCADEAR-AUDITORIA.
           PERFORM 3000-GRAVAR-CERTIFICADO.
           PERFORM 3900-FINALIZAR.
           MOVE ZERO TO APG-ID.
           ACCEPT WRK-APAGA-ID-STG FROM ENVIRONMENT "APAGA_ID".
           ACCEPT WRK-APAGA-NOME FROM ENVIRONMENT "APAGA_NOME".
           ACCEPT WRK-APAGA-TITULAR FROM ENVIRONMENT "APAGA_TITULAR".
           MOVE FUNCTION UPPER-CASE(WRK-APAGA-TITULAR)
               TO WRK-APAGA-TITULAR.
           IF  FUNCTION TRIM(WRK-APAGA-TITULAR) = SPACES
               MOVE "TESTE" TO WRK-APAGA-TITULAR
           END-IF.

           IF  WRK-APAGA-ID-STG NOT = SPACES
           AND WRK-APAGA-ID-STG IS NUMERIC
               STOP RUN
           END-IF.

       1200-CARREGAR-REGISTRO.

           EXEC SQL
               SELECT COUNT(*)
                 INTO :APG-EXISTE
                 FROM information_schema.tables
                WHERE table_schema = DATABASE()
                  AND table_name = 'dados_pessoais'
           END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO OR APG-EXISTE = ZERO
               DISPLAY
                   "ERRO: REGISTRO DE DADOS PESSOAIS (DADOS_PESSOAIS) "
                   "NAO ENCONTRADO. RODE PROG-BOOTSTRAP OU "
                   "PROG-DADOS-PESSOAIS ANTES DO APAGAMENTO."
               EXEC SQL CONNECT RESET END-EXEC
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      * SO ENTRAM COLUNAS QUE EXISTEM NO BANCO. A ORDEM POR TABELA E
      * COLUNA-CHAVE AGRUPA AS COLUNAS DE CADA UPDATE.
           EXEC SQL
               DECLARE CUR-COLUNAS-TITULAR CURSOR FOR
                   SELECT d.tabela, d.coluna, d.classificacao,
                          d.regra, COALESCE(d.titular, ''),
                          COALESCE(d.chave_titular, ''),
                          c.is_nullable, LOWER(c.data_type),
                          COALESCE(c.character_maximum_length, 0)
                     FROM dados_pessoais d
                     JOIN information_schema.columns c
                       ON c.table_schema = DATABASE()
                      AND c.table_name = d.tabela
                      AND c.column_name = d.coluna
                    WHERE d.ativo = 'S'
                      AND d.regra <> 'MANTER'
                      AND d.classificacao NOT IN ('TEXTO_LIVRE',
                          'NAO_PESSOAL')
                    ORDER BY d.tabela, COALESCE(d.chave_titular, ''),
                          d.coluna
           END-EXEC.

           EXEC SQL OPEN CUR-COLUNAS-TITULAR END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO
               DISPLAY
                   "ERRO AO TENTAR LER O REGISTRO DE DADOS PESSOAIS: "
                   SQLERRM
               EXEC SQL CONNECT RESET END-EXEC
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           SET NAO-FIM-CURSOR TO TRUE.
           PERFORM 1210-BUSCAR-PROXIMA-COLUNA.
           PERFORM 1220-GUARDAR-COLUNA UNTIL FIM-CURSOR.

           EXEC SQL CLOSE CUR-COLUNAS-TITULAR END-EXEC.

      * DOMINIO DE TITULAR SEM COLUNA NO REGISTRO NAO APAGARIA NADA;
      * E TRATADO COMO ERRO PARA NAO EMITIR CERTIFICADO VAZIO.
           IF  APAGA-POR-ID AND WRK-QTD-COL-TITULAR = ZERO
               DISPLAY
                   "ERRO: NENHUMA COLUNA REGISTRADA PARA O TITULAR "
                   FUNCTION TRIM(WRK-APAGA-TITULAR)
                   " EM DADOS_PESSOAIS (VERIFIQUE APAGA_TITULAR)."
               EXEC SQL CONNECT RESET END-EXEC
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       1210-BUSCAR-PROXIMA-COLUNA.

           EXEC SQL
               FETCH CUR-COLUNAS-TITULAR
                   INTO :APG-TABELA, :APG-COLUNA, :APG-CLASSIFICACAO,
                        :APG-REGRA, :APG-TITULAR, :APG-CHAVE,
                        :APG-NULAVEL, :APG-TIPO, :APG-TAMANHO
           END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO
               SET FIM-CURSOR TO TRUE
           END-IF.

       1220-GUARDAR-COLUNA.

           IF  WRK-QTD-COLUNAS < 100
               ADD 1 TO WRK-QTD-COLUNAS
               MOVE WRK-QTD-COLUNAS TO WRK-IDX
               MOVE APG-TABELA TO WRK-REG-TABELA(WRK-IDX)
               MOVE APG-COLUNA TO WRK-REG-COLUNA(WRK-IDX)
               MOVE FUNCTION UPPER-CASE(APG-CLASSIFICACAO)
                   TO WRK-REG-CLASSIFICACAO(WRK-IDX)
               MOVE FUNCTION UPPER-CASE(APG-REGRA)
                   TO WRK-REG-REGRA(WRK-IDX)
               MOVE FUNCTION UPPER-CASE(APG-TITULAR)
                   TO WRK-REG-TITULAR(WRK-IDX)
               MOVE APG-CHAVE TO WRK-REG-CHAVE(WRK-IDX)
               MOVE FUNCTION UPPER-CASE(APG-NULAVEL)
                   TO WRK-REG-NULAVEL(WRK-IDX)
               MOVE APG-TIPO TO WRK-REG-TIPO(WRK-IDX)
               MOVE APG-TAMANHO TO WRK-REG-TAMANHO(WRK-IDX)
               PERFORM 1230-MONTAR-EXPRESSAO
               IF  REG-TRATAVEL(WRK-IDX)
               AND WRK-REG-TITULAR(WRK-IDX) = WRK-APAGA-TITULAR
               AND WRK-REG-CHAVE(WRK-IDX) NOT = SPACES
                   ADD 1 TO WRK-QTD-COL-TITULAR
               END-IF
           ELSE
               DISPLAY
                   "AVISO: LIMITE DE 100 COLUNAS ATINGIDO; "
                   FUNCTION TRIM(APG-TABELA) "."
                   FUNCTION TRIM(APG-COLUNA) " NAO SERA TRATADA."
           END-IF.

           PERFORM 1210-BUSCAR-PROXIMA-COLUNA.

       1230-MONTAR-EXPRESSAO.

      * OS NOMES DO REGISTRO ENTRAM NA MONTAGEM DE SQL DINAMICO;
      * SO LETRAS E SUBLINHADO SAO ACEITOS, COMO NA RETENCAO.
           SET REG-TRATAVEL(WRK-IDX) TO TRUE.
           MOVE SPACES TO WRK-REG-EXPRESSAO(WRK-IDX)
               WRK-REG-FILTRO(WRK-IDX).

           MOVE WRK-REG-TABELA(WRK-IDX) TO WRK-COL-CHECK.
           PERFORM 1290-VALIDAR-NOME.
           MOVE WRK-REG-COLUNA(WRK-IDX) TO WRK-COL-CHECK.
           PERFORM 1290-VALIDAR-NOME.
           IF  WRK-REG-CHAVE(WRK-IDX) NOT = SPACES
               MOVE WRK-REG-CHAVE(WRK-IDX) TO WRK-COL-CHECK
               PERFORM 1290-VALIDAR-NOME
           END-IF.

           IF  REG-IGNORADA(WRK-IDX)
               EXIT PARAGRAPH
           END-IF.

           EVALUATE FUNCTION TRIM(WRK-REG-TIPO(WRK-IDX))
               WHEN "char"
               WHEN "varchar"
               WHEN "tinytext"
               WHEN "text"
               WHEN "mediumtext"
               WHEN "longtext"
                   SET COLUNA-DE-TEXTO TO TRUE
               WHEN OTHER
                   SET COLUNA-NAO-TEXTO TO TRUE
           END-EVALUATE.

      * MASCARA E HASH SO CABEM EM COLUNA DE TEXTO COM ESPACO PARA O
      * PREFIXO E ALGUM DIGITO; FORA DISSO O VALOR E APAGADO.
           MOVE WRK-REG-REGRA(WRK-IDX) TO WRK-REGRA-EFETIVA.
           IF  (WRK-REGRA-EFETIVA = "MASCARAR"
               OR WRK-REGRA-EFETIVA = "HASH")
           AND (COLUNA-NAO-TEXTO OR WRK-REG-TAMANHO(WRK-IDX) < 6)
               MOVE "APAGAR" TO WRK-REGRA-EFETIVA
           END-IF.

           EVALUATE WRK-REGRA-EFETIVA
               WHEN "MASCARAR"
                   MOVE "ANON-" TO WRK-PREFIXO
                   MOVE SPACES TO WRK-FUNCAO-HASH
                   STRING
                       "MD5(" FUNCTION TRIM(WRK-REG-COLUNA(WRK-IDX))
                       ")"
                       DELIMITED BY SIZE
                       INTO WRK-FUNCAO-HASH
                   END-STRING
                   PERFORM 1240-MONTAR-TROCA-PREFIXADA
               WHEN "HASH"
                   MOVE "HASH-" TO WRK-PREFIXO
                   MOVE SPACES TO WRK-FUNCAO-HASH
                   STRING
                       "SHA2(" FUNCTION TRIM(WRK-REG-COLUNA(WRK-IDX))
                       ", 256)"
                       DELIMITED BY SIZE
                       INTO WRK-FUNCAO-HASH
                   END-STRING
                   PERFORM 1240-MONTAR-TROCA-PREFIXADA
               WHEN "APAGAR"
                   PERFORM 1250-MONTAR-APAGAMENTO
               WHEN OTHER
                   DISPLAY
                       "AVISO: REGRA DESCONHECIDA EM "
                       FUNCTION TRIM(WRK-REG-TABELA(WRK-IDX)) "."
                       FUNCTION TRIM(WRK-REG-COLUNA(WRK-IDX)) ": "
                       FUNCTION TRIM(WRK-REG-REGRA(WRK-IDX))
                   SET REG-IGNORADA(WRK-IDX) TO TRUE
           END-EVALUATE.

       1240-MONTAR-TROCA-PREFIXADA.

      * MESMO EMBARALHADO DETERMINISTICO DO MASCARAMENTO, COM O
      * PREFIXO MARCANDO O QUE JA FOI TRATADO.
           MOVE WRK-REG-TAMANHO(WRK-IDX) TO WRK-QTD-MASK.

           STRING
               "LEFT(CONCAT('" WRK-PREFIXO "', UPPER(SUBSTRING("
               FUNCTION TRIM(WRK-FUNCAO-HASH) ", 1, 16))), "
               FUNCTION TRIM(WRK-QTD-MASK) ")"
               DELIMITED BY SIZE
               INTO WRK-REG-EXPRESSAO(WRK-IDX)
           END-STRING.

           STRING
               FUNCTION TRIM(WRK-REG-COLUNA(WRK-IDX))
               " IS NOT NULL AND "
               FUNCTION TRIM(WRK-REG-COLUNA(WRK-IDX))
               " NOT LIKE '" WRK-PREFIXO "%'"
               DELIMITED BY SIZE
               INTO WRK-REG-FILTRO(WRK-IDX)
           END-STRING.

       1250-MONTAR-APAGAMENTO.

           IF  WRK-REG-NULAVEL(WRK-IDX) = "YES"
               MOVE "NULL" TO WRK-REG-EXPRESSAO(WRK-IDX)
               STRING
                   FUNCTION TRIM(WRK-REG-COLUNA(WRK-IDX))
                   " IS NOT NULL"
                   DELIMITED BY SIZE
                   INTO WRK-REG-FILTRO(WRK-IDX)
               END-STRING
               EXIT PARAGRAPH
           END-IF.

           IF  COLUNA-DE-TEXTO
               MOVE "''" TO WRK-REG-EXPRESSAO(WRK-IDX)
               STRING
                   FUNCTION TRIM(WRK-REG-COLUNA(WRK-IDX))
                   " <> ''"
                   DELIMITED BY SIZE
                   INTO WRK-REG-FILTRO(WRK-IDX)
               END-STRING
               EXIT PARAGRAPH
           END-IF.

           DISPLAY
               "AVISO: COLUNA SEM NULL E FORA DE TEXTO NAO PODE SER "
               "APAGADA: "
               FUNCTION TRIM(WRK-REG-TABELA(WRK-IDX)) "."
               FUNCTION TRIM(WRK-REG-COLUNA(WRK-IDX)).
           SET REG-IGNORADA(WRK-IDX) TO TRUE.

       1290-VALIDAR-NOME.

           INSPECT WRK-COL-CHECK REPLACING ALL '_' BY SPACE.
           IF  WRK-COL-CHECK IS NOT ALPHABETIC
               DISPLAY
                   "AVISO: NOME INVALIDO NO REGISTRO DE DADOS "
                   "PESSOAIS, COLUNA IGNORADA: "
                   FUNCTION TRIM(WRK-REG-TABELA(WRK-IDX)) "."
                   FUNCTION TRIM(WRK-REG-COLUNA(WRK-IDX))
               SET REG-IGNORADA(WRK-IDX) TO TRUE
           END-IF.

       1300-CARREGAR-TEXTO-LIVRE.

      * COLUNAS DE TEXTO LIVRE NAO TEM UM VALOR SO DO TITULAR; NELAS
      * OS VALORES DELE SAO PROCURADOS E SUBSTITUIDOS DENTRO DO TEXTO.
           EXEC SQL
               DECLARE CUR-TEXTO-LIVRE CURSOR FOR
                   SELECT d.tabela, d.coluna
                     FROM dados_pessoais d
                     JOIN information_schema.columns c
                       ON c.table_schema = DATABASE()
                      AND c.table_name = d.tabela
                      AND c.column_name = d.coluna
                    WHERE d.ativo = 'S'
                      AND d.regra <> 'MANTER'
                      AND d.classificacao = 'TEXTO_LIVRE'
                    ORDER BY d.tabela, d.coluna
           END-EXEC.

           EXEC SQL OPEN CUR-TEXTO-LIVRE END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO
               DISPLAY
                   "ERRO AO TENTAR LER AS COLUNAS DE TEXTO LIVRE DO "
                   "REGISTRO: " SQLERRM
               EXEC SQL CONNECT RESET END-EXEC
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           SET NAO-FIM-CURSOR TO TRUE.
           PERFORM 1310-BUSCAR-PROXIMO-TEXTO-LIVRE.
           PERFORM 1320-GUARDAR-TEXTO-LIVRE UNTIL FIM-CURSOR.

           EXEC SQL CLOSE CUR-TEXTO-LIVRE END-EXEC.

       1310-BUSCAR-PROXIMO-TEXTO-LIVRE.

           EXEC SQL
               FETCH CUR-TEXTO-LIVRE INTO :APG-TABELA, :APG-COLUNA
           END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO
               SET FIM-CURSOR TO TRUE
           END-IF.

       1320-GUARDAR-TEXTO-LIVRE.

           MOVE APG-TABELA TO WRK-COL-CHECK.
           INSPECT WRK-COL-CHECK REPLACING ALL '_' BY SPACE.
           IF  WRK-COL-CHECK IS ALPHABETIC
               MOVE APG-COLUNA TO WRK-COL-CHECK
               INSPECT WRK-COL-CHECK REPLACING ALL '_' BY SPACE
           END-IF.

           IF  WRK-COL-CHECK IS NOT ALPHABETIC
               DISPLAY
                   "AVISO: NOME INVALIDO NO REGISTRO DE DADOS "
                   "PESSOAIS, COLUNA IGNORADA: "
                   FUNCTION TRIM(APG-TABELA) "."
                   FUNCTION TRIM(APG-COLUNA)
           ELSE
               IF  WRK-QTD-LIVRES < 20
                   ADD 1 TO WRK-QTD-LIVRES
                   MOVE APG-TABELA TO WRK-LIVRE-TABELA(WRK-QTD-LIVRES)
                   MOVE APG-COLUNA TO WRK-LIVRE-COLUNA(WRK-QTD-LIVRES)
                   MOVE ZERO TO WRK-LIVRE-QTD(WRK-QTD-LIVRES)
               END-IF
           END-IF.

           PERFORM 1310-BUSCAR-PROXIMO-TEXTO-LIVRE.

       1400-MONTAR-LISTA-DE-NOMES.

      * OS VALORES-ALVO SAO O QUE SE CACA NAS COLUNAS DE TEXTO LIVRE:
      * NO MODO POR NOME E O PROPRIO VALOR INFORMADO; NO MODO POR ID
      * SAO TODOS OS NOMES, DOCUMENTOS E CONTATOS QUE O TITULAR JA
      * TEVE NAS COLUNAS DO REGISTRO, LIDOS ANTES DE SEREM TROCADOS.
           MOVE ZERO TO WRK-NOME-QTD.

           IF  APAGA-POR-NOME
               MOVE 1 TO WRK-NOME-QTD
               MOVE WRK-APAGA-NOME TO WRK-NOME-ALVO(1)
               PERFORM 1450-CODIFICAR-NOME
               EXIT PARAGRAPH
           END-IF.

           MOVE APG-ID TO WRK-ID-MASK.
           MOVE SPACES TO WRK-UNIAO-SQL.
           MOVE 1 TO WRK-PTR-UNIAO.

           PERFORM 1410-INCLUIR-COLUNA-NA-UNIAO
               VARYING WRK-IDX FROM 1 BY 1
               UNTIL WRK-IDX > WRK-QTD-COLUNAS.

           IF  WRK-PTR-UNIAO = 1
               EXIT PARAGRAPH
           END-IF.

           MOVE SPACES TO SQL-BUFFER.
           STRING
               "SELECT DISTINCT v FROM ("
               FUNCTION TRIM(WRK-UNIAO-SQL)
               ") valores WHERE v IS NOT NULL"
               " AND CHAR_LENGTH(TRIM(v)) >= 3"
               " AND v NOT LIKE 'ANON-%' AND v NOT LIKE 'HASH-%'"
               DELIMITED BY SIZE
               INTO SQL-BUFFER
           END-STRING.

           EXEC SQL
               PREPARE STMT-VALORES FROM :SQL-BUFFER
           END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO
               DISPLAY
                   "ERRO AO TENTAR PREPARAR O LEVANTAMENTO DOS "
                   "VALORES DO TITULAR: " SQLERRM
               EXEC SQL CONNECT RESET END-EXEC
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           EXEC SQL
               DECLARE CUR-NOMES-ALVO CURSOR FOR STMT-VALORES
           END-EXEC.

           EXEC SQL

           IF  SQLCODE NOT EQUAL ZERO
               DISPLAY
                   "ERRO AO TENTAR LEVANTAR OS VALORES DO TITULAR: "
                   SQLERRM
               EXEC SQL CONNECT RESET END-EXEC
               MOVE 16 TO RETURN-CODE
           END-IF.

           SET NAO-FIM-CURSOR TO TRUE.
           PERFORM 1420-BUSCAR-PROXIMO-NOME.
           PERFORM 1430-GUARDAR-NOME UNTIL FIM-CURSOR.

           EXEC SQL CLOSE CUR-NOMES-ALVO END-EXEC.

       1410-INCLUIR-COLUNA-NA-UNIAO.

           IF  REG-IGNORADA(WRK-IDX)
           OR  WRK-REG-TITULAR(WRK-IDX) NOT = WRK-APAGA-TITULAR
           OR  WRK-REG-CHAVE(WRK-IDX) = SPACES
               EXIT PARAGRAPH
           END-IF.

           EVALUATE WRK-REG-CLASSIFICACAO(WRK-IDX)
               WHEN "NOME"
               WHEN "DOCUMENTO"
               WHEN "CONTATO"
                   CONTINUE
               WHEN OTHER
                   EXIT PARAGRAPH
           END-EVALUATE.

           IF  WRK-PTR-UNIAO > 1
               STRING
                   " UNION "
                   DELIMITED BY SIZE
                   INTO WRK-UNIAO-SQL WITH POINTER WRK-PTR-UNIAO
               END-STRING
           END-IF.

           STRING
               "SELECT CAST("
               FUNCTION TRIM(WRK-REG-COLUNA(WRK-IDX))
               " AS CHAR(255)) AS v FROM "
               FUNCTION TRIM(WRK-REG-TABELA(WRK-IDX))
               " WHERE "
               FUNCTION TRIM(WRK-REG-CHAVE(WRK-IDX))
               " = "
               FUNCTION TRIM(WRK-ID-MASK)
               DELIMITED BY SIZE
               INTO WRK-UNIAO-SQL WITH POINTER WRK-PTR-UNIAO
           END-STRING.

       1420-BUSCAR-PROXIMO-NOME.

           EXEC SQL
               FETCH CUR-NOMES-ALVO INTO :APG-NOME
           END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO
               SET FIM-CURSOR TO TRUE
           END-IF.

       1430-GUARDAR-NOME.

           IF  WRK-NOME-QTD < 50
               ADD 1 TO WRK-NOME-QTD
               MOVE APG-NOME TO WRK-NOME-ALVO(WRK-NOME-QTD)
           END-IF.

           PERFORM 1420-BUSCAR-PROXIMO-NOME.

       1450-CODIFICAR-NOME.

      * O NOME INFORMADO ENTRA NO RECORTE ENTREGUE A VERIFICACAO DA
      * RETENCAO LEGAL; EM HEXADECIMAL NAO HA ASPAS A ESCAPAR.
           MOVE WRK-APAGA-NOME TO APG-NOME.

           EXEC SQL
               SELECT HEX(CONVERT(TRIM(:APG-NOME) USING utf8mb4))
                 INTO :APG-NOME-HEX
           END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO
               DISPLAY
                   "ERRO AO TENTAR PREPARAR O NOME PARA A RETENCAO "
                   "LEGAL: " SQLERRM
               EXEC SQL CONNECT RESET END-EXEC
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       2000-APAGAR-COLUNAS-TITULAR.

      * UM UPDATE (E UMA TRANSACAO) POR TABELA: CADA COLUNA RECEBE
      * IF(FILTRO, TROCA, COLUNA), ENTAO VALOR JA TRATADO FICA COMO
      * ESTA E O ROW_COUNT SO CONTA LINHAS REALMENTE ALTERADAS. AS
      * LINHAS DA LIXEIRA MORAM NAS PROPRIAS TABELAS E SAO INCLUIDAS.
           MOVE SPACES TO WRK-GRUPO-TABELA WRK-GRUPO-CHAVE.
           PERFORM 2010-INICIAR-GRUPO.

           PERFORM 2020-INCLUIR-COLUNA
               VARYING WRK-IDX FROM 1 BY 1
               UNTIL WRK-IDX > WRK-QTD-COLUNAS.

           PERFORM 2050-EXECUTAR-GRUPO.

       2010-INICIAR-GRUPO.

           MOVE ZERO TO WRK-GRUPO-QTD-COL WRK-GRUPO-QTD-NOME.
           MOVE SPACES TO WRK-SET-SQL WRK-LISTA-NOMES
               WRK-LISTA-COLUNAS.
           MOVE 1 TO WRK-PTR-SET WRK-PTR-NOMES WRK-PTR-COLUNAS.

       2020-INCLUIR-COLUNA.

           IF  REG-IGNORADA(WRK-IDX)
               EXIT PARAGRAPH
           END-IF.

           IF  APAGA-POR-ID
               IF  WRK-REG-TITULAR(WRK-IDX) NOT = WRK-APAGA-TITULAR
               OR  WRK-REG-CHAVE(WRK-IDX) = SPACES
                   EXIT PARAGRAPH
               END-IF
           END-IF.

      * POR ID A CHAVE FAZ PARTE DO GRUPO (O WHERE E POR ELA); POR
      * NOME O WHERE E PELAS COLUNAS DE NOME DA TABELA.
           IF  WRK-REG-TABELA(WRK-IDX) NOT = WRK-GRUPO-TABELA
           OR  (APAGA-POR-ID
               AND WRK-REG-CHAVE(WRK-IDX) NOT = WRK-GRUPO-CHAVE)
               PERFORM 2050-EXECUTAR-GRUPO
               PERFORM 2010-INICIAR-GRUPO
               MOVE WRK-REG-TABELA(WRK-IDX) TO WRK-GRUPO-TABELA
               MOVE WRK-REG-CHAVE(WRK-IDX) TO WRK-GRUPO-CHAVE
           END-IF.

           IF  WRK-GRUPO-QTD-COL > ZERO
               STRING
                   ", "
                   DELIMITED BY SIZE
                   INTO WRK-SET-SQL WITH POINTER WRK-PTR-SET
               END-STRING
               STRING
                   ", "
                   DELIMITED BY SIZE
                   INTO WRK-LISTA-COLUNAS WITH POINTER WRK-PTR-COLUNAS
               END-STRING
           END-IF.

           STRING
               FUNCTION TRIM(WRK-REG-COLUNA(WRK-IDX))
               " = IF("
               FUNCTION TRIM(WRK-REG-FILTRO(WRK-IDX))
               ", "
               FUNCTION TRIM(WRK-REG-EXPRESSAO(WRK-IDX))
               ", "
               FUNCTION TRIM(WRK-REG-COLUNA(WRK-IDX))
               ")"
               DELIMITED BY SIZE
               INTO WRK-SET-SQL WITH POINTER WRK-PTR-SET
           END-STRING.

           STRING
               FUNCTION UPPER-CASE(
                   FUNCTION TRIM(WRK-REG-COLUNA(WRK-IDX)))
               DELIMITED BY SIZE
               INTO WRK-LISTA-COLUNAS WITH POINTER WRK-PTR-COLUNAS
           END-STRING.

           ADD 1 TO WRK-GRUPO-QTD-COL.

           IF  WRK-REG-CLASSIFICACAO(WRK-IDX) = "NOME"
               IF  WRK-GRUPO-QTD-NOME > ZERO
                   STRING
                       ", "
                       DELIMITED BY SIZE
                       INTO WRK-LISTA-NOMES WITH POINTER WRK-PTR-NOMES
                   END-STRING
               END-IF
               STRING
                   FUNCTION TRIM(WRK-REG-COLUNA(WRK-IDX))
                   DELIMITED BY SIZE
                   INTO WRK-LISTA-NOMES WITH POINTER WRK-PTR-NOMES
               END-STRING
               ADD 1 TO WRK-GRUPO-QTD-NOME
           END-IF.

       2050-EXECUTAR-GRUPO.

           IF  WRK-GRUPO-QTD-COL = ZERO
               EXIT PARAGRAPH
           END-IF.

           IF  WRK-QTD-RESULT < 50
               ADD 1 TO WRK-QTD-RESULT
           END-IF.
           MOVE WRK-GRUPO-TABELA TO WRK-RES-TABELA(WRK-QTD-RESULT).
           MOVE WRK-LISTA-COLUNAS TO WRK-RES-COLUNAS(WRK-QTD-RESULT).
           MOVE ZERO TO WRK-RES-QTD(WRK-QTD-RESULT).
           MOVE ZERO TO WRK-RES-RETIDAS(WRK-QTD-RESULT).
           SET RES-APLICADO(WRK-QTD-RESULT) TO TRUE.

      * SEM COLUNA DE NOME NAO HA COMO ACHAR A LINHA A PARTIR DO
      * NOME; A TABELA FICA REGISTRADA NO CERTIFICADO COMO NAO
      * ALCANCADA (O APAGAMENTO POR ID COBRE ESSES CASOS).
           IF  APAGA-POR-NOME AND WRK-GRUPO-QTD-NOME = ZERO
               SET RES-SEM-COLUNA-NOME(WRK-QTD-RESULT) TO TRUE
               EXIT PARAGRAPH
           END-IF.

           PERFORM 2060-VERIFICAR-RETENCAO-LEGAL.

           MOVE SPACES TO SQL-BUFFER.

           IF  APAGA-POR-ID
               MOVE APG-ID TO WRK-ID-MASK
               STRING
                   "UPDATE " FUNCTION TRIM(WRK-GRUPO-TABELA)
                   " SET " FUNCTION TRIM(WRK-SET-SQL)
                   " WHERE " FUNCTION TRIM(WRK-GRUPO-CHAVE)
                   " = " FUNCTION TRIM(WRK-ID-MASK)
                   " " FUNCTION TRIM(WRK-RTL-NEGACAO)
                   DELIMITED BY SIZE
                   INTO SQL-BUFFER
               END-STRING

               EXEC SQL
                   EXECUTE IMMEDIATE :SQL-BUFFER
               END-EXEC
           ELSE
               MOVE WRK-APAGA-NOME TO APG-NOME
               STRING
                   "UPDATE " FUNCTION TRIM(WRK-GRUPO-TABELA)
                   " SET " FUNCTION TRIM(WRK-SET-SQL)
                   " WHERE TRIM(?) IN ("
                   FUNCTION TRIM(WRK-LISTA-NOMES) ") "
                   FUNCTION TRIM(WRK-RTL-NEGACAO)
                   DELIMITED BY SIZE
                   INTO SQL-BUFFER
               END-STRING

               EXEC SQL
                   PREPARE STMT-APAGA-NOME FROM :SQL-BUFFER
               END-EXEC

               IF  SQLCODE EQUAL ZERO
                   EXEC SQL
                       EXECUTE STMT-APAGA-NOME USING :APG-NOME
                   END-EXEC
               END-IF
           END-IF.

           IF  SQLCODE NOT EQUAL ZERO
               DISPLAY
                   "ERRO AO TENTAR APAGAR NA TABELA "
                   FUNCTION UPPER-CASE(
                       FUNCTION TRIM(WRK-GRUPO-TABELA))
                   ": " SQLERRM
               EXEC SQL ROLLBACK END-EXEC
               EXEC SQL CONNECT RESET END-EXEC
               MOVE 16 TO RETURN-CODE
           END-IF.

           EXEC SQL SELECT ROW_COUNT() INTO :APG-QTD END-EXEC.
           MOVE APG-QTD TO WRK-RES-QTD(WRK-QTD-RESULT).

           EXEC SQL COMMIT END-EXEC.

       2060-VERIFICAR-RETENCAO-LEGAL.

      * LINHA DO TITULAR SOB RETENCAO LEGAL FICA INTACTA: O UPDATE
      * NEGA O FILTRO DA RETENCAO, A QUANTIDADE MANTIDA VAI PARA O
      * CERTIFICADO E CADA LINHA FICA NO RELATORIO DA RETENCAO.
           MOVE WRK-GRUPO-TABELA TO WRK-RTL-TABELA.
           MOVE SPACES TO WRK-RTL-CONDICAO WRK-RTL-NEGACAO.

           IF  APAGA-POR-ID
               MOVE APG-ID TO WRK-ID-MASK
               STRING
                   FUNCTION TRIM(WRK-GRUPO-CHAVE)
                   " = " FUNCTION TRIM(WRK-ID-MASK)
                   DELIMITED BY SIZE
                   INTO WRK-RTL-CONDICAO
               END-STRING
           ELSE
               STRING
                   "CONVERT(UNHEX('" FUNCTION TRIM(APG-NOME-HEX)
                   "') USING utf8mb4) IN ("
                   FUNCTION TRIM(WRK-LISTA-NOMES) ")"
                   DELIMITED BY SIZE
                   INTO WRK-RTL-CONDICAO
               END-STRING
           END-IF.

           CALL 'MOD-RETENCAO-LEGAL'
               USING WRK-RTL-ACAO, WRK-RTL-PROGRAMA, WRK-RTL-TABELA,
                   WRK-RTL-PARTICAO, WRK-RTL-CONDICAO,
                   WRK-RTL-RETENCAO-ID, WRK-RTL-FILTRO, WRK-RTL-QTD,
                   WRK-RTL-RESULTADO, WRK-RTL-MSG
               END-CALL.

           IF  NOT RETENCAO-VERIFICADA
               DISPLAY
                   "ERRO AO TENTAR VERIFICAR A RETENCAO LEGAL EM "
                   FUNCTION UPPER-CASE(
                       FUNCTION TRIM(WRK-GRUPO-TABELA))
                   ": " FUNCTION TRIM(WRK-RTL-MSG)
               EXEC SQL CONNECT RESET END-EXEC
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE WRK-RTL-QTD TO WRK-RES-RETIDAS(WRK-QTD-RESULT).
           ADD WRK-RTL-QTD TO WRK-QTD-RETIDAS.

           IF  WRK-RTL-FILTRO NOT = SPACES
               STRING
                   "AND NOT " FUNCTION TRIM(WRK-RTL-FILTRO)
                   DELIMITED BY SIZE
                   INTO WRK-RTL-NEGACAO
               END-STRING
           END-IF.

       2300-APAGAR-TEXTO-LIVRE.

      * A AUDITORIA GUARDA A QUERY STRING DA REQUISICAO E O PAYLOAD
      * DAS NOTIFICACOES O ANTES/DEPOIS DO REGISTRO; CADA VALOR-ALVO
      * E SUBSTITUIDO PELA SUA MASCARA DETERMINISTICA DENTRO DO
      * TEXTO. NA AUDITORIA O MENOR ID TOCADO E GUARDADO PARA O
      * REENCADEAMENTO DA CORRENTE DE HASH.
           MOVE ZERO TO APG-MIN-AUD-ID.

      * NO TEXTO LIVRE O VALOR NAO TEM DONO POR LINHA; COM ALGUMA
      * LINHA DO TITULAR SOB RETENCAO LEGAL A TROCA NAO E FEITA E O
      * CERTIFICADO REGISTRA A PENDENCIA.
           IF  WRK-QTD-RETIDAS > ZERO
               EXIT PARAGRAPH
           END-IF.

           PERFORM 2310-APAGAR-COLUNA-TEXTO-LIVRE
               VARYING WRK-LIVRE-IDX FROM 1 BY 1
               UNTIL WRK-LIVRE-IDX > WRK-QTD-LIVRES.

       2310-APAGAR-COLUNA-TEXTO-LIVRE.

           IF  WRK-NOME-QTD = ZERO
               EXIT PARAGRAPH
           END-IF.

           MOVE SPACES TO SQL-BUFFER.
           STRING
               "UPDATE "
               FUNCTION TRIM(WRK-LIVRE-TABELA(WRK-LIVRE-IDX))
               " SET "
               FUNCTION TRIM(WRK-LIVRE-COLUNA(WRK-LIVRE-IDX))
               " = REPLACE("
               FUNCTION TRIM(WRK-LIVRE-COLUNA(WRK-LIVRE-IDX))
               ", TRIM(?), CONCAT('ANON-', UPPER(SUBSTRING("
               "MD5(TRIM(?)), 1, 16)))) WHERE "
               FUNCTION TRIM(WRK-LIVRE-COLUNA(WRK-LIVRE-IDX))
               " LIKE CONCAT('%', TRIM(?), '%')"
               DELIMITED BY SIZE
               INTO SQL-BUFFER
           END-STRING.

           EXEC SQL
               PREPARE STMT-TEXTO-LIVRE FROM :SQL-BUFFER
           END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO
               DISPLAY
                   "ERRO AO TENTAR PREPARAR A TROCA EM "
                   FUNCTION TRIM(WRK-LIVRE-TABELA(WRK-LIVRE-IDX)) "."
                   FUNCTION TRIM(WRK-LIVRE-COLUNA(WRK-LIVRE-IDX))
                   ": " SQLERRM
               EXEC SQL CONNECT RESET END-EXEC
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM 2320-APAGAR-VALOR-NO-TEXTO
               VARYING WRK-NOME-IDX FROM 1 BY 1
               UNTIL WRK-NOME-IDX > WRK-NOME-QTD.

       2320-APAGAR-VALOR-NO-TEXTO.

           MOVE WRK-NOME-ALVO(WRK-NOME-IDX) TO APG-NOME.

           IF  WRK-LIVRE-TABELA(WRK-LIVRE-IDX) = "auditoria"
               PERFORM 2330-LOCALIZAR-NA-AUDITORIA
           END-IF.

           EXEC SQL
               EXECUTE STMT-TEXTO-LIVRE
                   USING :APG-NOME, :APG-NOME, :APG-NOME
           END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO
               DISPLAY
                   "ERRO AO TENTAR APAGAR EM "
                   FUNCTION TRIM(WRK-LIVRE-TABELA(WRK-LIVRE-IDX)) "."
                   FUNCTION TRIM(WRK-LIVRE-COLUNA(WRK-LIVRE-IDX))
                   ": " SQLERRM
               EXEC SQL ROLLBACK END-EXEC
               EXEC SQL CONNECT RESET END-EXEC
               MOVE 16 TO RETURN-CODE
           END-IF.

           EXEC SQL SELECT ROW_COUNT() INTO :APG-QTD END-EXEC.
           ADD APG-QTD TO WRK-LIVRE-QTD(WRK-LIVRE-IDX).
           IF  WRK-LIVRE-TABELA(WRK-LIVRE-IDX) = "auditoria"
               ADD APG-QTD TO WRK-QTD-AUDITORIA
           END-IF.

           EXEC SQL COMMIT END-EXEC.

       2330-LOCALIZAR-NA-AUDITORIA.

           EXEC SQL
               SELECT COALESCE(MIN(id), 0)
                 INTO :APG-QTD
                 FROM auditoria
                WHERE parametros LIKE
                      CONCAT('%', TRIM(:APG-NOME), '%')
           END-EXEC.

           IF  SQLCODE NOT EQUAL ZERO
               DISPLAY
                   "ERRO AO TENTAR LOCALIZAR O VALOR NA AUDITORIA: "
                   SQLERRM
               EXEC SQL CONNECT RESET END-EXEC
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           IF  APG-QTD > ZERO
               IF  APG-MIN-AUD-ID = ZERO
               OR  APG-QTD < APG-MIN-AUD-ID
                   MOVE APG-QTD TO APG-MIN-AUD-ID
               END-IF
           END-IF.

       2500-REENCADEAR-AUDITORIA.

           IF  APAGA-POR-ID
               MOVE APG-ID TO WRK-ID-MASK
               STRING
                   "ALVO: TITULAR "
                   FUNCTION TRIM(WRK-APAGA-TITULAR) " ID "
                   FUNCTION TRIM(WRK-ID-MASK)
                   DELIMITED BY SIZE
                   INTO REG-CERTIFICADO
           END-IF.
           PERFORM 3100-GRAVAR-LINHA.

           PERFORM 3200-GRAVAR-LINHA-TABELA
               VARYING WRK-RESULT-IDX FROM 1 BY 1
               UNTIL WRK-RESULT-IDX > WRK-QTD-RESULT.

           IF  WRK-QTD-RETIDAS > ZERO
               MOVE WRK-QTD-RETIDAS TO WRK-QTD-MASK
               MOVE SPACES TO REG-CERTIFICADO
               STRING
                   "   RETENCAO LEGAL: "
                   FUNCTION TRIM(WRK-QTD-MASK)
                   " LINHA(S) DO TITULAR MANTIDA(S) INTACTA(S); "
                   "TEXTO LIVRE NAO TRATADO ATE A LIBERACAO"
                   DELIMITED BY SIZE
                   INTO REG-CERTIFICADO
               END-STRING
               PERFORM 3100-GRAVAR-LINHA
           ELSE
               PERFORM 3300-GRAVAR-LINHA-TEXTO-LIVRE
                   VARYING WRK-LIVRE-IDX FROM 1 BY 1
                   UNTIL WRK-LIVRE-IDX > WRK-QTD-LIVRES
           END-IF.

           IF  WRK-QTD-REENCADEADA > ZERO
               MOVE WRK-QTD-REENCADEADA TO WRK-QTD-MASK
               STOP RUN
           END-IF.

       3200-GRAVAR-LINHA-TABELA.

           MOVE ALL "." TO WRK-CERT-ROTULO.
           STRING
               "   "
               FUNCTION UPPER-CASE(FUNCTION TRIM(
                   WRK-RES-TABELA(WRK-RESULT-IDX)))
               " "
               DELIMITED BY SIZE
               INTO WRK-CERT-ROTULO
           END-STRING.

           MOVE SPACES TO REG-CERTIFICADO.
           IF  RES-SEM-COLUNA-NOME(WRK-RESULT-IDX)
               STRING
                   WRK-CERT-ROTULO ": NAO ALCANCADA POR NOME (SEM "
                   "COLUNA DE NOME) - COLUNAS: "
                   FUNCTION TRIM(WRK-RES-COLUNAS(WRK-RESULT-IDX))
                   DELIMITED BY SIZE
                   INTO REG-CERTIFICADO
               END-STRING
           ELSE
               MOVE WRK-RES-QTD(WRK-RESULT-IDX) TO WRK-QTD-MASK
               STRING
                   WRK-CERT-ROTULO ": "
                   FUNCTION TRIM(WRK-QTD-MASK) " LINHA(S) - COLUNAS: "
                   FUNCTION TRIM(WRK-RES-COLUNAS(WRK-RESULT-IDX))
                   DELIMITED BY SIZE
                   INTO REG-CERTIFICADO
               END-STRING
           END-IF.
           PERFORM 3100-GRAVAR-LINHA.

           IF  WRK-RES-RETIDAS(WRK-RESULT-IDX) > ZERO
               MOVE WRK-RES-RETIDAS(WRK-RESULT-IDX) TO WRK-QTD-MASK
               MOVE SPACES TO REG-CERTIFICADO
               STRING
                   "      "
                   FUNCTION TRIM(WRK-QTD-MASK)
                   " LINHA(S) SOB RETENCAO LEGAL, NAO ALTERADA(S)"
                   DELIMITED BY SIZE
                   INTO REG-CERTIFICADO
               END-STRING
               PERFORM 3100-GRAVAR-LINHA
           END-IF.

       3300-GRAVAR-LINHA-TEXTO-LIVRE.

           MOVE ALL "." TO WRK-CERT-ROTULO.
           STRING
               "   "
               FUNCTION UPPER-CASE(FUNCTION TRIM(
                   WRK-LIVRE-TABELA(WRK-LIVRE-IDX)))
               " ("
               FUNCTION UPPER-CASE(FUNCTION TRIM(
                   WRK-LIVRE-COLUNA(WRK-LIVRE-IDX)))
               ") "
               DELIMITED BY SIZE
               INTO WRK-CERT-ROTULO
           END-STRING.

           MOVE WRK-LIVRE-QTD(WRK-LIVRE-IDX) TO WRK-QTD-MASK.
           MOVE SPACES TO REG-CERTIFICADO.
           STRING
               WRK-CERT-ROTULO ": "
               FUNCTION TRIM(WRK-QTD-MASK) " LINHA(S)"
               DELIMITED BY SIZE
               INTO REG-CERTIFICADO
           END-STRING.
           PERFORM 3100-GRAVAR-LINHA.

       3900-FINALIZAR.

           EXEC SQL CONNECT RESET END-EXEC.

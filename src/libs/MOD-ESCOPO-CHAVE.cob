       IDENTIFICATION DIVISION.
       PROGRAM-ID. MOD-ESCOPO-CHAVE.
      *******************************************
      * AUTOR:
      * DATA:
      * ALTERACOES:
      *   - MODULO DO ESCOPO DE CLIENTE DAS CHAVES DE API, CHAMADO
      *     PELAS LEITURAS DE AUTOATENDIMENTO (PROG-LISTA-VENDAS,
      *     PROG-DOCUMENTOS-FISCAIS, PROG-PARCELAS-VENDA E O
      *     DOWNLOAD DE EXTRATOS DE PROG-RELATORIOS-CATALOGO): LE A
      *     CHAVE DO CABECALHO X-API-KEY (VARIAVEL HTTP_X_API_KEY) E
      *     DEVOLVE EM LS-CLIENTE-ID O CLIENTE A QUE ELA ESTA
      *     VINCULADA (COLUNA CLIENTE_ID DE CHAVES_API, GRAVADA POR
      *     PROG-CHAVES-API), OU ZERO PARA CHAVE SEM VINCULO OU
      *     REQUISICAO SEM CHAVE. A CHAVE VINCULADA RESTRINGE A
      *     LEITURA AO PROPRIO CLIENTE MESMO REVOGADA OU EXPIRADA,
      *     PARA NUNCA VER MAIS DO QUE VIA ENQUANTO VALIDA. AS
      *     ESCRITAS NAO PASSAM POR AQUI: MOD-VERIFICA-CHAVE DEVOLVE
      *     O PAPEL "CLIENTE" PARA A CHAVE VINCULADA E TODA ACAO DE
      *     ESCRITA A RECUSA COM 403. FALHA DE CONEXAO E MELHOR
      *     ESFORCO, COMO NOS DEMAIS MODULOS DE APOIO.
      *******************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       DATA DIVISION.
       FILE SECTION.

       WORKING-STORAGE SECTION.

       77  WRK-CONEXAO-ACAO                PIC X(10).
       77  WRK-CONEXAO-OK                  PIC X(1).
           88  CONEXAO-DISPONIVEL                      VALUE 'S'.
       77  WRK-CONEXAO-MSG                 PIC X(255).

       77  WRK-API-KEY                     PIC X(64).

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.

       01  HOSTVARS.
           05 BUFFER          PIC X(1024).

       01  WRK-ESCOPO-VARS.
           05 ESC-CHAVE       PIC X(64).
           05 ESC-CLIENTE-ID  PIC 9(10).

       EXEC SQL END DECLARE SECTION END-EXEC.


       LINKAGE SECTION.

       77  LS-CLIENTE-ID       PIC 9(10).


       PROCEDURE DIVISION USING LS-CLIENTE-ID.

       MAIN-PROCEDURE.

           MOVE ZERO TO LS-CLIENTE-ID.

           ACCEPT WRK-API-KEY FROM ENVIRONMENT "HTTP_X_API_KEY".

           IF  FUNCTION TRIM(WRK-API-KEY) = SPACES
               EXIT PROGRAM
           END-IF.

           PERFORM PROC-CONECTAR-BANCO-COB-DEV.
           PERFORM PROC-CONSULTAR-ESCOPO.
           PERFORM PROC-LIBERAR-RECURSOS.
           EXIT PROGRAM.

       PROC-CONECTAR-BANCO-COB-DEV.

           MOVE "OBTER" TO WRK-CONEXAO-ACAO.
           CALL 'MOD-CONEXAO-BD'
               USING WRK-CONEXAO-ACAO, WRK-CONEXAO-OK,
                   WRK-CONEXAO-MSG
               END-CALL.

           IF  NOT CONEXAO-DISPONIVEL
               EXIT PROGRAM
           END-IF.

       PROC-CONSULTAR-ESCOPO.

      * SEM A COLUNA CLIENTE_ID (TABELA ANTERIOR AO ESCOPO) NAO HA
      * CHAVE VINCULADA: O ERRO DO SELECT DEIXA O ESCOPO EM ZERO.
           MOVE WRK-API-KEY TO ESC-CHAVE.

           EXEC SQL
               SELECT COALESCE(cliente_id, 0)
                 INTO :ESC-CLIENTE-ID
                 FROM chaves_api
                WHERE chave = :ESC-CHAVE
           END-EXEC.

           IF  SQLCODE EQUAL ZERO
               MOVE ESC-CLIENTE-ID TO LS-CLIENTE-ID
           END-IF.

       PROC-LIBERAR-RECURSOS.
      * A SESSAO E COMPARTILHADA DA REQUISICAO (MOD-CONEXAO-BD) E
      * NAO E FECHADA AQUI; QUEM A ABRIU E ENCERRA NO FIM.
           CONTINUE.

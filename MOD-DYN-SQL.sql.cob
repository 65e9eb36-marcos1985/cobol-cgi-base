      *     LS-COLUNA: CONTAR, MIN, MAX, CONTAR-NULOS E
      *     CONTAR-NAO-NULOS, COM A COLUNA VALIDADA CONTRA O CADASTRO
      *     DE CONSULTA_CONFIG).
      *   - REGERADO PARA ENTREGAR OS COMANDOS DINAMICOS MONTADOS A
      *     MOD-GUARDA-SQL ANTES DO PREPARE (REGISTRO DO PLANO DAS
      *     REQUISICOES LENTAS).
      * REVISAO-FONTE: 00005
      *******************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       77  WRK-COLUNA                      PIC X(30).
       77  WRK-FUNCAO-SQL                  PIC X(60).

       77  WRK-GSQL-ACAO                   PIC X(10).
       77  WRK-GSQL-SEQUENCIA              PIC 9(2)    VALUE ZERO.
       77  WRK-GSQL-ORIGEM                 PIC X(60)
               VALUE "MOD-DYN-SQL".
       77  WRK-GSQL-SQL                    PIC X(2048).
       77  WRK-GSQL-ENCONTRADO             PIC X(1).

      *EXEC SQL BEGIN DECLARE SECTION END-EXEC.

       01  HOSTVARS.
               DELIMITED BY SIZE
               INTO SQL-BUFFER
           END-STRING.
           PERFORM PROC-GUARDAR-COMANDO-SQL.

      *    EXEC SQL
      *        PREPARE STMT-VALIDA-COLUNA FROM :SQL-BUFFER
               DELIMITED BY SIZE
               INTO SQL-BUFFER
           END-STRING.
           PERFORM PROC-GUARDAR-COMANDO-SQL.

      *    EXEC SQL
      *        PREPARE STMT-CONTAR FROM :SQL-BUFFER
           MOVE QTD-REG TO LS-QTD-REGISTRO.
           PERFORM PROC-VERIFICAR-EXEC-SQL.

       PROC-GUARDAR-COMANDO-SQL.

           MOVE SQL-BUFFER TO WRK-GSQL-SQL.
           MOVE "GUARDAR" TO WRK-GSQL-ACAO.
           CALL 'MOD-GUARDA-SQL'
               USING WRK-GSQL-ACAO, WRK-GSQL-SEQUENCIA,
                   WRK-GSQL-ORIGEM, WRK-GSQL-SQL,
                   WRK-GSQL-ENCONTRADO
               END-CALL.

       PROC-VALIDAR-NOME-TABELA.

           IF  WRK-NOME-TABELA IS NOT ALPHABETIC

      *     COMO UTIL E O ANTERIOR FICA EM BRANCO.
      *   - A CONEXAO COM O BANCO E OBTIDA DE MOD-CONEXAO-BD, COMO
      *     NOS DEMAIS MODULOS DE APOIO.
      *   - A TABELA DE FERIADOS SO E CRIADA QUANDO AINDA NAO EXISTE
      *     (CONSULTA AO INFORMATION_SCHEMA), PARA QUE O MODULO POSSA
      *     SER CHAMADO COM TRANSACAO ABERTA SEM O COMMIT IMPLICITO DO
      *     DDL (VENCIMENTO DAS PARCELAS EM MOD-PARCELAS-VENDA).
      *******************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           05 CAL-RECUO       PIC 9(3).
           05 CAL-DIA-SEMANA  PIC 9(1).
           05 CAL-QTD-FERIADO PIC 9(10).
           05 CAL-QTD-TABELA  PIC 9(5).

       EXEC SQL END DECLARE SECTION END-EXEC.


       PROC-GARANTIR-TABELA-FERIADOS.

           EXEC SQL
               SELECT COUNT(*)
                 INTO :CAL-QTD-TABELA
                 FROM information_schema.tables
                WHERE table_schema = DATABASE()
                  AND table_name = 'calendario_feriados'
           END-EXEC.

           IF  SQLCODE EQUAL ZERO AND CAL-QTD-TABELA > ZERO
               EXIT PARAGRAPH
           END-IF.

           EXEC SQL
               CREATE TABLE IF NOT EXISTS calendario_feriados (
                   dia       DATE NOT NULL PRIMARY KEY,

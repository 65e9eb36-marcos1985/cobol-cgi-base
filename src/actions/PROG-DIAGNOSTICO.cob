      *     DE CONEXAO), APENAS SE ESTAO OU NAO CONFIGURADAS, QUAL
      *     DELAS ESTA ATIVA PARA O APP_ENV ATUAL, E O RESULTADO DE
      *     UMA TENTATIVA DE CONEXAO COM O BANCO.
      *   - PASSA A MOSTRAR O CARIMBO DO BUILD EM EXECUCAO (COPY
      *     VERSAO-BUILD) E A ULTIMA IMPLANTACAO DO LIVRO DO AMBIENTE
      *     (ID, BUILD, QUANDO E QUEM), QUANDO O BANCO RESPONDE.
      *******************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       WORKING-STORAGE SECTION.

       COPY VERSAO-BUILD.

       01  WRK-NEWLINE                     PIC X       VALUE x'0a'.

       77  WRK-CORS-ORIGIN                 PIC X(255).
               VALUE "DB_CONNECTION_STRING_DEV".

       77  WRK-FLAG-DB-CONECTOU            PIC X(3) VALUE "NAO".
       77  WRK-FLAG-IMPLANTACAO            PIC X(1) VALUE "N".
           88  IMPLANTACAO-ENCONTRADA               VALUE "S".
       77  WRK-ID-MASK                     PIC Z(9)9.

       77  WRK-PROGRAMA-NOME               PIC X(60)
               VALUE "PROG-DIAGNOSTICO".
       01  HOSTVARS.
           05 BUFFER     PIC X(1024).

       01  SQL-01-VARS.
           05 DGN-IMPLANTACAO-ID  PIC 9(10).
           05 DGN-VERSAO-BUILD    PIC X(20).
           05 DGN-IMPLANTADO-POR  PIC X(60).
           05 DGN-IMPLANTADO-EM   PIC X(19).

       EXEC SQL END DECLARE SECTION END-EXEC.


           ACCEPT WRK-AUDIT-PARAMS FROM ENVIRONMENT "QUERY_STRING".
           PERFORM PROC-VERIFICAR-VARIAVEIS-AMBIENTE.
           PERFORM PROC-MEDIR-CONEXAO-BANCO.
           PERFORM PROC-LER-IMPLANTACAO-ATUAL.
           PERFORM PROC-RETORNAR-RESPOSTA-HTTP-200.
           PERFORM PROC-LIBERAR-RECURSOS.
           STOP RUN.
           END-IF.
           DISPLAY "Access-Control-Allow-Origin: "
               FUNCTION TRIM(WRK-CORS-ORIGIN).
           DISPLAY "X-Versao-Build: " FUNCTION TRIM(VERSAO-BUILD).
           DISPLAY "Content-type: application/json".
           DISPLAY WRK-NEWLINE.

               MOVE "SIM" TO WRK-FLAG-DB-CONECTOU
           END-IF.

       PROC-LER-IMPLANTACAO-ATUAL.

      * A ULTIMA IMPLANTACAO DO LIVRO DO AMBIENTE, SE HOUVER; SEM
      * BANCO OU SEM LIVRO O DIAGNOSTICO SEGUE SEM ELA.
           IF  WRK-FLAG-DB-CONECTOU NOT = "SIM"
               EXIT PARAGRAPH
           END-IF.

           EXEC SQL
               SELECT id, versao_build, implantado_por,
                      DATE_FORMAT(implantado_em, '%Y-%m-%d %H:%i:%s')
                 INTO :DGN-IMPLANTACAO-ID, :DGN-VERSAO-BUILD,
                      :DGN-IMPLANTADO-POR, :DGN-IMPLANTADO-EM
                 FROM implantacoes
                ORDER BY id DESC
                LIMIT 1
           END-EXEC.

           IF  SQLCODE EQUAL ZERO
               SET IMPLANTACAO-ENCONTRADA TO TRUE
           END-IF.

       PROC-LIBERAR-RECURSOS.
           EXEC SQL CONNECT RESET END-EXEC.

                        FUNCTION TRIM(WRK-FLAG-CORS-CONFIG) '",'.
           DISPLAY '   "db_conectou": "'
                        FUNCTION TRIM(WRK-FLAG-DB-CONECTOU) '",'.
           DISPLAY '   "db_rtt_ms": ' FUNCTION trim(WRK-RTT-MASK) ','.
           DISPLAY '   "versao_build": "'
                        FUNCTION TRIM(VERSAO-BUILD) '",'.
           IF  IMPLANTACAO-ENCONTRADA
               MOVE DGN-IMPLANTACAO-ID TO WRK-ID-MASK
               DISPLAY '   "implantacao_atual": {"id": '
                            FUNCTION TRIM(WRK-ID-MASK)
                            ', "versao_build": "'
                            FUNCTION TRIM(DGN-VERSAO-BUILD)
                            '", "implantado_em": "'
                            DGN-IMPLANTADO-EM
                            '", "implantado_por": "'
                            FUNCTION TRIM(DGN-IMPLANTADO-POR) '"}'
           ELSE
               DISPLAY '   "implantacao_atual": null'
           END-IF.
           DISPLAY "}".
           DISPLAY "}".

      *     FALHA AQUI E MELHOR ESFORCO E NAO BLOQUEIA A LEITURA.
      *   - A CONEXAO COM O BANCO E OBTIDA DE MOD-CONEXAO-BD, COMO
      *     NOS DEMAIS MODULOS DE APOIO.
      *   - O ACESSO SO E GRAVADO QUANDO A ACAO ESTA VINCULADA
      *     (DADOS_PESSOAIS_ACOES) A TABELA COM COLUNA PESSOAL ATIVA
      *     NO REGISTRO DE DADOS PESSOAIS; AS ACOES DEIXAM DE CHAMAR
      *     O MODULO DIRETAMENTE E O LOG PASSA A SER ALIMENTADO PELA
      *     AUDITORIA (CARGA DO SPOOL EM PROG-CARREGA-AUDITORIA E
      *     CAMINHO DIRETO DE MOD-REGISTRA-AUDITORIA). SEM O REGISTRO
      *     CRIADO, O ACESSO E GRAVADO (NA DUVIDA, AUDITA).
      *******************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           05 LEI-REGISTRO-ID PIC 9(10).
           05 LEI-CHAVE-MASC  PIC X(10).
           05 LEI-OPERADOR    PIC X(60).
           05 LEI-QTD         PIC 9(10).

       EXEC SQL END DECLARE SECTION END-EXEC.


           PERFORM PROC-CONECTAR-BANCO-COB-DEV.
           PERFORM PROC-GARANTIR-TABELA-LEITURA.
           PERFORM PROC-VERIFICAR-REGISTRO-PESSOAL.
           PERFORM PROC-INSERIR-ACESSO.
           EXIT PROGRAM.

               EXIT PROGRAM
           END-IF.

       PROC-VERIFICAR-REGISTRO-PESSOAL.

           MOVE LS-PROGRAMA TO LEI-PROGRAMA.

           EXEC SQL
               SELECT COUNT(*)
                 INTO :LEI-QTD
                 FROM dados_pessoais_acoes a
                 JOIN dados_pessoais d
                   ON d.tabela = a.tabela
                WHERE a.programa = TRIM(:LEI-PROGRAMA)
                  AND d.ativo = 'S'
                  AND d.classificacao <> 'NAO_PESSOAL'
           END-EXEC.

      * ERRO NA CONSULTA (REGISTRO AINDA NAO CRIADO) NAO IMPEDE O
      * ACESSO DE SER GRAVADO; SO A RESPOSTA "SEM DADO PESSOAL" O
      * DISPENSA.
           IF  SQLCODE EQUAL ZERO AND LEI-QTD = ZERO
               EXIT PROGRAM
           END-IF.

       PROC-INSERIR-ACESSO.

           MOVE LS-PROGRAMA    TO LEI-PROGRAMA.

      *     MODULOS DE APOIO.
      *   - A CONEXAO COM O BANCO E OBTIDA DE MOD-CONEXAO-BD, COMO
      *     NOS DEMAIS MODULOS DE APOIO.
      *   - DURANTE A SOBREPOSICAO DE UMA ROTACAO DE CHAVE, A
      *     SUCESSORA AINDA NAO ESTA NO CADASTRO DE OPERADORES (O
      *     OPERADOR SO PASSA PARA ELA QUANDO A ANTIGA E REVOGADA);
      *     NAO ACHANDO A CHAVE, O OPERADOR E PROCURADO PELA CHAVE
      *     ANTERIOR GRAVADA NA SUCESSORA (CHAVE_ANTERIOR DE
      *     CHAVES_API).
      *******************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
                  AND ativo = 'S'
           END-EXEC.

           IF  SQLCODE EQUAL ZERO
               MOVE OPE-NOME TO LS-OPERADOR
               EXIT PARAGRAPH
           END-IF.

           IF  SQLCODE NOT EQUAL 100
               EXIT PARAGRAPH
           END-IF.

           EXEC SQL
               SELECT o.nome
                 INTO :OPE-NOME
                 FROM operadores o
                 JOIN chaves_api k
                   ON k.chave_anterior = o.chave
                WHERE k.chave = :OPE-CHAVE
                  AND o.ativo = 'S'
                LIMIT 1
           END-EXEC.

           IF  SQLCODE EQUAL ZERO
               MOVE OPE-NOME TO LS-OPERADOR
           END-IF.

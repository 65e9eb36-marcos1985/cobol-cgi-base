      *******************************************
      * CLASSIFICA-LINHA-LOG.cpy
      * TRECHO QUE DECIDE SE UMA LINHA DO LOG DE UM PASSO DE JOB E
      * UMA LINHA DE ERRO. COMPARTILHADO ENTRE MOD-LOG-PASSO (QUE
      * CONTA AS LINHAS DE ERRO AO FIM DO PASSO) E PROG-LOG-JOBS
      * (QUE DESTACA AS MESMAS LINHAS NA NAVEGACAO), PARA QUE A
      * CONTAGEM E O DESTAQUE NUNCA DIVIRJAM. A COMPARACAO IGNORA
      * CAIXA; "ERRO" COBRE TAMBEM "ERROR".
      *
      * REQUER UM CAMPO PIC X DE TRABALHO DO MESMO TAMANHO DA LINHA
      * E UM CONTADOR NUMERICO. AO FINAL, CONTADOR MAIOR QUE ZERO
      * INDICA LINHA DE ERRO.
      *
      * EXEMPLO DE USO:
      *     COPY CLASSIFICA-LINHA-LOG
      *         REPLACING ==TAG-LINHA==      BY ==REG-LOG==
      *                   ==TAG-CAIXA-ALTA== BY ==WRK-LINHA-MAIUSC==
      *                   ==TAG-CONTADOR==   BY ==WRK-QTD-MARCAS==.
      *******************************************
           MOVE ZERO TO TAG-CONTADOR
           MOVE FUNCTION UPPER-CASE(TAG-LINHA) TO TAG-CAIXA-ALTA
           INSPECT TAG-CAIXA-ALTA TALLYING TAG-CONTADOR
               FOR ALL "ERRO" ALL "FALHA" ALL "ABEND"
                   ALL "EXCEPTION" ALL "FATAL"

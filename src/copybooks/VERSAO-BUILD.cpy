      *******************************************
      * VERSAO-BUILD.cpy
      * CARIMBO DO BUILD COMPILADO EM CADA PROGRAMA, NO FORMATO
      * AAAA.MM.DD-NNN (NNN = SEQUENCIA DO BUILD NO DIA). O PASSO DE
      * DEPLOY ATUALIZA O VALOR ANTES DE COMPILAR, ENTAO TODO
      * PROGRAMA DE UM MESMO BUILD CARREGA O MESMO CARIMBO. AS ACOES
      * O DEVOLVEM NO CABECALHO X-VERSAO-BUILD, PROG-DIAGNOSTICO O
      * MOSTRA, OS BATCHES O EXIBEM NO INICIO DO LOG DA EXECUCAO E
      * PROG-REGISTRA-IMPLANTACAO O GRAVA NO LIVRO DE IMPLANTACOES
      * DO AMBIENTE.
      *******************************************
       77  VERSAO-BUILD                PIC X(20)
               VALUE "2026.10.15-001".

       77  ERR-COD-NAO-AUTORIZADO      PIC 9(4)    VALUE 9008.
       77  ERR-COD-MANUTENCAO          PIC 9(4)    VALUE 9009.
       77  ERR-COD-QUOTA-ESGOTADA      PIC 9(4)    VALUE 9010.
       77  ERR-COD-SEM-ESTOQUE         PIC 9(4)    VALUE 9011.
       77  ERR-COD-SITUACAO-INVALIDA   PIC 9(4)    VALUE 9012.
       77  ERR-COD-LIMITE-CREDITO      PIC 9(4)    VALUE 9013.
       77  ERR-COD-ORIGEM-BLOQUEADA    PIC 9(4)    VALUE 9014.
       77  ERR-COD-RETENCAO-LEGAL      PIC 9(4)    VALUE 9015.
       77  ERR-COD-DESCONHECIDO        PIC 9(4)    VALUE 9099.

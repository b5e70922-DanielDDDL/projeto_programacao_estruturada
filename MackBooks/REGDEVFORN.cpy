      *> REGDEVFORN.cpy
      *> LAYOUT UNICO DA LINHA DE DEVOLUCAO A FORNECEDOR (UM LIVRO POR
      *> REGISTRO, TODAS AS LINHAS DE UMA NOTA DE DEBITO SOB O MESMO
      *> NUMERO), COMPARTILHADO POR TODOS OS PROGRAMAS QUE ACESSAM O
      *> ARQUIVO "devforn.dat". GRAVADO POR DEVOLVERFORNEC.
       01  REG-DEV-FORNEC.
           02  CHAVE-DEV-FORNEC.
               03  COD-DEVOLUCAO-DVF PIC 9(5).
               03  ITEM-DVF          PIC 99.
           02  COD-FORNEC-DVF        PIC 9(3).
           02  DATA-DVF              PIC 9(8).
           02  COD-FILIAL-DVF        PIC 9(2).
           02  COD-LIVRO-DVF         PIC 9(3).
           02  QTD-DVF               PIC 9(5).
           02  CUSTO-UNIT-DVF        PIC 9(4)V99.
           02  VALOR-TOTAL-DVF       PIC 9(7)V99.
           02  COD-PEDIDO-DVF        PIC 9(5).
           02  MOTIVO-DVF            PIC X.
               88  DVF-AVARIA            VALUE "A".
               88  DVF-ENCALHE           VALUE "E".

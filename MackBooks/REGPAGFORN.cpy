      *> REGPAGFORN.cpy
      *> LAYOUT UNICO DO REGISTRO DE PAGAMENTO A FORNECEDOR (UM POR
      *> PAGAMENTO, TOTAL OU PARCIAL, DE UMA PARCELA DE "apagar.dat"),
      *> COMPARTILHADO POR TODOS OS PROGRAMAS QUE ACESSAM O ARQUIVO
      *> "pagtoforn.dat". GRAVADO POR PAGARFORNECEDOR E EXPORTADO
      *> POR EXPORTARCONTABIL.
       01  REG-PAGTO-FORNEC.
           02  COD-PAGTO-FOR         PIC 9(5).
           02  COD-TITULO-PGF        PIC 9(5).
           02  PARCELA-PGF           PIC 99.
           02  COD-FORNEC-PGF        PIC 9(3).
           02  DATA-PAGTO-PGF        PIC 9(8).
           02  VALOR-PAGO-PGF        PIC 9(7)V99.
           02  FORMA-PAGTO-PGF       PIC X.
               88  PGF-DINHEIRO          VALUE "D".
               88  PGF-TRANSFERENCIA     VALUE "T".
               88  PGF-PIX               VALUE "P".
               88  PGF-CHEQUE            VALUE "C".

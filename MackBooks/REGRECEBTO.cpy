      *> REGRECEBTO.cpy
      *> LAYOUT UNICO DO RECEBIMENTO DE CLIENTE INSTITUCIONAL (UM POR
      *> PAGAMENTO, TOTAL OU PARCIAL, DE UM TITULO DE "areceber.dat"),
      *> COMPARTILHADO POR TODOS OS PROGRAMAS QUE ACESSAM O ARQUIVO
      *> "recebtos.dat". GRAVADO POR RECEBERCLIENTE, SOMADO NA GAVETA
      *> POR FECHARCAIXA (SO DINHEIRO) E EXPORTADO POR
      *> EXPORTARCONTABIL.
       01  REG-RECEBTO-CLIENTE.
           02  COD-RECEBTO           PIC 9(5).
           02  COD-VENDA-RCB         PIC 9(5).
           02  COD-CLIENTE-RCB       PIC 9(4).
           02  DATA-RECEBTO-RCB      PIC 9(8).
           02  VALOR-RECEBIDO-RCB    PIC 9(7)V99.
           02  FORMA-RECEBTO-RCB     PIC X.
               88  RCB-DINHEIRO          VALUE "D".
               88  RCB-TRANSFERENCIA     VALUE "T".
               88  RCB-PIX               VALUE "P".
               88  RCB-CHEQUE            VALUE "C".
           02  COD-FILIAL-RCB        PIC 9(2).

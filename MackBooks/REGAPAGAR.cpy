      *> REGAPAGAR.cpy
      *> LAYOUT UNICO DA PARCELA DE CONTAS A PAGAR (UMA NOTA DE
      *> FORNECEDOR GERA UM TITULO COM UMA OU MAIS PARCELAS),
      *> COMPARTILHADO POR TODOS OS PROGRAMAS QUE ACESSAM O ARQUIVO
      *> "apagar.dat". CRIADO POR ENTRADA NO FIM DA SESSAO DE
      *> RECEBIMENTO E BAIXADO POR PAGARFORNECEDOR.
       01  REG-APAGAR.
           02  CHAVE-APAGAR.
               03  COD-TITULO-APG    PIC 9(5).
               03  PARCELA-APG       PIC 99.
           02  COD-FORNEC-APG        PIC 9(3).
           02  NUM-NOTA-APG          PIC X(10).
           02  DATA-EMISSAO-APG      PIC 9(8).
           02  DATA-VENCTO-APG       PIC 9(8).
           02  QTD-PARCELAS-APG      PIC 99.
           02  VALOR-NOTA-APG        PIC 9(7)V99.
           02  VALOR-PARCELA-APG     PIC 9(7)V99.
           02  VALOR-PAGO-APG        PIC 9(7)V99.
           02  DATA-ULT-PAGTO-APG    PIC 9(8).
           02  SITUACAO-APG          PIC X.
               88  PARCELA-ABERTA        VALUE "A".
               88  PARCELA-PAGA          VALUE "P".

      *> REGARECEBER.cpy
      *> LAYOUT UNICO DO TITULO DE CONTAS A RECEBER (UM POR CUPOM
      *> FATURADO A CLIENTE INSTITUCIONAL), COMPARTILHADO POR TODOS OS
      *> PROGRAMAS QUE ACESSAM O ARQUIVO "areceber.dat". CRIADO POR
      *> VENDA NA CONFIRMACAO DO CUPOM, ABATIDO POR DEVOLVERVENDA NOS
      *> ESTORNOS E BAIXADO POR RECEBERCLIENTE. A CHAVE ALTERNADA DA
      *> OS TITULOS DE UM CLIENTE.
       01  REG-ARECEBER.
           02  COD-VENDA-ARC         PIC 9(5).
           02  COD-CLIENTE-ARC       PIC 9(4).
           02  DATA-EMISSAO-ARC      PIC 9(8).
           02  DATA-VENCTO-ARC       PIC 9(8).
           02  VALOR-ARC             PIC 9(7)V99.
      *> SALDO DO TITULO = VALOR - ABATIDO (ESTORNOS) - RECEBIDO
           02  VALOR-ABATIDO-ARC     PIC 9(7)V99.
           02  VALOR-RECEBIDO-ARC    PIC 9(7)V99.
           02  DATA-ULT-RECEBTO-ARC  PIC 9(8).
           02  COD-FILIAL-ARC        PIC 9(2).
           02  SITUACAO-ARC          PIC X.
               88  TITULO-ABERTO         VALUE "A".
               88  TITULO-QUITADO        VALUE "Q".

      *> REGVALE.cpy
      *> LAYOUT UNICO DO VALE-TROCA (CREDITO EM LOJA), COMPARTILHADO
      *> POR TODOS OS PROGRAMAS QUE ACESSAM O ARQUIVO "vales.dat".
      *> EMITIDO POR DEVOLVERVENDA QUANDO O CLIENTE PREFERE TROCAR A
      *> RECEBER O DINHEIRO DE VOLTA E USADO COMO FORMA DE PAGAMENTO
      *> EM VENDA, NO TODO OU EM PARTE, ATE ACABAR O SALDO OU VENCER.
      *> CADA EMISSAO E CADA USO FICAM TAMBEM EM "movvales.dat"
      *> (REGMOVVALE.cpy), BASE DO FECHAMENTO DE CAIXA.
       01  REG-VALE.
           02  COD-VALE              PIC 9(5).
           02  DATA-EMISSAO-VALE     PIC 9(8).
           02  VALOR-VALE            PIC 9(7)V99.
           02  SALDO-VALE            PIC 9(7)V99.
           02  DATA-VALIDADE-VALE    PIC 9(8).
      *> CUPOM DE ESTORNO QUE GEROU O VALE E FILIAL DA EMISSAO
           02  COD-VENDA-EMISSAO-VALE PIC 9(5).
           02  COD-FILIAL-VALE       PIC 9(2).
           02  DATA-ULTIMO-USO-VALE  PIC 9(8).
           02  SITUACAO-VALE         PIC X.
               88  VALE-ATIVO            VALUE "A".
               88  VALE-UTILIZADO        VALUE "U".

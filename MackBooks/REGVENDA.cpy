           02  PRECO-ORIGINAL-VEN    PIC 9(4)V99.
           02  MOTIVO-DESCONTO-VEN   PIC X(3).
           02  AUTORIZOU-DESCONTO-VEN PIC X(10).
      *> CUSTO MEDIO DO LIVRO NO MOMENTO DA VENDA ("custos.dat"),
      *> BASE DO RELATORIO DE MARGEM BRUTA. O ESTORNO REPETE O CUSTO
      *> DA LINHA ORIGINAL. ZERO EM LINHAS ANTERIORES AO CONTROLE DE
      *> CUSTO.
           02  CUSTO-MEDIO-VEN       PIC 9(4)V99.

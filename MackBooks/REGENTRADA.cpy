           02  COD-LIVRO-ENT         PIC 9(3).
           02  COD-FILIAL-ENT        PIC 9(2).
           02  QTD-ENTRADA           PIC 9(5).
      *> CUSTO UNITARIO DA LINHA NA NOTA DO FORNECEDOR; ALIMENTA O
      *> CUSTO MEDIO PONDERADO DO TITULO ("custos.dat").
           02  CUSTO-UNIT-ENT        PIC 9(4)V99.
      *> "P" = COMPRA (ESTOQUE PROPRIO); "C" = CONSIGNACAO: AS
      *> UNIDADES SAO DO FORNECEDOR COD-FORNEC-ENT ATE SEREM VENDIDAS
      *> E ACERTADAS (SALDO EM "consig.dat").
           02  TIPO-ENTRADA-ENT      PIC X.
               88  ENTRADA-COMPRA        VALUE "P".
               88  ENTRADA-CONSIGNADA    VALUE "C".
           02  COD-FORNEC-ENT        PIC 9(3).

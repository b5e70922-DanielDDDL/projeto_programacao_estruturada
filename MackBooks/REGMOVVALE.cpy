      *> REGMOVVALE.cpy
      *> LAYOUT UNICO DO MOVIMENTO DE VALE-TROCA, COMPARTILHADO POR
      *> TODOS OS PROGRAMAS QUE ACESSAM O ARQUIVO "movvales.dat". UM
      *> REGISTRO POR EMISSAO (CUPOM DE ESTORNO) E UM POR USO (CUPOM
      *> DE VENDA); COMO CADA CUPOM MOVIMENTA NO MAXIMO UM VALE, A
      *> CHAVE E O CUPOM SEGUIDO DO VALE.
       01  REG-MOV-VALE.
           02  CHAVE-MOV-VALE.
               03  COD-VENDA-MOV-VALE PIC 9(5).
               03  COD-VALE-MOV      PIC 9(5).
           02  DATA-MOV-VALE         PIC 9(8).
           02  TIPO-MOV-VALE         PIC X.
               88  MOV-VALE-EMISSAO      VALUE "E".
               88  MOV-VALE-RESGATE      VALUE "R".
           02  VALOR-MOV-VALE        PIC 9(7)V99.
      *> FORMA DE PAGAMENTO GRAVADA NO CABECALHO DO CUPOM: NO USO
      *> PARCIAL E A FORMA DO RESTANTE, DA QUAL O FECHAMENTO DE CAIXA
      *> TIRA A PARTE PAGA COM O VALE.
           02  FORMA-CUPOM-MOV-VALE  PIC X.
           02  COD-FILIAL-MOV-VALE   PIC 9(2).

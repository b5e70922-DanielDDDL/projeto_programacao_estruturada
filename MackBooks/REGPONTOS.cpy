      *> REGPONTOS.cpy
      *> LAYOUT UNICO DO MOVIMENTO DE PONTOS DE FIDELIDADE,
      *> COMPARTILHADO POR TODOS OS PROGRAMAS QUE ACESSAM O ARQUIVO
      *> "pontos.dat". GRAVADO PELA ROTINA PONTOSFIDELIDADE (CHAMADA
      *> POR VENDA E DEVOLVERVENDA) E POR EXPIRARPONTOS; LIDO POR
      *> EXTRATOPONTOS E RANKINGCLIENTES. CADA CUPOM MOVIMENTA NO
      *> MAXIMO UM REGISTRO DE CADA TIPO, ENTAO A CHAVE E O CUPOM
      *> SEGUIDO DO TIPO; A CHAVE ALTERNADA POR LEITOR DEVOLVE O
      *> MOVIMENTO DO CLIENTE NA ORDEM DE GRAVACAO (MAIS ANTIGO
      *> PRIMEIRO), QUE E A ORDEM DE CONSUMO DOS LOTES.
       01  REG-PONTOS.
           02  CHAVE-PONTOS.
               03  COD-VENDA-PTS     PIC 9(5).
      *> "A" = ACUMULO NA VENDA (LOTE); "D" = PONTOS DE RESGATE
      *> DEVOLVIDOS NO ESTORNO (LOTE); "R" = RESGATE COMO DESCONTO;
      *> "E" = ESTORNO DO ACUMULO NA DEVOLUCAO; "X" = EXPIRACAO DO
      *> SALDO DE UM LOTE VENCIDO (COD-VENDA-PTS E O CUPOM DO LOTE).
               03  TIPO-MOV-PTS      PIC X.
                   88  PTS-ACUMULO       VALUE "A".
                   88  PTS-DEVOLUCAO     VALUE "D".
                   88  PTS-RESGATE       VALUE "R".
                   88  PTS-ESTORNO       VALUE "E".
                   88  PTS-EXPIRACAO     VALUE "X".
                   88  PTS-LOTE          VALUE "A" "D".
           02  COD-LEITOR-PTS        PIC 9(5).
           02  DATA-MOV-PTS          PIC 9(8).
           02  QTD-PONTOS-PTS        PIC 9(7).
      *> SO NOS LOTES ("A" E "D"): PONTOS AINDA DISPONIVEIS E A DATA
      *> ATE A QUAL PODEM SER RESGATADOS (12 MESES DO MOVIMENTO).
           02  SALDO-LOTE-PTS        PIC 9(7).
           02  DATA-VALIDADE-PTS     PIC 9(8).
      *> SO NO ACUMULO: PONTOS DESTE CUPOM JA ESTORNADOS POR
      *> DEVOLUCOES, PARA UMA DEVOLUCAO PARCIAL SEGUINTE NAO
      *> ESTORNAR MAIS DO QUE O CUPOM RENDEU.
           02  PONTOS-ESTORNADOS-PTS PIC 9(7).
      *> VALOR DO CUPOM (ACUMULO), DA DEVOLUCAO (ESTORNO) OU DO
      *> DESCONTO (RESGATE E DEVOLUCAO DE RESGATE).
           02  VALOR-BASE-PTS        PIC 9(7)V99.
      *> NO ESTORNO, NA DEVOLUCAO DE RESGATE E NA EXPIRACAO: O CUPOM
      *> DE VENDA QUE DEU ORIGEM AOS PONTOS.
           02  COD-VENDA-ORIGEM-PTS  PIC 9(5).
           02  COD-FILIAL-PTS        PIC 9(2).
           02  OPERADOR-PTS          PIC X(10).

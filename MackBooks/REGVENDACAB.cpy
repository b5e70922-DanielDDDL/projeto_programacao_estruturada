           02  COD-VENDA-ORIGEM      PIC 9(5).
      *> FORMA DE PAGAMENTO INFORMADA NO BALCAO; O FECHAMENTO DE
      *> CAIXA (FECHARCAIXA) CONFERE A GAVETA POR ESTES CODIGOS.
      *> "V" = CUPOM TODO PAGO COM VALE-TROCA OU ESTORNO CREDITADO EM
      *> VALE-TROCA; NO USO PARCIAL DO VALE FICA AQUI A FORMA DO
      *> RESTANTE E A PARTE DO VALE ESTA EM "movvales.dat".
      *> "F" = FATURADO A CLIENTE INSTITUCIONAL: NAO ENTRA NA GAVETA,
      *> VIRA TITULO EM "areceber.dat" (O ESTORNO ABATE O TITULO).
           02  FORMA-PAGTO-CAB       PIC X.
               88  PAGTO-DINHEIRO        VALUE "D".
               88  PAGTO-CARTAO          VALUE "C".
               88  PAGTO-PIX             VALUE "P".
               88  PAGTO-OUTRO           VALUE "O".
               88  PAGTO-VALE            VALUE "V".
               88  PAGTO-FATURADO        VALUE "F".
      *> FILIAL DA SESSAO DO TERMINAL ("filial.atual") EM QUE O CUPOM
      *> FOI EMITIDO; BASE DO RELATORIO DE VENDAS POR FILIAL.
           02  COD-FILIAL-CAB        PIC 9(2).

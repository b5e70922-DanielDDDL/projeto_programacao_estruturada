      *> REGCONSIG.cpy
      *> LAYOUT UNICO DO SALDO EM CONSIGNACAO DE CADA LIVRO POR
      *> FORNECEDOR (CONSIGNANTE), COMPARTILHADO POR TODOS OS PROGRAMAS
      *> QUE ACESSAM O ARQUIVO "consig.dat" (VIA ROTINA CONSIGNACAO
      *> E PELO ACERTO MENSAL ACERTOCONSIG). AS UNIDADES CONSIGNADAS
      *> ESTAO DENTRO DE QTD-ESTOQUE (SAO VENDIDAS NORMALMENTE), MAS
      *> NAO SAO DA LOJA: A VALORIZACAO DO ESTOQUE PROPRIO AS DESCONTA.
      *> A VENDA BAIXA O SALDO NA HORA (ROTINA CONSIGNACAO "V"), ENTAO
      *> QTD-SALDO-CSG E SEMPRE O QUE ESTA EM MAOS DO FORNECEDOR.
      *> A CHAVE COMECA PELO LIVRO PARA O SALDO CONSIGNADO DE UM
      *> TITULO SER SOMADO LENDO SO OS SEUS REGISTROS.
       01  REG-CONSIGNACAO.
           02  CHAVE-CONSIGNACAO.
               03  COD-LIVRO-CSG     PIC 9(3).
               03  COD-FORNEC-CSG    PIC 9(3).
      *> PRECO DE CONSIGNACAO ACORDADO (O DA ULTIMA ENTRADA); E O
      *> VALOR DEVIDO AO FORNECEDOR POR UNIDADE VENDIDA.
           02  CUSTO-CSG             PIC 9(4)V99.
           02  QTD-SALDO-CSG         PIC 9(5).
      *> MOVIMENTO DESDE O ULTIMO ACERTO (ZERADO PELO ACERTO).
           02  QTD-RECEB-PER-CSG     PIC 9(5).
           02  QTD-DEVOL-PER-CSG     PIC 9(5).
      *> ACUMULADOS DESDE A PRIMEIRA CONSIGNACAO.
           02  QTD-RECEB-TOT-CSG     PIC 9(7).
           02  QTD-VENDIDA-TOT-CSG   PIC 9(7).
           02  QTD-DEVOL-TOT-CSG     PIC 9(7).
           02  PERIODO-ACERTO-CSG    PIC 9(6).
      *> VENDAS JA BAIXADAS DO SALDO E AINDA NAO ACERTADAS: AS DO MES
      *> PERIODO-VENDA-CSG EM QTD-VEND-MES-CSG, AS DOS MESES ANTERIORES
      *> EM QTD-VEND-ANT-CSG. O ACERTO PAGA E ZERA O QUE FOR DO MES
      *> ACERTADO OU DE ANTES.
           02  PERIODO-VENDA-CSG     PIC 9(6).
           02  QTD-VEND-MES-CSG      PIC 9(5).
           02  QTD-VEND-ANT-CSG      PIC 9(5).

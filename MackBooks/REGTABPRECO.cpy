      *> REGTABPRECO.cpy
      *> LAYOUT FIXO DA TABELA DE PRECOS ENVIADA PELO DISTRIBUIDOR
      *> ("tabelapreco.txt"), UMA LINHA POR ISBN: NOVO PRECO DE LISTA
      *> COM DUAS CASAS IMPLICITAS E A DATA EM QUE PASSA A VALER
      *> (ZERO = IMEDIATAMENTE). LIDO POR IMPORTARPRECOS.
       01  REG-TABELA-PRECO.
           02  TP-ISBN           PIC X(13).
           02  TP-PRECO-LISTA    PIC 9(4)V99.
           02  TP-DATA-VIGENCIA  PIC 9(8).

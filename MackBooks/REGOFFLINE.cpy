      *> REGOFFLINE.cpy
      *> LAYOUT UNICO DA TRANSACAO DE CONTINGENCIA, GRAVADA PELA
      *> FILIAL SEM LIGACAO COM A MATRIZ (CAPTURAOFFLINE) NO ARQUIVO
      *> LOCAL "offlineNN.txt" (NN = FILIAL) E REPROCESSADA NOS
      *> ARQUIVOS CENTRAIS POR IMPORTAROFFLINE QUANDO A LIGACAO VOLTA.
       01  REG-OFFLINE.
      *> "E" = EMPRESTIMO; "D" = DEVOLUCAO; "V" = ITEM DE VENDA.
           02  TIPO-OFF              PIC X.
               88  OFF-EMPRESTIMO        VALUE "E".
               88  OFF-DEVOLUCAO         VALUE "D".
               88  OFF-VENDA             VALUE "V".
           02  COD-FILIAL-OFF        PIC 9(2).
           02  OPERADOR-OFF          PIC X(10).
      *> MOMENTO DA CONFIRMACAO NO BALCAO: A IMPORTACAO REPROCESSA
      *> AS TRANSACOES NESTA ORDEM, DE TODAS AS FILIAIS JUNTAS.
           02  DATA-HORA-OFF.
               03  DATA-OFF          PIC 9(8).
               03  HORA-OFF          PIC 9(8).
      *> NUMERO DA TRANSACAO NA FILIAL (SEQUENCIAL DO ARQUIVO LOCAL);
      *> O DO EMPRESTIMO VAI NO COMPROVANTE DO LEITOR.
           02  SEQ-OFF               PIC 9(5).
      *> ATENDIMENTO (CESTA DE EMPRESTIMOS) OU CUPOM DE VENDA LOCAL:
      *> OS ITENS DE UM MESMO CUPOM VIRAM UMA SO VENDA NA IMPORTACAO.
           02  GRUPO-OFF             PIC 9(5).
           02  COD-LEITOR-OFF        PIC 9(5).
           02  COD-LIVRO-OFF         PIC 9(3).
           02  NUM-EXEMPLAR-OFF      PIC 9(3).
      *> DEVOLUCAO: O EMPRESTIMO DO SISTEMA CENTRAL OU, SE O
      *> EMPRESTIMO TAMBEM FOI FEITO EM CONTINGENCIA, A SEQ-OFF DELE.
           02  COD-EMPRESTIMO-OFF    PIC 9(5).
           02  SEQ-EMPRESTIMO-OFF    PIC 9(5).
           02  QTD-OFF               PIC 9(5).
      *> VENDA: PRECO COBRADO NO BALCAO (O DA ETIQUETA) E A FORMA DE
      *> PAGAMENTO (SO "D", "C", "P" OU "O": VALE, FATURA E PONTOS
      *> DEPENDEM DE SALDOS QUE SO EXISTEM NA MATRIZ).
           02  PRECO-OFF             PIC 9(4)V99.
           02  FORMA-PAGTO-OFF       PIC X.

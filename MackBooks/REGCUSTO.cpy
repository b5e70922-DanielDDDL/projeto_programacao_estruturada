      *> REGCUSTO.cpy
      *> LAYOUT UNICO DO CUSTO MEDIO PONDERADO DE CADA TITULO,
      *> COMPARTILHADO POR TODOS OS PROGRAMAS QUE ACESSAM O ARQUIVO
      *> "custos.dat" (VIA ROTINA CUSTOMEDIO). FICA FORA DE
      *> "livros.dat" PARA NAO MUDAR O REGISTRO DO CADASTRO, QUE O LOG
      *> DE AUDITORIA GUARDA POR INTEIRO. ATUALIZADO A CADA ENTRADA DE
      *> MERCADORIA (CUSTO DA NOTA) E DOACAO (CUSTO ZERO).
       01  REG-CUSTO.
           02  COD-LIVRO-CUS         PIC 9(3).
           02  CUSTO-MEDIO-CUS       PIC 9(4)V99.
           02  ULTIMO-CUSTO-CUS      PIC 9(4)V99.
           02  DATA-ULT-ENTRADA-CUS  PIC 9(8).

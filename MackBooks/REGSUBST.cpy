      *> REGSUBST.cpy
      *> LAYOUT UNICO DO REGISTRO DE EXEMPLAR CANDIDATO A SUBSTITUICAO,
      *> COMPARTILHADO POR TODOS OS PROGRAMAS QUE ACESSAM O ARQUIVO
      *> "substituicoes.txt". GERADO POR RELATORIOEXEMPLAR (UMA LINHA
      *> POR COPIA MARCADA, EM ORDEM DE LIVRO/EXEMPLAR) E LIDO POR
      *> PEDIDOCOMPRA NO MODO (R)EPOSICAO, QUE PEDE UMA UNIDADE POR
      *> COPIA MARCADA DE CADA TITULO.
       01  REG-SUBSTITUICAO.
           02  COD-LIVRO-SUB         PIC 9(3).
           02  NUM-EXEMPLAR-SUB      PIC 9(3).
           02  EMPRESTIMOS-SUB       PIC 9(5).
           02  IDADE-ANOS-SUB        PIC 99.
           02  CONDICAO-SUB          PIC X.
      *> MOTIVOS DA MARCACAO, UMA LETRA POR POSICAO: "E" = EMPRESTIMOS
      *> ACIMA DO LIMITE, "I" = IDADE ACIMA DO LIMITE, "C" = CONDICAO
      *> RUIM EM TITULO COM PROCURA.
           02  MOTIVOS-SUB           PIC X(3).

      *> REGLISTAESC.cpy
      *> LAYOUT UNICO DA LISTA DE MATERIAL ESCOLAR (LIVROS QUE UMA
      *> ESCOLA PEDE PARA UMA SERIE NUM ANO LETIVO), COMPARTILHADO POR
      *> TODOS OS PROGRAMAS QUE ACESSAM O ARQUIVO "listasesc.dat".
      *> MANTIDA EM LISTASESCOLARES, LEVADA INTEIRA AO CARRINHO EM
      *> VENDA E TOTALIZADA PELA PREVISAO DE ALUNOS EM DEMANDALISTAS.
       01  REG-LISTA-ESCOLAR.
           02  COD-LISTA             PIC 9(4).
           02  NOME-ESCOLA-LST       PIC X(30).
           02  SERIE-LST             PIC X(10).
           02  ANO-LETIVO-LST        PIC 9(4).
           02  QTD-ALUNOS-LST        PIC 9(4).
           02  QTD-ITENS-LST         PIC 99.
      *> QTD-LIVRO-LST E A QUANTIDADE POR ALUNO (EM GERAL 1).
           02  ITEM-LISTA-ESC OCCURS 20 TIMES.
               03  COD-LIVRO-LST     PIC 9(3).
               03  QTD-LIVRO-LST     PIC 99.

      *> REGPOLITICA.cpy
      *> LAYOUT UNICO DO REGISTRO DE POLITICA DE EMPRESTIMO,
      *> COMPARTILHADO POR TODOS OS PROGRAMAS QUE ACESSAM O ARQUIVO
      *> "politicas.dat". A CHAVE E O TIPO DE LEITOR MAIS A CATEGORIA
      *> DO LIVRO (CATEGORIA-LIVRO); A CATEGORIA EM BRANCO E A REGRA
      *> GERAL DO TIPO, USADA PARA AS CATEGORIAS SEM LINHA PROPRIA.
       01  REG-POLITICA.
           02  CHAVE-POLITICA.
               03  TIPO-LEITOR-POL       PIC X.
               03  CATEGORIA-POL         PIC X(15).
           02  MAX-EMPRESTIMOS-POL       PIC 99.
           02  PRAZO-DIAS-POL            PIC 99.
           02  MAX-RENOVACOES-POL        PIC 99.
           02  VALOR-DIA-MULTA-POL       PIC 9(3)V99.
      *> "S" = OBRA DE CONSULTA LOCAL (REFERENCIA, RARA): NAO SAI DA
      *> BIBLIOTECA, O EMPRESTIMO E RECUSADO NO BALCAO.
           02  CONSULTA-LOCAL-POL        PIC X.
               88  SO-CONSULTA-LOCAL         VALUE "S".

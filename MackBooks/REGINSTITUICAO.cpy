      *> REGINSTITUICAO.cpy
      *> LAYOUT UNICO DO REGISTRO DE INSTITUICAO PARCEIRA (BIBLIOTECAS
      *> COM ACORDO DE EMPRESTIMO ENTRE BIBLIOTECAS), COMPARTILHADO
      *> POR TODOS OS PROGRAMAS QUE ACESSAM O ARQUIVO
      *> "instituicoes.dat". MANTIDO POR INSTITUICOES.
       01  REG-INSTITUICAO.
           02  COD-INSTITUICAO       PIC 9(3).
           02  NOME-INSTITUICAO      PIC X(40).
           02  CONTATO-INSTITUICAO   PIC X(30).
           02  TELEFONE-INSTITUICAO  PIC X(15).
           02  EMAIL-INSTITUICAO     PIC X(40).
           02  ENDERECO-INSTITUICAO  PIC X(40).
      *> PRAZO DO ACORDO, EM DIAS, PARA A PARCEIRA DEVOLVER O QUE LHE
      *> EMPRESTAMOS; SUGERIDO NA SAIDA (EMPINTER), PODE SER MUDADO.
           02  PRAZO-INSTITUICAO     PIC 9(3).
           02  SITUACAO-INSTITUICAO  PIC X.
               88  INSTITUICAO-ATIVA     VALUE "A".
               88  INSTITUICAO-INATIVA   VALUE "I".

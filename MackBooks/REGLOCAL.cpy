      *> REGLOCAL.cpy
      *> LAYOUT UNICO DO REGISTRO DE LOCALIZACAO FISICA DE UM TITULO
      *> NUMA FILIAL (SETOR/CORREDOR/PRATELEIRA), COMPARTILHADO POR
      *> TODOS OS PROGRAMAS QUE ACESSAM O ARQUIVO "localizacoes.dat".
      *> MANTIDO POR LOCALIZACAO; LIDO POR OBTERLOCAL (LEITURA E
      *> BALCAO), LISTASEPARACAO E RELATORIOSEMLOCAL.
       01  REG-LOCALIZACAO.
           02  CHAVE-LOCALIZACAO.
               03  COD-LIVRO-LOC     PIC 9(3).
               03  COD-FILIAL-LOC    PIC 9(2).
      *> A ORDEM ALFANUMERICA DO ENDERECO E A ORDEM DE CAMINHADA NA
      *> LOJA: SETOR, DEPOIS CORREDOR, DEPOIS PRATELEIRA.
           02  ENDERECO-LOC.
               03  SETOR-LOC         PIC X(3).
               03  CORREDOR-LOC      PIC 99.
               03  PRATELEIRA-LOC    PIC 99.
           02  DATA-ATUALIZACAO-LOC  PIC 9(8).

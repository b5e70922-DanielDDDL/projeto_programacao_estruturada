      *> REGREAJUSTE.cpy
      *> LAYOUT UNICO DO REAJUSTE DE PRECO DE LISTA APROVADO NA
      *> IMPORTACAO DA TABELA DO DISTRIBUIDOR, COMPARTILHADO POR TODOS
      *> OS PROGRAMAS QUE ACESSAM O ARQUIVO "reajustes.dat". GRAVADO
      *> POR IMPORTARPRECOS E APLICADO AO CADASTRO NA DATA DE VIGENCIA
      *> PELO PASSO NOTURNO APLICARREAJUSTE.
       01  REG-REAJUSTE.
           02  COD-REAJUSTE          PIC 9(5).
           02  COD-LIVRO-RJT         PIC 9(3).
           02  ISBN-RJT              PIC X(13).
      *> PRECO DO CADASTRO NA IMPORTACAO; NA APLICACAO PASSA A SER O
      *> PRECO QUE DE FATO FOI SUBSTITUIDO.
           02  PRECO-ANTERIOR-RJT    PIC 9(4)V99.
           02  PRECO-NOVO-RJT        PIC 9(4)V99.
           02  DATA-VIGENCIA-RJT     PIC 9(8).
           02  DATA-IMPORTACAO-RJT   PIC 9(8).
           02  USUARIO-RJT           PIC X(10).
      *> "S" = SUBSTITUIDO: UMA IMPORTACAO POSTERIOR APROVOU OUTRO
      *> PRECO PARA O MESMO TITULO ANTES DESTE ENTRAR EM VIGOR.
           02  SITUACAO-RJT          PIC X.
               88  REAJUSTE-PENDENTE     VALUE "P".
               88  REAJUSTE-APLICADO     VALUE "A".
               88  REAJUSTE-SUBSTITUIDO  VALUE "S".
           02  DATA-APLICACAO-RJT    PIC 9(8).

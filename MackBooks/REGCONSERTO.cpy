      *> REGCONSERTO.cpy
      *> LAYOUT UNICO DA ORDEM DE CONSERTO/ENCADERNACAO DE UM EXEMPLAR,
      *> COMPARTILHADO POR TODOS OS PROGRAMAS QUE ACESSAM O ARQUIVO
      *> "consertos.dat". GRAVADO POR CONSERTO (ENVIO E RETORNO) E
      *> LISTADO POR RELATORIOCONSERTO (ATRASOS E GASTO POR MES).
       01  REG-CONSERTO.
           02  NUM-ORDEM-CONSERTO    PIC 9(5).
           02  COD-LIVRO-CON         PIC 9(3).
           02  NUM-EXEMPLAR-CON      PIC 9(3).
      *> FILIAL DE ONDE O EXEMPLAR SAIU; O RETORNO REPOE O ESTOQUE
      *> DESTA MESMA FILIAL.
           02  COD-FILIAL-CON        PIC 9(2).
           02  TIPO-CONSERTO         PIC X.
               88  CONSERTO-INTERNO      VALUE "I".
               88  CONSERTO-EXTERNO      VALUE "E".
           02  ENCADERNADOR-CON      PIC X(30).
           02  DATA-ENVIO-CON        PIC 9(8).
           02  DATA-PREVISTA-CON     PIC 9(8).
           02  DATA-RETORNO-CON      PIC 9(8).
      *> CUSTO PREVISTO NO ENVIO; NO RETORNO PASSA A SER O CUSTO FINAL.
           02  CUSTO-CONSERTO        PIC 9(5)V99.
           02  CONDICAO-ENVIO-CON    PIC X.
           02  CONDICAO-RETORNO-CON  PIC X.
           02  SITUACAO-CONSERTO     PIC X.
               88  CONSERTO-ABERTO       VALUE "A".
               88  CONSERTO-RETORNADO    VALUE "R".

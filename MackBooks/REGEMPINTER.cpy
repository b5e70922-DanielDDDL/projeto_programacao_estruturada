      *> REGEMPINTER.cpy
      *> LAYOUT UNICO DO EMPRESTIMO ENTRE BIBLIOTECAS, NOS DOIS
      *> SENTIDOS, COMPARTILHADO POR TODOS OS PROGRAMAS QUE ACESSAM O
      *> ARQUIVO "empinter.dat". GRAVADO POR EMPINTER E LISTADO POR
      *> RELATORIOINTER (ATRASOS POR PARCEIRA) E EXTRATOINTER
      *> (MOVIMENTO DO MES POR PARCEIRA).
       01  REG-EMP-INTER.
           02  COD-EMP-INTER         PIC 9(5).
      *> "S" = SAIDA: EXEMPLAR NOSSO EMPRESTADO A PARCEIRA;
      *> "E" = ENTRADA: OBRA DA PARCEIRA EMPRESTADA A UM LEITOR NOSSO.
           02  TIPO-EMP-INTER        PIC X.
               88  INTER-SAIDA           VALUE "S".
               88  INTER-ENTRADA         VALUE "E".
           02  COD-INSTITUICAO-INT   PIC 9(3).
           02  DATA-EMPRESTIMO-INT   PIC 9(8).
      *> DATA COMBINADA COM A PARCEIRA: NA SAIDA, QUANDO ELA NOS
      *> DEVOLVE; NA ENTRADA, QUANDO DEVOLVEMOS A OBRA A ELA.
           02  DATA-PREVISTA-INT     PIC 9(8).
      *> DEVOLUCAO EFETIVA AO DONO DA OBRA (FECHA O EMPRESTIMO).
           02  DATA-DEVOLUCAO-INT    PIC 9(8).
      *> SAIDA: COPIA FISICA (exemplares.dat) E FILIAL DE ONDE SAIU;
      *> O RETORNO REPOE O ESTOQUE DESTA MESMA FILIAL.
           02  COD-LIVRO-INT         PIC 9(3).
           02  NUM-EXEMPLAR-INT      PIC 9(3).
           02  COD-FILIAL-INT        PIC 9(2).
      *> OBRA: NA ENTRADA E A FICHA DO ITEM TEMPORARIO (NAO ENTRA NO
      *> CADASTRO DE LIVROS); NA SAIDA, COPIA DO TITULO DO CADASTRO.
           02  TITULO-INT            PIC X(40).
           02  AUTOR-INT             PIC X(40).
           02  REFERENCIA-PARCEIRA   PIC X(15).
      *> ENTRADA: LEITOR QUE ESTA COM A OBRA E O PRAZO DELE, SEMPRE
      *> ANTES DO PRAZO DA PARCEIRA (FOLGA PARA A OBRA VOLTAR).
           02  COD-LEITOR-INT        PIC 9(5).
           02  NOME-LEITOR-INT       PIC X(40).
           02  DATA-PREVISTA-LEITOR  PIC 9(8).
           02  DATA-DEVOL-LEITOR     PIC 9(8).
           02  SITUACAO-EMP-INTER    PIC X.
               88  INTER-ATIVO           VALUE "A".
      *> SO NA ENTRADA: O LEITOR JA DEVOLVEU, A OBRA AGUARDA O ENVIO
      *> DE VOLTA A PARCEIRA.
               88  INTER-AGUARDA-RETORNO VALUE "L".
               88  INTER-EM-ABERTO       VALUE "A" "L".
               88  INTER-ENCERRADO       VALUE "D".

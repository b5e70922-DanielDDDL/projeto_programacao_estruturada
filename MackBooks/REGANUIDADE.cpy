      *> REGANUIDADE.cpy
      *> LAYOUT UNICO DO REGISTRO DE RENOVACAO DE INSCRICAO (UM POR
      *> RENOVACAO, COM OU SEM ANUIDADE), COMPARTILHADO POR TODOS OS
      *> PROGRAMAS QUE ACESSAM O ARQUIVO "anuidades.dat". GRAVADO POR
      *> RENOVARINSCRICAO E SOMADO POR FECHARCAIXA NO FIM DO DIA.
       01  REG-ANUIDADE.
           02  COD-ANUIDADE          PIC 9(5).
           02  COD-LEITOR-ANU        PIC 9(5).
           02  DATA-ANUIDADE         PIC 9(8).
           02  VALIDADE-ANTERIOR-ANU PIC 9(8).
           02  NOVA-VALIDADE-ANU     PIC 9(8).
           02  VALOR-ANUIDADE        PIC 9(5)V99.
      *> EM BRANCO QUANDO A RENOVACAO FOI ISENTA (VALOR ZERO).
           02  FORMA-PAGTO-ANU       PIC X.
               88  ANU-PAGTO-DINHEIRO    VALUE "D".
               88  ANU-PAGTO-CARTAO      VALUE "C".
               88  ANU-PAGTO-PIX         VALUE "P".
               88  ANU-PAGTO-OUTRO       VALUE "O".
               88  ANU-ISENTA            VALUE " ".
           02  COD-FILIAL-ANU        PIC 9(2).

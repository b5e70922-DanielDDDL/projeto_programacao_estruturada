      *> REGAJUSTE.cpy
      *> LAYOUT UNICO DO PEDIDO DE AJUSTE DE ESTOQUE/VALOR QUE
      *> AGUARDA A SEGUNDA ASSINATURA, COMPARTILHADO POR TODOS OS
      *> PROGRAMAS QUE ACESSAM O ARQUIVO "ajustes.dat". ACERTOS ACIMA
      *> DOS LIMITES DE "aprovacaoparam.txt" (OBTERLIMITEAJUSTE) NAO
      *> SAO APLICADOS NA HORA: VIRAM UM PEDIDO, GRAVADO POR
      *> REGISTRARAJUSTE, QUE SO OUTRO ADMINISTRADOR APROVA OU RECUSA
      *> EM APROVARAJUSTE.
       01  REG-AJUSTE.
           02  COD-AJUSTE            PIC 9(5).
      *> "I" = CONTAGEM DE INVENTARIO; "C" = CONCILIACAO DO CADASTRO
      *> COM AS FILIAIS; "B" = BAIXA POR PERDA OU DANO.
           02  ORIGEM-AJU            PIC X.
               88  AJU-INVENTARIO        VALUE "I".
               88  AJU-CONCILIACAO       VALUE "C".
               88  AJU-BAIXA             VALUE "B".
           02  DATA-PEDIDO-AJU       PIC 9(8).
           02  USUARIO-PEDIDO-AJU    PIC X(10).
           02  COD-LIVRO-AJU         PIC 9(3).
      *> INVENTARIO: 00 = ESTOQUE DO CADASTRO, 01-99 = FILIAL.
           02  COD-FILIAL-AJU        PIC 9(2).
      *> SALDO DO SISTEMA NO MOMENTO DO PEDIDO E O SALDO PEDIDO. NA
      *> APROVACAO O SALDO DE HOJE TEM DE SER O MESMO DO PEDIDO; SE
      *> MUDOU, A CONTAGEM FICOU VELHA E O PEDIDO SO PODE SER
      *> RECUSADO. NA BAIXA OS DOIS FICAM ZERADOS.
           02  QTD-ANTERIOR-AJU      PIC 9(5).
           02  QTD-NOVA-AJU          PIC 9(5).
           02  QTD-DIFERENCA-AJU     PIC 9(5).
           02  SINAL-AJU             PIC X.
           02  VALOR-AJU             PIC 9(7)V99.
      *> BAIXA: O EMPRESTIMO A ENCERRAR E O MOTIVO (P/E).
           02  COD-EMPRESTIMO-AJU    PIC 9(5).
           02  MOTIVO-AJU            PIC X.
           02  SITUACAO-AJU          PIC X.
               88  AJUSTE-PENDENTE       VALUE "P".
               88  AJUSTE-APROVADO       VALUE "A".
               88  AJUSTE-RECUSADO       VALUE "R".
           02  DATA-DECISAO-AJU      PIC 9(8).
           02  USUARIO-DECISAO-AJU   PIC X(10).

      *> REGCONCILIA.cpy
      *> LAYOUT UNICO DO ITEM DE CONCILIACAO DE CARTAO E PIX,
      *> COMPARTILHADO POR TODOS OS PROGRAMAS QUE ACESSAM O ARQUIVO
      *> "conciliacao.dat". CADA CUPOM OU RECEBIMENTO DE MULTA EM
      *> CARTAO/PIX ENTRA COMO ITEM DA LOJA ("L") E CADA LINHA DO
      *> ARQUIVO DA ADQUIRENTE COMO ITEM DA ADQUIRENTE ("A"); O ITEM
      *> FICA EM ABERTO ATE ACHAR O PAR PELA CHAVE DE BUSCA (DATA,
      *> MODALIDADE, TIPO E VALOR), EM QUALQUER PROCESSAMENTO FUTURO.
       01  REG-CONCILIACAO.
           02  CHAVE-CONCILIACAO.
               03  ORIGEM-CNC        PIC X.
                   88  CNC-LOJA          VALUE "L".
                   88  CNC-ADQUIRENTE    VALUE "A".
      *> LOJA: "V" + CUPOM OU "M" + RECEBIMENTO DE MULTA;
      *> ADQUIRENTE: O NSU DA TRANSACAO.
               03  REFERENCIA-CNC    PIC X(12).
           02  CHAVE-BUSCA-CNC.
               03  DATA-TRANS-CNC    PIC 9(8).
               03  MODALIDADE-CNC    PIC X.
               03  TIPO-MOV-CNC      PIC X.
                   88  CNC-VENDA         VALUE "V".
                   88  CNC-CANCELAMENTO  VALUE "C".
                   88  CNC-CHARGEBACK    VALUE "K".
               03  VALOR-BRUTO-CNC   PIC 9(7)V99.
           02  VALOR-TAXA-CNC        PIC 9(5)V99.
           02  VALOR-LIQUIDO-CNC     PIC 9(7)V99.
           02  DATA-CREDITO-CNC      PIC 9(8).
           02  SITUACAO-CNC          PIC X.
               88  CNC-ABERTO            VALUE "A".
               88  CNC-CONCILIADO        VALUE "C".
      *> CHARGEBACK NAO TEM PAR: FICA REGISTRADO PARA O RELATORIO.
               88  CNC-CONTESTADO        VALUE "K".
           02  CHAVE-PAR-CNC         PIC X(13).
           02  DATA-CONCILIACAO-CNC  PIC 9(8).
           02  DATA-REGISTRO-CNC     PIC 9(8).
           02  COD-FILIAL-CNC        PIC 9(2).

      *> REGENCOMENDA.cpy
      *> LAYOUT UNICO DA ENCOMENDA DE CLIENTE (TITULO QUE A LOJA NAO
      *> TEM E O CLIENTE PEDE PARA TRAZER), COMPARTILHADO POR TODOS OS
      *> PROGRAMAS QUE ACESSAM O ARQUIVO "encomendas.dat". CRIADA EM
      *> ENCOMENDAS, VIRA LINHA DE PEDIDO EM PEDIDOCOMPRA, E SEPARADA
      *> POR ENTRADA QUANDO O TITULO CHEGA E AVISADA POR
      *> AVISOENCOMENDA. A CHAVE ALTERNADA COD-LIVRO-ENC DA A FILA DE
      *> ENCOMENDAS DE UM TITULO NA ORDEM EM QUE FORAM FEITAS.
       01  REG-ENCOMENDA.
           02  COD-ENCOMENDA         PIC 9(5).
           02  DATA-ENCOMENDA        PIC 9(8).
      *> CLIENTE: LEITOR CADASTRADO OU, COM COD-LEITOR-ENC ZERO, SO
      *> NOME E TELEFONE DIGITADOS NO BALCAO.
           02  COD-LEITOR-ENC        PIC 9(5).
           02  NOME-CLIENTE-ENC      PIC X(40).
           02  TELEFONE-ENC          PIC X(15).
      *> TITULO: COD-LIVRO-ENC ZERO ENQUANTO O LIVRO NAO ESTIVER NO
      *> CADASTRO; O ISBN PERMITE LIGAR A ENCOMENDA DEPOIS, PELA
      *> REFERENCIA CRUZADA isbnlivros.dat.
           02  ISBN-ENC              PIC X(13).
           02  TITULO-ENC            PIC X(40).
           02  COD-LIVRO-ENC         PIC 9(3).
           02  QTD-ENC               PIC 9(3).
           02  VALOR-SINAL-ENC       PIC 9(5)V99.
           02  COD-FILIAL-ENC        PIC 9(2).
      *> LINHA DE PEDIDO DE COMPRA GERADA PARA A ENCOMENDA
           02  COD-FORNEC-ENC        PIC 9(3).
           02  COD-PEDIDO-ENC        PIC 9(5).
      *> CHEGADA: DATA E FILIAL ONDE AS UNIDADES FICARAM SEPARADAS
           02  DATA-CHEGADA-ENC      PIC 9(8).
           02  COD-FILIAL-SEP-ENC    PIC 9(2).
      *> DATA DA RETIRADA PELO CLIENTE OU DO CANCELAMENTO
           02  DATA-ENCERRAMENTO-ENC PIC 9(8).
           02  SITUACAO-ENC          PIC X.
               88  ENC-ABERTA            VALUE "A".
               88  ENC-PEDIDA            VALUE "P".
               88  ENC-AGUARDANDO        VALUE "A" "P".
               88  ENC-SEPARADA          VALUE "S".
               88  ENC-RETIRADA          VALUE "T".
               88  ENC-CANCELADA         VALUE "C".
      *> MARCADO POR AVISOENCOMENDA QUANDO O AVISO DE CHEGADA JA FOI
      *> GERADO, PARA A VARREDURA DIARIA NAO AVISAR DUAS VEZES.
           02  AVISO-EMITIDO-ENC     PIC X.
               88  AVISO-ENC-EMITIDO     VALUE "S".
               88  AVISO-ENC-PENDENTE    VALUE "N".

      *> REGCLIENTE.cpy
      *> LAYOUT UNICO DO CLIENTE INSTITUCIONAL (ESCOLA OU EMPRESA QUE
      *> COMPRA FATURADO, PARA PAGAR DEPOIS), COMPARTILHADO POR TODOS
      *> OS PROGRAMAS QUE ACESSAM O ARQUIVO "clientes.dat". MANTIDO
      *> EM CLIENTES; CONSULTADO POR VENDA NA FORMA DE PAGAMENTO "F".
       01  REG-CLIENTE.
           02  COD-CLIENTE           PIC 9(4).
           02  NOME-CLIENTE          PIC X(40).
           02  CNPJ-CLIENTE          PIC X(14).
           02  TIPO-CLIENTE          PIC X.
               88  CLIENTE-ESCOLA        VALUE "E".
               88  CLIENTE-EMPRESA       VALUE "M".
               88  TIPO-CLIENTE-OK       VALUE "E" "M".
           02  CONTATO-CLIENTE       PIC X(30).
           02  TELEFONE-CLIENTE      PIC X(15).
           02  ENDERECO-CLIENTE      PIC X(40).
      *> CREDITO: A SOMA DOS TITULOS EM ABERTO EM "areceber.dat" MAIS
      *> O CUPOM NOVO NAO PODE PASSAR DO LIMITE; O VENCIMENTO DO
      *> TITULO E A DATA DA VENDA MAIS O PRAZO EM DIAS.
           02  LIMITE-CREDITO-CLI    PIC 9(7)V99.
           02  PRAZO-DIAS-CLI        PIC 9(3).
           02  SITUACAO-CLIENTE      PIC X.
               88  CLIENTE-ATIVO         VALUE "A".
               88  CLIENTE-BLOQUEADO     VALUE "B".

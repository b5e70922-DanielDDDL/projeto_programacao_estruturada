           02  NOME-DOADOR           PIC X(40).
           02  TELEFONE-DOADOR       PIC X(15).
           02  ENDERECO-DOADOR       PIC X(40).
      *> CONTATO ELETRONICO: A CARTA DE AGRADECIMENTO SAI PELA CAIXA
      *> DE SAIDA (caixasaida.dat) QUANDO O DOADOR PREFERE E-MAIL OU
      *> SMS; EM BRANCO VALE A CARTA.
           02  EMAIL-DOADOR          PIC X(50).
           02  CELULAR-DOADOR        PIC X(15).
           02  CANAL-DOADOR          PIC X.
               88  CANAL-DOADOR-CARTA    VALUE "C" " ".
               88  CANAL-DOADOR-EMAIL    VALUE "E".
               88  CANAL-DOADOR-SMS      VALUE "S".

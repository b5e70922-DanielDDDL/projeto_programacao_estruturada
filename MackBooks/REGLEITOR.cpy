      *> DOCUMENTO JA USADO POR OUTRO CODIGO, PARA A MESMA PESSOA NAO
      *> GANHAR VARIOS COD-LEITOR E DRIBLAR O LIMITE DE EMPRESTIMOS.
           02  DOCUMENTO-LEITOR      PIC X(11).
      *> TIPO DE LEITOR: CHAVE, JUNTO COM A CATEGORIA DO LIVRO, DA
      *> TABELA DE POLITICAS DE EMPRESTIMO ("politicas.dat").
           02  TIPO-LEITOR           PIC X.
               88  LEITOR-ESTUDANTE      VALUE "E".
               88  LEITOR-PROFESSOR      VALUE "P".
               88  LEITOR-FUNCIONARIO    VALUE "F".
               88  LEITOR-VISITANTE      VALUE "V".
               88  TIPO-LEITOR-OK        VALUE "E" "P" "F" "V".
      *> CONTATO ELETRONICO: AS CARTAS (COBRANCA, AVISO DE RESERVA,
      *> LEMBRETE) SAEM PELA CAIXA DE SAIDA (caixasaida.dat) QUANDO O
      *> LEITOR PREFERE E-MAIL OU SMS; EM BRANCO VALE A CARTA.
           02  EMAIL-LEITOR          PIC X(50).
           02  CELULAR-LEITOR        PIC X(15).
           02  CANAL-LEITOR          PIC X.
               88  CANAL-LEITOR-CARTA    VALUE "C" " ".
               88  CANAL-LEITOR-EMAIL    VALUE "E".
               88  CANAL-LEITOR-SMS      VALUE "S".
      *> INSCRICAO: FILIAL ONDE O LEITOR SE CADASTROU E VALIDADE DA
      *> INSCRICAO, RENOVADA A CADA ANO (RENOVARINSCRICAO). VENCIDA,
      *> EMPRESTAR E RENOVAR RECUSAM O LEITOR. VALIDADE ZERADA E DE
      *> LEITOR ANTIGO: GANHA UMA NA PROXIMA ALTERACAO DO CADASTRO.
           02  FILIAL-LEITOR         PIC 9(2).
           02  DATA-VALIDADE-LEITOR  PIC 9(8).
      *> CARTAO DO LEITOR (CARTAOLEITOR): VIA ATUAL DO CARTAO, QUE
      *> ENTRA NO NUMERO IMPRESSO NO CODIGO DE BARRAS. A PERDA DO
      *> CARTAO GERA UMA VIA NOVA E O NUMERO DA ANTERIOR DEIXA DE
      *> VALER NO BALCAO. ZERO = CARTAO AINDA NAO EMITIDO.
           02  VIA-CARTAO-LEITOR     PIC 99.

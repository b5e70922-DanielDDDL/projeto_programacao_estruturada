      *> REGMENSAGEM.cpy
      *> LAYOUT UNICO DA MENSAGEM ELETRONICA (E-MAIL OU SMS) DA CAIXA
      *> DE SAIDA "caixasaida.dat". GRAVADA PELA ROTINA CAIXASAIDA
      *> (CHAMADA POR CARTACOBRANCA, AVISORESERVA, LEMBRETEDEVOL E
      *> DOACAO NO LUGAR DA CARTA IMPRESSA), ENVIADA AO GATEWAY POR
      *> ENVIARMENSAGENS E ATUALIZADA PELO RETORNO DO GATEWAY
      *> (RETORNOMENSAGENS). O TEXTO E O MESMO DA CARTA (MODELO COM
      *> %LIVROS%), LINHA A LINHA, PARA A MENSAGEM RECUSADA PODER
      *> SAIR IMPRESSA NA EXECUCAO SEGUINTE DO PROGRAMA DE ORIGEM.
       01  REG-MENSAGEM.
           02  COD-MENSAGEM          PIC 9(7).
           02  DATA-GERACAO-MSG      PIC 9(8).
           02  PROGRAMA-ORIGEM-MSG   PIC X(15).
      *> "L" = LEITOR (leitores.dat); "D" = DOADOR (doadores.dat).
           02  TIPO-DESTINATARIO-MSG PIC X.
               88  DESTINATARIO-LEITOR   VALUE "L".
               88  DESTINATARIO-DOADOR   VALUE "D".
           02  COD-DESTINATARIO-MSG  PIC 9(5).
           02  NOME-DESTINATARIO-MSG PIC X(40).
           02  CANAL-MSG             PIC X.
               88  MSG-POR-EMAIL         VALUE "E".
               88  MSG-POR-SMS           VALUE "S".
      *> E-MAIL OU NUMERO DO CELULAR, CONFORME O CANAL; O ENDERECO
      *> POSTAL VAI JUNTO PARA A REIMPRESSAO DA MENSAGEM RECUSADA.
           02  ENDERECO-ELETR-MSG    PIC X(50).
           02  ENDERECO-POSTAL-MSG   PIC X(40).
           02  ASSUNTO-MSG           PIC X(50).
      *> "P" = PENDENTE DE ENVIO; "V" = ENVIADA AO GATEWAY; "E" =
      *> ENTREGUE; "R" = RECUSADA (ENDERECO INVALIDO, CAIXA CHEIA
      *> ETC.); "I" = RECUSADA E JA IMPRESSA COMO CARTA.
           02  SITUACAO-MSG          PIC X.
               88  MSG-PENDENTE          VALUE "P".
               88  MSG-ENVIADA           VALUE "V".
               88  MSG-ENTREGUE          VALUE "E".
               88  MSG-RECUSADA          VALUE "R".
               88  MSG-IMPRESSA          VALUE "I".
           02  DATA-SITUACAO-MSG     PIC 9(8).
           02  MOTIVO-RECUSA-MSG     PIC X(40).
           02  TOTAL-LINHAS-MSG      PIC 99.
           02  LINHA-MSG  OCCURS 40 TIMES  PIC X(100).

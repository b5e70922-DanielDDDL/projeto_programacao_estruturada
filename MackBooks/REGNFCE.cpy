      *> REGNFCE.cpy
      *> LAYOUT UNICO DA SITUACAO FISCAL DO CUPOM (NFC-E),
      *> COMPARTILHADO POR TODOS OS PROGRAMAS QUE ACESSAM O ARQUIVO
      *> "nfce.dat". UM REGISTRO POR CUPOM DE "vendacab.dat" JA
      *> ENVIADO AO EMISSOR FISCAL: GRAVADO POR EXPORTARNFCE,
      *> ATUALIZADO PELO ARQUIVO DE RETORNO DO EMISSOR EM RETORNONFCE
      *> E LISTADO POR PENDENTESNFCE ENQUANTO NAO AUTORIZADO.
       01  REG-NFCE.
           02  COD-VENDA-NFC         PIC 9(5).
      *> "V" = CUPOM DE VENDA; "E" = ESTORNO (DEVOLVERVENDA), QUE VAI
      *> AO EMISSOR COMO DOCUMENTO DE DEVOLUCAO.
           02  TIPO-DOC-NFC          PIC X.
               88  NFC-VENDA             VALUE "V".
               88  NFC-DEVOLUCAO         VALUE "E".
           02  DATA-CUPOM-NFC        PIC 9(8).
           02  COD-FILIAL-NFC        PIC 9(2).
           02  VALOR-NFC             PIC 9(7)V99.
      *> "P" = ENVIADO, AGUARDANDO RETORNO; "A" = AUTORIZADO PELO
      *> EMISSOR; "R" = REJEITADO (REENVIADO NA PROXIMA EXPORTACAO,
      *> DEPOIS DE CORRIGIDO O MOTIVO).
           02  SITUACAO-NFC          PIC X.
               88  NFC-PENDENTE          VALUE "P".
               88  NFC-AUTORIZADA        VALUE "A".
               88  NFC-REJEITADA         VALUE "R".
           02  DATA-EXPORTACAO-NFC   PIC 9(8).
           02  QTD-ENVIOS-NFC        PIC 99.
           02  DATA-RETORNO-NFC      PIC 9(8).
           02  CHAVE-ACESSO-NFC      PIC X(44).
           02  PROTOCOLO-NFC         PIC X(15).
           02  MOTIVO-REJEICAO-NFC   PIC X(40).

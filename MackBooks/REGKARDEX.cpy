           02  KDX-SINAL            PIC X.
           02  KDX-QTD              PIC 9(5).
           02  KDX-SALDO            PIC 9(5).
      *> ENCADEAMENTO: MESMO ESQUEMA DO LOG DE AUDITORIA (VER
      *> LOGAUDITORIA.cpy) - SEQUENCIA, SELO DO LANCAMENTO ANTERIOR
      *> E SELO DESTE SOBRE TODOS OS CAMPOS ACIMA DELE.
           02  KDX-SEQUENCIA        PIC 9(9).
           02  KDX-SELO-ANTERIOR    PIC 9(10).
           02  KDX-SELO             PIC 9(10).

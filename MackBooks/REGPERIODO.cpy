      *> REGPERIODO.cpy
      *> LAYOUT UNICO DO CONTROLE DE PERIODOS CONTABEIS (UM REGISTRO
      *> POR MES JA FECHADO), COMPARTILHADO POR TODOS OS PROGRAMAS QUE
      *> ACESSAM O ARQUIVO "periodos.dat". O MES ENCERRADO E BLOQUEADO
      *> POR FECHARMES; DEPOIS DISSO OS PROGRAMAS QUE LANCAM MOVIMENTO
      *> DATADO CONSULTAM VERIFICARPERIODO E NAO LANCAM NADA DENTRO
      *> DELE. MES SEM REGISTRO ESTA ABERTO.
       01  REG-PERIODO.
           02  PERIODO-PER           PIC 9(6).
      *> "F" = FECHADO (BLOQUEADO); "A" = REABERTO POR UM
      *> ADMINISTRADOR EM PERIODOCONTABIL, ATE SER FECHADO DE NOVO.
           02  SITUACAO-PER          PIC X.
               88  PERIODO-FECHADO       VALUE "F".
               88  PERIODO-REABERTO      VALUE "A".
           02  DATA-FECHAMENTO-PER   PIC 9(8).
           02  USUARIO-FECHAMENTO-PER PIC X(10).
      *> ULTIMA REABERTURA (ZEROS/BRANCOS SE NUNCA FOI REABERTO); O
      *> HISTORICO COMPLETO FICA NO LOG DE AUDITORIA.
           02  DATA-REABERTURA-PER   PIC 9(8).
           02  USUARIO-REABERTURA-PER PIC X(10).
           02  MOTIVO-REABERTURA-PER PIC X(40).

           02  SITUACAO-MULTA        PIC X.
               88  MULTA-ABERTA          VALUE "A".
               88  MULTA-PAGA            VALUE "P".
      *> ENCERRADA POR ABONO (ABONARMULTA): O VALOR DA MULTA FOI
      *> REDUZIDO ATE O JA PAGO, SEM ENTRADA DE CAIXA; O HISTORICO
      *> DO ABONO FICA EM "abonosmultas.dat" (REGABONO.cpy).
               88  MULTA-ABONADA         VALUE "B".
      *> QUITACAO (PAGARMULTA): O VALOR PAGO E ACUMULADO ATE COBRIR O
      *> VALOR DA MULTA; CADA RECEBIMENTO INDIVIDUAL FICA EM
      *> "pagtomultas.dat" (REGPAGMULTA.cpy) PARA O CAIXA E O EXTRATO.

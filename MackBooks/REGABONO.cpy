      *> REGABONO.cpy
      *> LAYOUT UNICO DO REGISTRO DE ABONO DE MULTA (UM POR ABONO,
      *> TOTAL OU PARCIAL), COMPARTILHADO POR TODOS OS PROGRAMAS QUE
      *> ACESSAM O ARQUIVO "abonosmultas.dat". GRAVADO POR ABONARMULTA
      *> E LISTADO POR RELATORIOABONO. O ABONO NAO MOVIMENTA CAIXA:
      *> REDUZ O VALOR DA MULTA EM multas.dat, E O VALOR ANTERIOR
      *> FICA GUARDADO AQUI.
       01  REG-ABONO.
           02  COD-ABONO             PIC 9(5).
           02  COD-EMPRESTIMO-ABN    PIC 9(5).
           02  COD-LEITOR-ABN        PIC 9(5).
           02  DATA-ABONO.
               03  DA-ANO            PIC 9(4).
               03  DA-MES            PIC 99.
               03  DA-DIA            PIC 99.
      *> VALOR DA MULTA ANTES DO ABONO E VALOR PERDOADO.
           02  VALOR-MULTA-ANTES     PIC 9(5)V99.
           02  VALOR-ABONADO         PIC 9(5)V99.
           02  MOTIVO-ABONO          PIC X(3).
               88  ABONO-ERRO-BIBLIOTECA VALUE "BIB".
               88  ABONO-SAUDE           VALUE "SAU".
               88  ABONO-FECHAMENTO      VALUE "FEC".
               88  ABONO-OUTRO           VALUE "OUT".
               88  MOTIVO-ABONO-OK       VALUE "BIB" "SAU" "FEC"
                                               "OUT".
      *> ADMINISTRADOR QUE AUTORIZOU (VALIDARLOGIN) E OPERADOR DO
      *> TERMINAL QUE REGISTROU O ABONO.
           02  AUTORIZOU-ABONO       PIC X(10).
           02  OPERADOR-ABONO        PIC X(10).
           02  OBSERVACAO-ABONO      PIC X(40).

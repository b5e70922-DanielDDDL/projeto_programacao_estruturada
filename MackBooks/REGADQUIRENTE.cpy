      *> REGADQUIRENTE.cpy
      *> LAYOUT FIXO DA LINHA DO ARQUIVO DIARIO DE LIQUIDACAO DA
      *> ADQUIRENTE (adquirenteAAAAMMDD.txt), UMA TRANSACAO POR LINHA.
      *> LINHAS DE OUTROS TIPOS (CABECALHO, TRAILER) SAO IGNORADAS.
      *> VALORES COM DUAS CASAS IMPLICITAS, SEM SINAL: O TIPO DIZ SE
      *> O MOVIMENTO E VENDA, CANCELAMENTO OU CHARGEBACK.
       01  REG-ADQUIRENTE.
           02  ADQ-TIPO-REG          PIC X.
               88  ADQ-VENDA             VALUE "V".
               88  ADQ-CANCELAMENTO      VALUE "C".
               88  ADQ-CHARGEBACK        VALUE "K".
               88  ADQ-DETALHE           VALUE "V" "C" "K".
           02  ADQ-NSU               PIC X(12).
           02  ADQ-DATA-TRANSACAO    PIC 9(8).
           02  ADQ-DATA-CREDITO      PIC 9(8).
           02  ADQ-MODALIDADE        PIC X.
               88  ADQ-CARTAO            VALUE "C".
               88  ADQ-PIX               VALUE "P".
           02  ADQ-VALOR-BRUTO       PIC 9(7)V99.
           02  ADQ-VALOR-TAXA        PIC 9(5)V99.
           02  ADQ-VALOR-LIQUIDO     PIC 9(7)V99.
           02  FILLER                PIC X(25).

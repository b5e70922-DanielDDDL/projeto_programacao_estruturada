               88  EXEMPLAR-EMPRESTADO   VALUE "E".
               88  EXEMPLAR-BAIXADO      VALUE "B".
               88  EXEMPLAR-VENDIDO      VALUE "V".
      *> FORA PARA CONSERTO/ENCADERNACAO (CONSERTO): NAO CONTA COMO
      *> DISPONIVEL NEM NO QTD-ESTOQUE ATE O RETORNO; A ORDEM ABERTA
      *> FICA EM "consertos.dat" (REGCONSERTO.cpy).
               88  EXEMPLAR-EM-CONSERTO  VALUE "C".

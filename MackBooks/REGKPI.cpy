           02  QTD-MULTAS-KPI        PIC 9(5).
           02  VALOR-MULTAS-KPI      PIC 9(7)V99.
           02  TOTAL-LEITORES-KPI    PIC 9(5).
      *> ESTOQUE DO FECHAMENTO AVALIADO PELO CUSTO MEDIO DE AQUISICAO.
           02  VALOR-ESTOQUE-KPI     PIC 9(11)V99.

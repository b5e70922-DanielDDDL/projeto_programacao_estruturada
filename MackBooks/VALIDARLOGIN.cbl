               WHEN "SITUACAOLOTE   "
               WHEN "DESCONTO       "
               WHEN "USUARIOS       "
               WHEN "POLITICAS      "
               WHEN "PAGARFORNEC    "
               WHEN "ACERTOCONSIG   "
               WHEN "CLIENTES       "
               WHEN "RECEBERCLIENTE "
               WHEN "ANONIMIZAR     "
               WHEN "DADOSLEITOR    "
               WHEN "ABONARMULTA    "
               WHEN "APROVARTRANSF  "
               WHEN "APROVARAJUSTE  "
               WHEN "PERIODOCONTABIL"
                   MOVE "S" TO W-EXIGE-ADMIN
           END-EVALUATE.


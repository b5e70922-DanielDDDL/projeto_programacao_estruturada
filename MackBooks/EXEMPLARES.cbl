           MOVE W-COD-LIVRO-DIG   TO COD-LIVRO-EXE.
           MOVE W-NUM-EXEMPLAR-DIG TO NUM-EXEMPLAR.
           READ ARQ-EXEMPLAR.
           EVALUATE TRUE
               WHEN NOT STATUS-EXE-OK
                   DISPLAY "EXEMPLAR NAO ENCONTRADO"
               WHEN EXEMPLAR-EM-CONSERTO
                   *> A COPIA SO VOLTA DO CONSERTO PELO RETORNO DA
                   *> ORDEM, QUE TAMBEM DEVOLVE A UNIDADE AO ESTOQUE.
                   DISPLAY "EXEMPLAR EM CONSERTO - USE O RETORNO DO "
                           "CONSERTO"
               WHEN OTHER
                   DISPLAY "CONDICAO ATUAL " CONDICAO-EXEMPLAR
                           " SITUACAO ATUAL " SITUACAO-EXEMPLAR
                   MOVE SPACES TO W-CONDICAO-DIG W-SITUACAO-DIG
                   PERFORM WITH TEST AFTER UNTIL CONDICAO-DIG-OK
                       DISPLAY "NOVA CONDICAO (B/R/D): "
                               WITH NO ADVANCING
                       ACCEPT W-CONDICAO-DIG
                       MOVE FUNCTION UPPER-CASE (W-CONDICAO-DIG)
                         TO W-CONDICAO-DIG
                   END-PERFORM
                   PERFORM WITH TEST AFTER UNTIL SITUACAO-DIG-OK
                       DISPLAY "NOVA SITUACAO (D)ISP (E)MPR (B)AIX "
                               "(V)END: " WITH NO ADVANCING
                       ACCEPT W-SITUACAO-DIG
                       MOVE FUNCTION UPPER-CASE (W-SITUACAO-DIG)
                         TO W-SITUACAO-DIG
                   END-PERFORM
                   MOVE W-CONDICAO-DIG TO CONDICAO-EXEMPLAR
                   MOVE W-SITUACAO-DIG TO SITUACAO-EXEMPLAR
                   REWRITE REG-EXEMPLAR
                   IF  STATUS-EXE-OK
                       DISPLAY "EXEMPLAR ATUALIZADO"
                   ELSE
                       DISPLAY "ERRO AO ATUALIZAR (STATUS "
                               W-COD-ERRO-EXE ")"
                   END-IF
           END-EVALUATE.
           CLOSE ARQ-EXEMPLAR.

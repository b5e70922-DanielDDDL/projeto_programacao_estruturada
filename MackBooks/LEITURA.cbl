                   ORGANIZATION INDEXED
                   RECORD KEY IS COD-EMPRESTIMO
                   ALTERNATE RECORD KEY IS COD-LIVRO-EMP WITH DUPLICATES
                   ALTERNATE RECORD KEY IS COD-LEITOR-EMP
                       WITH DUPLICATES
                   ACCESS DYNAMIC
                   FILE STATUS IS W-COD-ERRO-EMP.

         77  W-COD-ERRO-EMP       PIC XX         VALUE SPACES.
         77  W-ACHOU-EMPRESTIMO   PIC X          VALUE "N".
             88  ACHOU-EMPRESTIMO                VALUE "S".
         77  W-LOCAL-ED           PIC X(25)      VALUE SPACES.

         SCREEN SECTION.
            01 CLEAR-SCREEN.
                   DISPLAY NOME-FILIAL AT W-POS
                   COMPUTE W-POS = (39 + W-LINHA-FILIAL) * 100 + 34
                   DISPLAY QTD-ESTOQUE-FIL AT W-POS
                   *> ONDE O TITULO FICA NA LOJA DAQUELA FILIAL
                   CALL "OBTERLOCAL" USING COD-LIVRO COD-FILIAL
                        W-LOCAL-ED
                   COMPUTE W-POS = (39 + W-LINHA-FILIAL) * 100 + 42
                   DISPLAY W-LOCAL-ED AT W-POS
                   PERFORM LER-PROXIMA-FILIAL
               END-PERFORM
           END-IF.

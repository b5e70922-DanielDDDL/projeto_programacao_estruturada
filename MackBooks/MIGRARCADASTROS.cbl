                   ASSIGN TO "multas.mig"
                   ORGANIZATION INDEXED
                   RECORD KEY IS COD-EMPRESTIMO-MUL
                   ALTERNATE RECORD KEY IS COD-LEITOR-MUL
                       WITH DUPLICATES
                   ACCESS SEQUENTIAL
                   FILE STATUS IS W-COD-ERRO-NOV.

                   RECORD KEY IS COD-RESERVA
                   ALTERNATE RECORD KEY IS COD-LIVRO-RES
                       WITH DUPLICATES
                   ALTERNATE RECORD KEY IS COD-LEITOR-RES
                       WITH DUPLICATES
                   ACCESS SEQUENTIAL
                   FILE STATUS IS W-COD-ERRO-NOV.

       CONVERTER-UMA-VENDA.
           ADD 1 TO W-TOTAL-LIDOS.
           *> A LINHA UNICA DO CUPOM ANTIGO
           INITIALIZE REG-VENDA.
           MOVE COD-VENDA-ANT      TO COD-VENDA.
           MOVE 1                  TO ITEM-VENDA.
           MOVE DATA-VENDA-ANT     TO DATA-VENDA.

       CONVERTER-UM-LEITOR.
           ADD 1 TO W-TOTAL-LIDOS.
           INITIALIZE REG-LEITOR.
           MOVE COD-LEITOR-ANT   TO COD-LEITOR.
           MOVE NOME-LEITOR-ANT  TO NOME-LEITOR-CAD.
           MOVE TELEFONE-ANT     TO TELEFONE-LEITOR.
           MOVE SITUACAO-RES-ANT    TO SITUACAO-RESERVA.
           MOVE ZEROS               TO DATA-LIMITE-RETIRADA.
           MOVE "N"                 TO AVISO-EMITIDO-RES.
           MOVE ZEROS               TO COD-FILIAL-RES.
           WRITE REG-RESERVA.
           IF  W-COD-ERRO-NOV = "00"
               ADD 1 TO W-TOTAL-GRAVADOS

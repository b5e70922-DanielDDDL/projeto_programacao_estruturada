                   ORGANIZATION INDEXED
                   RECORD KEY IS COD-RESERVA
                   ALTERNATE RECORD KEY IS COD-LIVRO-RES WITH DUPLICATES
                   ALTERNATE RECORD KEY IS COD-LEITOR-RES
                       WITH DUPLICATES
                   ACCESS DYNAMIC
                   FILE STATUS IS W-COD-ERRO-RES.

                 03  VEN-COD-LIVRO    PIC 9(3).
                 03  VEN-LEITOR       PIC X(40).
                 03  VEN-LIMITE       PIC 9(8).
                 03  VEN-FILIAL       PIC 9(2).

       PROCEDURE DIVISION.

                     TO VEN-LEITOR (W-TOTAL-VENCIDAS)
                   MOVE DATA-LIMITE-RETIRADA
                     TO VEN-LIMITE (W-TOTAL-VENCIDAS)
                   MOVE COD-FILIAL-RES
                     TO VEN-FILIAL (W-TOTAL-VENCIDAS)
               END-IF
           END-PERFORM.

               MOVE W-DATA-UTIL TO DATA-LIMITE-RETIRADA
               MOVE "S" TO SITUACAO-RESERVA
               MOVE "N" TO AVISO-EMITIDO-RES
               MOVE VEN-FILIAL (W-IDX) TO COD-FILIAL-RES
               REWRITE REG-RESERVA
               IF  W-COD-ERRO-RES = "00"
                   ADD 1 TO W-TOTAL-PROMOVIDAS

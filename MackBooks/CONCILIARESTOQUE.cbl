         77  W-TOTAL-AJUSTADOS  PIC 9(5)  VALUE ZEROS.
         77  DIFERENCA-ED       PIC -(6)9 VALUE ZEROS.
         77  W-REG-LIVRO-ANTES  PIC X(173) VALUE SPACES.
      *> DUPLA ASSINATURA: ACERTO ACIMA DOS LIMITES DE
      *> OBTERLIMITEAJUSTE NAO E APLICADO - VIRA PEDIDO PENDENTE EM
      *> "ajustes.dat", PARA OUTRO ADMINISTRADOR APROVAR.
         77  W-LIMITE-QTD       PIC 9(5)  VALUE ZEROS.
         77  W-LIMITE-VALOR     PIC 9(7)V99 VALUE ZEROS.
         77  W-DIAS-PENDENCIA   PIC 9(3)  VALUE ZEROS.
         77  W-QTD-AJUSTE       PIC 9(7)  VALUE ZEROS.
         77  W-VALOR-AJUSTE     PIC 9(9)V99 VALUE ZEROS.
         77  W-RESULTADO-PEDIDO PIC X     VALUE SPACES.
         77  W-TOTAL-PENDENTES  PIC 9(5)  VALUE ZEROS.
         COPY "REGAJUSTE.cpy".

       PROCEDURE DIVISION.

                 TO W-MODO-AJUSTE
           END-IF.
           IF  MODO-AJUSTE
               CALL "OBTERLIMITEAJUSTE" USING W-LIMITE-QTD
                    W-LIMITE-VALOR W-DIAS-PENDENCIA
               OPEN I-O CAD-PRODUTO
           ELSE
               OPEN INPUT CAD-PRODUTO
           END-READ.

       AJUSTAR-CADASTRO.
           IF  W-DIFERENCA < 0
               COMPUTE W-QTD-AJUSTE = 0 - W-DIFERENCA
           ELSE
               MOVE W-DIFERENCA TO W-QTD-AJUSTE
           END-IF.
           COMPUTE W-VALOR-AJUSTE = W-QTD-AJUSTE * PRECO-LIVRO.
           IF  W-QTD-AJUSTE > W-LIMITE-QTD
                   OR W-VALOR-AJUSTE > W-LIMITE-VALOR
               PERFORM PEDIR-APROVACAO
           ELSE
               PERFORM REGRAVAR-CADASTRO
           END-IF.

       PEDIR-APROVACAO.
           INITIALIZE REG-AJUSTE.
           MOVE "C"             TO ORIGEM-AJU.
           MOVE COD-LIVRO       TO COD-LIVRO-AJU.
           MOVE QTD-ESTOQUE     TO QTD-ANTERIOR-AJU.
           MOVE W-TOTAL-FILIAIS TO QTD-NOVA-AJU.
           MOVE W-QTD-AJUSTE    TO QTD-DIFERENCA-AJU.
           IF  W-DIFERENCA > 0
               MOVE "-" TO SINAL-AJU
           ELSE
               MOVE "+" TO SINAL-AJU
           END-IF.
           MOVE W-VALOR-AJUSTE  TO VALOR-AJU.
           CALL "REGISTRARAJUSTE" USING REG-AJUSTE W-RESULTADO-PEDIDO.
           EVALUATE W-RESULTADO-PEDIDO
               WHEN "S"
                   ADD 1 TO W-TOTAL-PENDENTES
                   DISPLAY "    ACIMA DO LIMITE - AGUARDA APROVACAO "
                           "(AJUSTE " COD-AJUSTE ")"
               WHEN "D"
                   DISPLAY "    JA AGUARDA APROVACAO (AJUSTE "
                           COD-AJUSTE ")"
               WHEN OTHER
                   DISPLAY "    ERRO AO GRAVAR PEDIDO DE APROVACAO - "
                           "LIVRO NAO AJUSTADO"
           END-EVALUATE.

       REGRAVAR-CADASTRO.
           MOVE REG-LIVRO TO W-REG-LIVRO-ANTES.
           MOVE W-TOTAL-FILIAIS TO QTD-ESTOQUE.
           REWRITE REG-LIVRO.
           IF  MODO-AJUSTE
               DISPLAY "LIVROS AJUSTADOS............: "
                       W-TOTAL-AJUSTADOS
               DISPLAY "AGUARDANDO APROVACAO........: "
                       W-TOTAL-PENDENTES
           END-IF.

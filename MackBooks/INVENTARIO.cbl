         77  W-EXE-DISPONIVEIS  PIC 9(5)  VALUE ZEROS.
         77  W-EXE-EMPRESTADOS  PIC 9(5)  VALUE ZEROS.
         77  W-EXE-BAIXADOS     PIC 9(5)  VALUE ZEROS.
      *> COPIAS FORA PARA CONSERTO/ENCADERNACAO: NAO ENTRAM NO ESTOQUE.
         77  W-EXE-CONSERTO     PIC 9(5)  VALUE ZEROS.
         77  W-TOTAL-COM-EXEMPLAR PIC 9(5) VALUE ZEROS.
         77  W-TOTAL-DIVERG-EXE PIC 9(5)  VALUE ZEROS.
         77  W-FIM-ARQUIVO      PIC X     VALUE "N".
         77  W-PROX-COD-ESTOQUE-FIL PIC 9(5) VALUE ZEROS.
         77  W-REG-LIVRO-ANTES  PIC X(173) VALUE SPACES.
         77  W-QTD-AJUSTE       PIC 9(5)  VALUE ZEROS.
      *> DUPLA ASSINATURA: CONTAGEM QUE MEXE NO SALDO ACIMA DOS
      *> LIMITES DE OBTERLIMITEAJUSTE NAO E APLICADA - VIRA PEDIDO
      *> PENDENTE EM "ajustes.dat", PARA OUTRO ADMINISTRADOR APROVAR.
         77  W-LIMITE-QTD       PIC 9(5)  VALUE ZEROS.
         77  W-LIMITE-VALOR     PIC 9(7)V99 VALUE ZEROS.
         77  W-DIAS-PENDENCIA   PIC 9(3)  VALUE ZEROS.
         77  W-VALOR-AJUSTE     PIC 9(9)V99 VALUE ZEROS.
         77  W-EXIGE-APROVACAO  PIC X     VALUE "N".
             88  EXIGE-APROVACAO          VALUE "S".
         77  W-RESULTADO-PEDIDO PIC X     VALUE SPACES.
         77  W-TOTAL-PENDENTES  PIC 9(5)  VALUE ZEROS.
         COPY "REGAJUSTE.cpy".

       PROCEDURE DIVISION.

       CONFERIR-UM-TITULO.
           PERFORM CONTAR-EXEMPLARES-DO-TITULO.
           IF  W-EXE-DISPONIVEIS + W-EXE-EMPRESTADOS
                   + W-EXE-BAIXADOS + W-EXE-CONSERTO > 0
               ADD 1 TO W-TOTAL-COM-EXEMPLAR
               IF  W-EXE-DISPONIVEIS NOT = QTD-ESTOQUE
                   ADD 1 TO W-TOTAL-DIVERG-EXE
                           TITULO-LIVRO (1:25)
                           " DISP " W-EXE-DISPONIVEIS
                           " EMPR " W-EXE-EMPRESTADOS
                           " CONS " W-EXE-CONSERTO
                           " BAIX " W-EXE-BAIXADOS
                           " ESTOQUE " QTD-ESTOQUE " *DIVERGE*"
               END-IF

       CONTAR-EXEMPLARES-DO-TITULO.
           MOVE ZEROS TO W-EXE-DISPONIVEIS W-EXE-EMPRESTADOS
                W-EXE-BAIXADOS W-EXE-CONSERTO.
           MOVE "N" TO W-FIM-EXEMPLARES.
           MOVE COD-LIVRO TO COD-LIVRO-EXE.
           MOVE ZEROS TO NUM-EXEMPLAR.
                               ADD 1 TO W-EXE-DISPONIVEIS
                           WHEN EXEMPLAR-EMPRESTADO
                               ADD 1 TO W-EXE-EMPRESTADOS
                           WHEN EXEMPLAR-EM-CONSERTO
                               ADD 1 TO W-EXE-CONSERTO
                           WHEN OTHER
                               ADD 1 TO W-EXE-BAIXADOS
                       END-EVALUATE
           OPEN I-O CAD-PRODUTO.
           OPEN I-O ARQ-FILIAL.
           OPEN INPUT ARQ-CONTAGEM.
           MOVE ZEROS TO W-TOTAL-APLICADOS W-TOTAL-PENDENTES.
           CALL "OBTERLIMITEAJUSTE" USING W-LIMITE-QTD W-LIMITE-VALOR
                W-DIAS-PENDENCIA.
           MOVE "N" TO W-FIM-ARQUIVO.
           MOVE LOW-VALUES TO CHAVE-CONTAGEM.
           START ARQ-CONTAGEM KEY IS NOT LESS THAN CHAVE-CONTAGEM
           CLOSE ARQ-FILIAL.
           CLOSE ARQ-CONTAGEM.
           DISPLAY "CONTAGENS APLICADAS......: " W-TOTAL-APLICADOS.
           DISPLAY "AGUARDANDO APROVACAO.....: " W-TOTAL-PENDENTES.
           *> SESSAO ENCERRADA: A PROXIMA CONTAGEM COMECA DO ZERO
           CALL "CBL_DELETE_FILE" USING "contagem.dat".

       APLICAR-UMA-CONTAGEM.
           PERFORM APURAR-QTD-SISTEMA.
           PERFORM AVALIAR-LIMITE-AJUSTE.
           EVALUATE TRUE
               WHEN EXIGE-APROVACAO
                   PERFORM PEDIR-APROVACAO
               WHEN COD-FILIAL-CON = 0
                   PERFORM APLICAR-NO-CADASTRO
               WHEN OTHER
                   PERFORM APLICAR-NA-FILIAL
           END-EVALUATE.
           PERFORM LER-PROXIMA-CONTAGEM.

       AVALIAR-LIMITE-AJUSTE.
           *> A DIFERENCA (EM UNIDADES E EM VALOR, AO PRECO DO
           *> CADASTRO) E A MESMA DO RELATORIO DE DIVERGENCIAS.
           MOVE "N" TO W-EXIGE-APROVACAO.
           COMPUTE W-DIFERENCA = QTD-CONTADA - W-QTD-SISTEMA.
           IF  W-DIFERENCA < 0
               COMPUTE W-QTD-AJUSTE = 0 - W-DIFERENCA
           ELSE
               MOVE W-DIFERENCA TO W-QTD-AJUSTE
           END-IF.
           COMPUTE W-VALOR-AJUSTE = W-QTD-AJUSTE * PRECO-LIVRO.
           IF  W-QTD-AJUSTE > W-LIMITE-QTD
                   OR W-VALOR-AJUSTE > W-LIMITE-VALOR
               MOVE "S" TO W-EXIGE-APROVACAO
           END-IF.

       PEDIR-APROVACAO.
           INITIALIZE REG-AJUSTE.
           MOVE "I"            TO ORIGEM-AJU.
           MOVE COD-LIVRO-CON  TO COD-LIVRO-AJU.
           MOVE COD-FILIAL-CON TO COD-FILIAL-AJU.
           MOVE W-QTD-SISTEMA  TO QTD-ANTERIOR-AJU.
           MOVE QTD-CONTADA    TO QTD-NOVA-AJU.
           MOVE W-QTD-AJUSTE   TO QTD-DIFERENCA-AJU.
           IF  W-DIFERENCA < 0
               MOVE "-" TO SINAL-AJU
           ELSE
               MOVE "+" TO SINAL-AJU
           END-IF.
           MOVE W-VALOR-AJUSTE TO VALOR-AJU.
           CALL "REGISTRARAJUSTE" USING REG-AJUSTE W-RESULTADO-PEDIDO.
           EVALUATE W-RESULTADO-PEDIDO
               WHEN "S"
                   ADD 1 TO W-TOTAL-PENDENTES
                   DISPLAY "LIVRO " COD-LIVRO-CON " FILIAL "
                           COD-FILIAL-CON " DIF " SINAL-AJU
                           W-QTD-AJUSTE " - ACIMA DO LIMITE, "
                           "AGUARDA APROVACAO (AJUSTE " COD-AJUSTE ")"
               WHEN "D"
                   DISPLAY "LIVRO " COD-LIVRO-CON " FILIAL "
                           COD-FILIAL-CON " - JA AGUARDA APROVACAO "
                           "(AJUSTE " COD-AJUSTE "), CONTAGEM "
                           "DESCARTADA"
               WHEN OTHER
                   DISPLAY "LIVRO " COD-LIVRO-CON " FILIAL "
                           COD-FILIAL-CON " - ERRO AO GRAVAR PEDIDO "
                           "DE APROVACAO, CONTAGEM NAO APLICADA"
           END-EVALUATE.

       APLICAR-NO-CADASTRO.
           MOVE COD-LIVRO-CON TO COD-LIVRO.

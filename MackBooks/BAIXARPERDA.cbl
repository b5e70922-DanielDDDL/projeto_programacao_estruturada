                   ORGANIZATION INDEXED
                   RECORD KEY IS COD-EMPRESTIMO
                   ALTERNATE RECORD KEY IS COD-LIVRO-EMP WITH DUPLICATES
                   ALTERNATE RECORD KEY IS COD-LEITOR-EMP
                       WITH DUPLICATES
                   ACCESS RANDOM
                   FILE STATUS IS W-COD-ERRO-EMP.

                   ASSIGN TO "multas.dat"
                   ORGANIZATION INDEXED
                   RECORD KEY IS COD-EMPRESTIMO-MUL
                   ALTERNATE RECORD KEY IS COD-LEITOR-MUL
                       WITH DUPLICATES
                   ACCESS RANDOM
                   FILE STATUS IS W-COD-ERRO-MUL.

         77  W-BRANCO           PIC X(50) VALUE SPACES.
         77  W-EM-LOTE          PIC X     VALUE "N".
             88  EM-LOTE                  VALUE "S".
      *> DUPLA ASSINATURA: BAIXA ACIMA DOS LIMITES DE
      *> OBTERLIMITEAJUSTE NAO E EFETIVADA - VIRA PEDIDO PENDENTE EM
      *> "ajustes.dat", PARA OUTRO ADMINISTRADOR APROVAR.
         77  W-LIMITE-QTD       PIC 9(5)  VALUE ZEROS.
         77  W-LIMITE-VALOR     PIC 9(7)V99 VALUE ZEROS.
         77  W-DIAS-PENDENCIA   PIC 9(3)  VALUE ZEROS.
         77  W-RESULTADO-PEDIDO PIC X     VALUE SPACES.
         77  COD-AJUSTE-ED      PIC ZZZZ9 VALUE ZEROS.
         COPY "REGAJUSTE.cpy".

         SCREEN SECTION.
            01 CLEAR-SCREEN.
               OPEN I-O ARQ-MULTA
               OPEN I-O ARQ-EXEMPLAR
               OPEN I-O ARQ-BAIXA
               CALL "OBTERLIMITEAJUSTE" USING W-LIMITE-QTD
                    W-LIMITE-VALOR W-DIAS-PENDENCIA
           END-IF.

       VERIFICAR-JANELA-LOTE.
               END-IF
           END-PERFORM.

           EVALUATE TRUE
               WHEN W-CONFIRMA NOT = "S"
                   DISPLAY "BAIXA DESCARTADA" AT 2512
               WHEN 1 > W-LIMITE-QTD
                       OR W-VALOR-REPOSICAO > W-LIMITE-VALOR
                   PERFORM PEDIR-APROVACAO
               WHEN OTHER
                   PERFORM ENCERRAR-EMPRESTIMO
           END-EVALUATE.

       PEDIR-APROVACAO.
           *> A BAIXA ACIMA DO LIMITE FICA PENDENTE: O EMPRESTIMO
           *> CONTINUA ATIVO E NADA E COBRADO ATE A APROVACAO, QUE
           *> FAZ EM APROVARAJUSTE O MESMO ENCERRAMENTO DESTA TELA.
           INITIALIZE REG-AJUSTE.
           MOVE "B"               TO ORIGEM-AJU.
           MOVE COD-LIVRO-EMP     TO COD-LIVRO-AJU.
           MOVE 1                 TO QTD-DIFERENCA-AJU.
           MOVE "-"               TO SINAL-AJU.
           MOVE W-VALOR-REPOSICAO TO VALOR-AJU.
           MOVE COD-EMPRESTIMO    TO COD-EMPRESTIMO-AJU.
           MOVE W-MOTIVO-DIG      TO MOTIVO-AJU.
           CALL "REGISTRARAJUSTE" USING REG-AJUSTE W-RESULTADO-PEDIDO.
           MOVE COD-AJUSTE TO COD-AJUSTE-ED.
           EVALUATE W-RESULTADO-PEDIDO
               WHEN "S"
                   DISPLAY "BAIXA AGUARDA APROVACAO - AJUSTE" AT 2512
                   DISPLAY COD-AJUSTE-ED AT 2545
               WHEN "D"
                   DISPLAY "BAIXA JA AGUARDA APROVACAO - AJUSTE"
                           AT 2512
                   DISPLAY COD-AJUSTE-ED AT 2548
               WHEN OTHER
                   DISPLAY "ERRO AO GRAVAR PEDIDO DE APROVACAO" AT 2512
           END-EVALUATE.

       ENCERRAR-EMPRESTIMO.
           *> O EMPRESTIMO E ENCERRADO COM O DESFECHO DE PERDA/DANO.

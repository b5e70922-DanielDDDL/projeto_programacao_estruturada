                   ASSIGN TO "pagtomultas.dat"
                   ORGANIZATION INDEXED
                   RECORD KEY IS COD-PAGAMENTO
                   ALTERNATE RECORD KEY IS COD-LEITOR-PAG
                       WITH DUPLICATES
                   ACCESS SEQUENTIAL
                   FILE STATUS IS W-COD-ERRO-PAG.

                   SELECT OPTIONAL ARQ-MOV-VALE
                   ASSIGN TO "movvales.dat"
                   ORGANIZATION INDEXED
                   RECORD KEY IS CHAVE-MOV-VALE
                   ACCESS SEQUENTIAL
                   FILE STATUS IS W-COD-ERRO-MVL.

                   SELECT OPTIONAL ARQ-RECEBTO
                   ASSIGN TO "recebtos.dat"
                   ORGANIZATION INDEXED
                   RECORD KEY IS COD-RECEBTO
                   ACCESS SEQUENTIAL
                   FILE STATUS IS W-COD-ERRO-RCB.

                   SELECT OPTIONAL ARQ-ANUIDADE
                   ASSIGN TO "anuidades.dat"
                   ORGANIZATION INDEXED
                   RECORD KEY IS COD-ANUIDADE
                   ACCESS SEQUENTIAL
                   FILE STATUS IS W-COD-ERRO-ANU.

                   SELECT OPTIONAL ARQ-FECHAMENTO
                   ASSIGN TO "fechamentos.txt"
                   ORGANIZATION LINE SEQUENTIAL
             LABEL RECORD STANDARD.
         COPY "REGPAGMULTA.cpy".

         FD  ARQ-MOV-VALE
             LABEL RECORD STANDARD.
         COPY "REGMOVVALE.cpy".

         FD  ARQ-RECEBTO
             LABEL RECORD STANDARD.
         COPY "REGRECEBTO.cpy".

         FD  ARQ-ANUIDADE
             LABEL RECORD STANDARD.
         COPY "REGANUIDADE.cpy".

         FD  ARQ-FECHAMENTO
             LABEL RECORD STANDARD.
         01  REG-FECHAMENTO  PIC X(80).
         77  W-COD-ERRO-CAB     PIC XX    VALUE SPACES.
         77  W-COD-ERRO-PAG     PIC XX    VALUE SPACES.
         77  W-COD-ERRO-FEC     PIC XX    VALUE SPACES.
         77  W-COD-ERRO-MVL     PIC XX    VALUE SPACES.
         77  W-FIM-VALES        PIC X     VALUE "N".
             88  FIM-VALES                VALUE "S".
      *> VALE-TROCA NAO E DINHEIRO NA GAVETA: A PARTE DOS CUPONS
      *> PAGA COM VALE E OS ESTORNOS CREDITADOS EM VALE SAEM EM
      *> LINHAS PROPRIAS (USO E EMISSAO DO DIA).
         77  W-TOTAL-VALES-USADOS   PIC S9(7)V99 VALUE ZEROS.
         77  W-TOTAL-VALES-EMITIDOS PIC S9(7)V99 VALUE ZEROS.
      *> VENDA FATURADA A CLIENTE INSTITUCIONAL (FORMA "F") NAO E
      *> DINHEIRO NA GAVETA: SAI EM LINHA PROPRIA; O QUE ENTRA NA
      *> GAVETA E O RECEBIMENTO DE FATURA PAGO EM DINHEIRO NO DIA.
         77  W-COD-ERRO-RCB     PIC XX    VALUE SPACES.
         77  W-FIM-RECEBTOS     PIC X     VALUE "N".
             88  FIM-RECEBTOS             VALUE "S".
         77  W-TOTAL-FATURADO   PIC S9(7)V99 VALUE ZEROS.
         77  W-TOTAL-RECEB-CLI  PIC S9(7)V99 VALUE ZEROS.
      *> ANUIDADE DE INSCRICAO DE LEITOR (RENOVARINSCRICAO): MESMO
      *> CRITERIO DAS MULTAS, SO O RECEBIDO EM DINHEIRO NO DIA.
         77  W-COD-ERRO-ANU     PIC XX    VALUE SPACES.
         77  W-FIM-ANUIDADES    PIC X     VALUE "N".
             88  FIM-ANUIDADES            VALUE "S".
         77  W-TOTAL-ANUIDADES  PIC S9(7)V99 VALUE ZEROS.
         77  W-CONFIRMA         PIC X     VALUE SPACES.
         77  W-PODE-FECHAR      PIC X     VALUE "N".
             88  PODE-FECHAR              VALUE "S".
           OPEN I-O ARQ-CAIXA.
           OPEN INPUT ARQ-VENDA-CAB.
           OPEN INPUT ARQ-PAGTO-MULTA.
           OPEN INPUT ARQ-MOV-VALE.
           OPEN INPUT ARQ-RECEBTO.
           OPEN INPUT ARQ-ANUIDADE.
           DISPLAY CLEAR-SCREEN.
           CALL "CABECALHO".
           DISPLAY "FECHAMENTO DE CAIXA"                AT 1310.
           DISPLAY "VENDAS EM CARTAO............:"      AT 1602.
           DISPLAY "VENDAS EM PIX...............:"      AT 1702.
           DISPLAY "VENDAS EM OUTRAS FORMAS.....:"      AT 1802.
           DISPLAY "VALES USADOS:"                      AT 1550.
           DISPLAY "VALES EMIT..:"                      AT 1650.
           DISPLAY "FATURADO....:"                      AT 1750.
           DISPLAY "RECEB.FATURA:"                      AT 1850.
           DISPLAY "ANUIDADES...:"                      AT 1950.
           DISPLAY "MULTAS RECEBIDAS EM DINHEIRO:"      AT 1902.
           DISPLAY "FUNDO DE TROCO..............:"      AT 2002.
           DISPLAY "DINHEIRO ESPERADO NA GAVETA.:"      AT 2102.
       TOTALIZAR-MOVIMENTO.
           MOVE ZEROS TO W-TOTAL-DINHEIRO W-TOTAL-CARTAO W-TOTAL-PIX
                W-TOTAL-OUTROS W-TOTAL-MULTAS W-TOTAL-CUPONS
                W-TOTAL-ESTORNOS W-TOTAL-VALES-USADOS
                W-TOTAL-VALES-EMITIDOS W-TOTAL-FATURADO
                W-TOTAL-RECEB-CLI W-TOTAL-ANUIDADES.
           PERFORM LER-PROXIMO-CABECALHO.
           PERFORM UNTIL FIM-ARQUIVO
               MOVE DATA-VENDA-CAB TO W-DATA-VENDA-AAAAMMDD
               PERFORM LER-PROXIMO-CABECALHO
           END-PERFORM.
           PERFORM TOTALIZAR-MULTAS-RECEBIDAS.
           PERFORM TOTALIZAR-VALES.
           PERFORM TOTALIZAR-RECEBTOS-CLIENTES.
           PERFORM TOTALIZAR-ANUIDADES.

       TOTALIZAR-ANUIDADES.
           *> RENOVACAO ISENTA (VALOR ZERO) NAO TEM FORMA DE PAGAMENTO
           *> E NAO ALTERA A GAVETA.
           PERFORM LER-PROXIMA-ANUIDADE.
           PERFORM UNTIL FIM-ANUIDADES
               IF  DATA-ANUIDADE = W-DATA-HOJE-AAAAMMDD
                       AND ANU-PAGTO-DINHEIRO
                   ADD VALOR-ANUIDADE TO W-TOTAL-ANUIDADES
               END-IF
               PERFORM LER-PROXIMA-ANUIDADE
           END-PERFORM.

       LER-PROXIMA-ANUIDADE.
           READ ARQ-ANUIDADE NEXT RECORD
               AT END MOVE "S" TO W-FIM-ANUIDADES
           END-READ.
           IF  NOT FIM-ANUIDADES
                   AND W-COD-ERRO-ANU NOT = "00" AND "02" AND "05"
               DISPLAY "ERRO AO LER anuidades.dat (STATUS "
                       W-COD-ERRO-ANU ")" AT 2712
               MOVE "S" TO W-FIM-ANUIDADES
           END-IF.

       TOTALIZAR-RECEBTOS-CLIENTES.
           *> MESMO CRITERIO DAS MULTAS: SO O RECEBIDO EM DINHEIRO
           *> ENTRA NA CONFERENCIA DA GAVETA.
           PERFORM LER-PROXIMO-RECEBTO-CLIENTE.
           PERFORM UNTIL FIM-RECEBTOS
               IF  DATA-RECEBTO-RCB = W-DATA-HOJE-AAAAMMDD
                       AND RCB-DINHEIRO
                   ADD VALOR-RECEBIDO-RCB TO W-TOTAL-RECEB-CLI
               END-IF
               PERFORM LER-PROXIMO-RECEBTO-CLIENTE
           END-PERFORM.

       LER-PROXIMO-RECEBTO-CLIENTE.
           READ ARQ-RECEBTO NEXT RECORD
               AT END MOVE "S" TO W-FIM-RECEBTOS
           END-READ.
           IF  NOT FIM-RECEBTOS
                   AND W-COD-ERRO-RCB NOT = "00" AND "02" AND "05"
               DISPLAY "ERRO AO LER recebtos.dat (STATUS "
                       W-COD-ERRO-RCB ")" AT 2712
               MOVE "S" TO W-FIM-RECEBTOS
           END-IF.

       TOTALIZAR-VALES.
           *> CUPOM TODO EM VALE (FORMA "V") NAO ENTROU EM NENHUMA
           *> FORMA; NO USO PARCIAL, A PARTE DO VALE SAI DA FORMA DO
           *> RESTANTE, QUE RECEBEU O CUPOM INTEIRO.
           PERFORM LER-PROXIMO-MOV-VALE.
           PERFORM UNTIL FIM-VALES
               IF  DATA-MOV-VALE = W-DATA-HOJE-AAAAMMDD
                   IF  MOV-VALE-EMISSAO
                       ADD VALOR-MOV-VALE TO W-TOTAL-VALES-EMITIDOS
                   ELSE
                       ADD VALOR-MOV-VALE TO W-TOTAL-VALES-USADOS
                       EVALUATE FORMA-CUPOM-MOV-VALE
                           WHEN "D"
                               SUBTRACT VALOR-MOV-VALE
                                   FROM W-TOTAL-DINHEIRO
                           WHEN "C"
                               SUBTRACT VALOR-MOV-VALE
                                   FROM W-TOTAL-CARTAO
                           WHEN "P"
                               SUBTRACT VALOR-MOV-VALE
                                   FROM W-TOTAL-PIX
                           WHEN "O"
                               SUBTRACT VALOR-MOV-VALE
                                   FROM W-TOTAL-OUTROS
                       END-EVALUATE
                   END-IF
               END-IF
               PERFORM LER-PROXIMO-MOV-VALE
           END-PERFORM.

       LER-PROXIMO-MOV-VALE.
           READ ARQ-MOV-VALE NEXT RECORD
               AT END MOVE "S" TO W-FIM-VALES
           END-READ.
           IF  NOT FIM-VALES
                   AND W-COD-ERRO-MVL NOT = "00" AND "02" AND "05"
               DISPLAY "ERRO AO LER movvales.dat (STATUS "
                       W-COD-ERRO-MVL ")" AT 2712
               MOVE "S" TO W-FIM-VALES
           END-IF.

       TOTALIZAR-MULTAS-RECEBIDAS.
           *> SO O RECEBIDO EM DINHEIRO ENTRA NA CONFERENCIA DA
           IF  VENDA-ESTORNO
               ADD 1 TO W-TOTAL-ESTORNOS
               EVALUATE TRUE
                   WHEN PAGTO-VALE
                       CONTINUE
                   WHEN PAGTO-FATURADO
                       SUBTRACT VALOR-TOTAL-CAB FROM W-TOTAL-FATURADO
                   WHEN PAGTO-DINHEIRO
                       SUBTRACT VALOR-TOTAL-CAB FROM W-TOTAL-DINHEIRO
                   WHEN PAGTO-CARTAO
           ELSE
               ADD 1 TO W-TOTAL-CUPONS
               EVALUATE TRUE
                   WHEN PAGTO-VALE
                       CONTINUE
                   WHEN PAGTO-FATURADO
                       ADD VALOR-TOTAL-CAB TO W-TOTAL-FATURADO
                   WHEN PAGTO-DINHEIRO
                       ADD VALOR-TOTAL-CAB TO W-TOTAL-DINHEIRO
                   WHEN PAGTO-CARTAO
           DISPLAY VALOR-ED AT 1733.
           MOVE W-TOTAL-OUTROS TO VALOR-ED.
           DISPLAY VALOR-ED AT 1833.
           MOVE W-TOTAL-VALES-USADOS TO VALOR-ED.
           DISPLAY VALOR-ED AT 1564.
           MOVE W-TOTAL-VALES-EMITIDOS TO VALOR-ED.
           DISPLAY VALOR-ED AT 1664.
           MOVE W-TOTAL-FATURADO TO VALOR-ED.
           DISPLAY VALOR-ED AT 1764.
           MOVE W-TOTAL-RECEB-CLI TO VALOR-ED.
           DISPLAY VALOR-ED AT 1864.
           MOVE W-TOTAL-ANUIDADES TO VALOR-ED.
           DISPLAY VALOR-ED AT 1964.
           MOVE W-TOTAL-MULTAS TO VALOR-ED.
           DISPLAY VALOR-ED AT 1933.
           MOVE FUNDO-TROCO TO VALOR-ED.
           DISPLAY VALOR-ED AT 2033.
           COMPUTE W-DINHEIRO-ESPERADO = FUNDO-TROCO
                   + W-TOTAL-DINHEIRO + W-TOTAL-MULTAS
                   + W-TOTAL-RECEB-CLI + W-TOTAL-ANUIDADES.
           MOVE W-DINHEIRO-ESPERADO TO VALOR-ED.
           DISPLAY VALOR-ED AT 2133.

               MOVE W-TOTAL-OUTROS TO VALOR-ED
               MOVE "VENDAS EM OUTRAS FORMAS.....: " TO REG-FECHAMENTO
               PERFORM GRAVAR-LINHA-VALOR
               MOVE W-TOTAL-VALES-USADOS TO VALOR-ED
               MOVE "VENDAS PAGAS COM VALE-TROCA.: " TO REG-FECHAMENTO
               PERFORM GRAVAR-LINHA-VALOR
               MOVE W-TOTAL-VALES-EMITIDOS TO VALOR-ED
               MOVE "VALES-TROCA EMITIDOS........: " TO REG-FECHAMENTO
               PERFORM GRAVAR-LINHA-VALOR
               MOVE W-TOTAL-FATURADO TO VALOR-ED
               MOVE "VENDAS FATURADAS A CLIENTES.: " TO REG-FECHAMENTO
               PERFORM GRAVAR-LINHA-VALOR
               MOVE W-TOTAL-RECEB-CLI TO VALOR-ED
               MOVE "FATURAS RECEBIDAS EM DINHEIRO:" TO REG-FECHAMENTO
               PERFORM GRAVAR-LINHA-VALOR
               MOVE W-TOTAL-MULTAS TO VALOR-ED
               MOVE "MULTAS RECEBIDAS EM DINHEIRO: " TO REG-FECHAMENTO
               PERFORM GRAVAR-LINHA-VALOR
               MOVE W-TOTAL-ANUIDADES TO VALOR-ED
               MOVE "ANUIDADES RECEBIDAS EM DINH.: " TO REG-FECHAMENTO
               PERFORM GRAVAR-LINHA-VALOR
               MOVE FUNDO-TROCO TO VALOR-ED
               MOVE "FUNDO DE TROCO..............: " TO REG-FECHAMENTO
               PERFORM GRAVAR-LINHA-VALOR
           CLOSE ARQ-CAIXA.
           CLOSE ARQ-VENDA-CAB.
           CLOSE ARQ-PAGTO-MULTA.
           CLOSE ARQ-MOV-VALE.
           CLOSE ARQ-RECEBTO.
           CLOSE ARQ-ANUIDADE.
           STOP "   <ENTER> PARA CONTINUAR".

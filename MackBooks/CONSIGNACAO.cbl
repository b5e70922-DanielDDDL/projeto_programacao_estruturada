
       IDENTIFICATION DIVISION.

       PROGRAM-ID. CONSIGNACAO.
       AUTHOR. DANIEL.

       ENVIRONMENT DIVISION.
         CONFIGURATION SECTION.

             SPECIAL-NAMES.
                 DECIMAL-POINT IS COMMA.

             INPUT-OUTPUT SECTION.
               FILE-CONTROL.
                   SELECT OPTIONAL ARQ-CONSIG
                   ASSIGN TO "consig.dat"
                   ORGANIZATION INDEXED
                   RECORD KEY IS CHAVE-CONSIGNACAO
                   ACCESS DYNAMIC
                   FILE STATUS IS W-COD-ERRO-CSG.

       DATA DIVISION.
         FILE SECTION.
         FD  ARQ-CONSIG
             LABEL RECORD STANDARD.
         COPY "REGCONSIG.cpy".

         WORKING-STORAGE SECTION.
         77  W-COD-ERRO-CSG  PIC XX  VALUE SPACES.
             88  STATUS-CSG-OK       VALUE "00".
         77  W-QTD-BAIXA     PIC 9(5) VALUE ZEROS.
         77  W-QTD-RESTANTE  PIC 9(5) VALUE ZEROS.
         77  W-QTD-MOVIDA    PIC 9(5) VALUE ZEROS.
         77  W-QTD-ABERTA    PIC 9(6) VALUE ZEROS.
         77  W-DATA-MOVTO    PIC 9(8) VALUE ZEROS.
         77  W-PERIODO-MOVTO PIC 9(6) VALUE ZEROS.
         77  W-PERIODO-ANTERIOR PIC 9(6) VALUE ZEROS.

         LINKAGE SECTION.
      *> "S" = SALDO: DEVOLVE EM LP-QTD O TOTAL CONSIGNADO EM MAOS DO
      *>       LIVRO, SOMANDO TODOS OS FORNECEDORES, E EM LP-CUSTO O
      *>       PRECO DE CONSIGNACAO DE LP-COD-FORNEC (ZERO SE ESTE
      *>       FORNECEDOR NAO CONSIGNA O LIVRO).
      *> "E" = ENTRADA: SOMA LP-QTD UNIDADES CONSIGNADAS POR
      *>       LP-COD-FORNEC AO PRECO LP-CUSTO.
      *> "D" = DEVOLUCAO: TIRA ATE LP-QTD UNIDADES DO SALDO DE
      *>       LP-COD-FORNEC; DEVOLVE EM LP-QTD QUANTO SAIU DA
      *>       CONSIGNACAO (O RESTO ERA ESTOQUE PROPRIO) E EM LP-CUSTO
      *>       O PRECO DE CONSIGNACAO.
      *> "V" = VENDA: TIRA ATE LP-QTD UNIDADES VENDIDAS DO SALDO DOS
      *>       CONSIGNANTES DO LIVRO, NA ORDEM DO CODIGO DO FORNECEDOR
      *>       (A UNIDADE CONSIGNADA SAI ANTES DA PROPRIA), E AS DEIXA
      *>       A ACERTAR NO MES DE LP-DATA-MOVTO; DEVOLVE EM LP-QTD
      *>       QUANTO SAIU DA CONSIGNACAO. LP-COD-FORNEC NAO E USADO.
      *> "R" = ESTORNO DE VENDA: O INVERSO DO "V" - ATE LP-QTD
      *>       UNIDADES VOLTAM AO SALDO DOS CONSIGNANTES QUE AINDA TEM
      *>       VENDA NAO ACERTADA DO LIVRO; O QUE O FORNECEDOR JA
      *>       RECEBEU NO ACERTO VOLTA COMO ESTOQUE PROPRIO. DEVOLVE EM
      *>       LP-QTD QUANTO VOLTOU A CONSIGNACAO.
      *> LP-DATA-MOVTO (AAAAMMDD, ZERO = HOJE) E A DATA DO MOVIMENTO.
         01  LP-OPERACAO        PIC X.
         01  LP-COD-FORNEC      PIC 9(3).
         01  LP-COD-LIVRO       PIC 9(3).
         01  LP-QTD             PIC 9(5).
         01  LP-CUSTO           PIC 9(4)V99.
         01  LP-DATA-MOVTO      PIC 9(8).

       PROCEDURE DIVISION USING LP-OPERACAO LP-COD-FORNEC
                LP-COD-LIVRO LP-QTD LP-CUSTO LP-DATA-MOVTO.

       INICIO.
           OPEN I-O ARQ-CONSIG.
           PERFORM OBTER-PERIODO-MOVTO.
           EVALUATE LP-OPERACAO
               WHEN "S"
                   PERFORM CONSULTAR-SALDO
               WHEN "E"
                   PERFORM REGISTRAR-ENTRADA
               WHEN "D"
                   PERFORM REGISTRAR-DEVOLUCAO
               WHEN "V"
                   PERFORM REGISTRAR-VENDA
               WHEN "R"
                   PERFORM REGISTRAR-ESTORNO
           END-EVALUATE.
           CLOSE ARQ-CONSIG.
           EXIT PROGRAM.

       OBTER-PERIODO-MOVTO.
           IF  LP-DATA-MOVTO > 0
               MOVE LP-DATA-MOVTO TO W-DATA-MOVTO
           ELSE
               ACCEPT W-DATA-MOVTO FROM DATE YYYYMMDD
           END-IF.
           MOVE W-DATA-MOVTO (1:6) TO W-PERIODO-MOVTO
                                      W-PERIODO-ANTERIOR.
           IF  W-PERIODO-ANTERIOR (5:2) = "01"
               SUBTRACT 89 FROM W-PERIODO-ANTERIOR
           ELSE
               SUBTRACT 1 FROM W-PERIODO-ANTERIOR
           END-IF.

       CONSULTAR-SALDO.
           MOVE ZEROS TO LP-QTD LP-CUSTO.
           MOVE LP-COD-LIVRO TO COD-LIVRO-CSG.
           MOVE ZEROS TO COD-FORNEC-CSG.
           START ARQ-CONSIG KEY IS NOT LESS THAN CHAVE-CONSIGNACAO
               INVALID KEY MOVE "23" TO W-COD-ERRO-CSG
           END-START.
           PERFORM UNTIL W-COD-ERRO-CSG NOT = "00"
               READ ARQ-CONSIG NEXT RECORD
                   AT END MOVE "10" TO W-COD-ERRO-CSG
               END-READ
               IF  STATUS-CSG-OK
                   IF  COD-LIVRO-CSG NOT = LP-COD-LIVRO
                       MOVE "10" TO W-COD-ERRO-CSG
                   ELSE
                       ADD QTD-SALDO-CSG TO LP-QTD
                       IF  COD-FORNEC-CSG = LP-COD-FORNEC
                           MOVE CUSTO-CSG TO LP-CUSTO
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       REGISTRAR-ENTRADA.
           MOVE LP-COD-LIVRO  TO COD-LIVRO-CSG.
           MOVE LP-COD-FORNEC TO COD-FORNEC-CSG.
           READ ARQ-CONSIG.
           IF  NOT STATUS-CSG-OK
               INITIALIZE REG-CONSIGNACAO
               MOVE LP-COD-LIVRO  TO COD-LIVRO-CSG
               MOVE LP-COD-FORNEC TO COD-FORNEC-CSG
           END-IF.
           *> CONSIGNACAO NOVA (OU QUE JA TINHA SIDO TODA ACERTADA)
           *> COMECA COMO ACERTADA ATE O MES ANTERIOR: A PRIMEIRA
           *> VENDA DELA CAI NUM ACERTO QUE NAO PODE SER PULADO.
           IF  QTD-SALDO-CSG = 0 AND QTD-VEND-MES-CSG = 0
                   AND QTD-VEND-ANT-CSG = 0
                   AND PERIODO-ACERTO-CSG < W-PERIODO-ANTERIOR
               MOVE W-PERIODO-ANTERIOR TO PERIODO-ACERTO-CSG
           END-IF.
           ADD LP-QTD TO QTD-SALDO-CSG QTD-RECEB-PER-CSG
                         QTD-RECEB-TOT-CSG.
           *> O PRECO VALE PARA TODO O SALDO: UMA NOVA REMESSA COM
           *> OUTRO PRECO REPRECIFICA O QUE AINDA NAO FOI ACERTADO
           MOVE LP-CUSTO TO CUSTO-CSG.
           IF  STATUS-CSG-OK
               REWRITE REG-CONSIGNACAO
           ELSE
               WRITE REG-CONSIGNACAO
           END-IF.

       REGISTRAR-DEVOLUCAO.
           MOVE LP-COD-LIVRO  TO COD-LIVRO-CSG.
           MOVE LP-COD-FORNEC TO COD-FORNEC-CSG.
           READ ARQ-CONSIG.
           IF  STATUS-CSG-OK AND QTD-SALDO-CSG > 0
               IF  LP-QTD > QTD-SALDO-CSG
                   MOVE QTD-SALDO-CSG TO W-QTD-BAIXA
               ELSE
                   MOVE LP-QTD TO W-QTD-BAIXA
               END-IF
               SUBTRACT W-QTD-BAIXA FROM QTD-SALDO-CSG
               ADD W-QTD-BAIXA TO QTD-DEVOL-PER-CSG QTD-DEVOL-TOT-CSG
               REWRITE REG-CONSIGNACAO
               MOVE W-QTD-BAIXA TO LP-QTD
               MOVE CUSTO-CSG TO LP-CUSTO
           ELSE
               MOVE ZEROS TO LP-QTD LP-CUSTO
           END-IF.

       REGISTRAR-VENDA.
           MOVE LP-QTD TO W-QTD-RESTANTE.
           MOVE ZEROS TO W-QTD-MOVIDA LP-CUSTO.
           MOVE LP-COD-LIVRO TO COD-LIVRO-CSG.
           MOVE ZEROS TO COD-FORNEC-CSG.
           START ARQ-CONSIG KEY IS NOT LESS THAN CHAVE-CONSIGNACAO
               INVALID KEY MOVE "23" TO W-COD-ERRO-CSG
           END-START.
           PERFORM UNTIL W-COD-ERRO-CSG NOT = "00"
                   OR W-QTD-RESTANTE = 0
               READ ARQ-CONSIG NEXT RECORD
                   AT END MOVE "10" TO W-COD-ERRO-CSG
               END-READ
               IF  STATUS-CSG-OK
                   IF  COD-LIVRO-CSG NOT = LP-COD-LIVRO
                       MOVE "10" TO W-COD-ERRO-CSG
                   ELSE
                       IF  QTD-SALDO-CSG > 0
                           PERFORM BAIXAR-VENDA-FORNECEDOR
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
           MOVE W-QTD-MOVIDA TO LP-QTD.

       BAIXAR-VENDA-FORNECEDOR.
           IF  W-QTD-RESTANTE > QTD-SALDO-CSG
               MOVE QTD-SALDO-CSG TO W-QTD-BAIXA
           ELSE
               MOVE W-QTD-RESTANTE TO W-QTD-BAIXA
           END-IF.
           SUBTRACT W-QTD-BAIXA FROM QTD-SALDO-CSG.
           *> A VENDA FICA A ACERTAR NO MES EM QUE ACONTECEU; AO
           *> VIRAR O MES, O QUE AINDA NAO FOI ACERTADO PASSA PARA
           *> "MESES ANTERIORES".
           EVALUATE TRUE
               WHEN W-PERIODO-MOVTO > PERIODO-VENDA-CSG
                   ADD QTD-VEND-MES-CSG TO QTD-VEND-ANT-CSG
                   MOVE W-PERIODO-MOVTO TO PERIODO-VENDA-CSG
                   MOVE W-QTD-BAIXA TO QTD-VEND-MES-CSG
               WHEN W-PERIODO-MOVTO = PERIODO-VENDA-CSG
                   ADD W-QTD-BAIXA TO QTD-VEND-MES-CSG
               WHEN OTHER
                   ADD W-QTD-BAIXA TO QTD-VEND-ANT-CSG
           END-EVALUATE.
           REWRITE REG-CONSIGNACAO.
           IF  STATUS-CSG-OK
               SUBTRACT W-QTD-BAIXA FROM W-QTD-RESTANTE
               ADD W-QTD-BAIXA TO W-QTD-MOVIDA
           END-IF.

       REGISTRAR-ESTORNO.
           MOVE LP-QTD TO W-QTD-RESTANTE.
           MOVE ZEROS TO W-QTD-MOVIDA LP-CUSTO.
           MOVE LP-COD-LIVRO TO COD-LIVRO-CSG.
           MOVE ZEROS TO COD-FORNEC-CSG.
           START ARQ-CONSIG KEY IS NOT LESS THAN CHAVE-CONSIGNACAO
               INVALID KEY MOVE "23" TO W-COD-ERRO-CSG
           END-START.
           PERFORM UNTIL W-COD-ERRO-CSG NOT = "00"
                   OR W-QTD-RESTANTE = 0
               READ ARQ-CONSIG NEXT RECORD
                   AT END MOVE "10" TO W-COD-ERRO-CSG
               END-READ
               IF  STATUS-CSG-OK
                   IF  COD-LIVRO-CSG NOT = LP-COD-LIVRO
                       MOVE "10" TO W-COD-ERRO-CSG
                   ELSE
                       COMPUTE W-QTD-ABERTA =
                               QTD-VEND-MES-CSG + QTD-VEND-ANT-CSG
                       IF  W-QTD-ABERTA > 0
                           PERFORM REPOR-VENDA-FORNECEDOR
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
           MOVE W-QTD-MOVIDA TO LP-QTD.

       REPOR-VENDA-FORNECEDOR.
           IF  W-QTD-RESTANTE > W-QTD-ABERTA
               MOVE W-QTD-ABERTA TO W-QTD-BAIXA
           ELSE
               MOVE W-QTD-RESTANTE TO W-QTD-BAIXA
           END-IF.
           ADD W-QTD-BAIXA TO QTD-SALDO-CSG.
           *> A DEVOLUCAO DO CLIENTE E QUASE SEMPRE DE VENDA RECENTE:
           *> DESFAZ PRIMEIRO A VENDA DO MES CORRENTE.
           IF  W-QTD-BAIXA > QTD-VEND-MES-CSG
               COMPUTE QTD-VEND-ANT-CSG = QTD-VEND-ANT-CSG
                       - (W-QTD-BAIXA - QTD-VEND-MES-CSG)
               MOVE ZEROS TO QTD-VEND-MES-CSG
           ELSE
               SUBTRACT W-QTD-BAIXA FROM QTD-VEND-MES-CSG
           END-IF.
           REWRITE REG-CONSIGNACAO.
           IF  STATUS-CSG-OK
               SUBTRACT W-QTD-BAIXA FROM W-QTD-RESTANTE
               ADD W-QTD-BAIXA TO W-QTD-MOVIDA
           END-IF.

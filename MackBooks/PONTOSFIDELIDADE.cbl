
       IDENTIFICATION DIVISION.

       PROGRAM-ID. PONTOSFIDELIDADE.
       AUTHOR. DANIEL.

       ENVIRONMENT DIVISION.
         CONFIGURATION SECTION.

             SPECIAL-NAMES.
                 DECIMAL-POINT IS COMMA.

             INPUT-OUTPUT SECTION.
               FILE-CONTROL.
                   SELECT OPTIONAL ARQ-PONTOS
                   ASSIGN TO "pontos.dat"
                   ORGANIZATION INDEXED
                   RECORD KEY IS CHAVE-PONTOS
                   ALTERNATE RECORD KEY IS COD-LEITOR-PTS
                       WITH DUPLICATES
                   ACCESS DYNAMIC
                   FILE STATUS IS W-COD-ERRO-PTS.

       DATA DIVISION.
         FILE SECTION.
         FD  ARQ-PONTOS
             LABEL RECORD STANDARD.
         COPY "REGPONTOS.cpy".

         WORKING-STORAGE SECTION.
         77  W-COD-ERRO-PTS     PIC XX    VALUE SPACES.
             88  STATUS-PTS-OK            VALUE "00".
         77  W-FIM-LOTES        PIC X     VALUE "N".
             88  FIM-LOTES                VALUE "S".
         77  W-DATA-HOJE-AAAAMMDD PIC 9(8) VALUE ZEROS.
         77  W-DATA-VALIDADE    PIC 9(8)  VALUE ZEROS.
         77  W-PONTOS-FALTA     PIC 9(7)  VALUE ZEROS.
         77  W-PONTOS-BAIXA     PIC 9(7)  VALUE ZEROS.
         77  W-PONTOS-ESTORNO   PIC 9(7)  VALUE ZEROS.
         77  W-COD-LEITOR       PIC 9(5)  VALUE ZEROS.
         77  W-REAIS-INTEIROS   PIC 9(7)  VALUE ZEROS.
      *> REGRA DO PROGRAMA DE FIDELIDADE: PONTOS GANHOS POR REAL
      *> INTEIRO DO CUPOM (JA COM OS DESCONTOS). CADA PONTO VALE
      *> R$ 0,01 NO RESGATE (VENDA).
         77  W-PONTOS-POR-REAL  PIC 9(2)  VALUE 2.

         LINKAGE SECTION.
      *> "S" = SALDO: DEVOLVE EM LP-PONTOS O SALDO RESGATAVEL DE
      *>       LP-COD-LEITOR (LOTES DENTRO DA VALIDADE).
      *> "A" = ACUMULO: GRAVA O LOTE DO CUPOM LP-COD-VENDA COM OS
      *>       PONTOS DO VALOR LP-VALOR; DEVOLVE-OS EM LP-PONTOS.
      *> "R" = RESGATE: CONSOME LP-PONTOS DOS LOTES MAIS ANTIGOS E
      *>       GRAVA O RESGATE DO CUPOM (LP-VALOR = DESCONTO DADO);
      *>       DEVOLVE EM LP-PONTOS QUANTO FOI CONSUMIDO.
      *> "C" = CONSULTA DO CUPOM LP-COD-ORIGEM: DEVOLVE O LEITOR
      *>       (ZERO SE O CUPOM NAO FOI IDENTIFICADO) E EM LP-PONTOS
      *>       O QUE AINDA PODE SER ESTORNADO.
      *> "E" = ESTORNO: A DEVOLUCAO LP-COD-VENDA, DE VALOR LP-VALOR,
      *>       TIRA OS PONTOS QUE O VALOR RENDEU NO CUPOM
      *>       LP-COD-ORIGEM - PRIMEIRO DO LOTE DO PROPRIO CUPOM,
      *>       DEPOIS DOS MAIS ANTIGOS. DEVOLVE EM LP-PONTOS QUANTO
      *>       SAIU DO SALDO (O QUE O CLIENTE JA GASTOU NAO VOLTA).
      *> "D" = DEVOLUCAO DE RESGATE: A DEVOLUCAO LP-COD-VENDA DE
      *>       ITENS PAGOS COM PONTOS DO CUPOM LP-COD-ORIGEM DEVOLVE
      *>       LP-PONTOS AO CLIENTE EM UM LOTE NOVO.
         01  LP-OPERACAO        PIC X.
         01  LP-COD-LEITOR      PIC 9(5).
         01  LP-COD-VENDA       PIC 9(5).
         01  LP-COD-ORIGEM      PIC 9(5).
         01  LP-PONTOS          PIC 9(7).
         01  LP-VALOR           PIC 9(7)V99.
         01  LP-FILIAL          PIC 9(2).
         01  LP-OPERADOR        PIC X(10).

       PROCEDURE DIVISION USING LP-OPERACAO LP-COD-LEITOR
                LP-COD-VENDA LP-COD-ORIGEM LP-PONTOS LP-VALOR
                LP-FILIAL LP-OPERADOR.

       INICIO.
           ACCEPT W-DATA-HOJE-AAAAMMDD FROM DATE YYYYMMDD.
           *> SE ARQUIVO NAO FOR ENCONTRADO, UM NOVO SERA CRIADO
           OPEN I-O ARQ-PONTOS.
           EVALUATE LP-OPERACAO
               WHEN "S"
                   PERFORM CONSULTAR-SALDO
               WHEN "A"
                   PERFORM REGISTRAR-ACUMULO
               WHEN "R"
                   PERFORM REGISTRAR-RESGATE
               WHEN "C"
                   PERFORM CONSULTAR-CUPOM
               WHEN "E"
                   PERFORM REGISTRAR-ESTORNO
               WHEN "D"
                   PERFORM REGISTRAR-DEVOLUCAO-RESGATE
           END-EVALUATE.
           CLOSE ARQ-PONTOS.
           EXIT PROGRAM.

       CONSULTAR-SALDO.
           MOVE ZEROS TO LP-PONTOS.
           MOVE LP-COD-LEITOR TO W-COD-LEITOR.
           PERFORM POSICIONAR-LOTES.
           PERFORM UNTIL FIM-LOTES
               IF  PTS-LOTE AND SALDO-LOTE-PTS > 0
                       AND DATA-VALIDADE-PTS >= W-DATA-HOJE-AAAAMMDD
                   ADD SALDO-LOTE-PTS TO LP-PONTOS
               END-IF
               PERFORM LER-PROXIMO-LOTE
           END-PERFORM.

       REGISTRAR-ACUMULO.
           *> SO O REAL INTEIRO RENDE PONTOS; O REGISTRO E GRAVADO
           *> MESMO SEM PONTOS, POIS E ELE QUE LIGA O CUPOM AO CLIENTE.
           MOVE LP-VALOR TO W-REAIS-INTEIROS.
           COMPUTE LP-PONTOS = W-REAIS-INTEIROS * W-PONTOS-POR-REAL.
           INITIALIZE REG-PONTOS.
           MOVE LP-COD-VENDA  TO COD-VENDA-PTS.
           MOVE "A"           TO TIPO-MOV-PTS.
           MOVE LP-PONTOS     TO QTD-PONTOS-PTS SALDO-LOTE-PTS.
           PERFORM CALCULAR-VALIDADE.
           MOVE W-DATA-VALIDADE TO DATA-VALIDADE-PTS.
           MOVE LP-COD-VENDA  TO COD-VENDA-ORIGEM-PTS.
           PERFORM GRAVAR-MOVIMENTO.

       REGISTRAR-RESGATE.
           MOVE LP-COD-LEITOR TO W-COD-LEITOR.
           MOVE LP-PONTOS TO W-PONTOS-FALTA.
           PERFORM CONSUMIR-LOTES.
           COMPUTE LP-PONTOS = LP-PONTOS - W-PONTOS-FALTA.
           INITIALIZE REG-PONTOS.
           MOVE LP-COD-VENDA  TO COD-VENDA-PTS COD-VENDA-ORIGEM-PTS.
           MOVE "R"           TO TIPO-MOV-PTS.
           MOVE LP-PONTOS     TO QTD-PONTOS-PTS.
           PERFORM GRAVAR-MOVIMENTO.

       CONSULTAR-CUPOM.
           MOVE ZEROS TO LP-COD-LEITOR LP-PONTOS.
           MOVE LP-COD-ORIGEM TO COD-VENDA-PTS.
           MOVE "A" TO TIPO-MOV-PTS.
           READ ARQ-PONTOS.
           IF  STATUS-PTS-OK
               MOVE COD-LEITOR-PTS TO LP-COD-LEITOR
               COMPUTE LP-PONTOS = QTD-PONTOS-PTS
                       - PONTOS-ESTORNADOS-PTS
           END-IF.

       REGISTRAR-ESTORNO.
           *> O ESTORNO NUNCA PASSA DO QUE O CUPOM RENDEU, SOMADAS AS
           *> DEVOLUCOES PARCIAIS ANTERIORES.
           MOVE ZEROS TO LP-COD-LEITOR.
           MOVE LP-COD-ORIGEM TO COD-VENDA-PTS.
           MOVE "A" TO TIPO-MOV-PTS.
           READ ARQ-PONTOS.
           IF  NOT STATUS-PTS-OK
               MOVE ZEROS TO LP-PONTOS
           ELSE
               MOVE COD-LEITOR-PTS TO LP-COD-LEITOR W-COD-LEITOR
               MOVE LP-VALOR TO W-REAIS-INTEIROS
               COMPUTE W-PONTOS-ESTORNO =
                       W-REAIS-INTEIROS * W-PONTOS-POR-REAL
               IF  W-PONTOS-ESTORNO >
                       QTD-PONTOS-PTS - PONTOS-ESTORNADOS-PTS
                   COMPUTE W-PONTOS-ESTORNO = QTD-PONTOS-PTS
                           - PONTOS-ESTORNADOS-PTS
               END-IF
               ADD W-PONTOS-ESTORNO TO PONTOS-ESTORNADOS-PTS
               MOVE W-PONTOS-ESTORNO TO W-PONTOS-FALTA
               IF  SALDO-LOTE-PTS > W-PONTOS-FALTA
                   MOVE W-PONTOS-FALTA TO W-PONTOS-BAIXA
               ELSE
                   MOVE SALDO-LOTE-PTS TO W-PONTOS-BAIXA
               END-IF
               SUBTRACT W-PONTOS-BAIXA FROM SALDO-LOTE-PTS
                        W-PONTOS-FALTA
               REWRITE REG-PONTOS
               IF  W-PONTOS-FALTA > 0
                   PERFORM CONSUMIR-LOTES
               END-IF
               COMPUTE LP-PONTOS = W-PONTOS-ESTORNO - W-PONTOS-FALTA
               INITIALIZE REG-PONTOS
               MOVE LP-COD-VENDA  TO COD-VENDA-PTS
               MOVE "E"           TO TIPO-MOV-PTS
               MOVE LP-PONTOS     TO QTD-PONTOS-PTS
               MOVE LP-COD-ORIGEM TO COD-VENDA-ORIGEM-PTS
               PERFORM GRAVAR-MOVIMENTO
           END-IF.

       REGISTRAR-DEVOLUCAO-RESGATE.
           INITIALIZE REG-PONTOS.
           MOVE LP-COD-VENDA  TO COD-VENDA-PTS.
           MOVE "D"           TO TIPO-MOV-PTS.
           MOVE LP-PONTOS     TO QTD-PONTOS-PTS SALDO-LOTE-PTS.
           PERFORM CALCULAR-VALIDADE.
           MOVE W-DATA-VALIDADE TO DATA-VALIDADE-PTS.
           MOVE LP-COD-ORIGEM TO COD-VENDA-ORIGEM-PTS.
           PERFORM GRAVAR-MOVIMENTO.

       GRAVAR-MOVIMENTO.
           MOVE LP-COD-LEITOR TO COD-LEITOR-PTS.
           MOVE W-DATA-HOJE-AAAAMMDD TO DATA-MOV-PTS.
           MOVE LP-VALOR      TO VALOR-BASE-PTS.
           MOVE LP-FILIAL     TO COD-FILIAL-PTS.
           MOVE LP-OPERADOR   TO OPERADOR-PTS.
           WRITE REG-PONTOS.
           IF  NOT STATUS-PTS-OK
               DISPLAY "ERRO AO GRAVAR pontos.dat (STATUS "
                       W-COD-ERRO-PTS ")"
           END-IF.

       CALCULAR-VALIDADE.
           *> DOZE MESES: MESMO DIA DO ANO SEGUINTE (29/02 VIRA 28/02).
           COMPUTE W-DATA-VALIDADE = W-DATA-HOJE-AAAAMMDD + 10000.
           IF  W-DATA-VALIDADE (5:4) = "0229"
               MOVE "0228" TO W-DATA-VALIDADE (5:4)
           END-IF.

       CONSUMIR-LOTES.
           *> BAIXA W-PONTOS-FALTA DOS LOTES VALIDOS DO LEITOR, DO
           *> MAIS ANTIGO PARA O MAIS NOVO; O QUE NAO COUBER FICA EM
           *> W-PONTOS-FALTA.
           PERFORM POSICIONAR-LOTES.
           PERFORM UNTIL FIM-LOTES OR W-PONTOS-FALTA = 0
               IF  PTS-LOTE AND SALDO-LOTE-PTS > 0
                       AND DATA-VALIDADE-PTS >= W-DATA-HOJE-AAAAMMDD
                   IF  SALDO-LOTE-PTS > W-PONTOS-FALTA
                       MOVE W-PONTOS-FALTA TO W-PONTOS-BAIXA
                   ELSE
                       MOVE SALDO-LOTE-PTS TO W-PONTOS-BAIXA
                   END-IF
                   SUBTRACT W-PONTOS-BAIXA FROM SALDO-LOTE-PTS
                            W-PONTOS-FALTA
                   REWRITE REG-PONTOS
               END-IF
               PERFORM LER-PROXIMO-LOTE
           END-PERFORM.

       POSICIONAR-LOTES.
           MOVE "N" TO W-FIM-LOTES.
           MOVE W-COD-LEITOR TO COD-LEITOR-PTS.
           START ARQ-PONTOS KEY IS EQUAL COD-LEITOR-PTS
               INVALID KEY MOVE "S" TO W-FIM-LOTES
           END-START.
           PERFORM LER-PROXIMO-LOTE.

       LER-PROXIMO-LOTE.
           IF  NOT FIM-LOTES
               READ ARQ-PONTOS NEXT RECORD
                   AT END MOVE "S" TO W-FIM-LOTES
               END-READ
               IF  NOT FIM-LOTES
                   IF  W-COD-ERRO-PTS NOT = "00" AND "02"
                       MOVE "S" TO W-FIM-LOTES
                   ELSE
                       IF  COD-LEITOR-PTS NOT = W-COD-LEITOR
                           MOVE "S" TO W-FIM-LOTES
                       END-IF
                   END-IF
               END-IF
           END-IF.

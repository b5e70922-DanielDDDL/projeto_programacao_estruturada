
       IDENTIFICATION DIVISION.

       PROGRAM-ID. OBTERLIMITEAJUSTE.
       AUTHOR. DANIEL.

       ENVIRONMENT DIVISION.
         CONFIGURATION SECTION.

             SPECIAL-NAMES.
                 DECIMAL-POINT IS COMMA.

             INPUT-OUTPUT SECTION.
               FILE-CONTROL.
                   SELECT OPTIONAL ARQ-PARAM-APROVACAO
                   ASSIGN TO "aprovacaoparam.txt"
                   ORGANIZATION LINE SEQUENTIAL
                   FILE STATUS IS W-COD-ERRO-PAR.

       DATA DIVISION.
         FILE SECTION.
         FD  ARQ-PARAM-APROVACAO
             LABEL RECORD STANDARD.
         01  REG-PARAM-APROVACAO  PIC X(20).

         WORKING-STORAGE SECTION.
         77  W-COD-ERRO-PAR     PIC XX    VALUE SPACES.
         77  W-QTD-TEXTO        PIC X(5)  VALUE SPACES.
         77  W-QTD-NUM REDEFINES W-QTD-TEXTO PIC 9(5).
         77  W-VALOR-TEXTO      PIC X(9)  VALUE SPACES.
         77  W-VALOR-NUM REDEFINES W-VALOR-TEXTO PIC 9(7)V99.
         77  W-DIAS-TEXTO       PIC X(3)  VALUE SPACES.
         77  W-DIAS-NUM REDEFINES W-DIAS-TEXTO PIC 9(3).

         LINKAGE SECTION.
      *> LIMITES DA DUPLA ASSINATURA: ACERTO DE ESTOQUE COM
      *> DIFERENCA ACIMA DE LP-LIMITE-QTD UNIDADES OU DE
      *> LP-LIMITE-VALOR REAIS FICA PENDENTE DE APROVACAO; PEDIDO
      *> PENDENTE HA MAIS DE LP-DIAS-PENDENCIA DIAS VAI PARA O
      *> RELATORIO DE COBRANCA (RELATORIOAJUSTE).
         01  LP-LIMITE-QTD        PIC 9(5).
         01  LP-LIMITE-VALOR      PIC 9(7)V99.
         01  LP-DIAS-PENDENCIA    PIC 9(3).

       PROCEDURE DIVISION USING LP-LIMITE-QTD LP-LIMITE-VALOR
                  LP-DIAS-PENDENCIA.

       INICIO.
           *> MESMA CONVENCAO DOS DEMAIS ARQUIVOS DE PARAMETRO: UMA
           *> LINHA SO, "aprovacaoparam.txt", COM 5 DIGITOS DE
           *> QUANTIDADE, 9 DE VALOR COM DUAS CASAS IMPLICITAS E 3 DE
           *> DIAS (00020000050000005 = 20 UNIDADES, 500,00 E 5 DIAS).
           *> SEM O ARQUIVO, OU COM UM CAMPO INVALIDO, VALE O PADRAO
           *> DAQUELE CAMPO.
           MOVE 20     TO LP-LIMITE-QTD.
           MOVE 500,00 TO LP-LIMITE-VALOR.
           MOVE 5      TO LP-DIAS-PENDENCIA.
           OPEN INPUT ARQ-PARAM-APROVACAO.
           IF  W-COD-ERRO-PAR = "00"
               MOVE SPACES TO REG-PARAM-APROVACAO
               READ ARQ-PARAM-APROVACAO
                   AT END CONTINUE
               END-READ
               CLOSE ARQ-PARAM-APROVACAO
               MOVE REG-PARAM-APROVACAO (1:5)  TO W-QTD-TEXTO
               MOVE REG-PARAM-APROVACAO (6:9)  TO W-VALOR-TEXTO
               MOVE REG-PARAM-APROVACAO (15:3) TO W-DIAS-TEXTO
               IF  W-QTD-TEXTO IS NUMERIC
                   MOVE W-QTD-NUM TO LP-LIMITE-QTD
               END-IF
               IF  W-VALOR-TEXTO IS NUMERIC
                   MOVE W-VALOR-NUM TO LP-LIMITE-VALOR
               END-IF
               IF  W-DIAS-TEXTO IS NUMERIC
                   MOVE W-DIAS-NUM TO LP-DIAS-PENDENCIA
               END-IF
           END-IF.
           EXIT PROGRAM.

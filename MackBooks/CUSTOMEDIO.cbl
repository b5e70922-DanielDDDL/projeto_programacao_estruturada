
       IDENTIFICATION DIVISION.

       PROGRAM-ID. CUSTOMEDIO.
       AUTHOR. DANIEL.

       ENVIRONMENT DIVISION.
         CONFIGURATION SECTION.

             SPECIAL-NAMES.
                 DECIMAL-POINT IS COMMA.

             INPUT-OUTPUT SECTION.
               FILE-CONTROL.
                   SELECT OPTIONAL ARQ-CUSTO
                   ASSIGN TO "custos.dat"
                   ORGANIZATION INDEXED
                   RECORD KEY IS COD-LIVRO-CUS
                   ACCESS RANDOM
                   FILE STATUS IS W-COD-ERRO-CUS.

       DATA DIVISION.
         FILE SECTION.
         FD  ARQ-CUSTO
             LABEL RECORD STANDARD.
         COPY "REGCUSTO.cpy".

         WORKING-STORAGE SECTION.
         77  W-COD-ERRO-CUS  PIC XX  VALUE SPACES.
             88  STATUS-CUS-OK       VALUE "00".
         77  W-VALOR-ANTERIOR PIC 9(11)V99 VALUE ZEROS.
         77  W-VALOR-ENTRADA  PIC 9(11)V99 VALUE ZEROS.
         77  W-SALDO-NOVO     PIC 9(7)     VALUE ZEROS.

         LINKAGE SECTION.
      *> "C" = CONSULTAR: DEVOLVE EM LP-CUSTO-MEDIO O CUSTO MEDIO
      *>       ATUAL DO LIVRO (ZERO QUANDO O LIVRO NUNCA TEVE
      *>       ENTRADA COM CUSTO). OS DEMAIS PARAMETROS SAO IGNORADOS.
      *> "E" = ENTRADA: RECALCULA A MEDIA PONDERADA COM LP-QTD
      *>       UNIDADES A LP-CUSTO-UNIT, SENDO LP-SALDO-ANTERIOR O
      *>       ESTOQUE ANTES DA ENTRADA, E DEVOLVE A NOVA MEDIA. SEM
      *>       CUSTO ANTERIOR CONHECIDO, O SALDO ANTIGO E AVALIADO
      *>       PELO CUSTO DESTA ENTRADA.
         01  LP-OPERACAO        PIC X.
         01  LP-COD-LIVRO       PIC 9(3).
         01  LP-SALDO-ANTERIOR  PIC 9(5).
         01  LP-QTD             PIC 9(5).
         01  LP-CUSTO-UNIT      PIC 9(4)V99.
         01  LP-CUSTO-MEDIO     PIC 9(4)V99.

       PROCEDURE DIVISION USING LP-OPERACAO LP-COD-LIVRO
                LP-SALDO-ANTERIOR LP-QTD LP-CUSTO-UNIT LP-CUSTO-MEDIO.

       INICIO.
           OPEN I-O ARQ-CUSTO.
           EVALUATE LP-OPERACAO
               WHEN "C"
                   PERFORM CONSULTAR-CUSTO
               WHEN "E"
                   PERFORM REGISTRAR-ENTRADA
           END-EVALUATE.
           CLOSE ARQ-CUSTO.
           EXIT PROGRAM.

       CONSULTAR-CUSTO.
           MOVE LP-COD-LIVRO TO COD-LIVRO-CUS.
           READ ARQ-CUSTO.
           IF  STATUS-CUS-OK
               MOVE CUSTO-MEDIO-CUS TO LP-CUSTO-MEDIO
           ELSE
               MOVE ZEROS TO LP-CUSTO-MEDIO
           END-IF.

       REGISTRAR-ENTRADA.
           MOVE LP-COD-LIVRO TO COD-LIVRO-CUS.
           READ ARQ-CUSTO.
           IF  STATUS-CUS-OK
               COMPUTE W-VALOR-ANTERIOR =
                       LP-SALDO-ANTERIOR * CUSTO-MEDIO-CUS
           ELSE
               COMPUTE W-VALOR-ANTERIOR =
                       LP-SALDO-ANTERIOR * LP-CUSTO-UNIT
           END-IF.
           COMPUTE W-VALOR-ENTRADA = LP-QTD * LP-CUSTO-UNIT.
           COMPUTE W-SALDO-NOVO = LP-SALDO-ANTERIOR + LP-QTD.
           IF  W-SALDO-NOVO > 0
               COMPUTE LP-CUSTO-MEDIO ROUNDED =
                       (W-VALOR-ANTERIOR + W-VALOR-ENTRADA)
                       / W-SALDO-NOVO
           ELSE
               MOVE LP-CUSTO-UNIT TO LP-CUSTO-MEDIO
           END-IF.
           MOVE LP-CUSTO-MEDIO TO CUSTO-MEDIO-CUS.
           *> O ULTIMO CUSTO E O DA ULTIMA COMPRA; DOACAO (CUSTO
           *> ZERO) SO ENTRA NA MEDIA
           IF  LP-CUSTO-UNIT > 0 OR NOT STATUS-CUS-OK
               MOVE LP-CUSTO-UNIT TO ULTIMO-CUSTO-CUS
               ACCEPT DATA-ULT-ENTRADA-CUS FROM DATE YYYYMMDD
           END-IF.
           IF  STATUS-CUS-OK
               REWRITE REG-CUSTO
           ELSE
               MOVE LP-COD-LIVRO TO COD-LIVRO-CUS
               WRITE REG-CUSTO
           END-IF.

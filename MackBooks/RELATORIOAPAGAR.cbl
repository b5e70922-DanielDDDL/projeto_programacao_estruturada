
       IDENTIFICATION DIVISION.

       PROGRAM-ID. RELATORIOAPAGAR.
       AUTHOR. DANIEL.

       ENVIRONMENT DIVISION.
         CONFIGURATION SECTION.

             SPECIAL-NAMES.
                 DECIMAL-POINT IS COMMA.

             INPUT-OUTPUT SECTION.
               FILE-CONTROL.
                   SELECT OPTIONAL ARQ-FORNECEDOR
                   ASSIGN TO "fornecedores.dat"
                   ORGANIZATION INDEXED
                   RECORD KEY IS COD-FORNECEDOR
                   ACCESS RANDOM
                   FILE STATUS IS W-COD-ERRO-FOR.

                   SELECT OPTIONAL ARQ-APAGAR
                   ASSIGN TO "apagar.dat"
                   ORGANIZATION INDEXED
                   RECORD KEY IS CHAVE-APAGAR
                   ALTERNATE RECORD KEY IS COD-FORNEC-APG
                       WITH DUPLICATES
                   ACCESS SEQUENTIAL
                   FILE STATUS IS W-COD-ERRO-APG.

                   SELECT OPTIONAL ARQ-RELATORIO
                   ASSIGN TO "relapagar.txt"
                   ORGANIZATION LINE SEQUENTIAL
                   FILE STATUS IS W-COD-ERRO-REL.

       DATA DIVISION.
         FILE SECTION.
         FD  ARQ-FORNECEDOR
             LABEL RECORD STANDARD.
         COPY "REGFORNEC.cpy".

         FD  ARQ-APAGAR
             LABEL RECORD STANDARD.
         COPY "REGAPAGAR.cpy".

         FD  ARQ-RELATORIO
             LABEL RECORD STANDARD.
         01  REG-RELATORIO  PIC X(100).

         WORKING-STORAGE SECTION.
         77  W-COD-ERRO-FOR     PIC XX    VALUE SPACES.
         77  W-COD-ERRO-APG     PIC XX    VALUE SPACES.
         77  W-COD-ERRO-REL     PIC XX    VALUE SPACES.
         77  W-FIM-ARQUIVO      PIC X     VALUE "N".
             88  FIM-ARQUIVO              VALUE "S".
         77  W-DATA-REFERENCIA  PIC 9(8)  VALUE ZEROS.
         77  W-INTEIRO-REF      PIC 9(7)  VALUE ZEROS.
         77  W-DIAS-ATRASO      PIC S9(5) VALUE ZEROS.
         77  W-SALDO-PARCELA    PIC 9(7)V99 VALUE ZEROS.
         77  W-FAIXA            PIC 9     VALUE ZEROS.
         77  W-IDX              PIC 9(4)  VALUE ZEROS.
         77  W-IDX-FAIXA        PIC 9     VALUE ZEROS.
         77  W-TOTAL-PARCELAS   PIC 9(5)  VALUE ZEROS.
         77  W-TOTAL-FORNEC     PIC 9(3)  VALUE ZEROS.
         77  W-SOMA-LINHA       PIC 9(9)V99 VALUE ZEROS.
         77  W-LINHA            PIC X(100) VALUE SPACES.
         77  W-NOME-IMP         PIC X(16) VALUE SPACES.
         77  W-COD-IMP          PIC 9(3)  VALUE ZEROS.
         77  VALOR-ED           PIC Z.ZZZ.ZZ9,99 VALUE ZEROS.
         77  TOTAL-ED           PIC ZZ.ZZZ.ZZ9,99 VALUE ZEROS.

      *> SALDO EM ABERTO POR FORNECEDOR (INDICE = CODIGO) E FAIXA:
      *> 1 A VENCER, 2 ATE 30 DIAS, 3 DE 31 A 60, 4 DE 61 A 90 E
      *> 5 ACIMA DE 90 DIAS DE ATRASO.
         01  TABELA-FORNECEDORES.
             02  FORNEC-ACUM  OCCURS 999 TIMES.
                 03  FAC-FAIXA  PIC 9(9)V99 OCCURS 5 TIMES.

         01  TOTAIS-GERAIS.
             02  TOT-FAIXA      PIC 9(9)V99 OCCURS 5 TIMES.

         01  TOTAIS-LINHA.
             02  LIN-FAIXA      PIC 9(9)V99 OCCURS 5 TIMES.

       PROCEDURE DIVISION.

       INICIO.
           *> ENVELHECIMENTO DO CONTAS A PAGAR: SALDO DAS PARCELAS EM
           *> ABERTO DE apagar.dat, POR FORNECEDOR, DISTRIBUIDO PELOS
           *> DIAS DE ATRASO EM RELACAO A DATA DE REFERENCIA.
           PERFORM INICIALIZACAO.
           PERFORM PROCESSAMENTO UNTIL FIM-ARQUIVO.
           PERFORM IMPRIMIR-RELATORIO.
           PERFORM FINALIZACAO.
           EXIT PROGRAM.

       INICIALIZACAO.
           DISPLAY "CONTAS A PAGAR POR ANTIGUIDADE".
           DISPLAY "DATA DE REFERENCIA (AAAAMMDD, 0 = HOJE): "
                   WITH NO ADVANCING.
           ACCEPT W-DATA-REFERENCIA.
           IF  W-DATA-REFERENCIA = 0
               ACCEPT W-DATA-REFERENCIA FROM DATE YYYYMMDD
           END-IF.
           COMPUTE W-INTEIRO-REF =
                   FUNCTION INTEGER-OF-DATE (W-DATA-REFERENCIA).
           INITIALIZE TABELA-FORNECEDORES TOTAIS-GERAIS.
           OPEN INPUT ARQ-FORNECEDOR.
           OPEN INPUT ARQ-APAGAR.
           PERFORM LER-PROXIMA-PARCELA.

       PROCESSAMENTO.
           IF  PARCELA-ABERTA AND COD-FORNEC-APG > 0
               ADD 1 TO W-TOTAL-PARCELAS
               PERFORM ACUMULAR-PARCELA
           END-IF.
           PERFORM LER-PROXIMA-PARCELA.

       ACUMULAR-PARCELA.
           COMPUTE W-SALDO-PARCELA =
                   VALOR-PARCELA-APG - VALOR-PAGO-APG.
           COMPUTE W-DIAS-ATRASO = W-INTEIRO-REF
                   - FUNCTION INTEGER-OF-DATE (DATA-VENCTO-APG).
           EVALUATE TRUE
               WHEN W-DIAS-ATRASO <= 0
                   MOVE 1 TO W-FAIXA
               WHEN W-DIAS-ATRASO <= 30
                   MOVE 2 TO W-FAIXA
               WHEN W-DIAS-ATRASO <= 60
                   MOVE 3 TO W-FAIXA
               WHEN W-DIAS-ATRASO <= 90
                   MOVE 4 TO W-FAIXA
               WHEN OTHER
                   MOVE 5 TO W-FAIXA
           END-EVALUATE.
           ADD W-SALDO-PARCELA
            TO FAC-FAIXA (COD-FORNEC-APG W-FAIXA).
           ADD W-SALDO-PARCELA TO TOT-FAIXA (W-FAIXA).

       LER-PROXIMA-PARCELA.
           READ ARQ-APAGAR NEXT RECORD
               AT END MOVE "S" TO W-FIM-ARQUIVO
           END-READ.
           IF  NOT FIM-ARQUIVO
                   AND W-COD-ERRO-APG NOT = "00" AND "02" AND "05"
               DISPLAY "ERRO AO LER apagar.dat (STATUS "
                       W-COD-ERRO-APG ")"
               MOVE "S" TO W-FIM-ARQUIVO
           END-IF.

       IMPRIMIR-RELATORIO.
           OPEN OUTPUT ARQ-RELATORIO.
           MOVE SPACES TO W-LINHA.
           STRING "CONTAS A PAGAR POR ANTIGUIDADE EM "
                  W-DATA-REFERENCIA (7:2) "/" W-DATA-REFERENCIA (5:2)
                  "/" W-DATA-REFERENCIA (1:4)
               DELIMITED BY SIZE INTO W-LINHA
           END-STRING.
           PERFORM GRAVAR-LINHA.
           MOVE SPACES TO W-LINHA.
           MOVE "FORNECEDOR"  TO W-LINHA (1:10).
           MOVE "A VENCER"    TO W-LINHA (26:8).
           MOVE "ATE 30"      TO W-LINHA (41:6).
           MOVE "31-60"       TO W-LINHA (55:5).
           MOVE "61-90"       TO W-LINHA (68:5).
           MOVE "+90"         TO W-LINHA (83:3).
           MOVE "TOTAL"       TO W-LINHA (95:5).
           PERFORM GRAVAR-LINHA.
           PERFORM VARYING W-IDX FROM 1 BY 1 UNTIL W-IDX > 999
               MOVE ZEROS TO W-SOMA-LINHA
               PERFORM VARYING W-IDX-FAIXA FROM 1 BY 1
                       UNTIL W-IDX-FAIXA > 5
                   ADD FAC-FAIXA (W-IDX W-IDX-FAIXA) TO W-SOMA-LINHA
               END-PERFORM
               IF  W-SOMA-LINHA > 0
                   ADD 1 TO W-TOTAL-FORNEC
                   MOVE W-IDX TO W-COD-IMP COD-FORNECEDOR
                   READ ARQ-FORNECEDOR
                   IF  W-COD-ERRO-FOR = "00"
                       MOVE NOME-FORNECEDOR TO W-NOME-IMP
                   ELSE
                       MOVE "(NAO CADASTRADO)" TO W-NOME-IMP
                   END-IF
                   MOVE FORNEC-ACUM (W-IDX) TO TOTAIS-LINHA
                   PERFORM MONTAR-LINHA-FAIXAS
               END-IF
           END-PERFORM.
           MOVE ZEROS TO W-SOMA-LINHA W-COD-IMP.
           PERFORM VARYING W-IDX-FAIXA FROM 1 BY 1
                   UNTIL W-IDX-FAIXA > 5
               ADD TOT-FAIXA (W-IDX-FAIXA) TO W-SOMA-LINHA
           END-PERFORM.
           MOVE "TOTAL GERAL" TO W-NOME-IMP.
           MOVE TOTAIS-GERAIS TO TOTAIS-LINHA.
           PERFORM MONTAR-LINHA-FAIXAS.
           CLOSE ARQ-RELATORIO.
           CALL "SPOOLAR" USING "RELATORIOAPAGAR     "
                "relapagar.txt       ".

       MONTAR-LINHA-FAIXAS.
           MOVE SPACES TO W-LINHA.
           IF  W-COD-IMP > 0
               MOVE W-COD-IMP TO W-LINHA (1:3)
           END-IF.
           MOVE W-NOME-IMP TO W-LINHA (5:16).
           MOVE LIN-FAIXA (1) TO VALOR-ED.
           MOVE VALOR-ED TO W-LINHA (22:12).
           MOVE LIN-FAIXA (2) TO VALOR-ED.
           MOVE VALOR-ED TO W-LINHA (35:12).
           MOVE LIN-FAIXA (3) TO VALOR-ED.
           MOVE VALOR-ED TO W-LINHA (48:12).
           MOVE LIN-FAIXA (4) TO VALOR-ED.
           MOVE VALOR-ED TO W-LINHA (61:12).
           MOVE LIN-FAIXA (5) TO VALOR-ED.
           MOVE VALOR-ED TO W-LINHA (74:12).
           MOVE W-SOMA-LINHA TO TOTAL-ED.
           MOVE TOTAL-ED TO W-LINHA (87:13).
           PERFORM GRAVAR-LINHA.

       GRAVAR-LINHA.
           DISPLAY W-LINHA (1:79).
           MOVE W-LINHA TO REG-RELATORIO.
           WRITE REG-RELATORIO.

       FINALIZACAO.
           CLOSE ARQ-FORNECEDOR.
           CLOSE ARQ-APAGAR.
           DISPLAY "PARCELAS EM ABERTO: " W-TOTAL-PARCELAS
                   "  FORNECEDORES: " W-TOTAL-FORNEC.
           STOP "   <ENTER> PARA CONTINUAR".

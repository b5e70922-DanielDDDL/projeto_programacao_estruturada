
       IDENTIFICATION DIVISION.

       PROGRAM-ID. RELATORIOABONO.
       AUTHOR. DANIEL.

       ENVIRONMENT DIVISION.
         CONFIGURATION SECTION.

             SPECIAL-NAMES.
                 DECIMAL-POINT IS COMMA.

             INPUT-OUTPUT SECTION.
               FILE-CONTROL.
                   SELECT OPTIONAL ARQ-ABONO
                   ASSIGN TO "abonosmultas.dat"
                   ORGANIZATION INDEXED
                   RECORD KEY IS COD-ABONO
                   ACCESS SEQUENTIAL
                   FILE STATUS IS W-COD-ERRO-ABN.

                   SELECT OPTIONAL ARQ-RELATORIO
                   ASSIGN TO "relabonos.txt"
                   ORGANIZATION LINE SEQUENTIAL
                   FILE STATUS IS W-COD-ERRO-REL.

       DATA DIVISION.
         FILE SECTION.
         FD  ARQ-ABONO
             LABEL RECORD STANDARD.
         COPY "REGABONO.cpy".

         FD  ARQ-RELATORIO
             LABEL RECORD STANDARD.
         01  REG-RELATORIO  PIC X(100).

         WORKING-STORAGE SECTION.
         77  W-COD-ERRO-ABN     PIC XX    VALUE SPACES.
         77  W-COD-ERRO-REL     PIC XX    VALUE SPACES.
         77  W-FIM-ARQUIVO      PIC X     VALUE "N".
             88  FIM-ARQUIVO              VALUE "S".
         77  W-DATA-INICIAL     PIC 9(8)  VALUE ZEROS.
         77  W-DATA-FINAL       PIC 9(8)  VALUE ZEROS.
         77  W-DATA-LINHA       PIC 9(8)  VALUE ZEROS.
         77  W-TOTAL-ABONADO    PIC 9(9)V99 VALUE ZEROS.
         77  W-TOTAL-LINHAS     PIC 9(5)  VALUE ZEROS.
         77  W-IDX              PIC 99    VALUE ZEROS.
         77  W-IDX-BUSCA        PIC 99    VALUE ZEROS.
         77  W-QTD-AUTORIZ      PIC 99    VALUE ZEROS.
         77  W-LINHA            PIC X(100) VALUE SPACES.
         77  VALOR-ANTES-ED     PIC ZZ.ZZ9,99 VALUE ZEROS.
         77  VALOR-ED           PIC ZZ.ZZ9,99 VALUE ZEROS.
         77  QTD-ED             PIC ZZZZ9 VALUE ZEROS.
         77  TOTAL-ED           PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
      *> TOTAIS POR MOTIVO (OS QUATRO CODIGOS DE REGABONO.cpy)
         01  TABELA-MOTIVOS.
             02  FILLER         PIC X(33) VALUE
                 "BIBFALHA DA BIBLIOTECA           ".
             02  FILLER         PIC X(33) VALUE
                 "SAUSAUDE / INTERNACAO DO LEITOR  ".
             02  FILLER         PIC X(33) VALUE
                 "FECBIBLIOTECA FECHADA SEM AVISO  ".
             02  FILLER         PIC X(33) VALUE
                 "OUTOUTRO MOTIVO (VER OBSERVACAO) ".
         01  FILLER REDEFINES TABELA-MOTIVOS.
             02  TM-ITEM OCCURS 4 TIMES.
                 03  TM-CODIGO      PIC X(3).
                 03  TM-DESCRICAO   PIC X(30).
         01  TOTAIS-MOTIVOS.
             02  TOT-MOTIVO OCCURS 4 TIMES.
                 03  TOT-MOT-QTD    PIC 9(5).
                 03  TOT-MOT-VALOR  PIC 9(9)V99.
      *> TOTAIS POR AUTORIZADOR; ALEM DE 50 LOGINS DIFERENTES NO
      *> PERIODO, O RESTO SOMA NA ULTIMA LINHA ("OUTROS").
         01  TOTAIS-AUTORIZ.
             02  TOT-AUTORIZ OCCURS 50 TIMES.
                 03  TOT-AUT-LOGIN  PIC X(10).
                 03  TOT-AUT-QTD    PIC 9(5).
                 03  TOT-AUT-VALOR  PIC 9(9)V99.

       PROCEDURE DIVISION.

       INICIO.
           *> RELATORIO DE ABONOS DE MULTA: LISTA CADA ABONO DO
           *> PERIODO (MULTA, VALOR ANTERIOR, VALOR PERDOADO, MOTIVO,
           *> QUEM AUTORIZOU E QUEM REGISTROU) E TOTALIZA POR MOTIVO E
           *> POR AUTORIZADOR - QUEM ABRIU MAO DE QUE.
           PERFORM INICIALIZACAO.
           PERFORM PROCESSAMENTO UNTIL FIM-ARQUIVO.
           PERFORM FINALIZACAO.
           EXIT PROGRAM.

       INICIALIZACAO.
           DISPLAY "RELATORIO DE ABONOS DE MULTA".
           DISPLAY "DATA INICIAL (AAAAMMDD): " WITH NO ADVANCING.
           ACCEPT W-DATA-INICIAL.
           DISPLAY "DATA FINAL (AAAAMMDD)..: " WITH NO ADVANCING.
           ACCEPT W-DATA-FINAL.
           IF  W-DATA-FINAL = 0
               MOVE 99999999 TO W-DATA-FINAL
           END-IF.
           INITIALIZE TOTAIS-MOTIVOS TOTAIS-AUTORIZ.
           OPEN INPUT ARQ-ABONO.
           OPEN OUTPUT ARQ-RELATORIO.
           MOVE "ABONO EMPR. LEITOR DATA     ANTERIOR   ABONADO MOTIVO"
             TO W-LINHA.
           MOVE " AUTORIZOU  OPERADOR" TO W-LINHA (54:20).
           PERFORM GRAVAR-LINHA.
           PERFORM LER-PROXIMO-ABONO.

       PROCESSAMENTO.
           MOVE DATA-ABONO TO W-DATA-LINHA.
           IF  W-DATA-LINHA >= W-DATA-INICIAL
                   AND W-DATA-LINHA <= W-DATA-FINAL
               ADD 1 TO W-TOTAL-LINHAS
               ADD VALOR-ABONADO TO W-TOTAL-ABONADO
               PERFORM MONTAR-LINHA-ABONO
               PERFORM ACUMULAR-MOTIVO
               PERFORM ACUMULAR-AUTORIZADOR
           END-IF.
           PERFORM LER-PROXIMO-ABONO.

       MONTAR-LINHA-ABONO.
           MOVE VALOR-MULTA-ANTES TO VALOR-ANTES-ED.
           MOVE VALOR-ABONADO TO VALOR-ED.
           MOVE SPACES TO W-LINHA.
           MOVE COD-ABONO          TO W-LINHA (1:5).
           MOVE COD-EMPRESTIMO-ABN TO W-LINHA (7:5).
           MOVE COD-LEITOR-ABN     TO W-LINHA (13:5).
           MOVE DATA-ABONO         TO W-LINHA (20:8).
           MOVE VALOR-ANTES-ED     TO W-LINHA (29:9).
           MOVE VALOR-ED           TO W-LINHA (39:9).
           MOVE MOTIVO-ABONO       TO W-LINHA (50:3).
           MOVE AUTORIZOU-ABONO    TO W-LINHA (55:10).
           MOVE OPERADOR-ABONO     TO W-LINHA (66:10).
           PERFORM GRAVAR-LINHA.
           IF  OBSERVACAO-ABONO NOT = SPACES
               MOVE SPACES TO W-LINHA
               MOVE "OBS.:"          TO W-LINHA (7:5)
               MOVE OBSERVACAO-ABONO TO W-LINHA (13:40)
               PERFORM GRAVAR-LINHA
           END-IF.

       ACUMULAR-MOTIVO.
           *> CODIGO FORA DA TABELA CAI NA ULTIMA LINHA ("OUT")
           MOVE 1 TO W-IDX.
           PERFORM UNTIL W-IDX = 4
                   OR TM-CODIGO (W-IDX) = MOTIVO-ABONO
               ADD 1 TO W-IDX
           END-PERFORM.
           ADD 1 TO TOT-MOT-QTD (W-IDX).
           ADD VALOR-ABONADO TO TOT-MOT-VALOR (W-IDX).

       ACUMULAR-AUTORIZADOR.
           MOVE ZEROS TO W-IDX.
           PERFORM VARYING W-IDX-BUSCA FROM 1 BY 1
                   UNTIL W-IDX-BUSCA > W-QTD-AUTORIZ
               IF  TOT-AUT-LOGIN (W-IDX-BUSCA) = AUTORIZOU-ABONO
                   MOVE W-IDX-BUSCA TO W-IDX
               END-IF
           END-PERFORM.
           IF  W-IDX = 0
               IF  W-QTD-AUTORIZ < 50
                   ADD 1 TO W-QTD-AUTORIZ
                   MOVE W-QTD-AUTORIZ TO W-IDX
                   MOVE AUTORIZOU-ABONO TO TOT-AUT-LOGIN (W-IDX)
               ELSE
                   MOVE 50 TO W-IDX
                   MOVE "OUTROS" TO TOT-AUT-LOGIN (W-IDX)
               END-IF
           END-IF.
           ADD 1 TO TOT-AUT-QTD (W-IDX).
           ADD VALOR-ABONADO TO TOT-AUT-VALOR (W-IDX).

       LER-PROXIMO-ABONO.
           READ ARQ-ABONO NEXT RECORD
               AT END MOVE "S" TO W-FIM-ARQUIVO
           END-READ.
           *> UM ERRO DE LEITURA (INDICE AVARIADO, STATUS 39/98) NAO
           *> CAI NO AT END; SEM ESTE TESTE O LACO GIRARIA PARA SEMPRE
           IF  NOT FIM-ARQUIVO
                   AND W-COD-ERRO-ABN NOT = "00" AND "02" AND "05"
               DISPLAY "ERRO AO LER abonosmultas.dat (STATUS "
                       W-COD-ERRO-ABN ")"
               MOVE "S" TO W-FIM-ARQUIVO
           END-IF.

       GRAVAR-LINHA.
           DISPLAY W-LINHA (1:79).
           MOVE W-LINHA TO REG-RELATORIO.
           WRITE REG-RELATORIO.

       GRAVAR-TOTAIS-MOTIVO.
           MOVE SPACES TO W-LINHA.
           MOVE TOT-MOT-QTD (W-IDX) TO QTD-ED.
           MOVE TOT-MOT-VALOR (W-IDX) TO TOTAL-ED.
           STRING "  " TM-CODIGO (W-IDX) " " TM-DESCRICAO (W-IDX)
                  " QTD " QTD-ED " VALOR " TOTAL-ED
               DELIMITED BY SIZE INTO W-LINHA
           END-STRING.
           PERFORM GRAVAR-LINHA.

       GRAVAR-TOTAIS-AUTORIZADOR.
           MOVE SPACES TO W-LINHA.
           MOVE TOT-AUT-QTD (W-IDX) TO QTD-ED.
           MOVE TOT-AUT-VALOR (W-IDX) TO TOTAL-ED.
           STRING "  " TOT-AUT-LOGIN (W-IDX)
                  " QTD " QTD-ED " VALOR " TOTAL-ED
               DELIMITED BY SIZE INTO W-LINHA
           END-STRING.
           PERFORM GRAVAR-LINHA.

       FINALIZACAO.
           MOVE SPACES TO W-LINHA.
           PERFORM GRAVAR-LINHA.
           MOVE "TOTAIS POR MOTIVO:" TO W-LINHA.
           PERFORM GRAVAR-LINHA.
           PERFORM VARYING W-IDX FROM 1 BY 1 UNTIL W-IDX > 4
               PERFORM GRAVAR-TOTAIS-MOTIVO
           END-PERFORM.
           MOVE SPACES TO W-LINHA.
           PERFORM GRAVAR-LINHA.
           MOVE "TOTAIS POR AUTORIZADOR:" TO W-LINHA.
           PERFORM GRAVAR-LINHA.
           PERFORM VARYING W-IDX FROM 1 BY 1
                   UNTIL W-IDX > W-QTD-AUTORIZ
               PERFORM GRAVAR-TOTAIS-AUTORIZADOR
           END-PERFORM.
           MOVE SPACES TO W-LINHA.
           MOVE W-TOTAL-ABONADO TO TOTAL-ED.
           STRING "ABONOS NO PERIODO: " W-TOTAL-LINHAS
                  "  VALOR TOTAL ABONADO: " TOTAL-ED
               DELIMITED BY SIZE INTO W-LINHA
           END-STRING.
           PERFORM GRAVAR-LINHA.
           CLOSE ARQ-ABONO.
           CLOSE ARQ-RELATORIO.
           CALL "SPOOLAR" USING "RELATORIOABONO      "
                "relabonos.txt       ".
           STOP "   <ENTER> PARA CONTINUAR".


       IDENTIFICATION DIVISION.

       PROGRAM-ID. RELATORIOCONSERTO.
       AUTHOR. DANIEL.

       ENVIRONMENT DIVISION.
         CONFIGURATION SECTION.

             SPECIAL-NAMES.
                 DECIMAL-POINT IS COMMA.

             INPUT-OUTPUT SECTION.
               FILE-CONTROL.
                   SELECT OPTIONAL ARQ-CONSERTO
                   ASSIGN TO "consertos.dat"
                   ORGANIZATION INDEXED
                   RECORD KEY IS NUM-ORDEM-CONSERTO
                   ACCESS SEQUENTIAL
                   FILE STATUS IS W-COD-ERRO-CON.

                   SELECT OPTIONAL ARQ-RELATORIO
                   ASSIGN TO "relconsertos.txt"
                   ORGANIZATION LINE SEQUENTIAL
                   FILE STATUS IS W-COD-ERRO-REL.

       DATA DIVISION.
         FILE SECTION.
         FD  ARQ-CONSERTO
             LABEL RECORD STANDARD.
         COPY "REGCONSERTO.cpy".

         FD  ARQ-RELATORIO
             LABEL RECORD STANDARD.
         01  REG-RELATORIO  PIC X(100).

         WORKING-STORAGE SECTION.
         77  W-COD-ERRO-CON     PIC XX    VALUE SPACES.
         77  W-COD-ERRO-REL     PIC XX    VALUE SPACES.
         77  W-FIM-ARQUIVO      PIC X     VALUE "N".
             88  FIM-ARQUIVO              VALUE "S".
         77  W-DATA-HOJE        PIC 9(8)  VALUE ZEROS.
         77  W-ANO-REL          PIC 9(4)  VALUE ZEROS.
         77  W-MES-RETORNO      PIC 99    VALUE ZEROS.
         77  W-DIAS-ATRASO      PIC 9(5)  VALUE ZEROS.
         77  W-TOTAL-ATRASADOS  PIC 9(5)  VALUE ZEROS.
         77  W-TOTAL-ABERTOS    PIC 9(5)  VALUE ZEROS.
         77  W-IDX              PIC 99    VALUE ZEROS.
         77  W-LINHA            PIC X(100) VALUE SPACES.
         77  DIAS-ED            PIC ZZZZ9 VALUE ZEROS.
         77  QTD-ED             PIC ZZZZ9 VALUE ZEROS.
         77  INTERNO-ED         PIC ZZZ.ZZ9,99 VALUE ZEROS.
         77  EXTERNO-ED         PIC ZZZ.ZZ9,99 VALUE ZEROS.
         77  TOTAL-ED           PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
      *> GASTO POR MES DE RETORNO NO ANO PEDIDO; A POSICAO 13 GUARDA
      *> O TOTAL DO ANO.
         01  TOTAIS-MESES.
             02  TOT-MES OCCURS 13 TIMES.
                 03  TOT-MES-QTD     PIC 9(5).
                 03  TOT-MES-INTERNO PIC 9(7)V99.
                 03  TOT-MES-EXTERNO PIC 9(7)V99.

       PROCEDURE DIVISION.

       INICIO.
           *> RELATORIO DE CONSERTOS: PRIMEIRO AS ORDENS EM ABERTO COM
           *> O RETORNO PREVISTO JA VENCIDO (COPIAS ATRASADAS NO
           *> ENCADERNADOR), DEPOIS O GASTO COM CONSERTO POR MES DO ANO
           *> PEDIDO, SEPARADO EM INTERNO E EXTERNO. O GASTO CONTA PELA
           *> DATA DE RETORNO, QUANDO O CUSTO FINAL E CONHECIDO.
           PERFORM INICIALIZACAO.
           PERFORM PROCESSAMENTO UNTIL FIM-ARQUIVO.
           PERFORM FINALIZACAO.
           EXIT PROGRAM.

       INICIALIZACAO.
           DISPLAY "RELATORIO DE CONSERTOS".
           DISPLAY "ANO DO GASTO (0=ANO ATUAL): " WITH NO ADVANCING.
           ACCEPT W-ANO-REL.
           ACCEPT W-DATA-HOJE FROM DATE YYYYMMDD.
           IF  W-ANO-REL = 0
               MOVE W-DATA-HOJE (1:4) TO W-ANO-REL
           END-IF.
           INITIALIZE TOTAIS-MESES.
           OPEN INPUT ARQ-CONSERTO.
           OPEN OUTPUT ARQ-RELATORIO.
           MOVE "CONSERTOS ATRASADOS (RETORNO PREVISTO VENCIDO):"
             TO W-LINHA.
           PERFORM GRAVAR-LINHA.
           MOVE "ORDEM LIVRO EX. FL ENCADERNADOR                    "
             TO W-LINHA.
           MOVE "ENVIO    PREVISTO  ATRASO" TO W-LINHA (52:25).
           PERFORM GRAVAR-LINHA.
           PERFORM LER-PROXIMA-ORDEM.

       PROCESSAMENTO.
           IF  CONSERTO-ABERTO
               ADD 1 TO W-TOTAL-ABERTOS
               IF  DATA-PREVISTA-CON < W-DATA-HOJE
                   ADD 1 TO W-TOTAL-ATRASADOS
                   PERFORM MONTAR-LINHA-ATRASO
               END-IF
           ELSE
               IF  DATA-RETORNO-CON (1:4) = W-ANO-REL
                   PERFORM ACUMULAR-MES
               END-IF
           END-IF.
           PERFORM LER-PROXIMA-ORDEM.

       MONTAR-LINHA-ATRASO.
           COMPUTE W-DIAS-ATRASO =
                   FUNCTION INTEGER-OF-DATE (W-DATA-HOJE)
                 - FUNCTION INTEGER-OF-DATE (DATA-PREVISTA-CON).
           MOVE W-DIAS-ATRASO TO DIAS-ED.
           MOVE SPACES TO W-LINHA.
           MOVE NUM-ORDEM-CONSERTO TO W-LINHA (1:5).
           MOVE COD-LIVRO-CON      TO W-LINHA (9:3).
           MOVE NUM-EXEMPLAR-CON   TO W-LINHA (13:3).
           MOVE COD-FILIAL-CON     TO W-LINHA (17:2).
           MOVE ENCADERNADOR-CON   TO W-LINHA (20:30).
           MOVE DATA-ENVIO-CON     TO W-LINHA (52:8).
           MOVE DATA-PREVISTA-CON  TO W-LINHA (61:8).
           MOVE DIAS-ED            TO W-LINHA (71:5).
           PERFORM GRAVAR-LINHA.

       ACUMULAR-MES.
           MOVE DATA-RETORNO-CON (5:2) TO W-MES-RETORNO.
           IF  W-MES-RETORNO >= 1 AND W-MES-RETORNO <= 12
               MOVE W-MES-RETORNO TO W-IDX
               PERFORM SOMAR-CONSERTO-NO-MES
               MOVE 13 TO W-IDX
               PERFORM SOMAR-CONSERTO-NO-MES
           END-IF.

       SOMAR-CONSERTO-NO-MES.
           ADD 1 TO TOT-MES-QTD (W-IDX).
           IF  CONSERTO-EXTERNO
               ADD CUSTO-CONSERTO TO TOT-MES-EXTERNO (W-IDX)
           ELSE
               ADD CUSTO-CONSERTO TO TOT-MES-INTERNO (W-IDX)
           END-IF.

       LER-PROXIMA-ORDEM.
           READ ARQ-CONSERTO NEXT RECORD
               AT END MOVE "S" TO W-FIM-ARQUIVO
           END-READ.
           *> UM ERRO DE LEITURA (INDICE AVARIADO, STATUS 39/98) NAO
           *> CAI NO AT END; SEM ESTE TESTE O LACO GIRARIA PARA SEMPRE
           IF  NOT FIM-ARQUIVO
                   AND W-COD-ERRO-CON NOT = "00" AND "02" AND "05"
               DISPLAY "ERRO AO LER consertos.dat (STATUS "
                       W-COD-ERRO-CON ")"
               MOVE "S" TO W-FIM-ARQUIVO
           END-IF.

       GRAVAR-LINHA.
           DISPLAY W-LINHA (1:79).
           MOVE W-LINHA TO REG-RELATORIO.
           WRITE REG-RELATORIO.

       GRAVAR-LINHA-MES.
           MOVE SPACES TO W-LINHA.
           MOVE TOT-MES-QTD (W-IDX) TO QTD-ED.
           MOVE TOT-MES-INTERNO (W-IDX) TO INTERNO-ED.
           MOVE TOT-MES-EXTERNO (W-IDX) TO EXTERNO-ED.
           COMPUTE TOTAL-ED = TOT-MES-INTERNO (W-IDX)
                            + TOT-MES-EXTERNO (W-IDX).
           IF  W-IDX = 13
               MOVE "ANO" TO W-LINHA (3:3)
           ELSE
               MOVE W-IDX TO W-LINHA (3:2)
               MOVE "/"   TO W-LINHA (5:1)
           END-IF.
           STRING "   QTD " QTD-ED "  INTERNO " INTERNO-ED
                  "  EXTERNO " EXTERNO-ED "  TOTAL " TOTAL-ED
               DELIMITED BY SIZE INTO W-LINHA (6:80)
           END-STRING.
           PERFORM GRAVAR-LINHA.

       FINALIZACAO.
           MOVE SPACES TO W-LINHA.
           STRING "ORDENS EM ABERTO: " W-TOTAL-ABERTOS
                  "  ATRASADAS: " W-TOTAL-ATRASADOS
               DELIMITED BY SIZE INTO W-LINHA
           END-STRING.
           PERFORM GRAVAR-LINHA.
           MOVE SPACES TO W-LINHA.
           PERFORM GRAVAR-LINHA.
           MOVE SPACES TO W-LINHA.
           STRING "GASTO COM CONSERTO POR MES DE RETORNO - ANO "
                  W-ANO-REL ":"
               DELIMITED BY SIZE INTO W-LINHA
           END-STRING.
           PERFORM GRAVAR-LINHA.
           PERFORM VARYING W-IDX FROM 1 BY 1 UNTIL W-IDX > 13
               PERFORM GRAVAR-LINHA-MES
           END-PERFORM.
           CLOSE ARQ-CONSERTO.
           CLOSE ARQ-RELATORIO.
           CALL "SPOOLAR" USING "RELATORIOCONSERTO   "
                "relconsertos.txt    ".
           STOP "   <ENTER> PARA CONTINUAR".

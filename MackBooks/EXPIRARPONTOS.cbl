
       IDENTIFICATION DIVISION.

       PROGRAM-ID. EXPIRARPONTOS.
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

                   SELECT OPTIONAL ARQ-RELATORIO
                   ASSIGN TO "pontosexpirados.txt"
                   ORGANIZATION LINE SEQUENTIAL
                   FILE STATUS IS W-COD-ERRO-REL.

       DATA DIVISION.
         FILE SECTION.
         FD  ARQ-PONTOS
             LABEL RECORD STANDARD.
         COPY "REGPONTOS.cpy".

         FD  ARQ-RELATORIO
             LABEL RECORD STANDARD.
         01  REG-RELATORIO  PIC X(100).

         WORKING-STORAGE SECTION.
         77  W-COD-ERRO-PTS     PIC XX    VALUE SPACES.
         77  W-COD-ERRO-REL     PIC XX    VALUE SPACES.
         77  W-FIM-VARREDURA    PIC X     VALUE "N".
             88  FIM-VARREDURA            VALUE "S".
         77  W-DATA-HOJE-AAAAMMDD PIC 9(8) VALUE ZEROS.
         77  W-IDX              PIC 9(3)  VALUE ZEROS.
         77  W-TOTAL-VENCIDOS   PIC 9(3)  VALUE ZEROS.
         77  W-TOTAL-PONTOS     PIC 9(9)  VALUE ZEROS.
         77  W-PONTOS-EXPIRADOS PIC 9(7)  VALUE ZEROS.
         77  W-COD-LEITOR       PIC 9(5)  VALUE ZEROS.

      *> LOTES VENCIDOS COM SALDO, RECOLHIDOS NA VARREDURA E
      *> TRATADOS DEPOIS, PARA NAO REGRAVAR O ARQUIVO NO MEIO DO
      *> READ NEXT. O QUE NAO COUBER NA TABELA FICA PARA A NOITE
      *> SEGUINTE.
         01  TABELA-VENCIDOS.
             02  VENCIDO  OCCURS 500 TIMES.
                 03  VEN-CHAVE-LOTE   PIC X(6).

       PROCEDURE DIVISION.

       INICIO.
           *> EXPIRACAO DOS PONTOS DE FIDELIDADE: O SALDO DE CADA LOTE
           *> (ACUMULO OU PONTOS DEVOLVIDOS) QUE PASSOU DOS 12 MESES
           *> DE VALIDADE E ZERADO, COM UM MOVIMENTO "X" NO EXTRATO DO
           *> CLIENTE, E SAI LISTADO EM "pontosexpirados.txt".
           *> RODA SEM TECLADO, COMO PASSO DA ROTINA NOTURNA.
           PERFORM INICIALIZACAO.
           PERFORM LOCALIZAR-VENCIDOS.
           PERFORM EXPIRAR-LOTE
               VARYING W-IDX FROM 1 BY 1
               UNTIL W-IDX > W-TOTAL-VENCIDOS.
           PERFORM FINALIZACAO.
           GOBACK.

       INICIALIZACAO.
           DISPLAY "EXPIRACAO DE PONTOS DE FIDELIDADE".
           MOVE ZEROS TO RETURN-CODE.
           *> SE ARQUIVO NAO FOR ENCONTRADO, UM NOVO SERA CRIADO
           OPEN I-O ARQ-PONTOS.
           ACCEPT W-DATA-HOJE-AAAAMMDD FROM DATE YYYYMMDD.

       LOCALIZAR-VENCIDOS.
           MOVE ZEROS TO W-TOTAL-VENCIDOS.
           MOVE LOW-VALUES TO CHAVE-PONTOS.
           MOVE "N" TO W-FIM-VARREDURA.
           START ARQ-PONTOS KEY IS NOT LESS THAN CHAVE-PONTOS
               INVALID KEY MOVE "S" TO W-FIM-VARREDURA
           END-START.
           PERFORM UNTIL FIM-VARREDURA
               READ ARQ-PONTOS NEXT RECORD
                   AT END MOVE "S" TO W-FIM-VARREDURA
               END-READ
               IF  NOT FIM-VARREDURA
                   IF  W-COD-ERRO-PTS NOT = "00" AND "02"
                       DISPLAY "ERRO AO LER pontos.dat (STATUS "
                               W-COD-ERRO-PTS ")"
                       MOVE 8 TO RETURN-CODE
                       MOVE "S" TO W-FIM-VARREDURA
                   ELSE
                       IF  PTS-LOTE AND SALDO-LOTE-PTS > 0
                           AND DATA-VALIDADE-PTS < W-DATA-HOJE-AAAAMMDD
                           AND W-TOTAL-VENCIDOS < 500
                           ADD 1 TO W-TOTAL-VENCIDOS
                           MOVE CHAVE-PONTOS
                             TO VEN-CHAVE-LOTE (W-TOTAL-VENCIDOS)
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       EXPIRAR-LOTE.
           MOVE VEN-CHAVE-LOTE (W-IDX) TO CHAVE-PONTOS.
           READ ARQ-PONTOS.
           IF  W-COD-ERRO-PTS = "00"
               MOVE SALDO-LOTE-PTS TO W-PONTOS-EXPIRADOS
               MOVE COD-LEITOR-PTS TO W-COD-LEITOR
               MOVE ZEROS TO SALDO-LOTE-PTS
               REWRITE REG-PONTOS
               IF  W-COD-ERRO-PTS = "00"
                   PERFORM GRAVAR-EXPIRACAO
               ELSE
                   DISPLAY "ERRO AO ZERAR LOTE " VEN-CHAVE-LOTE (W-IDX)
                           " (STATUS " W-COD-ERRO-PTS ")"
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.

       GRAVAR-EXPIRACAO.
           *> O MOVIMENTO LEVA O CUPOM DO LOTE: UM LOTE SO EXPIRA UMA
           *> VEZ, ENTAO A CHAVE CUPOM + "X" NAO SE REPETE.
           MOVE COD-VENDA-PTS TO COD-VENDA-ORIGEM-PTS.
           MOVE "X" TO TIPO-MOV-PTS.
           MOVE W-DATA-HOJE-AAAAMMDD TO DATA-MOV-PTS.
           MOVE W-PONTOS-EXPIRADOS TO QTD-PONTOS-PTS.
           MOVE ZEROS TO SALDO-LOTE-PTS PONTOS-ESTORNADOS-PTS
                VALOR-BASE-PTS.
           MOVE "LOTE" TO OPERADOR-PTS.
           WRITE REG-PONTOS.
           IF  W-COD-ERRO-PTS = "00"
               ADD W-PONTOS-EXPIRADOS TO W-TOTAL-PONTOS
               PERFORM GRAVAR-LINHA-EXPIRACAO
           ELSE
               DISPLAY "ERRO AO GRAVAR EXPIRACAO DO CUPOM "
                       COD-VENDA-PTS " (STATUS " W-COD-ERRO-PTS ")"
               MOVE 8 TO RETURN-CODE
           END-IF.

       GRAVAR-LINHA-EXPIRACAO.
           MOVE SPACES TO REG-RELATORIO.
           STRING W-DATA-HOJE-AAAAMMDD DELIMITED BY SIZE
                  " LEITOR "           DELIMITED BY SIZE
                  W-COD-LEITOR         DELIMITED BY SIZE
                  " CUPOM "            DELIMITED BY SIZE
                  COD-VENDA-PTS        DELIMITED BY SIZE
                  " VALIDADE "         DELIMITED BY SIZE
                  DATA-VALIDADE-PTS    DELIMITED BY SIZE
                  " PONTOS EXPIRADOS " DELIMITED BY SIZE
                  W-PONTOS-EXPIRADOS   DELIMITED BY SIZE
               INTO REG-RELATORIO
           END-STRING.
           *> MESMA CONVENCAO DE OPEN EXTEND DE LOGAUDITORIA: NA
           *> PRIMEIRA GRAVACAO O ARQUIVO E CRIADO (STATUS "05").
           OPEN EXTEND ARQ-RELATORIO.
           IF  W-COD-ERRO-REL = "00" OR W-COD-ERRO-REL = "05"
               WRITE REG-RELATORIO
               CLOSE ARQ-RELATORIO
           END-IF.

       FINALIZACAO.
           CLOSE ARQ-PONTOS.
           DISPLAY "LOTES DE PONTOS EXPIRADOS: " W-TOTAL-VENCIDOS.
           DISPLAY "PONTOS EXPIRADOS.........: " W-TOTAL-PONTOS.

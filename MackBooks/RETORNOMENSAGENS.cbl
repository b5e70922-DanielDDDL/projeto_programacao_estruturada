
       IDENTIFICATION DIVISION.

       PROGRAM-ID. RETORNOMENSAGENS.
       AUTHOR. DANIEL.

       ENVIRONMENT DIVISION.
         CONFIGURATION SECTION.

             SPECIAL-NAMES.
                 DECIMAL-POINT IS COMMA.

             INPUT-OUTPUT SECTION.
               FILE-CONTROL.
                   SELECT OPTIONAL ARQ-MENSAGEM
                   ASSIGN TO "caixasaida.dat"
                   ORGANIZATION INDEXED
                   RECORD KEY IS COD-MENSAGEM
                   ACCESS RANDOM
                   FILE STATUS IS W-COD-ERRO-MSG.

                   SELECT ARQ-RETORNO
                   ASSIGN TO DYNAMIC W-NOME-ARQ-RETORNO
                   ORGANIZATION LINE SEQUENTIAL
                   FILE STATUS IS W-COD-ERRO-RET.

       DATA DIVISION.
         FILE SECTION.
         FD  ARQ-MENSAGEM
             LABEL RECORD STANDARD.
         COPY "REGMENSAGEM.cpy".

         FD  ARQ-RETORNO
             LABEL RECORD STANDARD.
      *> LAYOUT DO RETORNO DO GATEWAY DE E-MAIL/SMS: UMA LINHA POR
      *> MENSAGEM PROCESSADA, ENTREGUE ("E") OU RECUSADA ("R", COM O
      *> MOTIVO).
         01  REG-RETORNO.
             02  RET-COD-MENSAGEM   PIC 9(7).
             02  RET-SITUACAO       PIC X.
                 88  RET-ENTREGUE           VALUE "E".
                 88  RET-RECUSADA           VALUE "R".
             02  RET-MOTIVO         PIC X(40).

         WORKING-STORAGE SECTION.
         77  W-COD-ERRO-MSG     PIC XX    VALUE SPACES.
         77  W-COD-ERRO-RET     PIC XX    VALUE SPACES.
         77  W-FIM-ARQUIVO      PIC X     VALUE "N".
             88  FIM-ARQUIVO              VALUE "S".
         77  W-ARQUIVO-OK       PIC X     VALUE "N".
             88  ARQUIVO-OK               VALUE "S".
         77  W-DATA-RETORNO     PIC 9(8)  VALUE ZEROS.
         77  W-DATA-HOJE-AAAAMMDD PIC 9(8) VALUE ZEROS.
         77  W-NOME-ARQ-RETORNO PIC X(25) VALUE SPACES.
         77  W-TOTAL-LIDOS      PIC 9(5)  VALUE ZEROS.
         77  W-TOTAL-ENTREGUES  PIC 9(5)  VALUE ZEROS.
         77  W-TOTAL-RECUSADAS  PIC 9(5)  VALUE ZEROS.
         77  W-TOTAL-IGNORADOS  PIC 9(5)  VALUE ZEROS.

       PROCEDURE DIVISION.

       INICIO.
           *> RETORNO DO GATEWAY DE E-MAIL/SMS: CADA LINHA DE
           *> msgretornoAAAAMMDD.txt MARCA UMA MENSAGEM ENVIADA POR
           *> ENVIARMENSAGENS COMO ENTREGUE OU RECUSADA. A RECUSADA SAI
           *> IMPRESSA NA PROXIMA EXECUCAO DO PROGRAMA QUE A GEROU.
           PERFORM INICIALIZACAO.
           IF  ARQUIVO-OK
               PERFORM PROCESSAR-RETORNO
           END-IF.
           PERFORM FINALIZACAO.
           EXIT PROGRAM.

       INICIALIZACAO.
           DISPLAY "RETORNO DO GATEWAY DE E-MAIL/SMS".
           DISPLAY "DATA DO ARQUIVO DE RETORNO (AAAAMMDD, "
                   "0 = HOJE): " WITH NO ADVANCING.
           ACCEPT W-DATA-RETORNO.
           ACCEPT W-DATA-HOJE-AAAAMMDD FROM DATE YYYYMMDD.
           IF  W-DATA-RETORNO = 0
               MOVE W-DATA-HOJE-AAAAMMDD TO W-DATA-RETORNO
           END-IF.
           MOVE SPACES TO W-NOME-ARQ-RETORNO.
           STRING "msgretorno" DELIMITED BY SIZE
                  W-DATA-RETORNO DELIMITED BY SIZE
                  ".txt" DELIMITED BY SIZE
               INTO W-NOME-ARQ-RETORNO
           END-STRING.
           OPEN INPUT ARQ-RETORNO.
           IF  W-COD-ERRO-RET = "00"
               MOVE "S" TO W-ARQUIVO-OK
               *> SE ARQUIVO NAO FOR ENCONTRADO, UM NOVO SERA CRIADO
               OPEN I-O ARQ-MENSAGEM
           ELSE
               DISPLAY "ARQUIVO " W-NOME-ARQ-RETORNO
                       " NAO ENCONTRADO (STATUS " W-COD-ERRO-RET ")"
           END-IF.

       PROCESSAR-RETORNO.
           MOVE "N" TO W-FIM-ARQUIVO.
           PERFORM LER-PROXIMO-RETORNO.
           PERFORM UNTIL FIM-ARQUIVO
               ADD 1 TO W-TOTAL-LIDOS
               PERFORM ATUALIZAR-MENSAGEM
               PERFORM LER-PROXIMO-RETORNO
           END-PERFORM.

       LER-PROXIMO-RETORNO.
           READ ARQ-RETORNO
               AT END MOVE "S" TO W-FIM-ARQUIVO
           END-READ.
           IF  NOT FIM-ARQUIVO AND W-COD-ERRO-RET NOT = "00"
               DISPLAY "ERRO AO LER " W-NOME-ARQ-RETORNO
                       " (STATUS " W-COD-ERRO-RET ")"
               MOVE "S" TO W-FIM-ARQUIVO
           END-IF.

       ATUALIZAR-MENSAGEM.
           MOVE RET-COD-MENSAGEM TO COD-MENSAGEM.
           READ ARQ-MENSAGEM.
           IF  W-COD-ERRO-MSG NOT = "00"
               DISPLAY "MENSAGEM " RET-COD-MENSAGEM
                       " NAO EXISTE - LINHA IGNORADA"
               ADD 1 TO W-TOTAL-IGNORADOS
           ELSE
               IF  NOT MSG-ENVIADA
                   *> RETORNO REPETIDO (ARQUIVO REPROCESSADO): A
                   *> MENSAGEM JA ENTREGUE, RECUSADA OU REIMPRESSA NAO
                   *> VOLTA ATRAS.
                   ADD 1 TO W-TOTAL-IGNORADOS
               ELSE
                   EVALUATE TRUE
                       WHEN RET-ENTREGUE
                           MOVE "E" TO SITUACAO-MSG
                           MOVE SPACES TO MOTIVO-RECUSA-MSG
                           ADD 1 TO W-TOTAL-ENTREGUES
                       WHEN RET-RECUSADA
                           MOVE "R" TO SITUACAO-MSG
                           MOVE RET-MOTIVO TO MOTIVO-RECUSA-MSG
                           ADD 1 TO W-TOTAL-RECUSADAS
                           DISPLAY "MENSAGEM " RET-COD-MENSAGEM
                                   " RECUSADA: " RET-MOTIVO
                       WHEN OTHER
                           DISPLAY "MENSAGEM " RET-COD-MENSAGEM
                                   " COM SITUACAO INVALIDA: "
                                   RET-SITUACAO
                           ADD 1 TO W-TOTAL-IGNORADOS
                   END-EVALUATE
                   IF  RET-ENTREGUE OR RET-RECUSADA
                       MOVE W-DATA-RETORNO TO DATA-SITUACAO-MSG
                       REWRITE REG-MENSAGEM
                       IF  W-COD-ERRO-MSG NOT = "00"
                           DISPLAY "ERRO AO REGRAVAR caixasaida.dat "
                                   "(STATUS " W-COD-ERRO-MSG ")"
                       END-IF
                   END-IF
               END-IF
           END-IF.

       FINALIZACAO.
           IF  ARQUIVO-OK
               CLOSE ARQ-RETORNO
               CLOSE ARQ-MENSAGEM
               DISPLAY "LINHAS LIDAS: " W-TOTAL-LIDOS
                       "  ENTREGUES: " W-TOTAL-ENTREGUES
                       "  RECUSADAS: " W-TOTAL-RECUSADAS
                       "  IGNORADAS: " W-TOTAL-IGNORADOS
           END-IF.
           STOP "   <ENTER> PARA CONTINUAR".

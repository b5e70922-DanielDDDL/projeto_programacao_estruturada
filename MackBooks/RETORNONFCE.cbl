
       IDENTIFICATION DIVISION.

       PROGRAM-ID. RETORNONFCE.
       AUTHOR. DANIEL.

       ENVIRONMENT DIVISION.
         CONFIGURATION SECTION.

             SPECIAL-NAMES.
                 DECIMAL-POINT IS COMMA.

             INPUT-OUTPUT SECTION.
               FILE-CONTROL.
                   SELECT OPTIONAL ARQ-NFCE
                   ASSIGN TO "nfce.dat"
                   ORGANIZATION INDEXED
                   RECORD KEY IS COD-VENDA-NFC
                   ACCESS RANDOM
                   FILE STATUS IS W-COD-ERRO-NFC.

                   SELECT ARQ-RETORNO
                   ASSIGN TO DYNAMIC W-NOME-ARQ-RETORNO
                   ORGANIZATION LINE SEQUENTIAL
                   FILE STATUS IS W-COD-ERRO-RET.

       DATA DIVISION.
         FILE SECTION.
         FD  ARQ-NFCE
             LABEL RECORD STANDARD.
         COPY "REGNFCE.cpy".

         FD  ARQ-RETORNO
             LABEL RECORD STANDARD.
      *> LAYOUT DO RETORNO DO EMISSOR FISCAL: UMA LINHA POR DOCUMENTO
      *> PROCESSADO, AUTORIZADO ("A", COM CHAVE DE ACESSO E
      *> PROTOCOLO) OU REJEITADO ("R", COM O MOTIVO).
         01  REG-RETORNO.
             02  RET-COD-CUPOM      PIC 9(5).
             02  RET-SITUACAO       PIC X.
                 88  RET-AUTORIZADO         VALUE "A".
                 88  RET-REJEITADO          VALUE "R".
             02  RET-CHAVE-ACESSO   PIC X(44).
             02  RET-PROTOCOLO      PIC X(15).
             02  RET-MOTIVO         PIC X(40).

         WORKING-STORAGE SECTION.
         77  W-COD-ERRO-NFC     PIC XX    VALUE SPACES.
         77  W-COD-ERRO-RET     PIC XX    VALUE SPACES.
         77  W-FIM-ARQUIVO      PIC X     VALUE "N".
             88  FIM-ARQUIVO              VALUE "S".
         77  W-ARQUIVO-OK       PIC X     VALUE "N".
             88  ARQUIVO-OK               VALUE "S".
         77  W-DATA-RETORNO     PIC 9(8)  VALUE ZEROS.
         77  W-DATA-HOJE-AAAAMMDD PIC 9(8) VALUE ZEROS.
         77  W-NOME-ARQ-RETORNO PIC X(25) VALUE SPACES.
         77  W-TOTAL-LIDOS      PIC 9(5)  VALUE ZEROS.
         77  W-TOTAL-AUTORIZADOS PIC 9(5) VALUE ZEROS.
         77  W-TOTAL-REJEITADOS PIC 9(5)  VALUE ZEROS.
         77  W-TOTAL-IGNORADOS  PIC 9(5)  VALUE ZEROS.

       PROCEDURE DIVISION.

       INICIO.
           *> RETORNO DO EMISSOR DE NFC-E: CADA LINHA DE
           *> nfceretAAAAMMDD.txt AUTORIZA OU REJEITA UM CUPOM
           *> EXPORTADO POR EXPORTARNFCE. O REJEITADO VOLTA NA PROXIMA
           *> EXPORTACAO, DEPOIS DE CORRIGIDO O MOTIVO.
           PERFORM INICIALIZACAO.
           IF  ARQUIVO-OK
               PERFORM PROCESSAR-RETORNO
           END-IF.
           PERFORM FINALIZACAO.
           EXIT PROGRAM.

       INICIALIZACAO.
           DISPLAY "RETORNO DO EMISSOR DE NFC-E".
           DISPLAY "DATA DO ARQUIVO DE RETORNO (AAAAMMDD, "
                   "0 = HOJE): " WITH NO ADVANCING.
           ACCEPT W-DATA-RETORNO.
           ACCEPT W-DATA-HOJE-AAAAMMDD FROM DATE YYYYMMDD.
           IF  W-DATA-RETORNO = 0
               MOVE W-DATA-HOJE-AAAAMMDD TO W-DATA-RETORNO
           END-IF.
           MOVE SPACES TO W-NOME-ARQ-RETORNO.
           STRING "nfceret" DELIMITED BY SIZE
                  W-DATA-RETORNO DELIMITED BY SIZE
                  ".txt" DELIMITED BY SIZE
               INTO W-NOME-ARQ-RETORNO
           END-STRING.
           OPEN INPUT ARQ-RETORNO.
           IF  W-COD-ERRO-RET = "00"
               MOVE "S" TO W-ARQUIVO-OK
               *> SE ARQUIVO NAO FOR ENCONTRADO, UM NOVO SERA CRIADO
               OPEN I-O ARQ-NFCE
           ELSE
               DISPLAY "ARQUIVO " W-NOME-ARQ-RETORNO
                       " NAO ENCONTRADO (STATUS " W-COD-ERRO-RET ")"
           END-IF.

       PROCESSAR-RETORNO.
           MOVE "N" TO W-FIM-ARQUIVO.
           PERFORM LER-PROXIMO-RETORNO.
           PERFORM UNTIL FIM-ARQUIVO
               ADD 1 TO W-TOTAL-LIDOS
               PERFORM ATUALIZAR-CUPOM
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

       ATUALIZAR-CUPOM.
           MOVE RET-COD-CUPOM TO COD-VENDA-NFC.
           READ ARQ-NFCE.
           IF  W-COD-ERRO-NFC NOT = "00"
               DISPLAY "CUPOM " RET-COD-CUPOM
                       " NAO FOI EXPORTADO - LINHA IGNORADA"
               ADD 1 TO W-TOTAL-IGNORADOS
           ELSE
               IF  NFC-AUTORIZADA
                   *> RETORNO REPETIDO (ARQUIVO REPROCESSADO): O CUPOM
                   *> JA AUTORIZADO NAO VOLTA ATRAS.
                   ADD 1 TO W-TOTAL-IGNORADOS
               ELSE
                   EVALUATE TRUE
                       WHEN RET-AUTORIZADO
                           MOVE "A" TO SITUACAO-NFC
                           MOVE RET-CHAVE-ACESSO TO CHAVE-ACESSO-NFC
                           MOVE RET-PROTOCOLO TO PROTOCOLO-NFC
                           MOVE SPACES TO MOTIVO-REJEICAO-NFC
                           ADD 1 TO W-TOTAL-AUTORIZADOS
                       WHEN RET-REJEITADO
                           MOVE "R" TO SITUACAO-NFC
                           MOVE RET-MOTIVO TO MOTIVO-REJEICAO-NFC
                           ADD 1 TO W-TOTAL-REJEITADOS
                           DISPLAY "CUPOM " RET-COD-CUPOM
                                   " REJEITADO: " RET-MOTIVO
                       WHEN OTHER
                           DISPLAY "CUPOM " RET-COD-CUPOM
                                   " COM SITUACAO INVALIDA: "
                                   RET-SITUACAO
                           ADD 1 TO W-TOTAL-IGNORADOS
                   END-EVALUATE
                   IF  RET-AUTORIZADO OR RET-REJEITADO
                       MOVE W-DATA-RETORNO TO DATA-RETORNO-NFC
                       REWRITE REG-NFCE
                       IF  W-COD-ERRO-NFC NOT = "00"
                           DISPLAY "ERRO AO REGRAVAR nfce.dat (STATUS "
                                   W-COD-ERRO-NFC ")"
                       END-IF
                   END-IF
               END-IF
           END-IF.

       FINALIZACAO.
           IF  ARQUIVO-OK
               CLOSE ARQ-RETORNO
               CLOSE ARQ-NFCE
               DISPLAY "LINHAS LIDAS: " W-TOTAL-LIDOS
                       "  AUTORIZADOS: " W-TOTAL-AUTORIZADOS
                       "  REJEITADOS: " W-TOTAL-REJEITADOS
                       "  IGNORADOS: " W-TOTAL-IGNORADOS
           END-IF.
           STOP "   <ENTER> PARA CONTINUAR".


       IDENTIFICATION DIVISION.

       PROGRAM-ID. ENVIARMENSAGENS.
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
                   ACCESS DYNAMIC
                   FILE STATUS IS W-COD-ERRO-MSG.

                   SELECT OPTIONAL ARQ-MODO-LOTE
                   ASSIGN TO "modolote.txt"
                   ORGANIZATION LINE SEQUENTIAL
                   FILE STATUS IS W-COD-ERRO-MOD.

                   SELECT OPTIONAL ARQ-GATEWAY
                   ASSIGN TO DYNAMIC W-NOME-ARQ-GATEWAY
                   ORGANIZATION LINE SEQUENTIAL
                   FILE STATUS IS W-COD-ERRO-GAT.

       DATA DIVISION.
         FILE SECTION.
         FD  ARQ-MENSAGEM
             LABEL RECORD STANDARD.
         COPY "REGMENSAGEM.cpy".

         FD  ARQ-MODO-LOTE
             LABEL RECORD STANDARD.
         01  REG-MODO-LOTE  PIC X(10).

         FD  ARQ-GATEWAY
             LABEL RECORD STANDARD.
      *> LAYOUT DE ENVIO AO GATEWAY DE E-MAIL/SMS: POR MENSAGEM UMA
      *> LINHA "H" (DESTINATARIO E ASSUNTO) E UMA "L" POR LINHA DE
      *> TEXTO; NO FIM DO ARQUIVO UMA LINHA "T" COM A QUANTIDADE DE
      *> MENSAGENS PARA CONFERENCIA.
         01  REG-GAT-CABECALHO.
             02  GAT-TIPO-REG       PIC X.
             02  GAT-COD-MENSAGEM   PIC 9(7).
      *> "E" = E-MAIL; "S" = SMS.
             02  GAT-CANAL          PIC X.
             02  GAT-ENDERECO       PIC X(50).
             02  GAT-NOME           PIC X(40).
             02  GAT-ASSUNTO        PIC X(50).
             02  GAT-QTD-LINHAS     PIC 99.
         01  REG-GAT-LINHA.
             02  FILLER             PIC X.
             02  GAT-COD-MENSAGEM-LIN PIC 9(7).
             02  GAT-SEQ-LINHA      PIC 99.
             02  GAT-TEXTO          PIC X(100).
             02  FILLER             PIC X(41).
         01  REG-GAT-TOTAL.
             02  FILLER             PIC X.
             02  GAT-QTD-MENSAGENS  PIC 9(5).
             02  FILLER             PIC X(145).

         WORKING-STORAGE SECTION.
         77  W-COD-ERRO-MSG     PIC XX    VALUE SPACES.
         77  W-COD-ERRO-MOD     PIC XX    VALUE SPACES.
         77  W-COD-ERRO-GAT     PIC XX    VALUE SPACES.
         77  W-FIM-VARREDURA    PIC X     VALUE "N".
             88  FIM-VARREDURA            VALUE "S".
         77  W-MODO-LOTE        PIC X     VALUE "N".
             88  MODO-LOTE                VALUE "S".
         77  W-DATA-HOJE-AAAAMMDD PIC 9(8) VALUE ZEROS.
         77  W-NOME-ARQ-GATEWAY PIC X(25) VALUE SPACES.
         77  W-IDX              PIC 9(3)  VALUE ZEROS.
         77  W-IDX-LINHA        PIC 99    VALUE ZEROS.
         77  W-TOTAL-PENDENTES  PIC 9(3)  VALUE ZEROS.
         77  W-TOTAL-ENVIADAS   PIC 9(5)  VALUE ZEROS.
         77  W-TABELA-CHEIA     PIC X     VALUE "N".
             88  TABELA-CHEIA             VALUE "S".

      *> MENSAGENS PENDENTES, RECOLHIDAS NA VARREDURA E TRATADAS
      *> DEPOIS, PARA NAO REGRAVAR O ARQUIVO NO MEIO DO READ NEXT. O
      *> QUE NAO COUBER NA TABELA FICA PARA A NOITE SEGUINTE.
         01  TABELA-PENDENTES.
             02  PENDENTE  OCCURS 500 TIMES.
                 03  PEN-COD-MENSAGEM PIC 9(7).

       PROCEDURE DIVISION.

       INICIO.
           *> ENVIO AO GATEWAY DE E-MAIL/SMS: AS MENSAGENS PENDENTES DA
           *> CAIXA DE SAIDA (GRAVADAS POR CARTACOBRANCA, AVISORESERVA,
           *> LEMBRETEDEVOL E DOACAO) VAO PARA O ARQUIVO DE ENTRADA DO
           *> GATEWAY (msgsaidaAAAAMMDD.txt) E FICAM COMO ENVIADAS ATE
           *> O RETORNO DE ENTREGA (RETORNOMENSAGENS).
           PERFORM INICIALIZACAO.
           IF  RETURN-CODE = 0
               PERFORM LOCALIZAR-PENDENTES
               PERFORM ENVIAR-MENSAGEM
                   VARYING W-IDX FROM 1 BY 1
                   UNTIL W-IDX > W-TOTAL-PENDENTES
               PERFORM GRAVAR-TOTAL-CONTROLE
           END-IF.
           PERFORM FINALIZACAO.
           GOBACK.

       INICIALIZACAO.
           DISPLAY "ENVIO DE MENSAGENS AO GATEWAY DE E-MAIL/SMS".
           MOVE ZEROS TO RETURN-CODE.
           PERFORM VERIFICAR-MODO-LOTE.
           ACCEPT W-DATA-HOJE-AAAAMMDD FROM DATE YYYYMMDD.
           MOVE SPACES TO W-NOME-ARQ-GATEWAY.
           STRING "msgsaida" DELIMITED BY SIZE
                  W-DATA-HOJE-AAAAMMDD DELIMITED BY SIZE
                  ".txt" DELIMITED BY SIZE
               INTO W-NOME-ARQ-GATEWAY
           END-STRING.
           *> SE ARQUIVO NAO FOR ENCONTRADO, UM NOVO SERA CRIADO
           OPEN I-O ARQ-MENSAGEM.
           *> MAIS DE UMA EXECUCAO NO DIA ACRESCENTA AO MESMO ARQUIVO,
           *> MESMA CONVENCAO DE OPEN EXTEND DE LOGAUDITORIA.
           OPEN EXTEND ARQ-GATEWAY.
           IF  W-COD-ERRO-GAT NOT = "00" AND "05"
               DISPLAY "ERRO AO CRIAR " W-NOME-ARQ-GATEWAY
                       " (STATUS " W-COD-ERRO-GAT ")"
               MOVE 8 TO RETURN-CODE
           END-IF.

       VERIFICAR-MODO-LOTE.
           *> "LOTE" EM modolote.txt (GRAVADO POR ROTINANOTURNA)
           *> SIGNIFICA EXECUCAO SEM TECLADO.
           MOVE "N" TO W-MODO-LOTE.
           OPEN INPUT ARQ-MODO-LOTE.
           IF  W-COD-ERRO-MOD = "00"
               MOVE SPACES TO REG-MODO-LOTE
               READ ARQ-MODO-LOTE
                   AT END CONTINUE
               END-READ
               CLOSE ARQ-MODO-LOTE
               IF  REG-MODO-LOTE (1:4) = "LOTE"
                   MOVE "S" TO W-MODO-LOTE
               END-IF
           END-IF.

       LOCALIZAR-PENDENTES.
           MOVE ZEROS TO W-TOTAL-PENDENTES COD-MENSAGEM.
           MOVE "N" TO W-FIM-VARREDURA.
           START ARQ-MENSAGEM KEY IS NOT LESS THAN COD-MENSAGEM
               INVALID KEY MOVE "S" TO W-FIM-VARREDURA
           END-START.
           PERFORM UNTIL FIM-VARREDURA
               READ ARQ-MENSAGEM NEXT RECORD
                   AT END MOVE "S" TO W-FIM-VARREDURA
               END-READ
               IF  NOT FIM-VARREDURA
                   IF  W-COD-ERRO-MSG NOT = "00" AND "02"
                       DISPLAY "ERRO AO LER caixasaida.dat (STATUS "
                               W-COD-ERRO-MSG ")"
                       MOVE 8 TO RETURN-CODE
                       MOVE "S" TO W-FIM-VARREDURA
                   ELSE
                       IF  MSG-PENDENTE
                           IF  W-TOTAL-PENDENTES < 500
                               ADD 1 TO W-TOTAL-PENDENTES
                               MOVE COD-MENSAGEM
                                 TO PEN-COD-MENSAGEM (W-TOTAL-PENDENTES)
                           ELSE
                               MOVE "S" TO W-TABELA-CHEIA
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       ENVIAR-MENSAGEM.
           MOVE PEN-COD-MENSAGEM (W-IDX) TO COD-MENSAGEM.
           READ ARQ-MENSAGEM.
           IF  W-COD-ERRO-MSG = "00"
               MOVE SPACES TO REG-GAT-CABECALHO
               MOVE "H" TO GAT-TIPO-REG
               MOVE COD-MENSAGEM TO GAT-COD-MENSAGEM
               MOVE CANAL-MSG TO GAT-CANAL
               MOVE ENDERECO-ELETR-MSG TO GAT-ENDERECO
               MOVE NOME-DESTINATARIO-MSG TO GAT-NOME
               MOVE ASSUNTO-MSG TO GAT-ASSUNTO
               MOVE TOTAL-LINHAS-MSG TO GAT-QTD-LINHAS
               WRITE REG-GAT-CABECALHO
               PERFORM GRAVAR-LINHA-TEXTO
                   VARYING W-IDX-LINHA FROM 1 BY 1
                   UNTIL W-IDX-LINHA > TOTAL-LINHAS-MSG
               PERFORM MARCAR-ENVIADA
           END-IF.

       GRAVAR-LINHA-TEXTO.
           MOVE SPACES TO REG-GAT-LINHA.
           MOVE "L" TO GAT-TIPO-REG.
           MOVE COD-MENSAGEM TO GAT-COD-MENSAGEM-LIN.
           MOVE W-IDX-LINHA TO GAT-SEQ-LINHA.
           MOVE LINHA-MSG (W-IDX-LINHA) TO GAT-TEXTO.
           WRITE REG-GAT-LINHA.

       MARCAR-ENVIADA.
           MOVE "V" TO SITUACAO-MSG.
           MOVE W-DATA-HOJE-AAAAMMDD TO DATA-SITUACAO-MSG.
           REWRITE REG-MENSAGEM.
           IF  W-COD-ERRO-MSG = "00"
               ADD 1 TO W-TOTAL-ENVIADAS
           ELSE
               DISPLAY "ERRO AO REGRAVAR MENSAGEM " COD-MENSAGEM
                       " (STATUS " W-COD-ERRO-MSG ")"
               MOVE 8 TO RETURN-CODE
           END-IF.

       GRAVAR-TOTAL-CONTROLE.
           MOVE SPACES TO REG-GAT-TOTAL.
           MOVE "T" TO GAT-TIPO-REG.
           MOVE W-TOTAL-ENVIADAS TO GAT-QTD-MENSAGENS.
           WRITE REG-GAT-TOTAL.

       FINALIZACAO.
           CLOSE ARQ-MENSAGEM.
           CLOSE ARQ-GATEWAY.
           DISPLAY "MENSAGENS ENVIADAS: " W-TOTAL-ENVIADAS
                   " EM " W-NOME-ARQ-GATEWAY.
           IF  TABELA-CHEIA
               DISPLAY "TABELA CHEIA - AS DEMAIS MENSAGENS SEGUEM NA "
                       "PROXIMA EXECUCAO"
           END-IF.
           IF  NOT MODO-LOTE
               STOP "   <ENTER> PARA CONTINUAR"
           END-IF.

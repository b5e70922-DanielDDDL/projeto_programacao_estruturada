
       IDENTIFICATION DIVISION.

       PROGRAM-ID. CAIXASAIDA.
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

       DATA DIVISION.
         FILE SECTION.
         FD  ARQ-MENSAGEM
             LABEL RECORD STANDARD.
         COPY "REGMENSAGEM.cpy".

         WORKING-STORAGE SECTION.
         77  W-COD-ERRO-MSG     PIC XX    VALUE SPACES.
             88  STATUS-MSG-OK            VALUE "00".
         77  W-FIM-BUSCA        PIC X     VALUE "N".
             88  FIM-BUSCA                VALUE "S".
         77  W-DATA-HOJE-AAAAMMDD PIC 9(8) VALUE ZEROS.
         77  W-NUM-CONTROLE     PIC 9(9)  VALUE ZEROS.
         77  W-PROX-COD-MENSAGEM PIC 9(7) VALUE ZEROS.
         77  W-PROGRAMA-ORIGEM  PIC X(15) VALUE SPACES.

         LINKAGE SECTION.
      *> "G" = GRAVAR: LP-MENSAGEM (LAYOUT REG-MENSAGEM) JA MONTADA
      *>       PELO CHAMADOR ENTRA NA CAIXA DE SAIDA COMO PENDENTE,
      *>       COM NUMERO E DATA; DEVOLVE O NUMERO NA PROPRIA AREA.
      *> "R" = PROXIMA RECUSADA: DEVOLVE EM LP-MENSAGEM A PRIMEIRA
      *>       MENSAGEM RECUSADA PELO GATEWAY DO PROGRAMA INFORMADO EM
      *>       PROGRAMA-ORIGEM, DEPOIS DO NUMERO INFORMADO (ZERO NA
      *>       PRIMEIRA CHAMADA), E A MARCA COMO IMPRESSA - O
      *>       CHAMADOR A IMPRIME NA SUA REMESSA DE CARTAS.
      *> LP-RETORNO: "S" = OK / ENCONTRADA; "N" = FALHOU / NAO HA.
         01  LP-OPERACAO        PIC X.
         01  LP-MENSAGEM        PIC X(4268).
         01  LP-RETORNO         PIC X.

       PROCEDURE DIVISION USING LP-OPERACAO LP-MENSAGEM LP-RETORNO.

       INICIO.
           MOVE "N" TO LP-RETORNO.
           ACCEPT W-DATA-HOJE-AAAAMMDD FROM DATE YYYYMMDD.
           *> SE ARQUIVO NAO FOR ENCONTRADO, UM NOVO SERA CRIADO
           OPEN I-O ARQ-MENSAGEM.
           EVALUATE LP-OPERACAO
               WHEN "G"
                   PERFORM GRAVAR-MENSAGEM
               WHEN "R"
                   PERFORM OBTER-PROXIMA-RECUSADA
           END-EVALUATE.
           CLOSE ARQ-MENSAGEM.
           EXIT PROGRAM.

       GRAVAR-MENSAGEM.
           PERFORM GERAR-PROXIMO-COD-MENSAGEM.
           MOVE LP-MENSAGEM TO REG-MENSAGEM.
           MOVE W-PROX-COD-MENSAGEM  TO COD-MENSAGEM.
           MOVE W-DATA-HOJE-AAAAMMDD TO DATA-GERACAO-MSG
                DATA-SITUACAO-MSG.
           MOVE "P"                  TO SITUACAO-MSG.
           MOVE SPACES               TO MOTIVO-RECUSA-MSG.
           WRITE REG-MENSAGEM.
           IF  STATUS-MSG-OK
               MOVE REG-MENSAGEM TO LP-MENSAGEM
               MOVE "S" TO LP-RETORNO
           ELSE
               DISPLAY "ERRO AO GRAVAR caixasaida.dat (STATUS "
                       W-COD-ERRO-MSG ")"
           END-IF.

       GERAR-PROXIMO-COD-MENSAGEM.
           CALL "PROXIMONUMERO" USING "P" "MENSAGEM    "
                W-NUM-CONTROLE.
           IF  W-NUM-CONTROLE > 0
               MOVE W-NUM-CONTROLE TO W-PROX-COD-MENSAGEM
           ELSE
               PERFORM VARRER-MAIOR-COD-MENSAGEM
               MOVE W-PROX-COD-MENSAGEM TO W-NUM-CONTROLE
               CALL "PROXIMONUMERO" USING "D" "MENSAGEM    "
                    W-NUM-CONTROLE
           END-IF.

       VARRER-MAIOR-COD-MENSAGEM.
           MOVE ZEROS TO W-PROX-COD-MENSAGEM COD-MENSAGEM.
           MOVE "N" TO W-FIM-BUSCA.
           START ARQ-MENSAGEM KEY IS NOT LESS THAN COD-MENSAGEM
               INVALID KEY MOVE "S" TO W-FIM-BUSCA
           END-START.
           PERFORM UNTIL FIM-BUSCA
               READ ARQ-MENSAGEM NEXT RECORD
                   AT END MOVE "S" TO W-FIM-BUSCA
               END-READ
               IF  NOT FIM-BUSCA
                   IF  W-COD-ERRO-MSG NOT = "00" AND "02"
                       MOVE "S" TO W-FIM-BUSCA
                   ELSE
                       IF  COD-MENSAGEM > W-PROX-COD-MENSAGEM
                           MOVE COD-MENSAGEM TO W-PROX-COD-MENSAGEM
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
           ADD 1 TO W-PROX-COD-MENSAGEM.

       OBTER-PROXIMA-RECUSADA.
           MOVE LP-MENSAGEM TO REG-MENSAGEM.
           MOVE PROGRAMA-ORIGEM-MSG TO W-PROGRAMA-ORIGEM.
           MOVE "N" TO W-FIM-BUSCA.
           START ARQ-MENSAGEM KEY IS GREATER THAN COD-MENSAGEM
               INVALID KEY MOVE "S" TO W-FIM-BUSCA
           END-START.
           PERFORM UNTIL FIM-BUSCA
               READ ARQ-MENSAGEM NEXT RECORD
                   AT END MOVE "S" TO W-FIM-BUSCA
               END-READ
               IF  NOT FIM-BUSCA
                   IF  W-COD-ERRO-MSG NOT = "00" AND "02"
                       MOVE "S" TO W-FIM-BUSCA
                   ELSE
                       IF  MSG-RECUSADA
                               AND PROGRAMA-ORIGEM-MSG =
                                   W-PROGRAMA-ORIGEM
                           PERFORM MARCAR-IMPRESSA
                           MOVE "S" TO W-FIM-BUSCA
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       MARCAR-IMPRESSA.
           MOVE "I" TO SITUACAO-MSG.
           MOVE W-DATA-HOJE-AAAAMMDD TO DATA-SITUACAO-MSG.
           REWRITE REG-MENSAGEM.
           IF  STATUS-MSG-OK
               MOVE REG-MENSAGEM TO LP-MENSAGEM
               MOVE "S" TO LP-RETORNO
           ELSE
               DISPLAY "ERRO AO REGRAVAR MENSAGEM " COD-MENSAGEM
                       " (STATUS " W-COD-ERRO-MSG ")"
           END-IF.


       IDENTIFICATION DIVISION.

       PROGRAM-ID. VERIFICARPERIODO.
       AUTHOR. DANIEL.

       ENVIRONMENT DIVISION.
         CONFIGURATION SECTION.

             SPECIAL-NAMES.
                 DECIMAL-POINT IS COMMA.

             INPUT-OUTPUT SECTION.
               FILE-CONTROL.
                   SELECT OPTIONAL ARQ-PERIODO
                   ASSIGN TO "periodos.dat"
                   ORGANIZATION INDEXED
                   RECORD KEY IS PERIODO-PER
                   ACCESS RANDOM
                   FILE STATUS IS W-COD-ERRO-PER.

       DATA DIVISION.
         FILE SECTION.
         FD  ARQ-PERIODO
             LABEL RECORD STANDARD.
         COPY "REGPERIODO.cpy".

         WORKING-STORAGE SECTION.
         77  W-COD-ERRO-PER     PIC XX    VALUE SPACES.

         LINKAGE SECTION.
      *> ENTRADA: A DATA DO MOVIMENTO (AAAAMMDD). SAIDA: "A" SE O
      *> MES DELA ESTA ABERTO (OU FOI REABERTO) E "F" SE ESTA FECHADO.
         01  LP-DATA              PIC 9(8).
         01  LP-SITUACAO          PIC X.

       PROCEDURE DIVISION USING LP-DATA LP-SITUACAO.

       INICIO.
           *> SEM O ARQUIVO DE PERIODOS NENHUM MES FOI FECHADO AINDA:
           *> TUDO ESTA ABERTO.
           MOVE "A" TO LP-SITUACAO.
           OPEN INPUT ARQ-PERIODO.
           IF  W-COD-ERRO-PER = "00"
               MOVE LP-DATA (1:6) TO PERIODO-PER
               READ ARQ-PERIODO
               IF  W-COD-ERRO-PER = "00" AND PERIODO-FECHADO
                   MOVE "F" TO LP-SITUACAO
               END-IF
               CLOSE ARQ-PERIODO
           END-IF.
           EXIT PROGRAM.

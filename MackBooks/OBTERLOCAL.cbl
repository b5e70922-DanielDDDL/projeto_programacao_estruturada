
       IDENTIFICATION DIVISION.

       PROGRAM-ID. OBTERLOCAL.
       AUTHOR. DANIEL.

       ENVIRONMENT DIVISION.
         CONFIGURATION SECTION.

             SPECIAL-NAMES.
                 DECIMAL-POINT IS COMMA.

             INPUT-OUTPUT SECTION.
               FILE-CONTROL.
                   SELECT OPTIONAL ARQ-LOCALIZACAO
                   ASSIGN TO "localizacoes.dat"
                   ORGANIZATION INDEXED
                   RECORD KEY IS CHAVE-LOCALIZACAO
                   ACCESS RANDOM
                   FILE STATUS IS W-COD-ERRO-LOC.

       DATA DIVISION.
         FILE SECTION.
         FD  ARQ-LOCALIZACAO
             LABEL RECORD STANDARD.
         COPY "REGLOCAL.cpy".

         WORKING-STORAGE SECTION.
         77  W-COD-ERRO-LOC     PIC XX    VALUE SPACES.
             88  STATUS-LOC-OK            VALUE "00".

         LINKAGE SECTION.
      *> ENTRADA: LIVRO E FILIAL. SAIDA: O ENDERECO DA PRATELEIRA JA
      *> FORMATADO PARA TELA ("SETOR XXX CORR 99 PRAT 99"), OU
      *> "SEM LOCALIZACAO" QUANDO O TITULO AINDA NAO FOI ENDERECADO
      *> NAQUELA FILIAL.
         01  LP-COD-LIVRO         PIC 9(3).
         01  LP-COD-FILIAL        PIC 9(2).
         01  LP-LOCAL-ED          PIC X(25).

       PROCEDURE DIVISION USING LP-COD-LIVRO LP-COD-FILIAL
                  LP-LOCAL-ED.

       INICIO.
           MOVE "SEM LOCALIZACAO" TO LP-LOCAL-ED.
           OPEN INPUT ARQ-LOCALIZACAO.
           IF  STATUS-LOC-OK
               MOVE LP-COD-LIVRO  TO COD-LIVRO-LOC
               MOVE LP-COD-FILIAL TO COD-FILIAL-LOC
               READ ARQ-LOCALIZACAO
               IF  STATUS-LOC-OK
                   MOVE SPACES TO LP-LOCAL-ED
                   STRING "SETOR " SETOR-LOC " CORR " CORREDOR-LOC
                          " PRAT " PRATELEIRA-LOC
                       DELIMITED BY SIZE INTO LP-LOCAL-ED
                   END-STRING
               END-IF
               CLOSE ARQ-LOCALIZACAO
           END-IF.
           EXIT PROGRAM.

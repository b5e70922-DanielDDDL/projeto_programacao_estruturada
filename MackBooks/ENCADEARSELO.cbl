
       IDENTIFICATION DIVISION.

       PROGRAM-ID. ENCADEARSELO.
       AUTHOR. DANIEL.

       ENVIRONMENT DIVISION.
         CONFIGURATION SECTION.

             SPECIAL-NAMES.
                 DECIMAL-POINT IS COMMA.

       DATA DIVISION.

         WORKING-STORAGE SECTION.
         77  W-POS        PIC 9(3)   VALUE ZEROS.
         77  W-PEDACO     PIC 99     VALUE ZEROS.
         77  W-ACUMULADO  PIC 9(10)  VALUE ZEROS.
      *> ENTRADA DE GERARHASH: O SELO ACUMULADO NAS 10 PRIMEIRAS
      *> POSICOES E O PEDACO DO REGISTRO NAS 10 SEGUINTES. COMO O
      *> SELO E SEMPRE NUMERICO, OS BRANCOS A ESQUERDA DO PEDACO NAO
      *> SE PERDEM NO TRIM DE GERARHASH.
         01  W-ENTRADA.
             02  W-ENTRADA-SELO    PIC 9(10).
             02  W-ENTRADA-PEDACO  PIC X(10).

         LINKAGE SECTION.
         01  LP-SELO-ANTERIOR  PIC 9(10).
         01  LP-CONTEUDO       PIC X(500).
         01  LP-TAMANHO        PIC 9(3).
         01  LP-SELO           PIC 9(10).

       PROCEDURE DIVISION USING LP-SELO-ANTERIOR LP-CONTEUDO
                  LP-TAMANHO LP-SELO.

       INICIO.
           *> SELO ENCADEADO DE UM REGISTRO DE TRILHA (LOG DE AUDITORIA,
           *> KARDEX): PARTE DO SELO DO REGISTRO ANTERIOR E DOBRA, DE 10
           *> EM 10 POSICOES, TODO O CONTEUDO DO REGISTRO ATRAVES DE
           *> GERARHASH. ALTERAR UMA POSICAO QUALQUER, OU TIRAR UM
           *> REGISTRO DO MEIO, MUDA O SELO DAQUELE PONTO EM DIANTE.
           *> SO AS LP-TAMANHO PRIMEIRAS POSICOES DE LP-CONTEUDO SAO
           *> LIDAS (O CHAMADOR PASSA O REGISTRO DO TAMANHO QUE FOR).
           MOVE LP-SELO-ANTERIOR TO W-ACUMULADO.
           PERFORM VARYING W-POS FROM 1 BY 10 UNTIL W-POS > LP-TAMANHO
               COMPUTE W-PEDACO = LP-TAMANHO - W-POS + 1
               IF  W-PEDACO > 10
                   MOVE 10 TO W-PEDACO
               END-IF
               MOVE W-ACUMULADO TO W-ENTRADA-SELO
               MOVE SPACES TO W-ENTRADA-PEDACO
               MOVE LP-CONTEUDO (W-POS:W-PEDACO)
                 TO W-ENTRADA-PEDACO (1:W-PEDACO)
               CALL "GERARHASH" USING W-ENTRADA W-ACUMULADO
           END-PERFORM.
           MOVE W-ACUMULADO TO LP-SELO.
           EXIT PROGRAM.

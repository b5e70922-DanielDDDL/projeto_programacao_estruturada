
       IDENTIFICATION DIVISION.

       PROGRAM-ID. OBTERPOLITICA.
       AUTHOR. DANIEL.

       ENVIRONMENT DIVISION.
         CONFIGURATION SECTION.

             SPECIAL-NAMES.
                 DECIMAL-POINT IS COMMA.

             INPUT-OUTPUT SECTION.
               FILE-CONTROL.
                   SELECT OPTIONAL ARQ-POLITICA
                   ASSIGN TO "politicas.dat"
                   ORGANIZATION INDEXED
                   RECORD KEY IS CHAVE-POLITICA
                   ACCESS RANDOM
                   FILE STATUS IS W-COD-ERRO-POL.

                   SELECT OPTIONAL ARQ-PARAM-MULTA
                   ASSIGN TO "multaparam.txt"
                   ORGANIZATION LINE SEQUENTIAL
                   FILE STATUS IS W-COD-ERRO-PAR.

       DATA DIVISION.
         FILE SECTION.
         FD  ARQ-POLITICA
             LABEL RECORD STANDARD.
         COPY "REGPOLITICA.cpy".

         FD  ARQ-PARAM-MULTA
             LABEL RECORD STANDARD.
         01  REG-PARAM-MULTA  PIC X(20).

         WORKING-STORAGE SECTION.
         77  W-COD-ERRO-POL     PIC XX    VALUE SPACES.
             88  STATUS-POL-OK            VALUE "00".
         77  W-COD-ERRO-PAR     PIC XX    VALUE SPACES.
         77  W-ACHOU-POLITICA   PIC X     VALUE "N".
             88  ACHOU-POLITICA           VALUE "S".
         77  W-VALOR-DIA-TEXTO  PIC X(5)  VALUE SPACES.
         77  W-VALOR-DIA-NUM REDEFINES W-VALOR-DIA-TEXTO
                                PIC 9(3)V99.

         LINKAGE SECTION.
      *> ENTRADA: TIPO DO LEITOR E CATEGORIA DO LIVRO. SAIDA: AS
      *> REGRAS DA LINHA TIPO x CATEGORIA DE "politicas.dat"; SEM
      *> ELA, A REGRA GERAL DO TIPO (CATEGORIA EM BRANCO); SEM
      *> NENHUMA DAS DUAS, OS VALORES DE SEMPRE DO BALCAO (3
      *> EMPRESTIMOS, 14 DIAS, 2 RENOVACOES E A MULTA-DIA DE
      *> "multaparam.txt"), PARA NADA PARAR ENQUANTO A TABELA NAO
      *> ESTIVER PREENCHIDA.
         01  LP-TIPO-LEITOR       PIC X.
         01  LP-CATEGORIA         PIC X(15).
         01  LP-MAX-EMPRESTIMOS   PIC 99.
         01  LP-PRAZO-DIAS        PIC 99.
         01  LP-MAX-RENOVACOES    PIC 99.
         01  LP-VALOR-DIA-MULTA   PIC 9(3)V99.
         01  LP-CONSULTA-LOCAL    PIC X.

       PROCEDURE DIVISION USING LP-TIPO-LEITOR LP-CATEGORIA
                  LP-MAX-EMPRESTIMOS LP-PRAZO-DIAS LP-MAX-RENOVACOES
                  LP-VALOR-DIA-MULTA LP-CONSULTA-LOCAL.

       INICIO.
           MOVE "N" TO W-ACHOU-POLITICA.
           OPEN INPUT ARQ-POLITICA.
           IF  STATUS-POL-OK
               MOVE LP-TIPO-LEITOR TO TIPO-LEITOR-POL
               MOVE LP-CATEGORIA   TO CATEGORIA-POL
               READ ARQ-POLITICA
               IF  STATUS-POL-OK
                   MOVE "S" TO W-ACHOU-POLITICA
               ELSE
                   MOVE LP-TIPO-LEITOR TO TIPO-LEITOR-POL
                   MOVE SPACES         TO CATEGORIA-POL
                   READ ARQ-POLITICA
                   IF  STATUS-POL-OK
                       MOVE "S" TO W-ACHOU-POLITICA
                   END-IF
               END-IF
               CLOSE ARQ-POLITICA
           END-IF.
           IF  ACHOU-POLITICA
               MOVE MAX-EMPRESTIMOS-POL TO LP-MAX-EMPRESTIMOS
               MOVE PRAZO-DIAS-POL      TO LP-PRAZO-DIAS
               MOVE MAX-RENOVACOES-POL  TO LP-MAX-RENOVACOES
               MOVE VALOR-DIA-MULTA-POL TO LP-VALOR-DIA-MULTA
               MOVE CONSULTA-LOCAL-POL  TO LP-CONSULTA-LOCAL
           ELSE
               MOVE 03 TO LP-MAX-EMPRESTIMOS
               MOVE 14 TO LP-PRAZO-DIAS
               MOVE 02 TO LP-MAX-RENOVACOES
               MOVE "N" TO LP-CONSULTA-LOCAL
               PERFORM CARREGAR-PARAMETRO-MULTA
           END-IF.
           EXIT PROGRAM.

       CARREGAR-PARAMETRO-MULTA.
           *> MESMA CONVENCAO DE SEMPRE DE "multaparam.txt": 5
           *> DIGITOS COM DUAS CASAS IMPLICITAS (00150 = 1,50 POR
           *> DIA); SEM O ARQUIVO, 1,00 POR DIA.
           MOVE 1,00 TO LP-VALOR-DIA-MULTA.
           OPEN INPUT ARQ-PARAM-MULTA.
           IF  W-COD-ERRO-PAR = "00"
               MOVE SPACES TO REG-PARAM-MULTA
               READ ARQ-PARAM-MULTA
                   AT END CONTINUE
               END-READ
               CLOSE ARQ-PARAM-MULTA
               MOVE REG-PARAM-MULTA (1:5) TO W-VALOR-DIA-TEXTO
               IF  W-VALOR-DIA-TEXTO IS NUMERIC
                   MOVE W-VALOR-DIA-NUM TO LP-VALOR-DIA-MULTA
               END-IF
           END-IF.

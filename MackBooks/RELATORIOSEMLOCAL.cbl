
       IDENTIFICATION DIVISION.

       PROGRAM-ID. RELATORIOSEMLOCAL.
       AUTHOR. DANIEL.

       ENVIRONMENT DIVISION.
         CONFIGURATION SECTION.

             SPECIAL-NAMES.
                 DECIMAL-POINT IS COMMA.

             INPUT-OUTPUT SECTION.
               FILE-CONTROL.
                   SELECT OPTIONAL CAD-PRODUTO
                   ASSIGN TO "livros.dat"
                   ORGANIZATION INDEXED
                   RECORD KEY IS COD-LIVRO
                   ACCESS DYNAMIC
                   FILE STATUS IS CODERRO.

                   SELECT OPTIONAL ARQ-FILIAL
                   ASSIGN TO "estfilial.dat"
                   ORGANIZATION INDEXED
                   RECORD KEY IS COD-ESTOQUE-FIL
                   ALTERNATE RECORD KEY IS COD-LIVRO-FIL WITH DUPLICATES
                   ACCESS DYNAMIC
                   FILE STATUS IS W-COD-ERRO-FIL.

                   SELECT OPTIONAL ARQ-LOCALIZACAO
                   ASSIGN TO "localizacoes.dat"
                   ORGANIZATION INDEXED
                   RECORD KEY IS CHAVE-LOCALIZACAO
                   ACCESS RANDOM
                   FILE STATUS IS W-COD-ERRO-LOC.

                   SELECT OPTIONAL ARQ-RELATORIO
                   ASSIGN TO "relsemlocal.txt"
                   ORGANIZATION LINE SEQUENTIAL
                   FILE STATUS IS W-COD-ERRO-REL.

       DATA DIVISION.
         FILE SECTION.
         FD  CAD-PRODUTO
             LABEL RECORD STANDARD.
         COPY "REGLIVRO.cpy".

         FD  ARQ-FILIAL
             LABEL RECORD STANDARD.
         COPY "REGFILIAL.cpy".

         FD  ARQ-LOCALIZACAO
             LABEL RECORD STANDARD.
         COPY "REGLOCAL.cpy".

         FD  ARQ-RELATORIO
             LABEL RECORD STANDARD.
         01  REG-RELATORIO  PIC X(100).

         WORKING-STORAGE SECTION.
         77  CODERRO            PIC XX    VALUE SPACES.
             88  STATUS-OK                VALUE "00".
         77  W-COD-ERRO-FIL     PIC XX    VALUE SPACES.
             88  STATUS-FIL-OK            VALUE "00" "02".
         77  W-COD-ERRO-LOC     PIC XX    VALUE SPACES.
             88  STATUS-LOC-OK            VALUE "00".
         77  W-COD-ERRO-REL     PIC XX    VALUE SPACES.
         77  W-FIM-ARQUIVO      PIC X     VALUE "N".
             88  FIM-ARQUIVO              VALUE "S".
         77  W-FILIAL-FILTRO    PIC 9(2)  VALUE ZEROS.
         77  W-TOTAL-FILIAIS    PIC 9(5)  VALUE ZEROS.
         77  W-TOTAL-MATRIZ     PIC 9(5)  VALUE ZEROS.
         77  W-LINHA            PIC X(100) VALUE SPACES.
         77  QTD-ED             PIC ZZZZ9 VALUE ZEROS.

       PROCEDURE DIVISION.

       INICIO.
           *> TITULOS COM ESTOQUE E SEM ENDERECO DE PRATELEIRA EM
           *> "localizacoes.dat": PRIMEIRO O ESTOQUE DE CADA FILIAL
           *> (estfilial.dat); DEPOIS OS LIVROS COM SALDO SEM NENHUM
           *> REGISTRO POR FILIAL, QUE FICAM NA MATRIZ (FILIAL 01).
           PERFORM INICIALIZACAO.
           PERFORM VERIFICAR-ESTOQUE-FILIAIS.
           IF  W-FILIAL-FILTRO = 0 OR 1
               PERFORM VERIFICAR-ESTOQUE-MATRIZ
           END-IF.
           PERFORM FINALIZACAO.
           EXIT PROGRAM.

       INICIALIZACAO.
           DISPLAY "TITULOS COM ESTOQUE SEM LOCALIZACAO".
           DISPLAY "FILIAL (0=TODAS)..........: " WITH NO ADVANCING.
           ACCEPT W-FILIAL-FILTRO.
           OPEN INPUT CAD-PRODUTO.
           OPEN INPUT ARQ-FILIAL.
           OPEN INPUT ARQ-LOCALIZACAO.
           OPEN OUTPUT ARQ-RELATORIO.
           MOVE "TITULOS COM ESTOQUE SEM LOCALIZACAO NA PRATELEIRA"
             TO W-LINHA.
           PERFORM GRAVAR-LINHA.
           MOVE "FIL LIVRO TITULO                                  "
             TO W-LINHA.
           MOVE "ESTOQUE" TO W-LINHA (52:7).
           PERFORM GRAVAR-LINHA.

       VERIFICAR-ESTOQUE-FILIAIS.
           MOVE "N" TO W-FIM-ARQUIVO.
           PERFORM LER-PROXIMA-FILIAL.
           PERFORM UNTIL FIM-ARQUIVO
               IF  QTD-ESTOQUE-FIL > 0
                       AND (W-FILIAL-FILTRO = 0
                            OR COD-FILIAL = W-FILIAL-FILTRO)
                   MOVE COD-LIVRO-FIL TO COD-LIVRO-LOC
                   MOVE COD-FILIAL    TO COD-FILIAL-LOC
                   READ ARQ-LOCALIZACAO
                   IF  NOT STATUS-LOC-OK
                       MOVE COD-LIVRO-FIL TO COD-LIVRO
                       READ CAD-PRODUTO
                       IF  NOT STATUS-OK
                           MOVE "(LIVRO NAO CADASTRADO)"
                             TO TITULO-LIVRO
                       END-IF
                       MOVE QTD-ESTOQUE-FIL TO QTD-ED
                       PERFORM GRAVAR-LINHA-TITULO
                       ADD 1 TO W-TOTAL-FILIAIS
                   END-IF
               END-IF
               PERFORM LER-PROXIMA-FILIAL
           END-PERFORM.

       LER-PROXIMA-FILIAL.
           READ ARQ-FILIAL NEXT RECORD
               AT END MOVE "S" TO W-FIM-ARQUIVO
           END-READ.
           *> UM ERRO DE LEITURA SEM AT END GIRARIA PARA SEMPRE.
           IF  NOT FIM-ARQUIVO AND NOT STATUS-FIL-OK
               DISPLAY "ERRO AO LER estfilial.dat (STATUS "
                       W-COD-ERRO-FIL ")"
               MOVE "S" TO W-FIM-ARQUIVO
           END-IF.

       VERIFICAR-ESTOQUE-MATRIZ.
           MOVE "N" TO W-FIM-ARQUIVO.
           PERFORM LER-PROXIMO-LIVRO.
           PERFORM UNTIL FIM-ARQUIVO
               IF  QTD-ESTOQUE > 0
                   MOVE COD-LIVRO TO COD-LIVRO-FIL
                   READ ARQ-FILIAL KEY IS COD-LIVRO-FIL
                   IF  NOT STATUS-FIL-OK
                       MOVE COD-LIVRO TO COD-LIVRO-LOC
                       MOVE 01        TO COD-FILIAL-LOC
                       READ ARQ-LOCALIZACAO
                       IF  NOT STATUS-LOC-OK
                           MOVE 01          TO COD-FILIAL
                           MOVE QTD-ESTOQUE TO QTD-ED
                           PERFORM GRAVAR-LINHA-TITULO
                           ADD 1 TO W-TOTAL-MATRIZ
                       END-IF
                   END-IF
               END-IF
               PERFORM LER-PROXIMO-LIVRO
           END-PERFORM.

       LER-PROXIMO-LIVRO.
           READ CAD-PRODUTO NEXT RECORD
               AT END MOVE "S" TO W-FIM-ARQUIVO
           END-READ.
           IF  NOT FIM-ARQUIVO AND CODERRO NOT = "00" AND "02"
               DISPLAY "ERRO AO LER livros.dat (STATUS " CODERRO ")"
               MOVE "S" TO W-FIM-ARQUIVO
           END-IF.

       GRAVAR-LINHA-TITULO.
           MOVE SPACES TO W-LINHA.
           MOVE COD-FILIAL   TO W-LINHA (1:2).
           MOVE COD-LIVRO    TO W-LINHA (5:3).
           MOVE TITULO-LIVRO TO W-LINHA (11:40).
           MOVE QTD-ED       TO W-LINHA (54:5).
           PERFORM GRAVAR-LINHA.

       GRAVAR-LINHA.
           DISPLAY W-LINHA (1:79).
           MOVE W-LINHA TO REG-RELATORIO.
           WRITE REG-RELATORIO.

       FINALIZACAO.
           MOVE SPACES TO W-LINHA.
           PERFORM GRAVAR-LINHA.
           STRING "SEM LOCALIZACAO - ESTOQUE DE FILIAL: "
                  W-TOTAL-FILIAIS
                  "  ESTOQUE SO NA MATRIZ: " W-TOTAL-MATRIZ
               DELIMITED BY SIZE INTO W-LINHA
           END-STRING.
           PERFORM GRAVAR-LINHA.
           CLOSE CAD-PRODUTO.
           CLOSE ARQ-FILIAL.
           CLOSE ARQ-LOCALIZACAO.
           CLOSE ARQ-RELATORIO.
           CALL "SPOOLAR" USING "RELATORIOSEMLOCAL   "
                "relsemlocal.txt     ".
           STOP "   <ENTER> PARA CONTINUAR".

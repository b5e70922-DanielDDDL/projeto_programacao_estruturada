
       IDENTIFICATION DIVISION.

       PROGRAM-ID. RELATORIOENCOMENDA.
       AUTHOR. DANIEL.

       ENVIRONMENT DIVISION.
         CONFIGURATION SECTION.

             SPECIAL-NAMES.
                 DECIMAL-POINT IS COMMA.

             INPUT-OUTPUT SECTION.
               FILE-CONTROL.
                   SELECT OPTIONAL ARQ-ENCOMENDA
                   ASSIGN TO "encomendas.dat"
                   ORGANIZATION INDEXED
                   RECORD KEY IS COD-ENCOMENDA
                   ALTERNATE RECORD KEY IS COD-LIVRO-ENC
                       WITH DUPLICATES
                   ACCESS SEQUENTIAL
                   FILE STATUS IS W-COD-ERRO-ENC.

                   SELECT OPTIONAL ARQ-RELATORIO
                   ASSIGN TO "relencomenda.txt"
                   ORGANIZATION LINE SEQUENTIAL
                   FILE STATUS IS W-COD-ERRO-REL.

       DATA DIVISION.
         FILE SECTION.
         FD  ARQ-ENCOMENDA
             LABEL RECORD STANDARD.
         COPY "REGENCOMENDA.cpy".

         FD  ARQ-RELATORIO
             LABEL RECORD STANDARD.
         01  REG-RELATORIO  PIC X(132).

         WORKING-STORAGE SECTION.
         77  W-COD-ERRO-ENC     PIC XX    VALUE SPACES.
         77  W-COD-ERRO-REL     PIC XX    VALUE SPACES.
         77  W-FIM-ARQUIVO      PIC X     VALUE "N".
             88  FIM-ARQUIVO              VALUE "S".
         77  W-DIAS-MINIMO      PIC 9(3)  VALUE ZEROS.
         77  W-DATA-HOJE-AAAAMMDD PIC 9(8) VALUE ZEROS.
         77  W-INTEIRO-HOJE     PIC 9(7)  VALUE ZEROS.
         77  W-DIAS-ESPERA      PIC 9(5)  VALUE ZEROS.
         77  W-TOTAL-LISTADAS   PIC 9(5)  VALUE ZEROS.
         77  W-TOTAL-SINAL      PIC 9(9)V99 VALUE ZEROS.
         77  W-SITUACAO-TEXTO   PIC X(10) VALUE SPACES.
         77  W-LINHA            PIC X(132) VALUE SPACES.
         77  DIAS-ED            PIC ZZZZ9 VALUE ZEROS.
         77  QTD-ED             PIC ZZ9   VALUE ZEROS.
         77  SINAL-ED           PIC ZZ.ZZ9,99 VALUE ZEROS.
         77  TOTAL-ED           PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.

       PROCEDURE DIVISION.

       INICIO.
           *> ENCOMENDAS DE CLIENTE EM ABERTO HA MAIS DE N DIAS:
           *> AINDA NAO PEDIDAS, PEDIDAS AO FORNECEDOR E SEM CHEGADA,
           *> OU SEPARADAS E NAO RETIRADAS - A LISTA PARA COBRAR O
           *> FORNECEDOR OU LIGAR PARA O CLIENTE.
           PERFORM INICIALIZACAO.
           PERFORM LISTAR-ENCOMENDAS.
           PERFORM FINALIZACAO.
           EXIT PROGRAM.

       INICIALIZACAO.
           DISPLAY "ENCOMENDAS DE CLIENTE EM ESPERA".
           DISPLAY "ESPERANDO HA MAIS DE QUANTOS DIAS (0 = TODAS): "
                   WITH NO ADVANCING.
           ACCEPT W-DIAS-MINIMO.
           ACCEPT W-DATA-HOJE-AAAAMMDD FROM DATE YYYYMMDD.
           COMPUTE W-INTEIRO-HOJE =
                   FUNCTION INTEGER-OF-DATE (W-DATA-HOJE-AAAAMMDD).
           OPEN INPUT ARQ-ENCOMENDA.

       LISTAR-ENCOMENDAS.
           OPEN OUTPUT ARQ-RELATORIO.
           MOVE SPACES TO W-LINHA.
           STRING "ENCOMENDAS EM ESPERA HA MAIS DE " W-DIAS-MINIMO
                  " DIAS - POSICAO EM " W-DATA-HOJE-AAAAMMDD
               DELIMITED BY SIZE INTO W-LINHA
           END-STRING.
           PERFORM GRAVAR-LINHA.
           MOVE SPACES TO W-LINHA.
           STRING "ENCOM. DIAS CLIENTE              TELEFONE"
                  "        TITULO                         QTD"
                  "     SINAL PEDIDO SITUACAO"
               DELIMITED BY SIZE INTO W-LINHA
           END-STRING.
           PERFORM GRAVAR-LINHA.
           MOVE "N" TO W-FIM-ARQUIVO.
           PERFORM LER-PROXIMA-ENCOMENDA.
           PERFORM UNTIL FIM-ARQUIVO
               IF  ENC-AGUARDANDO OR ENC-SEPARADA
                   COMPUTE W-DIAS-ESPERA = W-INTEIRO-HOJE -
                       FUNCTION INTEGER-OF-DATE (DATA-ENCOMENDA)
                   IF  W-DIAS-ESPERA > W-DIAS-MINIMO
                           OR W-DIAS-MINIMO = 0
                       PERFORM MONTAR-LINHA-ENCOMENDA
                   END-IF
               END-IF
               PERFORM LER-PROXIMA-ENCOMENDA
           END-PERFORM.
           MOVE SPACES TO W-LINHA.
           MOVE W-TOTAL-SINAL TO TOTAL-ED.
           STRING "ENCOMENDAS LISTADAS: " W-TOTAL-LISTADAS
                  "   SINAIS RECEBIDOS: " TOTAL-ED
               DELIMITED BY SIZE INTO W-LINHA
           END-STRING.
           PERFORM GRAVAR-LINHA.
           CLOSE ARQ-RELATORIO.
           CALL "SPOOLAR" USING "RELATORIOENCOMENDA  "
                "relencomenda.txt    ".

       LER-PROXIMA-ENCOMENDA.
           READ ARQ-ENCOMENDA NEXT RECORD
               AT END MOVE "S" TO W-FIM-ARQUIVO
           END-READ.
           IF  NOT FIM-ARQUIVO
                   AND W-COD-ERRO-ENC NOT = "00" AND "02" AND "05"
               DISPLAY "ERRO AO LER encomendas.dat (STATUS "
                       W-COD-ERRO-ENC ")"
               MOVE "S" TO W-FIM-ARQUIVO
           END-IF.

       MONTAR-LINHA-ENCOMENDA.
           EVALUATE TRUE
               WHEN ENC-ABERTA
                   MOVE "A PEDIR"    TO W-SITUACAO-TEXTO
               WHEN ENC-PEDIDA
                   MOVE "PEDIDA"     TO W-SITUACAO-TEXTO
               WHEN OTHER
                   MOVE "SEPARADA"   TO W-SITUACAO-TEXTO
           END-EVALUATE.
           MOVE W-DIAS-ESPERA TO DIAS-ED.
           MOVE QTD-ENC TO QTD-ED.
           MOVE VALOR-SINAL-ENC TO SINAL-ED.
           MOVE SPACES TO W-LINHA.
           STRING COD-ENCOMENDA " " DIAS-ED " "
                  NOME-CLIENTE-ENC (1:20) " "
                  TELEFONE-ENC " "
                  TITULO-ENC (1:30) " "
                  QTD-ED " " SINAL-ED " "
                  COD-PEDIDO-ENC " "
                  W-SITUACAO-TEXTO
               DELIMITED BY SIZE INTO W-LINHA
           END-STRING.
           PERFORM GRAVAR-LINHA.
           ADD 1 TO W-TOTAL-LISTADAS.
           ADD VALOR-SINAL-ENC TO W-TOTAL-SINAL.

       GRAVAR-LINHA.
           DISPLAY W-LINHA (1:79).
           MOVE W-LINHA TO REG-RELATORIO.
           WRITE REG-RELATORIO.

       FINALIZACAO.
           CLOSE ARQ-ENCOMENDA.
           STOP "   <ENTER> PARA CONTINUAR".

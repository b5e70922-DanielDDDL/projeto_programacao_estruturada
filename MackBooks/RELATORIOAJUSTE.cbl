
       IDENTIFICATION DIVISION.

       PROGRAM-ID. RELATORIOAJUSTE.
       AUTHOR. DANIEL.

       ENVIRONMENT DIVISION.
         CONFIGURATION SECTION.

             SPECIAL-NAMES.
                 DECIMAL-POINT IS COMMA.

             INPUT-OUTPUT SECTION.
               FILE-CONTROL.
                   SELECT OPTIONAL ARQ-AJUSTE
                   ASSIGN TO "ajustes.dat"
                   ORGANIZATION INDEXED
                   RECORD KEY IS COD-AJUSTE
                   ACCESS SEQUENTIAL
                   FILE STATUS IS W-COD-ERRO-AJU.

                   SELECT OPTIONAL ARQ-RELATORIO
                   ASSIGN TO "relajuste.txt"
                   ORGANIZATION LINE SEQUENTIAL
                   FILE STATUS IS W-COD-ERRO-REL.

       DATA DIVISION.
         FILE SECTION.
         FD  ARQ-AJUSTE
             LABEL RECORD STANDARD.
         COPY "REGAJUSTE.cpy".

         FD  ARQ-RELATORIO
             LABEL RECORD STANDARD.
         01  REG-RELATORIO  PIC X(132).

         WORKING-STORAGE SECTION.
         77  W-COD-ERRO-AJU     PIC XX    VALUE SPACES.
         77  W-COD-ERRO-REL     PIC XX    VALUE SPACES.
         77  W-FIM-ARQUIVO      PIC X     VALUE "N".
             88  FIM-ARQUIVO              VALUE "S".
         77  W-LIMITE-QTD       PIC 9(5)  VALUE ZEROS.
         77  W-LIMITE-VALOR     PIC 9(7)V99 VALUE ZEROS.
         77  W-DIAS-PENDENCIA   PIC 9(3)  VALUE ZEROS.
         77  W-DATA-HOJE-AAAAMMDD PIC 9(8) VALUE ZEROS.
         77  W-INTEIRO-HOJE     PIC 9(7)  VALUE ZEROS.
         77  W-DIAS-ESPERA      PIC 9(5)  VALUE ZEROS.
         77  W-TOTAL-PENDENTES  PIC 9(5)  VALUE ZEROS.
         77  W-TOTAL-LISTADOS   PIC 9(5)  VALUE ZEROS.
         77  W-TOTAL-VALOR      PIC 9(9)V99 VALUE ZEROS.
         77  W-ORIGEM-TEXTO     PIC X(11) VALUE SPACES.
         77  W-LINHA            PIC X(132) VALUE SPACES.
         77  DIAS-ED            PIC ZZZ9  VALUE ZEROS.
         77  QTD-ED             PIC ZZZZ9 VALUE ZEROS.
         77  VALOR-ED           PIC Z.ZZZ.ZZ9,99 VALUE ZEROS.
         77  TOTAL-ED           PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.

       PROCEDURE DIVISION.

       INICIO.
           *> AJUSTES DE ESTOQUE/VALOR QUE AGUARDAM A SEGUNDA
           *> ASSINATURA (APROVARAJUSTE) HA MAIS DOS N DIAS DE
           *> "aprovacaoparam.txt": A LISTA PARA COBRAR DOS
           *> ADMINISTRADORES UMA DECISAO. O PEDIDO PARADO DEIXA A
           *> CONTAGEM OU O EMPRESTIMO EM ABERTO.
           PERFORM INICIALIZACAO.
           PERFORM LISTAR-AJUSTES.
           PERFORM FINALIZACAO.
           EXIT PROGRAM.

       INICIALIZACAO.
           DISPLAY "AJUSTES AGUARDANDO APROVACAO".
           CALL "OBTERLIMITEAJUSTE" USING W-LIMITE-QTD W-LIMITE-VALOR
                W-DIAS-PENDENCIA.
           ACCEPT W-DATA-HOJE-AAAAMMDD FROM DATE YYYYMMDD.
           COMPUTE W-INTEIRO-HOJE =
                   FUNCTION INTEGER-OF-DATE (W-DATA-HOJE-AAAAMMDD).
           OPEN INPUT ARQ-AJUSTE.

       LISTAR-AJUSTES.
           OPEN OUTPUT ARQ-RELATORIO.
           MOVE SPACES TO W-LINHA.
           STRING "AJUSTES PENDENTES HA MAIS DE " W-DIAS-PENDENCIA
                  " DIAS - POSICAO EM " W-DATA-HOJE-AAAAMMDD
               DELIMITED BY SIZE INTO W-LINHA
           END-STRING.
           PERFORM GRAVAR-LINHA.
           MOVE SPACES TO W-LINHA.
           STRING "AJUST DIAS ORIGEM      PEDIDO POR LIV FL"
                  " EMPR. SALDO  NOVO    DIF        VALOR"
               DELIMITED BY SIZE INTO W-LINHA
           END-STRING.
           PERFORM GRAVAR-LINHA.
           MOVE "N" TO W-FIM-ARQUIVO.
           PERFORM LER-PROXIMO-AJUSTE.
           PERFORM UNTIL FIM-ARQUIVO
               IF  AJUSTE-PENDENTE
                   ADD 1 TO W-TOTAL-PENDENTES
                   COMPUTE W-DIAS-ESPERA = W-INTEIRO-HOJE -
                       FUNCTION INTEGER-OF-DATE (DATA-PEDIDO-AJU)
                   IF  W-DIAS-ESPERA > W-DIAS-PENDENCIA
                       PERFORM MONTAR-LINHA-AJUSTE
                   END-IF
               END-IF
               PERFORM LER-PROXIMO-AJUSTE
           END-PERFORM.
           MOVE SPACES TO W-LINHA.
           MOVE W-TOTAL-VALOR TO TOTAL-ED.
           STRING "PENDENTES: " W-TOTAL-PENDENTES
                  "   ATRASADOS: " W-TOTAL-LISTADOS
                  "   VALOR ATRASADO: " TOTAL-ED
               DELIMITED BY SIZE INTO W-LINHA
           END-STRING.
           PERFORM GRAVAR-LINHA.
           CLOSE ARQ-RELATORIO.
           CALL "SPOOLAR" USING "RELATORIOAJUSTE     "
                "relajuste.txt       ".

       LER-PROXIMO-AJUSTE.
           READ ARQ-AJUSTE NEXT RECORD
               AT END MOVE "S" TO W-FIM-ARQUIVO
           END-READ.
           IF  NOT FIM-ARQUIVO
                   AND W-COD-ERRO-AJU NOT = "00" AND "02" AND "05"
               DISPLAY "ERRO AO LER ajustes.dat (STATUS "
                       W-COD-ERRO-AJU ")"
               MOVE "S" TO W-FIM-ARQUIVO
           END-IF.

       MONTAR-LINHA-AJUSTE.
           EVALUATE TRUE
               WHEN AJU-INVENTARIO
                   MOVE "INVENTARIO"  TO W-ORIGEM-TEXTO
               WHEN AJU-CONCILIACAO
                   MOVE "CONCILIACAO" TO W-ORIGEM-TEXTO
               WHEN OTHER
                   MOVE "BAIXA"       TO W-ORIGEM-TEXTO
           END-EVALUATE.
           MOVE W-DIAS-ESPERA TO DIAS-ED.
           MOVE QTD-DIFERENCA-AJU TO QTD-ED.
           MOVE VALOR-AJU TO VALOR-ED.
           MOVE SPACES TO W-LINHA.
           STRING COD-AJUSTE " " DIAS-ED " "
                  W-ORIGEM-TEXTO " "
                  USUARIO-PEDIDO-AJU " "
                  COD-LIVRO-AJU " "
                  COD-FILIAL-AJU " "
                  COD-EMPRESTIMO-AJU " "
                  QTD-ANTERIOR-AJU " "
                  QTD-NOVA-AJU " "
                  SINAL-AJU QTD-ED " "
                  VALOR-ED
               DELIMITED BY SIZE INTO W-LINHA
           END-STRING.
           PERFORM GRAVAR-LINHA.
           ADD 1 TO W-TOTAL-LISTADOS.
           ADD VALOR-AJU TO W-TOTAL-VALOR.

       GRAVAR-LINHA.
           DISPLAY W-LINHA (1:79).
           MOVE W-LINHA TO REG-RELATORIO.
           WRITE REG-RELATORIO.

       FINALIZACAO.
           CLOSE ARQ-AJUSTE.
           STOP "   <ENTER> PARA CONTINUAR".

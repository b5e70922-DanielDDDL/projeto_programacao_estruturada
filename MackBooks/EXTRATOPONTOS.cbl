
       IDENTIFICATION DIVISION.

       PROGRAM-ID. EXTRATOPONTOS.
       AUTHOR. DANIEL.

       ENVIRONMENT DIVISION.
         CONFIGURATION SECTION.

             SPECIAL-NAMES.
                 DECIMAL-POINT IS COMMA.

             INPUT-OUTPUT SECTION.
               FILE-CONTROL.
                   SELECT OPTIONAL ARQ-LEITOR
                   ASSIGN TO "leitores.dat"
                   ORGANIZATION INDEXED
                   RECORD KEY IS COD-LEITOR
                   ACCESS DYNAMIC
                   FILE STATUS IS W-COD-ERRO-LEI.

                   SELECT OPTIONAL ARQ-PONTOS
                   ASSIGN TO "pontos.dat"
                   ORGANIZATION INDEXED
                   RECORD KEY IS CHAVE-PONTOS
                   ALTERNATE RECORD KEY IS COD-LEITOR-PTS
                       WITH DUPLICATES
                   ACCESS DYNAMIC
                   FILE STATUS IS W-COD-ERRO-PTS.

                   SELECT OPTIONAL ARQ-RELATORIO
                   ASSIGN TO "extratopontos.txt"
                   ORGANIZATION LINE SEQUENTIAL
                   FILE STATUS IS W-COD-ERRO-REL.

       DATA DIVISION.
         FILE SECTION.
         FD  ARQ-LEITOR
             LABEL RECORD STANDARD.
         COPY "REGLEITOR.cpy".

         FD  ARQ-PONTOS
             LABEL RECORD STANDARD.
         COPY "REGPONTOS.cpy".

         FD  ARQ-RELATORIO
             LABEL RECORD STANDARD.
         01  REG-RELATORIO  PIC X(100).

         WORKING-STORAGE SECTION.
         77  W-COD-ERRO-LEI     PIC XX    VALUE SPACES.
         77  W-COD-ERRO-PTS     PIC XX    VALUE SPACES.
         77  W-COD-ERRO-REL     PIC XX    VALUE SPACES.
         77  W-FIM-MOVIMENTO    PIC X     VALUE "N".
             88  FIM-MOVIMENTO            VALUE "S".
         77  W-FIM-LEITORES     PIC X     VALUE "N".
             88  FIM-LEITORES             VALUE "S".
         77  W-DOC-PESQUISA     PIC X(11) VALUE SPACES.
         77  W-COD-LEITOR-DIG   PIC 9(5)  VALUE ZEROS.
         77  W-COD-LEITOR       PIC 9(5)  VALUE ZEROS.
         77  W-DATA-HOJE-AAAAMMDD PIC 9(8) VALUE ZEROS.
         77  W-DATA-AVISO       PIC 9(8)  VALUE ZEROS.
         77  W-INTEIRO-DATA     PIC 9(7)  VALUE ZEROS.
      *> PONTOS QUE VENCEM NESTA JANELA SAO DESTACADOS NO RODAPE,
      *> PARA O BALCAO LEMBRAR O CLIENTE DE USA-LOS.
         77  W-DIAS-AVISO       PIC 9(3)  VALUE 30.
         77  W-SINAL            PIC X     VALUE SPACES.
         77  W-TIPO-TEXTO       PIC X(12) VALUE SPACES.
         77  W-TOTAL-GANHO      PIC 9(9)  VALUE ZEROS.
         77  W-TOTAL-RESGATADO  PIC 9(9)  VALUE ZEROS.
         77  W-TOTAL-ESTORNADO  PIC 9(9)  VALUE ZEROS.
         77  W-TOTAL-EXPIRADO   PIC 9(9)  VALUE ZEROS.
         77  W-SALDO-DISPONIVEL PIC 9(9)  VALUE ZEROS.
         77  W-SALDO-A-VENCER   PIC 9(9)  VALUE ZEROS.
         77  W-LINHA            PIC X(100) VALUE SPACES.
         77  PONTOS-ED          PIC Z.ZZZ.ZZ9 VALUE ZEROS.
         77  SALDO-ED           PIC Z.ZZZ.ZZ9 VALUE ZEROS.
         77  TOTAL-ED           PIC ZZZ.ZZZ.ZZ9 VALUE ZEROS.
         77  VALOR-ED           PIC Z.ZZZ.ZZ9,99 VALUE ZEROS.

       PROCEDURE DIVISION.

       INICIO.
           *> EXTRATO DE PONTOS DE FIDELIDADE DO CLIENTE: TODO O
           *> MOVIMENTO DE pontos.dat DO LEITOR EM ORDEM DE GRAVACAO,
           *> COM O SALDO DISPONIVEL E O QUE VENCE EM BREVE.
           PERFORM INICIALIZACAO.
           IF  W-COD-LEITOR > 0
               PERFORM EMITIR-EXTRATO
           END-IF.
           PERFORM FINALIZACAO.
           EXIT PROGRAM.

       INICIALIZACAO.
           DISPLAY "EXTRATO DE PONTOS DE FIDELIDADE".
           DISPLAY "CODIGO DO LEITOR OU CPF: " WITH NO ADVANCING.
           ACCEPT W-DOC-PESQUISA.
           ACCEPT W-DATA-HOJE-AAAAMMDD FROM DATE YYYYMMDD.
           COMPUTE W-INTEIRO-DATA =
                   FUNCTION INTEGER-OF-DATE (W-DATA-HOJE-AAAAMMDD)
                   + W-DIAS-AVISO.
           COMPUTE W-DATA-AVISO =
                   FUNCTION DATE-OF-INTEGER (W-INTEIRO-DATA).
           OPEN INPUT ARQ-LEITOR.
           OPEN INPUT ARQ-PONTOS.
           PERFORM LOCALIZAR-LEITOR.
           IF  W-COD-LEITOR = 0
               DISPLAY "LEITOR NAO CADASTRADO"
           END-IF.

       LOCALIZAR-LEITOR.
           *> 11 DIGITOS E O CPF (BUSCA SEQUENCIAL, COMO EM VENDA);
           *> OUTRA COISA E O CODIGO DO LEITOR.
           MOVE ZEROS TO W-COD-LEITOR.
           IF  W-DOC-PESQUISA IS NUMERIC
               MOVE "N" TO W-FIM-LEITORES
               MOVE ZEROS TO COD-LEITOR
               START ARQ-LEITOR KEY IS NOT LESS THAN COD-LEITOR
                   INVALID KEY MOVE "S" TO W-FIM-LEITORES
               END-START
               PERFORM UNTIL FIM-LEITORES
                   READ ARQ-LEITOR NEXT RECORD
                       AT END MOVE "S" TO W-FIM-LEITORES
                   END-READ
                   IF  NOT FIM-LEITORES
                       IF  W-COD-ERRO-LEI NOT = "00"
                           MOVE "S" TO W-FIM-LEITORES
                       ELSE
                           IF  DOCUMENTO-LEITOR = W-DOC-PESQUISA
                               MOVE COD-LEITOR TO W-COD-LEITOR
                               MOVE "S" TO W-FIM-LEITORES
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
           ELSE
               IF  W-DOC-PESQUISA NOT = SPACES
                   MOVE FUNCTION NUMVAL (W-DOC-PESQUISA)
                     TO W-COD-LEITOR-DIG
                   MOVE W-COD-LEITOR-DIG TO COD-LEITOR
                   READ ARQ-LEITOR
                   IF  W-COD-ERRO-LEI = "00"
                       MOVE COD-LEITOR TO W-COD-LEITOR
                   END-IF
               END-IF
           END-IF.

       EMITIR-EXTRATO.
           OPEN OUTPUT ARQ-RELATORIO.
           MOVE SPACES TO W-LINHA.
           STRING "EXTRATO DE PONTOS EM " W-DATA-HOJE-AAAAMMDD (7:2)
                  "/" W-DATA-HOJE-AAAAMMDD (5:2) "/"
                  W-DATA-HOJE-AAAAMMDD (1:4) " - LEITOR "
                  COD-LEITOR " " NOME-LEITOR-CAD
               DELIMITED BY SIZE INTO W-LINHA
           END-STRING.
           PERFORM GRAVAR-LINHA.
           MOVE SPACES TO W-LINHA.
           STRING "CPF " DOCUMENTO-LEITOR "  TELEFONE "
                  TELEFONE-LEITOR
               DELIMITED BY SIZE INTO W-LINHA
           END-STRING.
           PERFORM GRAVAR-LINHA.
           MOVE SPACES TO W-LINHA.
           PERFORM GRAVAR-LINHA.
           MOVE "DATA       MOVIMENTO    CUPOM ORIGEM    PONTOS"
             TO W-LINHA.
           MOVE "VALIDADE   SALDO LOTE          VALOR"
             TO W-LINHA (53:36).
           PERFORM GRAVAR-LINHA.
           MOVE "N" TO W-FIM-MOVIMENTO.
           MOVE W-COD-LEITOR TO COD-LEITOR-PTS.
           START ARQ-PONTOS KEY IS EQUAL COD-LEITOR-PTS
               INVALID KEY MOVE "S" TO W-FIM-MOVIMENTO
           END-START.
           PERFORM LER-PROXIMO-MOVIMENTO.
           PERFORM UNTIL FIM-MOVIMENTO
               PERFORM IMPRIMIR-MOVIMENTO
               PERFORM LER-PROXIMO-MOVIMENTO
           END-PERFORM.
           PERFORM IMPRIMIR-RESUMO.
           CLOSE ARQ-RELATORIO.
           CALL "SPOOLAR" USING "EXTRATOPONTOS       "
                "extratopontos.txt   ".

       LER-PROXIMO-MOVIMENTO.
           IF  NOT FIM-MOVIMENTO
               READ ARQ-PONTOS NEXT RECORD
                   AT END MOVE "S" TO W-FIM-MOVIMENTO
               END-READ
               IF  NOT FIM-MOVIMENTO
                   IF  W-COD-ERRO-PTS NOT = "00" AND "02"
                       DISPLAY "ERRO AO LER pontos.dat (STATUS "
                               W-COD-ERRO-PTS ")"
                       MOVE "S" TO W-FIM-MOVIMENTO
                   ELSE
                       IF  COD-LEITOR-PTS NOT = W-COD-LEITOR
                           MOVE "S" TO W-FIM-MOVIMENTO
                       END-IF
                   END-IF
               END-IF
           END-IF.

       IMPRIMIR-MOVIMENTO.
           EVALUATE TRUE
               WHEN PTS-ACUMULO
                   MOVE "+" TO W-SINAL
                   MOVE "COMPRA" TO W-TIPO-TEXTO
                   ADD QTD-PONTOS-PTS TO W-TOTAL-GANHO
               WHEN PTS-DEVOLUCAO
                   MOVE "+" TO W-SINAL
                   MOVE "RESG.DEVOLV." TO W-TIPO-TEXTO
                   ADD QTD-PONTOS-PTS TO W-TOTAL-GANHO
               WHEN PTS-RESGATE
                   MOVE "-" TO W-SINAL
                   MOVE "RESGATE" TO W-TIPO-TEXTO
                   ADD QTD-PONTOS-PTS TO W-TOTAL-RESGATADO
               WHEN PTS-ESTORNO
                   MOVE "-" TO W-SINAL
                   MOVE "DEVOLUCAO" TO W-TIPO-TEXTO
                   ADD QTD-PONTOS-PTS TO W-TOTAL-ESTORNADO
               WHEN PTS-EXPIRACAO
                   MOVE "-" TO W-SINAL
                   MOVE "EXPIRACAO" TO W-TIPO-TEXTO
                   ADD QTD-PONTOS-PTS TO W-TOTAL-EXPIRADO
               WHEN OTHER
                   MOVE " " TO W-SINAL
                   MOVE TIPO-MOV-PTS TO W-TIPO-TEXTO
           END-EVALUATE.
           MOVE QTD-PONTOS-PTS TO PONTOS-ED.
           MOVE SPACES TO W-LINHA.
           STRING DATA-MOV-PTS (7:2) "/" DATA-MOV-PTS (5:2) "/"
                  DATA-MOV-PTS (1:4) " " W-TIPO-TEXTO " "
                  COD-VENDA-PTS " " COD-VENDA-ORIGEM-PTS " "
                  W-SINAL PONTOS-ED
               DELIMITED BY SIZE INTO W-LINHA
           END-STRING.
           IF  PTS-LOTE
               MOVE SALDO-LOTE-PTS TO SALDO-ED
               STRING DATA-VALIDADE-PTS (7:2) "/"
                      DATA-VALIDADE-PTS (5:2) "/"
                      DATA-VALIDADE-PTS (1:4) " " SALDO-ED
                   DELIMITED BY SIZE INTO W-LINHA (53:20)
               END-STRING
               IF  DATA-VALIDADE-PTS >= W-DATA-HOJE-AAAAMMDD
                   ADD SALDO-LOTE-PTS TO W-SALDO-DISPONIVEL
                   IF  DATA-VALIDADE-PTS <= W-DATA-AVISO
                       ADD SALDO-LOTE-PTS TO W-SALDO-A-VENCER
                   END-IF
               END-IF
           END-IF.
           IF  VALOR-BASE-PTS > 0
               MOVE VALOR-BASE-PTS TO VALOR-ED
               MOVE VALOR-ED TO W-LINHA (77:12)
           END-IF.
           PERFORM GRAVAR-LINHA.

       IMPRIMIR-RESUMO.
           MOVE SPACES TO W-LINHA.
           PERFORM GRAVAR-LINHA.
           MOVE SPACES TO W-LINHA.
           MOVE W-TOTAL-GANHO TO TOTAL-ED.
           STRING "PONTOS GANHOS.........: " TOTAL-ED
               DELIMITED BY SIZE INTO W-LINHA
           END-STRING.
           PERFORM GRAVAR-LINHA.
           MOVE SPACES TO W-LINHA.
           MOVE W-TOTAL-RESGATADO TO TOTAL-ED.
           STRING "PONTOS RESGATADOS.....: " TOTAL-ED
               DELIMITED BY SIZE INTO W-LINHA
           END-STRING.
           PERFORM GRAVAR-LINHA.
           MOVE SPACES TO W-LINHA.
           MOVE W-TOTAL-ESTORNADO TO TOTAL-ED.
           STRING "ESTORNADOS EM DEVOLUCAO: " TOTAL-ED
               DELIMITED BY SIZE INTO W-LINHA
           END-STRING.
           PERFORM GRAVAR-LINHA.
           MOVE SPACES TO W-LINHA.
           MOVE W-TOTAL-EXPIRADO TO TOTAL-ED.
           STRING "PONTOS EXPIRADOS......: " TOTAL-ED
               DELIMITED BY SIZE INTO W-LINHA
           END-STRING.
           PERFORM GRAVAR-LINHA.
           MOVE SPACES TO W-LINHA.
           MOVE W-SALDO-DISPONIVEL TO TOTAL-ED.
           STRING "SALDO DISPONIVEL......: " TOTAL-ED
               DELIMITED BY SIZE INTO W-LINHA
           END-STRING.
           PERFORM GRAVAR-LINHA.
           MOVE SPACES TO W-LINHA.
           MOVE W-SALDO-A-VENCER TO TOTAL-ED.
           STRING "VENCEM ATE " W-DATA-AVISO (7:2) "/"
                  W-DATA-AVISO (5:2) "/" W-DATA-AVISO (1:4)
                  " : " TOTAL-ED
               DELIMITED BY SIZE INTO W-LINHA
           END-STRING.
           PERFORM GRAVAR-LINHA.

       GRAVAR-LINHA.
           DISPLAY W-LINHA (1:79).
           MOVE W-LINHA TO REG-RELATORIO.
           WRITE REG-RELATORIO.

       FINALIZACAO.
           CLOSE ARQ-LEITOR.
           CLOSE ARQ-PONTOS.
           STOP "   <ENTER> PARA CONTINUAR".

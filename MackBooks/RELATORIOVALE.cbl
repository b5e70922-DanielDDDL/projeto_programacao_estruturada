
       IDENTIFICATION DIVISION.

       PROGRAM-ID. RELATORIOVALE.
       AUTHOR. DANIEL.

       ENVIRONMENT DIVISION.
         CONFIGURATION SECTION.

             SPECIAL-NAMES.
                 DECIMAL-POINT IS COMMA.

             INPUT-OUTPUT SECTION.
               FILE-CONTROL.
                   SELECT OPTIONAL ARQ-VALE
                   ASSIGN TO "vales.dat"
                   ORGANIZATION INDEXED
                   RECORD KEY IS COD-VALE
                   ACCESS SEQUENTIAL
                   FILE STATUS IS W-COD-ERRO-VAL.

                   SELECT OPTIONAL ARQ-MOV-VALE
                   ASSIGN TO "movvales.dat"
                   ORGANIZATION INDEXED
                   RECORD KEY IS CHAVE-MOV-VALE
                   ACCESS SEQUENTIAL
                   FILE STATUS IS W-COD-ERRO-MVL.

                   SELECT OPTIONAL ARQ-RELATORIO
                   ASSIGN TO "relvales.txt"
                   ORGANIZATION LINE SEQUENTIAL
                   FILE STATUS IS W-COD-ERRO-REL.

       DATA DIVISION.
         FILE SECTION.
         FD  ARQ-VALE
             LABEL RECORD STANDARD.
         COPY "REGVALE.cpy".

         FD  ARQ-MOV-VALE
             LABEL RECORD STANDARD.
         COPY "REGMOVVALE.cpy".

         FD  ARQ-RELATORIO
             LABEL RECORD STANDARD.
         01  REG-RELATORIO  PIC X(100).

         WORKING-STORAGE SECTION.
         77  W-COD-ERRO-VAL     PIC XX    VALUE SPACES.
         77  W-COD-ERRO-MVL     PIC XX    VALUE SPACES.
         77  W-COD-ERRO-REL     PIC XX    VALUE SPACES.
         77  W-FIM-ARQUIVO      PIC X     VALUE "N".
             88  FIM-ARQUIVO              VALUE "S".
         77  W-PERIODO          PIC 9(6)  VALUE ZEROS.
         77  W-DATA-HOJE-AAAAMMDD PIC 9(8) VALUE ZEROS.
         77  W-DATA-INICIO      PIC 9(8)  VALUE ZEROS.
         77  W-DATA-REFERENCIA  PIC 9(8)  VALUE ZEROS.
         77  W-INTEIRO-REF      PIC 9(7)  VALUE ZEROS.
         77  W-SALDO-NA-DATA    PIC 9(7)V99 VALUE ZEROS.
         77  W-IDX              PIC 9(4)  VALUE ZEROS.
         77  W-TOTAL-ABERTO     PIC 9(9)V99 VALUE ZEROS.
         77  W-TOTAL-VENCIDO    PIC 9(9)V99 VALUE ZEROS.
         77  W-TOTAL-EMITIDO-MES PIC 9(9)V99 VALUE ZEROS.
         77  W-TOTAL-USADO-MES  PIC 9(9)V99 VALUE ZEROS.
         77  W-QTD-ABERTO       PIC 9(5)  VALUE ZEROS.
         77  W-QTD-VENCIDO      PIC 9(5)  VALUE ZEROS.
         77  W-SECAO            PIC X     VALUE SPACES.
             88  SECAO-ABERTOS            VALUE "A".
             88  SECAO-VENCIDOS           VALUE "V".
         77  W-LINHA            PIC X(100) VALUE SPACES.
         77  VALOR-ED           PIC Z.ZZZ.ZZ9,99 VALUE ZEROS.
         77  SALDO-ED           PIC Z.ZZZ.ZZ9,99 VALUE ZEROS.
         77  TOTAL-ED           PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.

      *> USOS DE VALE DEPOIS DA DATA DE REFERENCIA: SOMADOS DE VOLTA
      *> AO SALDO ATUAL PARA O RELATORIO DE UM MES PASSADO MOSTRAR O
      *> SALDO COMO ESTAVA NO FIM DAQUELE MES.
         01  TABELA-USOS-POSTERIORES.
             02  TOTAL-USOS     PIC 9(4)  VALUE ZEROS.
             02  USO-POSTERIOR  OCCURS 2000 TIMES.
                 03  USO-COD-VALE    PIC 9(5).
                 03  USO-VALOR       PIC 9(7)V99.

       PROCEDURE DIVISION.

       INICIO.
           *> POSICAO MENSAL DOS VALES-TROCA: O PASSIVO EM ABERTO
           *> (SALDOS AINDA VALIDOS NO FIM DO MES) E OS SALDOS QUE
           *> VENCERAM SEM USO, MAIS O EMITIDO E O USADO NO MES.
           PERFORM INICIALIZACAO.
           PERFORM APURAR-MOVIMENTO.
           PERFORM IMPRIMIR-RELATORIO.
           PERFORM FINALIZACAO.
           EXIT PROGRAM.

       INICIALIZACAO.
           DISPLAY "VALES-TROCA: PASSIVO EM ABERTO E SALDOS VENCIDOS".
           DISPLAY "MES DE REFERENCIA (AAAAMM, 0 = MES ATUAL): "
                   WITH NO ADVANCING.
           ACCEPT W-PERIODO.
           ACCEPT W-DATA-HOJE-AAAAMMDD FROM DATE YYYYMMDD.
           IF  W-PERIODO = 0
               MOVE W-DATA-HOJE-AAAAMMDD (1:6) TO W-PERIODO
           END-IF.
           COMPUTE W-DATA-INICIO = W-PERIODO * 100 + 1.
           *> FIM DO MES: VESPERA DO DIA 1 DO MES SEGUINTE; NO MES
           *> CORRENTE A POSICAO E A DE HOJE.
           IF  W-PERIODO = W-DATA-HOJE-AAAAMMDD (1:6)
               MOVE W-DATA-HOJE-AAAAMMDD TO W-DATA-REFERENCIA
           ELSE
               IF  W-PERIODO (5:2) = "12"
                   COMPUTE W-DATA-REFERENCIA =
                           (W-PERIODO + 89) * 100 + 1
               ELSE
                   COMPUTE W-DATA-REFERENCIA =
                           (W-PERIODO + 1) * 100 + 1
               END-IF
               COMPUTE W-INTEIRO-REF = FUNCTION INTEGER-OF-DATE
                       (W-DATA-REFERENCIA) - 1
               COMPUTE W-DATA-REFERENCIA =
                       FUNCTION DATE-OF-INTEGER (W-INTEIRO-REF)
           END-IF.
           OPEN INPUT ARQ-VALE.
           OPEN INPUT ARQ-MOV-VALE.

       APURAR-MOVIMENTO.
           MOVE "N" TO W-FIM-ARQUIVO.
           PERFORM LER-PROXIMO-MOVIMENTO.
           PERFORM UNTIL FIM-ARQUIVO
               IF  DATA-MOV-VALE >= W-DATA-INICIO
                       AND DATA-MOV-VALE <= W-DATA-REFERENCIA
                   IF  MOV-VALE-EMISSAO
                       ADD VALOR-MOV-VALE TO W-TOTAL-EMITIDO-MES
                   ELSE
                       ADD VALOR-MOV-VALE TO W-TOTAL-USADO-MES
                   END-IF
               END-IF
               IF  DATA-MOV-VALE > W-DATA-REFERENCIA
                       AND MOV-VALE-RESGATE
                       AND TOTAL-USOS < 2000
                   ADD 1 TO TOTAL-USOS
                   MOVE COD-VALE-MOV   TO USO-COD-VALE (TOTAL-USOS)
                   MOVE VALOR-MOV-VALE TO USO-VALOR (TOTAL-USOS)
               END-IF
               PERFORM LER-PROXIMO-MOVIMENTO
           END-PERFORM.

       LER-PROXIMO-MOVIMENTO.
           READ ARQ-MOV-VALE NEXT RECORD
               AT END MOVE "S" TO W-FIM-ARQUIVO
           END-READ.
           IF  NOT FIM-ARQUIVO
                   AND W-COD-ERRO-MVL NOT = "00" AND "02" AND "05"
               DISPLAY "ERRO AO LER movvales.dat (STATUS "
                       W-COD-ERRO-MVL ")"
               MOVE "S" TO W-FIM-ARQUIVO
           END-IF.

       IMPRIMIR-RELATORIO.
           *> DUAS PASSADAS PELO CADASTRO DE VALES: PRIMEIRO OS
           *> SALDOS EM ABERTO, DEPOIS OS VENCIDOS.
           OPEN OUTPUT ARQ-RELATORIO.
           MOVE SPACES TO W-LINHA.
           STRING "VALES-TROCA - POSICAO EM "
                  W-DATA-REFERENCIA (7:2) "/"
                  W-DATA-REFERENCIA (5:2) "/"
                  W-DATA-REFERENCIA (1:4)
               DELIMITED BY SIZE INTO W-LINHA
           END-STRING.
           PERFORM GRAVAR-LINHA.
           MOVE "A" TO W-SECAO.
           MOVE "SALDOS EM ABERTO (PASSIVO):" TO W-LINHA.
           PERFORM GRAVAR-LINHA.
           PERFORM GRAVAR-CABECALHO-COLUNAS.
           PERFORM PERCORRER-VALES.
           MOVE SPACES TO W-LINHA.
           MOVE W-TOTAL-ABERTO TO TOTAL-ED.
           STRING "  TOTAL EM ABERTO (" W-QTD-ABERTO " VALES): "
                  TOTAL-ED
               DELIMITED BY SIZE INTO W-LINHA
           END-STRING.
           PERFORM GRAVAR-LINHA.
           MOVE SPACES TO W-LINHA.
           PERFORM GRAVAR-LINHA.
           MOVE "V" TO W-SECAO.
           MOVE "SALDOS VENCIDOS SEM USO:" TO W-LINHA.
           PERFORM GRAVAR-LINHA.
           PERFORM GRAVAR-CABECALHO-COLUNAS.
           CLOSE ARQ-VALE.
           OPEN INPUT ARQ-VALE.
           PERFORM PERCORRER-VALES.
           MOVE SPACES TO W-LINHA.
           MOVE W-TOTAL-VENCIDO TO TOTAL-ED.
           STRING "  TOTAL VENCIDO (" W-QTD-VENCIDO " VALES): "
                  TOTAL-ED
               DELIMITED BY SIZE INTO W-LINHA
           END-STRING.
           PERFORM GRAVAR-LINHA.
           MOVE SPACES TO W-LINHA.
           PERFORM GRAVAR-LINHA.
           MOVE SPACES TO W-LINHA.
           MOVE W-TOTAL-EMITIDO-MES TO TOTAL-ED.
           STRING "EMITIDO NO MES.: " TOTAL-ED
               DELIMITED BY SIZE INTO W-LINHA
           END-STRING.
           PERFORM GRAVAR-LINHA.
           MOVE SPACES TO W-LINHA.
           MOVE W-TOTAL-USADO-MES TO TOTAL-ED.
           STRING "USADO NO MES...: " TOTAL-ED
               DELIMITED BY SIZE INTO W-LINHA
           END-STRING.
           PERFORM GRAVAR-LINHA.
           CLOSE ARQ-RELATORIO.
           CALL "SPOOLAR" USING "RELATORIOVALE       "
                "relvales.txt        ".

       GRAVAR-CABECALHO-COLUNAS.
           MOVE SPACES TO W-LINHA.
           STRING "   VALE EMISSAO    VALIDADE          VALOR"
                  "         SALDO"
               DELIMITED BY SIZE INTO W-LINHA
           END-STRING.
           PERFORM GRAVAR-LINHA.

       PERCORRER-VALES.
           MOVE "N" TO W-FIM-ARQUIVO.
           PERFORM LER-PROXIMO-VALE.
           PERFORM UNTIL FIM-ARQUIVO
               IF  DATA-EMISSAO-VALE <= W-DATA-REFERENCIA
                   PERFORM AVALIAR-UM-VALE
               END-IF
               PERFORM LER-PROXIMO-VALE
           END-PERFORM.

       LER-PROXIMO-VALE.
           READ ARQ-VALE NEXT RECORD
               AT END MOVE "S" TO W-FIM-ARQUIVO
           END-READ.
           IF  NOT FIM-ARQUIVO
                   AND W-COD-ERRO-VAL NOT = "00" AND "02" AND "05"
               DISPLAY "ERRO AO LER vales.dat (STATUS "
                       W-COD-ERRO-VAL ")"
               MOVE "S" TO W-FIM-ARQUIVO
           END-IF.

       AVALIAR-UM-VALE.
           MOVE SALDO-VALE TO W-SALDO-NA-DATA.
           PERFORM VARYING W-IDX FROM 1 BY 1
                   UNTIL W-IDX > TOTAL-USOS
               IF  USO-COD-VALE (W-IDX) = COD-VALE
                   ADD USO-VALOR (W-IDX) TO W-SALDO-NA-DATA
               END-IF
           END-PERFORM.
           IF  W-SALDO-NA-DATA > 0
               IF  DATA-VALIDADE-VALE >= W-DATA-REFERENCIA
                   IF  SECAO-ABERTOS
                       ADD 1 TO W-QTD-ABERTO
                       ADD W-SALDO-NA-DATA TO W-TOTAL-ABERTO
                       PERFORM MONTAR-LINHA-VALE
                   END-IF
               ELSE
                   IF  SECAO-VENCIDOS
                       ADD 1 TO W-QTD-VENCIDO
                       ADD W-SALDO-NA-DATA TO W-TOTAL-VENCIDO
                       PERFORM MONTAR-LINHA-VALE
                   END-IF
               END-IF
           END-IF.

       MONTAR-LINHA-VALE.
           MOVE VALOR-VALE TO VALOR-ED.
           MOVE W-SALDO-NA-DATA TO SALDO-ED.
           MOVE SPACES TO W-LINHA.
           STRING "  " COD-VALE " "
                  DATA-EMISSAO-VALE (7:2) "/"
                  DATA-EMISSAO-VALE (5:2) "/"
                  DATA-EMISSAO-VALE (1:4) " "
                  DATA-VALIDADE-VALE (7:2) "/"
                  DATA-VALIDADE-VALE (5:2) "/"
                  DATA-VALIDADE-VALE (1:4) " "
                  VALOR-ED "  " SALDO-ED
                  " FILIAL " COD-FILIAL-VALE
               DELIMITED BY SIZE INTO W-LINHA
           END-STRING.
           PERFORM GRAVAR-LINHA.

       GRAVAR-LINHA.
           DISPLAY W-LINHA (1:79).
           MOVE W-LINHA TO REG-RELATORIO.
           WRITE REG-RELATORIO.

       FINALIZACAO.
           CLOSE ARQ-VALE.
           CLOSE ARQ-MOV-VALE.
           STOP "   <ENTER> PARA CONTINUAR".

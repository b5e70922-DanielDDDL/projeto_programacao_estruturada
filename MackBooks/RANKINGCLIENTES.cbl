
       IDENTIFICATION DIVISION.

       PROGRAM-ID. RANKINGCLIENTES.
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
                   ACCESS RANDOM
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
                   ASSIGN TO "relrankingcli.txt"
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
         77  W-FIM-ARQUIVO      PIC X     VALUE "N".
             88  FIM-ARQUIVO              VALUE "S".
         77  W-DATA-HOJE-AAAAMMDD PIC 9(8) VALUE ZEROS.
         77  W-DATA-INICIO      PIC 9(8)  VALUE ZEROS.
         77  W-DATA-FIM         PIC 9(8)  VALUE ZEROS.
         77  W-QTD-RANKING      PIC 99    VALUE ZEROS.
         77  W-IDX              PIC 99    VALUE ZEROS.
         77  W-POSICAO          PIC 99    VALUE ZEROS.
         77  W-OCUPADAS         PIC 99    VALUE ZEROS.
         77  W-LEITOR-ATUAL     PIC 9(5)  VALUE ZEROS.
         77  W-TOTAL-CLIENTES   PIC 9(5)  VALUE ZEROS.
      *> ACUMULADORES DO CLIENTE EM LEITURA (O ARQUIVO E LIDO PELA
      *> CHAVE ALTERNADA, ENTAO O MOVIMENTO DE CADA LEITOR VEM JUNTO).
         77  W-CLI-COMPRAS      PIC 9(9)V99 VALUE ZEROS.
         77  W-CLI-DEVOLUCOES   PIC 9(9)V99 VALUE ZEROS.
         77  W-CLI-LIQUIDO      PIC S9(9)V99 VALUE ZEROS.
         77  W-CLI-CUPONS       PIC 9(5)  VALUE ZEROS.
         77  W-CLI-SALDO        PIC 9(7)  VALUE ZEROS.
         77  W-TOTAL-LIQUIDO    PIC S9(11)V99 VALUE ZEROS.
         77  W-LINHA            PIC X(100) VALUE SPACES.
         77  POSICAO-ED         PIC Z9    VALUE ZEROS.
         77  CUPONS-ED          PIC ZZZZ9 VALUE ZEROS.
         77  VALOR-ED           PIC ZZ.ZZZ.ZZ9,99 VALUE ZEROS.
         77  LIQUIDO-ED         PIC ZZ.ZZZ.ZZ9,99- VALUE ZEROS.
         77  TOTAL-ED           PIC ZZZ.ZZZ.ZZZ.ZZ9,99- VALUE ZEROS.
         77  PONTOS-ED          PIC Z.ZZZ.ZZ9 VALUE ZEROS.

      *> OS MAIORES CLIENTES DO PERIODO PELO VALOR LIQUIDO (COMPRAS
      *> IDENTIFICADAS MENOS DEVOLUCOES), EM ORDEM DECRESCENTE.
         01  TABELA-RANKING.
             02  RANKING  OCCURS 50 TIMES.
                 03  RNK-LEITOR      PIC 9(5).
                 03  RNK-COMPRAS     PIC 9(9)V99.
                 03  RNK-DEVOLUCOES  PIC 9(9)V99.
                 03  RNK-LIQUIDO     PIC S9(9)V99.
                 03  RNK-CUPONS      PIC 9(5).
                 03  RNK-SALDO       PIC 9(7).

       PROCEDURE DIVISION.

       INICIO.
           *> RANKING DE CLIENTES: QUEM MAIS COMPROU NO PERIODO ENTRE
           *> OS CUPONS IDENTIFICADOS NO PROGRAMA DE FIDELIDADE
           *> (pontos.dat GUARDA O VALOR DE CADA CUPOM E DE CADA
           *> DEVOLUCAO), COM O SALDO DE PONTOS ATUAL.
           PERFORM INICIALIZACAO.
           PERFORM APURAR-CLIENTES.
           PERFORM IMPRIMIR-RANKING.
           PERFORM FINALIZACAO.
           EXIT PROGRAM.

       INICIALIZACAO.
           DISPLAY "RANKING DE CLIENTES".
           ACCEPT W-DATA-HOJE-AAAAMMDD FROM DATE YYYYMMDD.
           DISPLAY "DATA INICIAL (AAAAMMDD, 0 = 1/JAN DO ANO): "
                   WITH NO ADVANCING.
           ACCEPT W-DATA-INICIO.
           IF  W-DATA-INICIO = 0
               MOVE W-DATA-HOJE-AAAAMMDD TO W-DATA-INICIO
               MOVE "0101" TO W-DATA-INICIO (5:4)
           END-IF.
           DISPLAY "DATA FINAL (AAAAMMDD, 0 = HOJE): "
                   WITH NO ADVANCING.
           ACCEPT W-DATA-FIM.
           IF  W-DATA-FIM = 0
               MOVE W-DATA-HOJE-AAAAMMDD TO W-DATA-FIM
           END-IF.
           DISPLAY "QUANTIDADE DE CLIENTES (0 = 20, MAXIMO 50): "
                   WITH NO ADVANCING.
           ACCEPT W-QTD-RANKING.
           IF  W-QTD-RANKING = 0 OR W-QTD-RANKING > 50
               MOVE 20 TO W-QTD-RANKING
           END-IF.
           INITIALIZE TABELA-RANKING.
           MOVE ZEROS TO W-OCUPADAS.
           OPEN INPUT ARQ-LEITOR.
           OPEN INPUT ARQ-PONTOS.

       APURAR-CLIENTES.
           MOVE "N" TO W-FIM-ARQUIVO.
           MOVE ZEROS TO COD-LEITOR-PTS.
           START ARQ-PONTOS KEY IS NOT LESS THAN COD-LEITOR-PTS
               INVALID KEY MOVE "S" TO W-FIM-ARQUIVO
           END-START.
           PERFORM LER-PROXIMO-MOVIMENTO.
           PERFORM UNTIL FIM-ARQUIVO
               MOVE COD-LEITOR-PTS TO W-LEITOR-ATUAL
               MOVE ZEROS TO W-CLI-COMPRAS W-CLI-DEVOLUCOES
                    W-CLI-CUPONS W-CLI-SALDO
               PERFORM UNTIL FIM-ARQUIVO
                       OR COD-LEITOR-PTS NOT = W-LEITOR-ATUAL
                   PERFORM ACUMULAR-MOVIMENTO
                   PERFORM LER-PROXIMO-MOVIMENTO
               END-PERFORM
               IF  W-CLI-CUPONS > 0 OR W-CLI-DEVOLUCOES > 0
                   ADD 1 TO W-TOTAL-CLIENTES
                   COMPUTE W-CLI-LIQUIDO =
                           W-CLI-COMPRAS - W-CLI-DEVOLUCOES
                   ADD W-CLI-LIQUIDO TO W-TOTAL-LIQUIDO
                   PERFORM CLASSIFICAR-CLIENTE
               END-IF
           END-PERFORM.

       LER-PROXIMO-MOVIMENTO.
           READ ARQ-PONTOS NEXT RECORD
               AT END MOVE "S" TO W-FIM-ARQUIVO
           END-READ.
           IF  NOT FIM-ARQUIVO
                   AND W-COD-ERRO-PTS NOT = "00" AND "02"
               DISPLAY "ERRO AO LER pontos.dat (STATUS "
                       W-COD-ERRO-PTS ")"
               MOVE "S" TO W-FIM-ARQUIVO
           END-IF.

       ACUMULAR-MOVIMENTO.
           *> O SALDO DE PONTOS E O DE HOJE, INDEPENDENTE DO PERIODO.
           IF  PTS-LOTE
                   AND DATA-VALIDADE-PTS >= W-DATA-HOJE-AAAAMMDD
               ADD SALDO-LOTE-PTS TO W-CLI-SALDO
           END-IF.
           IF  DATA-MOV-PTS >= W-DATA-INICIO
                   AND DATA-MOV-PTS <= W-DATA-FIM
               IF  PTS-ACUMULO
                   ADD VALOR-BASE-PTS TO W-CLI-COMPRAS
                   ADD 1 TO W-CLI-CUPONS
               END-IF
               IF  PTS-ESTORNO
                   ADD VALOR-BASE-PTS TO W-CLI-DEVOLUCOES
               END-IF
           END-IF.

       CLASSIFICAR-CLIENTE.
           *> PROCURA A POSICAO DO CLIENTE ENTRE OS JA CLASSIFICADOS E
           *> EMPURRA OS DE BAIXO UMA CASA; QUEM SAI DA TABELA CAI.
           MOVE ZEROS TO W-POSICAO.
           PERFORM VARYING W-IDX FROM 1 BY 1
                   UNTIL W-IDX > W-OCUPADAS OR W-POSICAO > 0
               IF  W-CLI-LIQUIDO > RNK-LIQUIDO (W-IDX)
                   MOVE W-IDX TO W-POSICAO
               END-IF
           END-PERFORM.
           IF  W-POSICAO = 0 AND W-OCUPADAS < W-QTD-RANKING
               COMPUTE W-POSICAO = W-OCUPADAS + 1
           END-IF.
           IF  W-POSICAO > 0
               IF  W-OCUPADAS < W-QTD-RANKING
                   ADD 1 TO W-OCUPADAS
               END-IF
               PERFORM VARYING W-IDX FROM W-OCUPADAS BY -1
                       UNTIL W-IDX <= W-POSICAO
                   MOVE RANKING (W-IDX - 1) TO RANKING (W-IDX)
               END-PERFORM
               MOVE W-LEITOR-ATUAL   TO RNK-LEITOR (W-POSICAO)
               MOVE W-CLI-COMPRAS    TO RNK-COMPRAS (W-POSICAO)
               MOVE W-CLI-DEVOLUCOES TO RNK-DEVOLUCOES (W-POSICAO)
               MOVE W-CLI-LIQUIDO    TO RNK-LIQUIDO (W-POSICAO)
               MOVE W-CLI-CUPONS     TO RNK-CUPONS (W-POSICAO)
               MOVE W-CLI-SALDO      TO RNK-SALDO (W-POSICAO)
           END-IF.

       IMPRIMIR-RANKING.
           OPEN OUTPUT ARQ-RELATORIO.
           MOVE SPACES TO W-LINHA.
           STRING "RANKING DE CLIENTES DE " W-DATA-INICIO (7:2) "/"
                  W-DATA-INICIO (5:2) "/" W-DATA-INICIO (1:4) " A "
                  W-DATA-FIM (7:2) "/" W-DATA-FIM (5:2) "/"
                  W-DATA-FIM (1:4)
               DELIMITED BY SIZE INTO W-LINHA
           END-STRING.
           PERFORM GRAVAR-LINHA.
           MOVE SPACES TO W-LINHA.
           MOVE "POS LEITOR NOME                 CUPONS" TO W-LINHA.
           MOVE "COMPRAS   DEVOLUCOES      LIQUIDO    PONTOS"
             TO W-LINHA (47:44).
           PERFORM GRAVAR-LINHA.
           PERFORM IMPRIMIR-CLIENTE
               VARYING W-IDX FROM 1 BY 1
               UNTIL W-IDX > W-OCUPADAS.
           MOVE SPACES TO W-LINHA.
           PERFORM GRAVAR-LINHA.
           MOVE SPACES TO W-LINHA.
           MOVE W-TOTAL-LIQUIDO TO TOTAL-ED.
           STRING "CLIENTES IDENTIFICADOS NO PERIODO: "
                  W-TOTAL-CLIENTES "  VALOR LIQUIDO: " TOTAL-ED
               DELIMITED BY SIZE INTO W-LINHA
           END-STRING.
           PERFORM GRAVAR-LINHA.
           CLOSE ARQ-RELATORIO.
           CALL "SPOOLAR" USING "RANKINGCLIENTES     "
                "relrankingcli.txt   ".

       IMPRIMIR-CLIENTE.
           MOVE RNK-LEITOR (W-IDX) TO COD-LEITOR.
           READ ARQ-LEITOR.
           IF  W-COD-ERRO-LEI NOT = "00"
               MOVE "(LEITOR EXCLUIDO)" TO NOME-LEITOR-CAD
           END-IF.
           MOVE W-IDX TO POSICAO-ED.
           MOVE RNK-CUPONS (W-IDX) TO CUPONS-ED.
           MOVE SPACES TO W-LINHA.
           STRING " " POSICAO-ED " " RNK-LEITOR (W-IDX) " "
                  NOME-LEITOR-CAD (1:22) " " CUPONS-ED
               DELIMITED BY SIZE INTO W-LINHA
           END-STRING.
           MOVE RNK-COMPRAS (W-IDX) TO VALOR-ED.
           MOVE VALOR-ED TO W-LINHA (42:13).
           MOVE RNK-DEVOLUCOES (W-IDX) TO VALOR-ED.
           MOVE VALOR-ED TO W-LINHA (56:13).
           MOVE RNK-LIQUIDO (W-IDX) TO LIQUIDO-ED.
           MOVE LIQUIDO-ED TO W-LINHA (70:14).
           MOVE RNK-SALDO (W-IDX) TO PONTOS-ED.
           MOVE PONTOS-ED TO W-LINHA (85:9).
           PERFORM GRAVAR-LINHA.

       GRAVAR-LINHA.
           DISPLAY W-LINHA (1:79).
           MOVE W-LINHA TO REG-RELATORIO.
           WRITE REG-RELATORIO.

       FINALIZACAO.
           CLOSE ARQ-LEITOR.
           CLOSE ARQ-PONTOS.
           STOP "   <ENTER> PARA CONTINUAR".

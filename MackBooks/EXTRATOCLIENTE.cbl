
       IDENTIFICATION DIVISION.

       PROGRAM-ID. EXTRATOCLIENTE.
       AUTHOR. DANIEL.

       ENVIRONMENT DIVISION.
         CONFIGURATION SECTION.

             SPECIAL-NAMES.
                 DECIMAL-POINT IS COMMA.

             INPUT-OUTPUT SECTION.
               FILE-CONTROL.
                   SELECT OPTIONAL ARQ-CLIENTE
                   ASSIGN TO "clientes.dat"
                   ORGANIZATION INDEXED
                   RECORD KEY IS COD-CLIENTE
                   ACCESS DYNAMIC
                   FILE STATUS IS W-COD-ERRO-CLI.

                   SELECT OPTIONAL ARQ-ARECEBER
                   ASSIGN TO "areceber.dat"
                   ORGANIZATION INDEXED
                   RECORD KEY IS COD-VENDA-ARC
                   ALTERNATE RECORD KEY IS COD-CLIENTE-ARC
                       WITH DUPLICATES
                   ACCESS DYNAMIC
                   FILE STATUS IS W-COD-ERRO-ARC.

                   SELECT OPTIONAL ARQ-RECEBTO
                   ASSIGN TO "recebtos.dat"
                   ORGANIZATION INDEXED
                   RECORD KEY IS COD-RECEBTO
                   ACCESS SEQUENTIAL
                   FILE STATUS IS W-COD-ERRO-RCB.

                   SELECT OPTIONAL ARQ-RELATORIO
                   ASSIGN TO "extratocli.txt"
                   ORGANIZATION LINE SEQUENTIAL
                   FILE STATUS IS W-COD-ERRO-REL.

       DATA DIVISION.
         FILE SECTION.
         FD  ARQ-CLIENTE
             LABEL RECORD STANDARD.
         COPY "REGCLIENTE.cpy".

         FD  ARQ-ARECEBER
             LABEL RECORD STANDARD.
         COPY "REGARECEBER.cpy".

         FD  ARQ-RECEBTO
             LABEL RECORD STANDARD.
         COPY "REGRECEBTO.cpy".

         FD  ARQ-RELATORIO
             LABEL RECORD STANDARD.
         01  REG-RELATORIO  PIC X(100).

         WORKING-STORAGE SECTION.
         77  W-COD-ERRO-CLI     PIC XX    VALUE SPACES.
         77  W-COD-ERRO-ARC     PIC XX    VALUE SPACES.
         77  W-COD-ERRO-RCB     PIC XX    VALUE SPACES.
         77  W-COD-ERRO-REL     PIC XX    VALUE SPACES.
         77  W-FIM-CLIENTES     PIC X     VALUE "N".
             88  FIM-CLIENTES             VALUE "S".
         77  W-FIM-TITULOS      PIC X     VALUE "N".
             88  FIM-TITULOS              VALUE "S".
         77  W-FIM-RECEBTOS     PIC X     VALUE "N".
             88  FIM-RECEBTOS             VALUE "S".
         77  W-MES-REFERENCIA   PIC 9(6)  VALUE ZEROS.
         77  W-COD-CLIENTE-SEL  PIC 9(4)  VALUE ZEROS.
         77  W-DATA-HOJE-AAAAMMDD PIC 9(8) VALUE ZEROS.
         77  W-DATA-INICIO      PIC 9(8)  VALUE ZEROS.
         77  W-DATA-REFERENCIA  PIC 9(8)  VALUE ZEROS.
         77  W-DATA-PROX-MES    PIC 9(8)  VALUE ZEROS.
         77  W-INTEIRO-REF      PIC 9(7)  VALUE ZEROS.
         77  W-DIAS-ATRASO      PIC S9(5) VALUE ZEROS.
         77  W-SALDO-TITULO     PIC 9(7)V99 VALUE ZEROS.
         77  W-FAIXA            PIC 9     VALUE ZEROS.
         77  W-IDX-FAIXA        PIC 9     VALUE ZEROS.
         77  W-TEVE-MOVIMENTO   PIC X     VALUE "N".
             88  TEVE-MOVIMENTO           VALUE "S".
         77  W-CABECALHO-FEITO  PIC X     VALUE "N".
             88  CABECALHO-FEITO          VALUE "S".
         77  W-TOTAL-FATURADO   PIC 9(9)V99 VALUE ZEROS.
         77  W-TOTAL-RECEBIDO   PIC 9(9)V99 VALUE ZEROS.
         77  W-TOTAL-ABERTO     PIC 9(9)V99 VALUE ZEROS.
         77  W-TOTAL-EXTRATOS   PIC 9(4)  VALUE ZEROS.
         77  W-LINHA            PIC X(100) VALUE SPACES.
         77  W-DATA-TEXTO       PIC X(10) VALUE SPACES.
         77  VALOR-ED           PIC Z.ZZZ.ZZ9,99 VALUE ZEROS.
         77  TOTAL-ED           PIC ZZ.ZZZ.ZZ9,99 VALUE ZEROS.

      *> SALDO EM ABERTO DO CLIENTE POR FAIXA DE ATRASO NA DATA DE
      *> REFERENCIA: 1 A VENCER, 2 ATE 30 DIAS, 3 DE 31 A 60,
      *> 4 DE 61 A 90 E 5 ACIMA DE 90 DIAS.
         01  TOTAIS-CLIENTE.
             02  CLI-FAIXA      PIC 9(9)V99 OCCURS 5 TIMES.

       PROCEDURE DIVISION.

       INICIO.
           *> EXTRATO MENSAL DO CLIENTE FATURADO: CUPONS FATURADOS E
           *> RECEBIMENTOS DO MES, E O SALDO EM ABERTO NO FIM DO MES
           *> DISTRIBUIDO POR ANTIGUIDADE - O DOCUMENTO QUE VAI PARA
           *> O FINANCEIRO DA ESCOLA OU EMPRESA.
           PERFORM INICIALIZACAO.
           PERFORM EMITIR-EXTRATOS.
           PERFORM FINALIZACAO.
           EXIT PROGRAM.

       INICIALIZACAO.
           DISPLAY "EXTRATO MENSAL DE CLIENTES FATURADOS".
           DISPLAY "MES DE REFERENCIA (AAAAMM, 0 = MES ATUAL): "
                   WITH NO ADVANCING.
           ACCEPT W-MES-REFERENCIA.
           DISPLAY "CODIGO DO CLIENTE (0 = TODOS): "
                   WITH NO ADVANCING.
           ACCEPT W-COD-CLIENTE-SEL.
           ACCEPT W-DATA-HOJE-AAAAMMDD FROM DATE YYYYMMDD.
           IF  W-MES-REFERENCIA = 0
               MOVE W-DATA-HOJE-AAAAMMDD (1:6) TO W-MES-REFERENCIA
           END-IF.
           PERFORM APURAR-PERIODO.
           OPEN INPUT ARQ-CLIENTE.
           OPEN INPUT ARQ-ARECEBER.

       APURAR-PERIODO.
           *> O PERIODO VAI DO DIA 1 AO ULTIMO DIA DO MES; NO MES
           *> CORRENTE, A POSICAO E A DE HOJE.
           COMPUTE W-DATA-INICIO = W-MES-REFERENCIA * 100 + 1.
           IF  W-MES-REFERENCIA (5:2) = "12"
               COMPUTE W-DATA-PROX-MES =
                       (W-MES-REFERENCIA + 89) * 100 + 1
           ELSE
               COMPUTE W-DATA-PROX-MES =
                       (W-MES-REFERENCIA + 1) * 100 + 1
           END-IF.
           COMPUTE W-INTEIRO-REF =
                   FUNCTION INTEGER-OF-DATE (W-DATA-PROX-MES) - 1.
           COMPUTE W-DATA-REFERENCIA =
                   FUNCTION DATE-OF-INTEGER (W-INTEIRO-REF).
           IF  W-DATA-REFERENCIA > W-DATA-HOJE-AAAAMMDD
               MOVE W-DATA-HOJE-AAAAMMDD TO W-DATA-REFERENCIA
               COMPUTE W-INTEIRO-REF =
                       FUNCTION INTEGER-OF-DATE (W-DATA-REFERENCIA)
           END-IF.

       EMITIR-EXTRATOS.
           OPEN OUTPUT ARQ-RELATORIO.
           MOVE "N" TO W-FIM-CLIENTES.
           IF  W-COD-CLIENTE-SEL > 0
               MOVE W-COD-CLIENTE-SEL TO COD-CLIENTE
               READ ARQ-CLIENTE
               IF  W-COD-ERRO-CLI = "00"
                   PERFORM EMITIR-EXTRATO-CLIENTE
               ELSE
                   DISPLAY "CLIENTE NAO CADASTRADO"
               END-IF
           ELSE
               MOVE ZEROS TO COD-CLIENTE
               START ARQ-CLIENTE KEY IS NOT LESS THAN COD-CLIENTE
                   INVALID KEY MOVE "S" TO W-FIM-CLIENTES
               END-START
               PERFORM LER-PROXIMO-CLIENTE
               PERFORM UNTIL FIM-CLIENTES
                   PERFORM EMITIR-EXTRATO-CLIENTE
                   PERFORM LER-PROXIMO-CLIENTE
               END-PERFORM
           END-IF.
           CLOSE ARQ-RELATORIO.
           CALL "SPOOLAR" USING "EXTRATOCLIENTE      "
                "extratocli.txt      ".

       LER-PROXIMO-CLIENTE.
           IF  NOT FIM-CLIENTES
               READ ARQ-CLIENTE NEXT RECORD
                   AT END MOVE "S" TO W-FIM-CLIENTES
               END-READ
               IF  NOT FIM-CLIENTES AND W-COD-ERRO-CLI NOT = "00"
                   DISPLAY "ERRO AO LER clientes.dat (STATUS "
                           W-COD-ERRO-CLI ")"
                   MOVE "S" TO W-FIM-CLIENTES
               END-IF
           END-IF.

       EMITIR-EXTRATO-CLIENTE.
           *> CLIENTE SEM FATURA NO MES, SEM RECEBIMENTO E SEM SALDO
           *> NAO GERA EXTRATO (SALVO QUANDO PEDIDO PELO CODIGO).
           MOVE "N" TO W-TEVE-MOVIMENTO W-CABECALHO-FEITO.
           MOVE ZEROS TO W-TOTAL-FATURADO W-TOTAL-RECEBIDO
                W-TOTAL-ABERTO.
           INITIALIZE TOTAIS-CLIENTE.
           IF  W-COD-CLIENTE-SEL > 0
               PERFORM IMPRIMIR-CABECALHO-CLIENTE
           END-IF.
           PERFORM LISTAR-FATURAS-DO-MES.
           PERFORM LISTAR-RECEBTOS-DO-MES.
           PERFORM ACUMULAR-SALDO-ABERTO.
           IF  TEVE-MOVIMENTO OR W-COD-CLIENTE-SEL > 0
               PERFORM IMPRIMIR-RESUMO-CLIENTE
               ADD 1 TO W-TOTAL-EXTRATOS
           END-IF.

       IMPRIMIR-CABECALHO-CLIENTE.
           IF  NOT CABECALHO-FEITO
               MOVE "S" TO W-CABECALHO-FEITO
               MOVE SPACES TO W-LINHA
               PERFORM GRAVAR-LINHA
               MOVE ALL "=" TO W-LINHA (1:79)
               PERFORM GRAVAR-LINHA
               MOVE SPACES TO W-LINHA
               STRING "EXTRATO DE " W-MES-REFERENCIA (5:2) "/"
                      W-MES-REFERENCIA (1:4) " - CLIENTE "
                      COD-CLIENTE " " NOME-CLIENTE
                   DELIMITED BY SIZE INTO W-LINHA
               END-STRING
               PERFORM GRAVAR-LINHA
               MOVE SPACES TO W-LINHA
               STRING "CNPJ " CNPJ-CLIENTE "  CONTATO "
                      CONTATO-CLIENTE " " TELEFONE-CLIENTE
                   DELIMITED BY SIZE INTO W-LINHA
               END-STRING
               PERFORM GRAVAR-LINHA
           END-IF.

       LISTAR-FATURAS-DO-MES.
           *> CADA CUPOM FATURADO GERA UM TITULO; OS EMITIDOS NO MES
           *> SAO AS COMPRAS DO PERIODO.
           PERFORM POSICIONAR-TITULOS-CLIENTE.
           PERFORM UNTIL FIM-TITULOS
               IF  DATA-EMISSAO-ARC >= W-DATA-INICIO
                       AND DATA-EMISSAO-ARC <= W-DATA-REFERENCIA
                   IF  NOT TEVE-MOVIMENTO
                       MOVE "S" TO W-TEVE-MOVIMENTO
                       PERFORM IMPRIMIR-CABECALHO-CLIENTE
                   END-IF
                   IF  W-TOTAL-FATURADO = 0
                       MOVE SPACES TO W-LINHA
                       MOVE "CUPONS FATURADOS NO MES:" TO W-LINHA
                       PERFORM GRAVAR-LINHA
                   END-IF
                   MOVE SPACES TO W-LINHA
                   STRING DATA-EMISSAO-ARC (7:2) "/"
                          DATA-EMISSAO-ARC (5:2) "/"
                          DATA-EMISSAO-ARC (1:4)
                       DELIMITED BY SIZE INTO W-DATA-TEXTO
                   END-STRING
                   MOVE VALOR-ARC TO VALOR-ED
                   STRING "  " W-DATA-TEXTO "  CUPOM " COD-VENDA-ARC
                          "  VENCTO " DATA-VENCTO-ARC (7:2) "/"
                          DATA-VENCTO-ARC (5:2) "/"
                          DATA-VENCTO-ARC (1:4) "  " VALOR-ED
                       DELIMITED BY SIZE INTO W-LINHA
                   END-STRING
                   IF  VALOR-ABATIDO-ARC > 0
                       MOVE VALOR-ABATIDO-ARC TO VALOR-ED
                       MOVE "  DEVOLVIDO" TO W-LINHA (59:11)
                       MOVE VALOR-ED TO W-LINHA (71:12)
                   END-IF
                   PERFORM GRAVAR-LINHA
                   ADD VALOR-ARC TO W-TOTAL-FATURADO
               END-IF
               PERFORM LER-PROXIMO-TITULO
           END-PERFORM.

       LISTAR-RECEBTOS-DO-MES.
           *> recebtos.dat NAO TEM CHAVE POR CLIENTE: A LEITURA E
           *> SEQUENCIAL DO ARQUIVO TODO PARA CADA CLIENTE.
           OPEN INPUT ARQ-RECEBTO.
           MOVE "N" TO W-FIM-RECEBTOS.
           PERFORM LER-PROXIMO-RECEBTO.
           PERFORM UNTIL FIM-RECEBTOS
               IF  COD-CLIENTE-RCB = COD-CLIENTE
                       AND DATA-RECEBTO-RCB >= W-DATA-INICIO
                       AND DATA-RECEBTO-RCB <= W-DATA-REFERENCIA
                   IF  NOT TEVE-MOVIMENTO
                       MOVE "S" TO W-TEVE-MOVIMENTO
                       PERFORM IMPRIMIR-CABECALHO-CLIENTE
                   END-IF
                   IF  W-TOTAL-RECEBIDO = 0
                       MOVE SPACES TO W-LINHA
                       MOVE "RECEBIMENTOS NO MES:" TO W-LINHA
                       PERFORM GRAVAR-LINHA
                   END-IF
                   MOVE VALOR-RECEBIDO-RCB TO VALOR-ED
                   MOVE SPACES TO W-LINHA
                   STRING "  " DATA-RECEBTO-RCB (7:2) "/"
                          DATA-RECEBTO-RCB (5:2) "/"
                          DATA-RECEBTO-RCB (1:4) "  CUPOM "
                          COD-VENDA-RCB "  FORMA " FORMA-RECEBTO-RCB
                          "  " VALOR-ED
                       DELIMITED BY SIZE INTO W-LINHA
                   END-STRING
                   PERFORM GRAVAR-LINHA
                   ADD VALOR-RECEBIDO-RCB TO W-TOTAL-RECEBIDO
               END-IF
               PERFORM LER-PROXIMO-RECEBTO
           END-PERFORM.
           CLOSE ARQ-RECEBTO.

       LER-PROXIMO-RECEBTO.
           READ ARQ-RECEBTO NEXT RECORD
               AT END MOVE "S" TO W-FIM-RECEBTOS
           END-READ.
           IF  NOT FIM-RECEBTOS
                   AND W-COD-ERRO-RCB NOT = "00" AND "02" AND "05"
               DISPLAY "ERRO AO LER recebtos.dat (STATUS "
                       W-COD-ERRO-RCB ")"
               MOVE "S" TO W-FIM-RECEBTOS
           END-IF.

       ACUMULAR-SALDO-ABERTO.
           *> SALDO ATUAL DOS TITULOS EM ABERTO EMITIDOS ATE A DATA
           *> DE REFERENCIA, PELOS DIAS DE ATRASO NAQUELA DATA.
           PERFORM POSICIONAR-TITULOS-CLIENTE.
           PERFORM UNTIL FIM-TITULOS
               IF  TITULO-ABERTO
                       AND DATA-EMISSAO-ARC <= W-DATA-REFERENCIA
                   COMPUTE W-SALDO-TITULO = VALOR-ARC
                           - VALOR-ABATIDO-ARC - VALOR-RECEBIDO-ARC
                   COMPUTE W-DIAS-ATRASO = W-INTEIRO-REF
                           - FUNCTION INTEGER-OF-DATE (DATA-VENCTO-ARC)
                   EVALUATE TRUE
                       WHEN W-DIAS-ATRASO <= 0
                           MOVE 1 TO W-FAIXA
                       WHEN W-DIAS-ATRASO <= 30
                           MOVE 2 TO W-FAIXA
                       WHEN W-DIAS-ATRASO <= 60
                           MOVE 3 TO W-FAIXA
                       WHEN W-DIAS-ATRASO <= 90
                           MOVE 4 TO W-FAIXA
                       WHEN OTHER
                           MOVE 5 TO W-FAIXA
                   END-EVALUATE
                   ADD W-SALDO-TITULO TO CLI-FAIXA (W-FAIXA)
                   ADD W-SALDO-TITULO TO W-TOTAL-ABERTO
                   IF  NOT TEVE-MOVIMENTO
                       MOVE "S" TO W-TEVE-MOVIMENTO
                       PERFORM IMPRIMIR-CABECALHO-CLIENTE
                   END-IF
               END-IF
               PERFORM LER-PROXIMO-TITULO
           END-PERFORM.

       POSICIONAR-TITULOS-CLIENTE.
           MOVE "N" TO W-FIM-TITULOS.
           MOVE COD-CLIENTE TO COD-CLIENTE-ARC.
           START ARQ-ARECEBER KEY IS EQUAL COD-CLIENTE-ARC
               INVALID KEY MOVE "S" TO W-FIM-TITULOS
           END-START.
           PERFORM LER-PROXIMO-TITULO.

       LER-PROXIMO-TITULO.
           IF  NOT FIM-TITULOS
               READ ARQ-ARECEBER NEXT RECORD
                   AT END MOVE "S" TO W-FIM-TITULOS
               END-READ
               IF  NOT FIM-TITULOS
                   IF  W-COD-ERRO-ARC NOT = "00" AND "02" AND "05"
                       DISPLAY "ERRO AO LER areceber.dat (STATUS "
                               W-COD-ERRO-ARC ")"
                       MOVE "S" TO W-FIM-TITULOS
                   ELSE
                       IF  COD-CLIENTE-ARC NOT = COD-CLIENTE
                           MOVE "S" TO W-FIM-TITULOS
                       END-IF
                   END-IF
               END-IF
           END-IF.

       IMPRIMIR-RESUMO-CLIENTE.
           MOVE SPACES TO W-LINHA.
           MOVE W-TOTAL-FATURADO TO TOTAL-ED.
           STRING "TOTAL FATURADO NO MES.......: " TOTAL-ED
               DELIMITED BY SIZE INTO W-LINHA
           END-STRING.
           PERFORM GRAVAR-LINHA.
           MOVE SPACES TO W-LINHA.
           MOVE W-TOTAL-RECEBIDO TO TOTAL-ED.
           STRING "TOTAL RECEBIDO NO MES.......: " TOTAL-ED
               DELIMITED BY SIZE INTO W-LINHA
           END-STRING.
           PERFORM GRAVAR-LINHA.
           MOVE SPACES TO W-LINHA.
           STRING "SALDO EM ABERTO EM "
                  W-DATA-REFERENCIA (7:2) "/" W-DATA-REFERENCIA (5:2)
                  "/" W-DATA-REFERENCIA (1:4) " POR ANTIGUIDADE:"
               DELIMITED BY SIZE INTO W-LINHA
           END-STRING.
           PERFORM GRAVAR-LINHA.
           MOVE SPACES TO W-LINHA.
           MOVE "A VENCER"    TO W-LINHA (6:8).
           MOVE "ATE 30"      TO W-LINHA (20:6).
           MOVE "31-60"       TO W-LINHA (34:5).
           MOVE "61-90"       TO W-LINHA (47:5).
           MOVE "+90"         TO W-LINHA (62:3).
           MOVE "TOTAL"       TO W-LINHA (74:5).
           PERFORM GRAVAR-LINHA.
           MOVE SPACES TO W-LINHA.
           PERFORM VARYING W-IDX-FAIXA FROM 1 BY 1
                   UNTIL W-IDX-FAIXA > 5
               MOVE CLI-FAIXA (W-IDX-FAIXA) TO VALOR-ED
               MOVE VALOR-ED TO W-LINHA (W-IDX-FAIXA * 13 - 11:12)
           END-PERFORM.
           MOVE W-TOTAL-ABERTO TO TOTAL-ED.
           MOVE TOTAL-ED TO W-LINHA (66:13).
           PERFORM GRAVAR-LINHA.

       GRAVAR-LINHA.
           DISPLAY W-LINHA (1:79).
           MOVE W-LINHA TO REG-RELATORIO.
           WRITE REG-RELATORIO.

       FINALIZACAO.
           CLOSE ARQ-CLIENTE.
           CLOSE ARQ-ARECEBER.
           DISPLAY "EXTRATOS EMITIDOS: " W-TOTAL-EXTRATOS.
           STOP "   <ENTER> PARA CONTINUAR".


       IDENTIFICATION DIVISION.

       PROGRAM-ID. RELATORIOMARGEM.
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
                   ACCESS RANDOM
                   FILE STATUS IS CODERRO.

                   SELECT OPTIONAL ARQ-VENDA-CAB
                   ASSIGN TO "vendacab.dat"
                   ORGANIZATION INDEXED
                   RECORD KEY IS COD-VENDA-CAB
                   ACCESS RANDOM
                   FILE STATUS IS W-COD-ERRO-CAB.

                   SELECT OPTIONAL ARQ-VENDA
                   ASSIGN TO "vendas.dat"
                   ORGANIZATION INDEXED
                   RECORD KEY IS CHAVE-VENDA
                   ACCESS DYNAMIC
                   FILE STATUS IS W-COD-ERRO-VEN.

                   SELECT OPTIONAL ARQ-RELATORIO
                   ASSIGN TO "relmargem.txt"
                   ORGANIZATION LINE SEQUENTIAL
                   FILE STATUS IS W-COD-ERRO-REL.

       DATA DIVISION.
         FILE SECTION.
         FD  CAD-PRODUTO
             LABEL RECORD STANDARD.
         COPY "REGLIVRO.cpy".

         FD  ARQ-VENDA-CAB
             LABEL RECORD STANDARD.
         COPY "REGVENDACAB.cpy".

         FD  ARQ-VENDA
             LABEL RECORD STANDARD.
         COPY "REGVENDA.cpy".

         FD  ARQ-RELATORIO
             LABEL RECORD STANDARD.
         01  REG-RELATORIO  PIC X(100).

         WORKING-STORAGE SECTION.
         77  CODERRO            PIC XX    VALUE SPACES.
             88  STATUS-OK                VALUE "00".
         77  W-COD-ERRO-CAB     PIC XX    VALUE SPACES.
         77  W-COD-ERRO-VEN     PIC XX    VALUE SPACES.
         77  W-COD-ERRO-REL     PIC XX    VALUE SPACES.
         77  W-FIM-ARQUIVO      PIC X     VALUE "N".
             88  FIM-ARQUIVO              VALUE "S".
         77  W-DATA-INICIAL     PIC 9(8)  VALUE ZEROS.
         77  W-DATA-FINAL       PIC 9(8)  VALUE ZEROS.
         77  W-DATA-LINHA       PIC 9(8)  VALUE ZEROS.
         77  W-SINAL            PIC S9    VALUE ZEROS.
         77  W-RECEITA-ASSINADA PIC S9(9)V99 VALUE ZEROS.
         77  W-CUSTO-ASSINADO   PIC S9(9)V99 VALUE ZEROS.
         77  W-IDX              PIC 9(3)  VALUE ZEROS.
         77  W-ACHOU            PIC X     VALUE "N".
             88  ACHOU                    VALUE "S".
         77  W-FILIAL-LINHA     PIC 9(2)  VALUE ZEROS.
         77  W-TOTAL-LINHAS     PIC 9(5)  VALUE ZEROS.
         77  W-LINHAS-SEM-CUSTO PIC 9(5)  VALUE ZEROS.
         77  W-LINHA            PIC X(100) VALUE SPACES.
         77  W-ROTULO           PIC X(30) VALUE SPACES.
         77  W-RECEITA-IMP      PIC S9(9)V99 VALUE ZEROS.
         77  W-CUSTO-IMP        PIC S9(9)V99 VALUE ZEROS.
         77  W-MARGEM           PIC S9(9)V99 VALUE ZEROS.
         77  W-PERCENTUAL       PIC S9(5)V9 VALUE ZEROS.
         77  RECEITA-ED         PIC -(7)9,99 VALUE ZEROS.
         77  CUSTO-ED           PIC -(7)9,99 VALUE ZEROS.
         77  MARGEM-ED          PIC -(7)9,99 VALUE ZEROS.
         77  PERCENTUAL-ED      PIC -(4)9,9 VALUE ZEROS.

         01  TABELA-CATEGORIAS.
             02  TOTAL-CATEGORIAS  PIC 9(3)  VALUE ZEROS.
             02  CATEGORIA-ACUM  OCCURS 100 TIMES.
                 03  CAT-NOME        PIC X(15).
                 03  CAT-RECEITA     PIC S9(9)V99.
                 03  CAT-CUSTO       PIC S9(9)V99.

         01  TABELA-EDITORAS.
             02  TOTAL-EDITORAS  PIC 9(3)  VALUE ZEROS.
             02  EDITORA-ACUM  OCCURS 100 TIMES.
                 03  EDI-NOME        PIC X(30).
                 03  EDI-RECEITA     PIC S9(9)V99.
                 03  EDI-CUSTO       PIC S9(9)V99.

         01  TABELA-FILIAIS.
             02  FILIAL-ACUM  OCCURS 99 TIMES.
                 03  FIL-RECEITA     PIC S9(9)V99.
                 03  FIL-CUSTO       PIC S9(9)V99.

         01  TOTAIS-GERAIS.
             02  TOT-RECEITA         PIC S9(9)V99.
             02  TOT-CUSTO           PIC S9(9)V99.

       PROCEDURE DIVISION.

       INICIO.
           *> MARGEM BRUTA DO PERIODO: CADA LINHA DE vendas.dat E
           *> CONFRONTADA COM O CUSTO MEDIO GRAVADO NELA NO MOMENTO DA
           *> VENDA, COM ABERTURA POR CATEGORIA, EDITORA E FILIAL.
           *> ESTORNOS ENTRAM COM SINAL NEGATIVO (RECEITA E CUSTO),
           *> COMO EM RELATORIOVENDAS.
           PERFORM INICIALIZACAO.
           PERFORM PROCESSAMENTO UNTIL FIM-ARQUIVO.
           PERFORM IMPRIMIR-RELATORIO.
           PERFORM FINALIZACAO.
           EXIT PROGRAM.

       INICIALIZACAO.
           DISPLAY "MARGEM BRUTA POR PERIODO".
           DISPLAY "DATA INICIAL (AAAAMMDD): " WITH NO ADVANCING.
           ACCEPT W-DATA-INICIAL.
           DISPLAY "DATA FINAL (AAAAMMDD)..: " WITH NO ADVANCING.
           ACCEPT W-DATA-FINAL.
           IF  W-DATA-FINAL = 0
               MOVE 99999999 TO W-DATA-FINAL
           END-IF.
           OPEN INPUT CAD-PRODUTO.
           OPEN INPUT ARQ-VENDA-CAB.
           OPEN INPUT ARQ-VENDA.
           INITIALIZE TABELA-FILIAIS TOTAIS-GERAIS.
           MOVE ZEROS TO COD-VENDA ITEM-VENDA.
           START ARQ-VENDA KEY IS NOT LESS THAN CHAVE-VENDA
               INVALID KEY MOVE "S" TO W-FIM-ARQUIVO
           END-START.
           IF  NOT FIM-ARQUIVO
               PERFORM LER-PROXIMA-LINHA
           END-IF.

       PROCESSAMENTO.
           MOVE DATA-VENDA TO W-DATA-LINHA.
           IF  W-DATA-LINHA >= W-DATA-INICIAL
                   AND W-DATA-LINHA <= W-DATA-FINAL
               ADD 1 TO W-TOTAL-LINHAS
               PERFORM ACUMULAR-LINHA
           END-IF.
           PERFORM LER-PROXIMA-LINHA.

       ACUMULAR-LINHA.
           IF  MOVTO-ESTORNO
               MOVE -1 TO W-SINAL
           ELSE
               MOVE 1 TO W-SINAL
           END-IF.
           *> LINHA SEM CUSTO (VENDA ANTERIOR AO CONTROLE DE CUSTO OU
           *> LIVRO SO COM DOACOES) ENTRA COM CUSTO ZERO E E CONTADA
           *> A PARTE, PARA A MARGEM NAO SER LIDA COMO EXATA.
           IF  CUSTO-MEDIO-VEN = 0
               ADD 1 TO W-LINHAS-SEM-CUSTO
           END-IF.
           COMPUTE W-RECEITA-ASSINADA = VALOR-TOTAL-VEN * W-SINAL.
           COMPUTE W-CUSTO-ASSINADO =
                   CUSTO-MEDIO-VEN * QTD-VENDIDA * W-SINAL.
           ADD W-RECEITA-ASSINADA TO TOT-RECEITA.
           ADD W-CUSTO-ASSINADO   TO TOT-CUSTO.
           PERFORM BUSCAR-DADOS-LIVRO.
           PERFORM ACUMULAR-CATEGORIA.
           PERFORM ACUMULAR-EDITORA.
           PERFORM ACUMULAR-FILIAL.

       BUSCAR-DADOS-LIVRO.
           MOVE COD-LIVRO-VEN TO COD-LIVRO.
           READ CAD-PRODUTO.
           IF  NOT STATUS-OK
               MOVE "(SEM CADASTRO)" TO CATEGORIA-LIVRO
               MOVE "(SEM CADASTRO)" TO EDITORA-LIVRO
           END-IF.

       ACUMULAR-CATEGORIA.
           MOVE "N" TO W-ACHOU.
           PERFORM VARYING W-IDX FROM 1 BY 1
                   UNTIL W-IDX > TOTAL-CATEGORIAS OR ACHOU
               IF  CAT-NOME (W-IDX) = CATEGORIA-LIVRO
                   MOVE "S" TO W-ACHOU
                   ADD W-RECEITA-ASSINADA TO CAT-RECEITA (W-IDX)
                   ADD W-CUSTO-ASSINADO TO CAT-CUSTO (W-IDX)
               END-IF
           END-PERFORM.
           IF  NOT ACHOU AND TOTAL-CATEGORIAS < 100
               ADD 1 TO TOTAL-CATEGORIAS
               MOVE CATEGORIA-LIVRO TO CAT-NOME (TOTAL-CATEGORIAS)
               MOVE W-RECEITA-ASSINADA
                 TO CAT-RECEITA (TOTAL-CATEGORIAS)
               MOVE W-CUSTO-ASSINADO TO CAT-CUSTO (TOTAL-CATEGORIAS)
           END-IF.

       ACUMULAR-EDITORA.
           MOVE "N" TO W-ACHOU.
           PERFORM VARYING W-IDX FROM 1 BY 1
                   UNTIL W-IDX > TOTAL-EDITORAS OR ACHOU
               IF  EDI-NOME (W-IDX) = EDITORA-LIVRO
                   MOVE "S" TO W-ACHOU
                   ADD W-RECEITA-ASSINADA TO EDI-RECEITA (W-IDX)
                   ADD W-CUSTO-ASSINADO TO EDI-CUSTO (W-IDX)
               END-IF
           END-PERFORM.
           IF  NOT ACHOU AND TOTAL-EDITORAS < 100
               ADD 1 TO TOTAL-EDITORAS
               MOVE EDITORA-LIVRO TO EDI-NOME (TOTAL-EDITORAS)
               MOVE W-RECEITA-ASSINADA
                 TO EDI-RECEITA (TOTAL-EDITORAS)
               MOVE W-CUSTO-ASSINADO TO EDI-CUSTO (TOTAL-EDITORAS)
           END-IF.

       ACUMULAR-FILIAL.
           *> A FILIAL ESTA NO CABECALHO DO CUPOM; CUPONS ANTERIORES
           *> AO CONTROLE POR FILIAL CAEM NA FILIAL 01.
           MOVE 01 TO W-FILIAL-LINHA.
           MOVE COD-VENDA TO COD-VENDA-CAB.
           READ ARQ-VENDA-CAB.
           IF  W-COD-ERRO-CAB = "00" AND COD-FILIAL-CAB > 0
               MOVE COD-FILIAL-CAB TO W-FILIAL-LINHA
           END-IF.
           ADD W-RECEITA-ASSINADA TO FIL-RECEITA (W-FILIAL-LINHA).
           ADD W-CUSTO-ASSINADO TO FIL-CUSTO (W-FILIAL-LINHA).

       LER-PROXIMA-LINHA.
           READ ARQ-VENDA NEXT RECORD
               AT END MOVE "S" TO W-FIM-ARQUIVO
           END-READ.
           IF  NOT FIM-ARQUIVO
                   AND W-COD-ERRO-VEN NOT = "00" AND "02" AND "05"
               DISPLAY "ERRO AO LER vendas.dat (STATUS "
                       W-COD-ERRO-VEN ")"
               MOVE "S" TO W-FIM-ARQUIVO
           END-IF.

       IMPRIMIR-RELATORIO.
           OPEN OUTPUT ARQ-RELATORIO.
           MOVE SPACES TO W-LINHA.
           STRING "MARGEM BRUTA DE " W-DATA-INICIAL " A "
                  W-DATA-FINAL
               DELIMITED BY SIZE INTO W-LINHA
           END-STRING.
           PERFORM GRAVAR-LINHA.
           MOVE SPACES TO W-LINHA.
           MOVE "RECEITA" TO W-LINHA (38:7).
           MOVE "CUSTO" TO W-LINHA (52:5).
           MOVE "MARGEM" TO W-LINHA (63:6).
           MOVE "MARG.%" TO W-LINHA (71:6).
           PERFORM GRAVAR-LINHA.

           MOVE "POR CATEGORIA:" TO W-LINHA.
           PERFORM GRAVAR-LINHA.
           PERFORM VARYING W-IDX FROM 1 BY 1
                   UNTIL W-IDX > TOTAL-CATEGORIAS
               MOVE CAT-NOME (W-IDX)    TO W-ROTULO
               MOVE CAT-RECEITA (W-IDX) TO W-RECEITA-IMP
               MOVE CAT-CUSTO (W-IDX)   TO W-CUSTO-IMP
               PERFORM MONTAR-LINHA-MARGEM
           END-PERFORM.

           MOVE "POR EDITORA:" TO W-LINHA.
           PERFORM GRAVAR-LINHA.
           PERFORM VARYING W-IDX FROM 1 BY 1
                   UNTIL W-IDX > TOTAL-EDITORAS
               MOVE EDI-NOME (W-IDX)    TO W-ROTULO
               MOVE EDI-RECEITA (W-IDX) TO W-RECEITA-IMP
               MOVE EDI-CUSTO (W-IDX)   TO W-CUSTO-IMP
               PERFORM MONTAR-LINHA-MARGEM
           END-PERFORM.

           MOVE "POR FILIAL:" TO W-LINHA.
           PERFORM GRAVAR-LINHA.
           PERFORM VARYING W-IDX FROM 1 BY 1 UNTIL W-IDX > 99
               IF  FIL-RECEITA (W-IDX) NOT = 0
                       OR FIL-CUSTO (W-IDX) NOT = 0
                   MOVE SPACES TO W-ROTULO
                   STRING "FILIAL " W-IDX (2:2)
                       DELIMITED BY SIZE INTO W-ROTULO
                   END-STRING
                   MOVE FIL-RECEITA (W-IDX) TO W-RECEITA-IMP
                   MOVE FIL-CUSTO (W-IDX)   TO W-CUSTO-IMP
                   PERFORM MONTAR-LINHA-MARGEM
               END-IF
           END-PERFORM.

           MOVE "TOTAL GERAL                   " TO W-ROTULO.
           MOVE TOT-RECEITA TO W-RECEITA-IMP.
           MOVE TOT-CUSTO   TO W-CUSTO-IMP.
           PERFORM MONTAR-LINHA-MARGEM.
           IF  W-LINHAS-SEM-CUSTO > 0
               MOVE SPACES TO W-LINHA
               STRING "ATENCAO: " W-LINHAS-SEM-CUSTO
                      " LINHA(S) SEM CUSTO REGISTRADO NA VENDA "
                      "(CONTADAS COM CUSTO ZERO)"
                   DELIMITED BY SIZE INTO W-LINHA
               END-STRING
               PERFORM GRAVAR-LINHA
           END-IF.
           CLOSE ARQ-RELATORIO.
           CALL "SPOOLAR" USING "RELATORIOMARGEM     "
                "relmargem.txt       ".

       MONTAR-LINHA-MARGEM.
           COMPUTE W-MARGEM = W-RECEITA-IMP - W-CUSTO-IMP.
           IF  W-RECEITA-IMP NOT = 0
               COMPUTE W-PERCENTUAL ROUNDED =
                       W-MARGEM * 100 / W-RECEITA-IMP
           ELSE
               MOVE ZEROS TO W-PERCENTUAL
           END-IF.
           MOVE W-RECEITA-IMP TO RECEITA-ED.
           MOVE W-CUSTO-IMP   TO CUSTO-ED.
           MOVE W-MARGEM      TO MARGEM-ED.
           MOVE W-PERCENTUAL  TO PERCENTUAL-ED.
           MOVE SPACES TO W-LINHA.
           STRING "  " W-ROTULO " " RECEITA-ED " " CUSTO-ED " "
                  MARGEM-ED " " PERCENTUAL-ED
               DELIMITED BY SIZE INTO W-LINHA
           END-STRING.
           PERFORM GRAVAR-LINHA.

       GRAVAR-LINHA.
           DISPLAY W-LINHA (1:79).
           MOVE W-LINHA TO REG-RELATORIO.
           WRITE REG-RELATORIO.

       FINALIZACAO.
           CLOSE CAD-PRODUTO.
           CLOSE ARQ-VENDA-CAB.
           CLOSE ARQ-VENDA.
           DISPLAY "LINHAS DE VENDA NO PERIODO: " W-TOTAL-LINHAS.
           STOP "   <ENTER> PARA CONTINUAR".

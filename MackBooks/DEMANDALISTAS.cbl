
       IDENTIFICATION DIVISION.

       PROGRAM-ID. DEMANDALISTAS.
       AUTHOR. DANIEL.

       ENVIRONMENT DIVISION.
         CONFIGURATION SECTION.

             SPECIAL-NAMES.
                 DECIMAL-POINT IS COMMA.

             INPUT-OUTPUT SECTION.
               FILE-CONTROL.
                   SELECT OPTIONAL ARQ-LISTA-ESC
                   ASSIGN TO "listasesc.dat"
                   ORGANIZATION INDEXED
                   RECORD KEY IS COD-LISTA
                   ACCESS SEQUENTIAL
                   FILE STATUS IS W-COD-ERRO-LST.

                   SELECT OPTIONAL CAD-PRODUTO
                   ASSIGN TO "livros.dat"
                   ORGANIZATION INDEXED
                   RECORD KEY IS COD-LIVRO
                   ACCESS RANDOM
                   FILE STATUS IS CODERRO.

                   SELECT OPTIONAL ARQ-FILIAL
                   ASSIGN TO "estfilial.dat"
                   ORGANIZATION INDEXED
                   RECORD KEY IS COD-ESTOQUE-FIL
                   ALTERNATE RECORD KEY IS COD-LIVRO-FIL WITH DUPLICATES
                   ACCESS DYNAMIC
                   FILE STATUS IS W-COD-ERRO-FIL.

                   SELECT OPTIONAL ARQ-PEDIDO
                   ASSIGN TO "pedidos.dat"
                   ORGANIZATION INDEXED
                   RECORD KEY IS COD-PEDIDO
                   ACCESS SEQUENTIAL
                   FILE STATUS IS W-COD-ERRO-PDO.

                   SELECT OPTIONAL ARQ-RELATORIO
                   ASSIGN TO "demandalistas.txt"
                   ORGANIZATION LINE SEQUENTIAL
                   FILE STATUS IS W-COD-ERRO-REL.

       DATA DIVISION.
         FILE SECTION.
         FD  ARQ-LISTA-ESC
             LABEL RECORD STANDARD.
         COPY "REGLISTAESC.cpy".

         FD  CAD-PRODUTO
             LABEL RECORD STANDARD.
         COPY "REGLIVRO.cpy".

         FD  ARQ-FILIAL
             LABEL RECORD STANDARD.
         COPY "REGFILIAL.cpy".

         FD  ARQ-PEDIDO
             LABEL RECORD STANDARD.
         COPY "REGPEDIDO.cpy".

         FD  ARQ-RELATORIO
             LABEL RECORD STANDARD.
         01  REG-RELATORIO  PIC X(100).

         WORKING-STORAGE SECTION.
         77  W-COD-ERRO-LST     PIC XX    VALUE SPACES.
         77  CODERRO            PIC XX    VALUE SPACES.
         77  W-COD-ERRO-FIL     PIC XX    VALUE SPACES.
         77  W-COD-ERRO-PDO     PIC XX    VALUE SPACES.
         77  W-COD-ERRO-REL     PIC XX    VALUE SPACES.
         77  W-FIM-ARQUIVO      PIC X     VALUE "N".
             88  FIM-ARQUIVO              VALUE "S".
         77  W-ANO-LETIVO       PIC 9(4)  VALUE ZEROS.
         77  W-DATA-HOJE-AAAAMMDD PIC 9(8) VALUE ZEROS.
         77  W-IDX              PIC 9(4)  VALUE ZEROS.
         77  W-IDX-ITEM         PIC 99    VALUE ZEROS.
         77  W-TOTAL-LISTAS     PIC 9(4)  VALUE ZEROS.
         77  W-TOTAL-ALUNOS     PIC 9(6)  VALUE ZEROS.
         77  W-TOTAL-TITULOS    PIC 9(4)  VALUE ZEROS.
         77  W-TOTAL-COMPRAR    PIC 9(7)  VALUE ZEROS.
         77  W-A-COMPRAR        PIC 9(7)  VALUE ZEROS.
         77  W-COBERTURA        PIC 9(7)  VALUE ZEROS.
         77  W-LINHA            PIC X(100) VALUE SPACES.
         77  W-POS-LINHA        PIC 9(3)  VALUE ZEROS.
         77  QTD-ED             PIC ZZZZZZ9 VALUE ZEROS.
         77  ALUNOS-ED          PIC ZZZ9  VALUE ZEROS.
         77  ITENS-ED           PIC Z9    VALUE ZEROS.
         77  SALDO-FIL-ED       PIC ZZZZ9 VALUE ZEROS.

      *> POR LIVRO (INDICE = CODIGO): EXEMPLARES PREVISTOS PELAS
      *> LISTAS DO ANO (ALUNOS X QUANTIDADE POR ALUNO) E O QUE JA ESTA
      *> PEDIDO AO FORNECEDOR E AINDA NAO CHEGOU.
         01  TABELA-DEMANDA.
             02  DEMANDA-LIVRO  OCCURS 999 TIMES.
                 03  DEM-PREVISTA    PIC 9(7).
                 03  DEM-PEDIDO      PIC 9(7).

       PROCEDURE DIVISION.

       INICIO.
           *> DEMANDA DAS LISTAS ESCOLARES: SOMA O QUE AS LISTAS DO
           *> ANO LETIVO VAO PEDIR PELA PREVISAO DE ALUNOS E COMPARA
           *> COM O ESTOQUE, O SALDO POR FILIAL E OS PEDIDOS EM ABERTO
           *> - PARA COMPRAR ANTES DA CORRERIA DE JANEIRO.
           PERFORM INICIALIZACAO.
           PERFORM ACUMULAR-LISTAS.
           PERFORM ACUMULAR-PEDIDOS.
           PERFORM IMPRIMIR-DEMANDA.
           PERFORM FINALIZACAO.
           EXIT PROGRAM.

       INICIALIZACAO.
           DISPLAY "DEMANDA DAS LISTAS ESCOLARES".
           DISPLAY "ANO LETIVO (AAAA, 0 = ANO ATUAL): "
                   WITH NO ADVANCING.
           ACCEPT W-ANO-LETIVO.
           ACCEPT W-DATA-HOJE-AAAAMMDD FROM DATE YYYYMMDD.
           IF  W-ANO-LETIVO = 0
               MOVE W-DATA-HOJE-AAAAMMDD (1:4) TO W-ANO-LETIVO
           END-IF.
           INITIALIZE TABELA-DEMANDA.
           OPEN INPUT ARQ-LISTA-ESC.
           OPEN INPUT CAD-PRODUTO.
           OPEN INPUT ARQ-FILIAL.
           OPEN INPUT ARQ-PEDIDO.
           OPEN OUTPUT ARQ-RELATORIO.
           MOVE SPACES TO W-LINHA.
           STRING "DEMANDA DAS LISTAS ESCOLARES - ANO LETIVO "
                  W-ANO-LETIVO
               DELIMITED BY SIZE INTO W-LINHA
           END-STRING.
           PERFORM GRAVAR-LINHA.
           MOVE SPACES TO W-LINHA.
           PERFORM GRAVAR-LINHA.
           MOVE "LISTA ESCOLA                         SERIE     "
             TO W-LINHA.
           MOVE "ALUNOS ITENS" TO W-LINHA (50:12).
           PERFORM GRAVAR-LINHA.

       ACUMULAR-LISTAS.
           *> A PRIMEIRA PARTE DO RELATORIO E O INDICE DAS LISTAS DO
           *> ANO, QUE O BALCAO USA PARA ACHAR O CODIGO DA LISTA.
           MOVE "N" TO W-FIM-ARQUIVO.
           PERFORM LER-PROXIMA-LISTA.
           PERFORM UNTIL FIM-ARQUIVO
               IF  ANO-LETIVO-LST = W-ANO-LETIVO
                   ADD 1 TO W-TOTAL-LISTAS
                   ADD QTD-ALUNOS-LST TO W-TOTAL-ALUNOS
                   MOVE QTD-ALUNOS-LST TO ALUNOS-ED
                   MOVE QTD-ITENS-LST TO ITENS-ED
                   MOVE SPACES TO W-LINHA
                   STRING COD-LISTA "  " NOME-ESCOLA-LST " "
                          SERIE-LST "  " ALUNOS-ED "    " ITENS-ED
                       DELIMITED BY SIZE INTO W-LINHA
                   END-STRING
                   PERFORM GRAVAR-LINHA
                   PERFORM VARYING W-IDX-ITEM FROM 1 BY 1
                           UNTIL W-IDX-ITEM > QTD-ITENS-LST
                       IF  COD-LIVRO-LST (W-IDX-ITEM) > 0
                           MOVE COD-LIVRO-LST (W-IDX-ITEM) TO W-IDX
                           COMPUTE DEM-PREVISTA (W-IDX) =
                                   DEM-PREVISTA (W-IDX)
                                 + QTD-ALUNOS-LST
                                 * QTD-LIVRO-LST (W-IDX-ITEM)
                       END-IF
                   END-PERFORM
               END-IF
               PERFORM LER-PROXIMA-LISTA
           END-PERFORM.
           MOVE SPACES TO W-LINHA.
           STRING "LISTAS DO ANO: " W-TOTAL-LISTAS
                  "   ALUNOS PREVISTOS: " W-TOTAL-ALUNOS
               DELIMITED BY SIZE INTO W-LINHA
           END-STRING.
           PERFORM GRAVAR-LINHA.

       LER-PROXIMA-LISTA.
           READ ARQ-LISTA-ESC NEXT RECORD
               AT END MOVE "S" TO W-FIM-ARQUIVO
           END-READ.
           IF  NOT FIM-ARQUIVO
                   AND W-COD-ERRO-LST NOT = "00" AND "02" AND "05"
               DISPLAY "ERRO AO LER listasesc.dat (STATUS "
                       W-COD-ERRO-LST ")"
               MOVE "S" TO W-FIM-ARQUIVO
           END-IF.

       ACUMULAR-PEDIDOS.
           *> SALDO A RECEBER DAS LINHAS DE PEDIDO AINDA ABERTAS
           MOVE "N" TO W-FIM-ARQUIVO.
           PERFORM LER-PROXIMO-PEDIDO.
           PERFORM UNTIL FIM-ARQUIVO
               IF  PEDIDO-ABERTO AND COD-LIVRO-PDC > 0
                       AND QTD-PEDIDA > QTD-RECEBIDA
                   MOVE COD-LIVRO-PDC TO W-IDX
                   COMPUTE DEM-PEDIDO (W-IDX) = DEM-PEDIDO (W-IDX)
                           + QTD-PEDIDA - QTD-RECEBIDA
               END-IF
               PERFORM LER-PROXIMO-PEDIDO
           END-PERFORM.

       LER-PROXIMO-PEDIDO.
           READ ARQ-PEDIDO NEXT RECORD
               AT END MOVE "S" TO W-FIM-ARQUIVO
           END-READ.
           IF  NOT FIM-ARQUIVO
                   AND W-COD-ERRO-PDO NOT = "00" AND "02" AND "05"
               DISPLAY "ERRO AO LER pedidos.dat (STATUS "
                       W-COD-ERRO-PDO ")"
               MOVE "S" TO W-FIM-ARQUIVO
           END-IF.

       IMPRIMIR-DEMANDA.
           MOVE SPACES TO W-LINHA.
           PERFORM GRAVAR-LINHA.
           MOVE "LIV TITULO" TO W-LINHA.
           MOVE "PREVISTO" TO W-LINHA (35:8).
           MOVE "ESTOQUE" TO W-LINHA (45:7).
           MOVE "PEDIDO" TO W-LINHA (54:6).
           MOVE "A COMPRAR" TO W-LINHA (61:9).
           PERFORM GRAVAR-LINHA.
           PERFORM VARYING W-IDX FROM 1 BY 1 UNTIL W-IDX > 999
               IF  DEM-PREVISTA (W-IDX) > 0
                   PERFORM IMPRIMIR-LINHA-LIVRO
               END-IF
           END-PERFORM.
           MOVE SPACES TO W-LINHA.
           STRING "TITULOS NAS LISTAS: " W-TOTAL-TITULOS
                  "   EXEMPLARES A COMPRAR: " W-TOTAL-COMPRAR
               DELIMITED BY SIZE INTO W-LINHA
           END-STRING.
           PERFORM GRAVAR-LINHA.
           CLOSE ARQ-RELATORIO.
           CALL "SPOOLAR" USING "DEMANDALISTAS       "
                "demandalistas.txt   ".

       IMPRIMIR-LINHA-LIVRO.
           ADD 1 TO W-TOTAL-TITULOS.
           MOVE W-IDX TO COD-LIVRO.
           READ CAD-PRODUTO.
           IF  CODERRO NOT = "00"
               MOVE "(LIVRO NAO CADASTRADO)" TO TITULO-LIVRO
               MOVE ZEROS TO QTD-ESTOQUE
           END-IF.
           *> O QUE FALTA E O PREVISTO MENOS O ESTOQUE E O QUE JA
           *> ESTA A CAMINHO.
           COMPUTE W-COBERTURA = QTD-ESTOQUE + DEM-PEDIDO (W-IDX).
           IF  DEM-PREVISTA (W-IDX) > W-COBERTURA
               COMPUTE W-A-COMPRAR = DEM-PREVISTA (W-IDX)
                       - W-COBERTURA
           ELSE
               MOVE ZEROS TO W-A-COMPRAR
           END-IF.
           ADD W-A-COMPRAR TO W-TOTAL-COMPRAR.
           MOVE SPACES TO W-LINHA.
           MOVE COD-LIVRO TO W-LINHA (1:3).
           MOVE TITULO-LIVRO (1:30) TO W-LINHA (5:30).
           MOVE DEM-PREVISTA (W-IDX) TO QTD-ED.
           MOVE QTD-ED TO W-LINHA (35:7).
           MOVE QTD-ESTOQUE TO QTD-ED.
           MOVE QTD-ED TO W-LINHA (44:7).
           MOVE DEM-PEDIDO (W-IDX) TO QTD-ED.
           MOVE QTD-ED TO W-LINHA (52:7).
           MOVE W-A-COMPRAR TO QTD-ED.
           MOVE QTD-ED TO W-LINHA (62:7).
           PERFORM GRAVAR-LINHA.
           PERFORM IMPRIMIR-SALDOS-FILIAIS.

       IMPRIMIR-SALDOS-FILIAIS.
           *> ONDE ESTA O ESTOQUE: UMA LINHA COM O SALDO DE CADA
           *> FILIAL, PARA TRANSFERIR ANTES DE COMPRAR.
           MOVE SPACES TO W-LINHA.
           MOVE "    FILIAIS:" TO W-LINHA.
           MOVE 14 TO W-POS-LINHA.
           MOVE COD-LIVRO TO COD-LIVRO-FIL.
           START ARQ-FILIAL KEY IS EQUAL COD-LIVRO-FIL
               INVALID KEY MOVE "23" TO W-COD-ERRO-FIL
           END-START.
           PERFORM UNTIL W-COD-ERRO-FIL NOT = "00"
               READ ARQ-FILIAL NEXT RECORD
                   AT END MOVE "10" TO W-COD-ERRO-FIL
               END-READ
               IF  W-COD-ERRO-FIL = "00" OR "02"
                   IF  COD-LIVRO-FIL NOT = COD-LIVRO
                       MOVE "10" TO W-COD-ERRO-FIL
                   ELSE
                       MOVE "00" TO W-COD-ERRO-FIL
                       IF  W-POS-LINHA > 90
                           PERFORM GRAVAR-LINHA
                           MOVE SPACES TO W-LINHA
                           MOVE 14 TO W-POS-LINHA
                       END-IF
                       MOVE QTD-ESTOQUE-FIL TO SALDO-FIL-ED
                       STRING COD-FILIAL "=" SALDO-FIL-ED
                           DELIMITED BY SIZE
                           INTO W-LINHA WITH POINTER W-POS-LINHA
                       END-STRING
                       ADD 2 TO W-POS-LINHA
                   END-IF
               END-IF
           END-PERFORM.
           IF  W-POS-LINHA > 14
               PERFORM GRAVAR-LINHA
           END-IF.

       GRAVAR-LINHA.
           DISPLAY W-LINHA (1:79).
           MOVE W-LINHA TO REG-RELATORIO.
           WRITE REG-RELATORIO.

       FINALIZACAO.
           CLOSE ARQ-LISTA-ESC.
           CLOSE CAD-PRODUTO.
           CLOSE ARQ-FILIAL.
           CLOSE ARQ-PEDIDO.
           STOP "   <ENTER> PARA CONTINUAR".

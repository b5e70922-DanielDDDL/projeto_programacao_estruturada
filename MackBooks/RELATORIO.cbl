                   ACCESS SEQUENTIAL
                   FILE STATUS IS CODERRO.

                   SELECT OPTIONAL ARQ-CUSTO
                   ASSIGN TO "custos.dat"
                   ORGANIZATION INDEXED
                   RECORD KEY IS COD-LIVRO-CUS
                   ACCESS RANDOM
                   FILE STATUS IS W-COD-ERRO-CUS.

                   SELECT OPTIONAL ARQ-CONSIG
                   ASSIGN TO "consig.dat"
                   ORGANIZATION INDEXED
                   RECORD KEY IS CHAVE-CONSIGNACAO
                   ACCESS SEQUENTIAL
                   FILE STATUS IS W-COD-ERRO-CSG.

       DATA DIVISION.
         FILE  SECTION.
         FD  CAD-PRODUTO
             LABEL  RECORD  STANDARD.
         COPY "REGLIVRO.cpy".

         FD  ARQ-CUSTO
             LABEL RECORD STANDARD.
         COPY "REGCUSTO.cpy".

         FD  ARQ-CONSIG
             LABEL RECORD STANDARD.
         COPY "REGCONSIG.cpy".

         WORKING-STORAGE SECTION.
         77  CODERRO        PIC X(2)       VALUE SPACES.
         77  W-COD-ERRO-CUS PIC X(2)       VALUE SPACES.
         77  W-VALOR-CUSTO-ESTOQUE PIC 9(9)V99   VALUE ZEROS.
         77  W-VALOR-CUSTO-ED      PIC Z(7).ZZ9,99 VALUE ZEROS.
         77  W-SEM-CUSTO           PIC 9(5)      VALUE ZEROS.
         77  W-COD-ERRO-CSG PIC X(2)       VALUE SPACES.
         77  W-QTD-PROPRIA         PIC 9(5)      VALUE ZEROS.
         77  W-TOTAL-CONSIGNADO    PIC 9(7)      VALUE ZEROS.
         77  W-FIM-ARQUIVO  PIC X          VALUE "N".
             88  FIM-ARQUIVO                VALUE "S".
         77  W-LINHA-PAGINA PIC 99          VALUE ZEROS.
         77  W-PRECO-MEDIO-SIMPLES PIC 9(5)V99   VALUE ZEROS.
         77  W-SOMA-PRECOS-ED      PIC Z(7).ZZ9,99 VALUE ZEROS.
         77  W-PRECO-MEDIO-SIMPLES-ED PIC Z(3).ZZ9,99 VALUE ZEROS.
      *> UNIDADES EM CONSIGNACAO POR LIVRO (INDICE = CODIGO), SOMANDO
      *> TODOS OS FORNECEDORES; CARREGADA DE "consig.dat" NO INICIO.
         01  TABELA-CONSIGNADO.
             02  QTD-CONSIGNADA  PIC 9(5) OCCURS 999 TIMES.

         SCREEN SECTION.
            01 CLEAR-SCREEN.

       INICIALIZACAO.
           OPEN INPUT CAD-PRODUTO.
           OPEN INPUT ARQ-CUSTO.
           PERFORM CARREGAR-CONSIGNADOS.
           PERFORM LER-PROXIMO-LIVRO.
           IF NOT FIM-ARQUIVO
               PERFORM NOVA-PAGINA
           END-IF.

       CARREGAR-CONSIGNADOS.
           INITIALIZE TABELA-CONSIGNADO.
           OPEN INPUT ARQ-CONSIG.
           PERFORM LER-PROXIMA-CONSIGNACAO.
           PERFORM UNTIL W-COD-ERRO-CSG NOT = "00"
               IF  COD-LIVRO-CSG > 0
                   ADD QTD-SALDO-CSG TO QTD-CONSIGNADA (COD-LIVRO-CSG)
               END-IF
               PERFORM LER-PROXIMA-CONSIGNACAO
           END-PERFORM.
           CLOSE ARQ-CONSIG.

       LER-PROXIMA-CONSIGNACAO.
           READ ARQ-CONSIG NEXT RECORD
               AT END MOVE "10" TO W-COD-ERRO-CSG
           END-READ.

       PROCESSAMENTO.
           PERFORM EXIBIR-LIVRO.
           PERFORM LER-PROXIMO-LIVRO.
       ACUMULAR-ESTATISTICAS.
           ADD QTD-ESTOQUE TO W-TOTAL-UNIDADES.
           ADD PRECO-LIVRO TO W-SOMA-PRECOS.
           *> UNIDADES CONSIGNADAS SAO DO FORNECEDOR: CONTAM NO TOTAL
           *> FISICO MAS FICAM FORA DA VALORIZACAO DO ESTOQUE PROPRIO.
           MOVE QTD-ESTOQUE TO W-QTD-PROPRIA.
           IF  COD-LIVRO > 0
               IF  QTD-CONSIGNADA (COD-LIVRO) < QTD-ESTOQUE
                   SUBTRACT QTD-CONSIGNADA (COD-LIVRO)
                       FROM W-QTD-PROPRIA
               ELSE
                   MOVE ZEROS TO W-QTD-PROPRIA
               END-IF
           END-IF.
           COMPUTE W-TOTAL-CONSIGNADO = W-TOTAL-CONSIGNADO
                   + QTD-ESTOQUE - W-QTD-PROPRIA.
           COMPUTE W-VALOR-TOTAL-ESTOQUE =
                   W-VALOR-TOTAL-ESTOQUE
                   + (PRECO-LIVRO * W-QTD-PROPRIA).
           *> VALORIZACAO CONTABIL: ESTOQUE PELO CUSTO MEDIO DE
           *> AQUISICAO. TITULO COM ESTOQUE E SEM CUSTO APURADO (SO
           *> TEVE ENTRADAS ANTERIORES AO CONTROLE DE CUSTO) E CONTADO
           *> A PARTE PARA O VALOR NAO PARECER COMPLETO.
           MOVE COD-LIVRO TO COD-LIVRO-CUS.
           READ ARQ-CUSTO.
           IF  W-COD-ERRO-CUS = "00"
               COMPUTE W-VALOR-CUSTO-ESTOQUE = W-VALOR-CUSTO-ESTOQUE
                       + (CUSTO-MEDIO-CUS * W-QTD-PROPRIA)
           ELSE
               IF  W-QTD-PROPRIA > 0
                   ADD 1 TO W-SEM-CUSTO
               END-IF
           END-IF.
           IF  PRECO-LIVRO > W-MAIOR-PRECO
               MOVE PRECO-LIVRO TO W-MAIOR-PRECO
           END-IF.

       FINALIZACAO.
           CLOSE CAD-PRODUTO.
           CLOSE ARQ-CUSTO.
           DISPLAY "FIM DO RELATORIO" AT 2302.
           DISPLAY W-TOTAL-LIVROS     AT 2320.
           DISPLAY "LIVRO(S) LISTADO(S)" AT 2324.
           *> MEDIA PONDERADA PELO ESTOQUE (VALOR TOTAL / UNIDADES); SO
           *> PODE SER CALCULADA SE HOUVER UNIDADES EM ESTOQUE, POIS E
           *> ISSO - E NAO O NUMERO DE TITULOS - QUE DIVIDE A CONTA.
           IF  W-TOTAL-UNIDADES > W-TOTAL-CONSIGNADO
               COMPUTE W-PRECO-MEDIO = W-VALOR-TOTAL-ESTOQUE
                       / (W-TOTAL-UNIDADES - W-TOTAL-CONSIGNADO)
           END-IF.
           *> MEDIA SIMPLES DOS PRECOS CADASTRADOS (SOMA DOS PRECOS
           *> DIVIDIDA PELO NUMERO DE TITULOS), INDEPENDENTE DO ESTOQUE.
                       W-SOMA-PRECOS / W-TOTAL-LIVROS
           END-IF.
           MOVE W-VALOR-TOTAL-ESTOQUE TO W-VALOR-TOTAL-ED.
           MOVE W-VALOR-CUSTO-ESTOQUE TO W-VALOR-CUSTO-ED.
           MOVE W-PRECO-MEDIO         TO W-PRECO-MEDIO-ED.
           MOVE W-MAIOR-PRECO         TO W-MAIOR-PRECO-ED.
           MOVE W-MENOR-PRECO         TO W-MENOR-PRECO-ED.
           DISPLAY W-TOTAL-LIVROS                       AT 1533.
           DISPLAY "TOTAL DE UNIDADES EM ESTOQUE:"      AT 1702.
           DISPLAY W-TOTAL-UNIDADES                     AT 1733.
           DISPLAY "  (EM CONSIGNACAO, FORA DO VALOR):"  AT 1802.
           DISPLAY W-TOTAL-CONSIGNADO                   AT 1837.
           DISPLAY "ESTOQUE A CUSTO MEDIO (R$):"        AT 1902.
           DISPLAY W-VALOR-CUSTO-ED                     AT 1932.
           DISPLAY "ESTOQUE A PRECO DE VENDA (R$):"     AT 2002.
           DISPLAY W-VALOR-TOTAL-ED                     AT 2032.
           DISPLAY "PRECO MEDIO POR UNIDADE (R$):"      AT 2102.
           DISPLAY W-PRECO-MEDIO-ED                     AT 2132.
           DISPLAY "MAIOR PRECO CADASTRADO (R$):"       AT 2302.
           DISPLAY W-SOMA-PRECOS-ED                     AT 2737.
           DISPLAY "PRECO MEDIO POR TITULO (R$):"       AT 2902.
           DISPLAY W-PRECO-MEDIO-SIMPLES-ED              AT 2932.
           DISPLAY "TITULOS EM ESTOQUE SEM CUSTO:"      AT 3102.
           DISPLAY W-SEM-CUSTO                          AT 3133.
           STOP "   <ENTER> PARA ENCERRAR".

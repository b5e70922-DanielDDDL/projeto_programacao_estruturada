                   ACCESS DYNAMIC
                   FILE STATUS IS W-COD-ERRO-PDO.

                   SELECT OPTIONAL ARQ-ENCOMENDA
                   ASSIGN TO "encomendas.dat"
                   ORGANIZATION INDEXED
                   RECORD KEY IS COD-ENCOMENDA
                   ALTERNATE RECORD KEY IS COD-LIVRO-ENC
                       WITH DUPLICATES
                   ACCESS DYNAMIC
                   FILE STATUS IS W-COD-ERRO-ENC.

                   SELECT OPTIONAL ARQ-ISBN-XREF
                   ASSIGN TO "isbnlivros.dat"
                   ORGANIZATION INDEXED
                   RECORD KEY IS XR-ISBN
                   ACCESS RANDOM
                   FILE STATUS IS W-COD-ERRO-XRF.

                   SELECT OPTIONAL ARQ-SUBSTITUICAO
                   ASSIGN TO "substituicoes.txt"
                   ORGANIZATION LINE SEQUENTIAL
                   FILE STATUS IS W-COD-ERRO-SUB.

       DATA DIVISION.
         FILE SECTION.
         FD  CAD-PRODUTO
             LABEL RECORD STANDARD.
         COPY "REGPEDIDO.cpy".

         FD  ARQ-ENCOMENDA
             LABEL RECORD STANDARD.
         COPY "REGENCOMENDA.cpy".

         FD  ARQ-ISBN-XREF
             LABEL RECORD STANDARD.
         COPY "REGISBNXREF.cpy".

         FD  ARQ-SUBSTITUICAO
             LABEL RECORD STANDARD.
         COPY "REGSUBST.cpy".

         WORKING-STORAGE SECTION.
         77  CODERRO            PIC XX    VALUE SPACES.
             88  STATUS-OK                VALUE "00".
         77  W-MODO-DIG         PIC X     VALUE SPACES.
             88  MODO-SUGESTAO            VALUE "S".
             88  MODO-MANUAL              VALUE "M".
             88  MODO-ENCOMENDAS          VALUE "E".
             88  MODO-REPOSICAO           VALUE "R".
         77  W-COD-LIVRO-DIG    PIC 9(3)  VALUE ZEROS.
         77  W-QTD-DIG          PIC 9(5)  VALUE ZEROS.
         77  W-DATA-HOJE-AAAAMMDD PIC 9(8) VALUE ZEROS.
         77  W-FIM-BUSCA        PIC X     VALUE "N".
             88  FIM-BUSCA                VALUE "S".
         77  W-TOTAL-LINHAS     PIC 9(3)  VALUE ZEROS.
         77  W-COD-ERRO-ENC     PIC XX    VALUE SPACES.
         77  W-COD-ERRO-XRF     PIC XX    VALUE SPACES.
         77  W-IDX              PIC 9(3)  VALUE ZEROS.
         77  W-TOTAL-ENCOMENDAS PIC 9(3)  VALUE ZEROS.
         77  W-COD-ERRO-SUB     PIC XX    VALUE SPACES.
         77  W-COD-LIVRO-SUB-ANT PIC 9(3) VALUE ZEROS.
         77  W-QTD-SUBST        PIC 9(5)  VALUE ZEROS.

      *> ENCOMENDAS DE CLIENTE ABERTAS, RECOLHIDAS NA VARREDURA E
      *> TRATADAS DEPOIS PARA NAO REGRAVAR DURANTE O READ NEXT.
         01  TABELA-ENCOMENDAS.
             02  ENC-PENDENTE  OCCURS 200 TIMES  PIC 9(5).

       PROCEDURE DIVISION.

           *> MERCADORIA CONFERE O QUE REALMENTE CHEGOU.
           PERFORM INICIALIZACAO.
           IF  PODE-GERAR
               EVALUATE TRUE
                   WHEN MODO-SUGESTAO
                       PERFORM GERAR-DA-SUGESTAO
                   WHEN MODO-ENCOMENDAS
                       PERFORM GERAR-DAS-ENCOMENDAS
                   WHEN MODO-REPOSICAO
                       PERFORM GERAR-DA-REPOSICAO
                   WHEN OTHER
                       PERFORM DIGITAR-LINHAS-MANUAIS
               END-EVALUATE
           END-IF.
           PERFORM FINALIZACAO.
           EXIT PROGRAM.
           OPEN INPUT ARQ-PONTO-PEDIDO.
           OPEN INPUT ARQ-FORNECEDOR.
           OPEN I-O ARQ-PEDIDO.
           OPEN I-O ARQ-ENCOMENDA.
           OPEN INPUT ARQ-ISBN-XREF.
           ACCEPT W-DATA-HOJE-AAAAMMDD FROM DATE YYYYMMDD.

           DISPLAY "CODIGO DO FORNECEDOR: " WITH NO ADVANCING.
                   DISPLAY "DATA PREVISTA DE ENTREGA (AAAAMMDD): "
                           WITH NO ADVANCING
                   ACCEPT W-DATA-ENTREGA-DIG
                   DISPLAY "(S)UGESTAO DE COMPRA, (M)ANUAL, "
                           "(E)NCOMENDAS DE CLIENTE OU (R)EPOSICAO "
                           "DE EXEMPLARES: " WITH NO ADVANCING
                   ACCEPT W-MODO-DIG
                   MOVE FUNCTION UPPER-CASE (W-MODO-DIG)
                     TO W-MODO-DIG
                   IF  MODO-SUGESTAO OR MODO-MANUAL OR MODO-ENCOMENDAS
                           OR MODO-REPOSICAO
                       MOVE "S" TO W-PODE-GERAR
                   ELSE
                       DISPLAY "MODO INVALIDO - NADA A FAZER"
               END-IF
           END-PERFORM.

       GERAR-DAS-ENCOMENDAS.
           *> TODA ENCOMENDA DE CLIENTE AINDA SEM PEDIDO VIRA UMA
           *> LINHA PARA O FORNECEDOR ESCOLHIDO, NA QUANTIDADE
           *> ENCOMENDADA, E A ENCOMENDA GUARDA O NUMERO DA LINHA.
           *> ENCOMENDA SEM LIVRO NO CADASTRO E LIGADA PELO ISBN
           *> QUANDO POSSIVEL; SENAO E PULADA ATE O TITULO SER
           *> INCLUIDO (INCLUSAO).
           MOVE ZEROS TO W-TOTAL-ENCOMENDAS COD-ENCOMENDA.
           MOVE "N" TO W-FIM-ARQUIVO.
           START ARQ-ENCOMENDA KEY IS NOT LESS THAN COD-ENCOMENDA
               INVALID KEY MOVE "S" TO W-FIM-ARQUIVO
           END-START.
           PERFORM UNTIL FIM-ARQUIVO
               READ ARQ-ENCOMENDA NEXT RECORD
                   AT END MOVE "S" TO W-FIM-ARQUIVO
               END-READ
               IF  NOT FIM-ARQUIVO AND ENC-ABERTA
                       AND W-TOTAL-ENCOMENDAS < 200
                   ADD 1 TO W-TOTAL-ENCOMENDAS
                   MOVE COD-ENCOMENDA
                     TO ENC-PENDENTE (W-TOTAL-ENCOMENDAS)
               END-IF
           END-PERFORM.
           IF  W-TOTAL-ENCOMENDAS = 0
               DISPLAY "NENHUMA ENCOMENDA ABERTA"
           END-IF.
           PERFORM VARYING W-IDX FROM 1 BY 1
                   UNTIL W-IDX > W-TOTAL-ENCOMENDAS
               MOVE ENC-PENDENTE (W-IDX) TO COD-ENCOMENDA
               READ ARQ-ENCOMENDA
               IF  W-COD-ERRO-ENC = "00"
                   PERFORM PEDIR-UMA-ENCOMENDA
               END-IF
           END-PERFORM.

       PEDIR-UMA-ENCOMENDA.
           IF  COD-LIVRO-ENC = 0 AND ISBN-ENC NOT = SPACES
               MOVE ISBN-ENC TO XR-ISBN
               READ ARQ-ISBN-XREF
               IF  W-COD-ERRO-XRF = "00"
                   MOVE XR-COD-LIVRO TO COD-LIVRO-ENC
               END-IF
           END-IF.
           MOVE COD-LIVRO-ENC TO COD-LIVRO.
           IF  COD-LIVRO > 0
               READ CAD-PRODUTO
           END-IF.
           IF  COD-LIVRO = 0 OR NOT STATUS-OK
               DISPLAY "ENCOMENDA " COD-ENCOMENDA " (" TITULO-ENC
                       ") SEM LIVRO CADASTRADO - PULADA"
           ELSE
               MOVE COD-LIVRO-ENC TO W-COD-LIVRO-DIG
               MOVE QTD-ENC       TO W-QTD-DIG
               PERFORM GRAVAR-LINHA-PEDIDO
               IF  W-COD-ERRO-PDO = "00"
                   MOVE COD-PEDIDO       TO COD-PEDIDO-ENC
                   MOVE W-COD-FORNEC-DIG TO COD-FORNEC-ENC
                   MOVE "P"              TO SITUACAO-ENC
                   REWRITE REG-ENCOMENDA
                   IF  W-COD-ERRO-ENC NOT = "00" AND "02"
                       DISPLAY "ERRO AO ATUALIZAR ENCOMENDA "
                               COD-ENCOMENDA " (STATUS "
                               W-COD-ERRO-ENC ")"
                   END-IF
               END-IF
           END-IF.

       GERAR-DA-REPOSICAO.
           *> A LISTA "substituicoes.txt" DO RELATORIOEXEMPLAR TRAZ UMA
           *> LINHA POR COPIA MARCADA, EM ORDEM DE LIVRO; CADA TITULO
           *> VIRA UMA LINHA DE PEDIDO COM UMA UNIDADE POR COPIA.
           *> TITULO COM PEDIDO EM ABERTO E PULADO, COMO NA SUGESTAO.
           MOVE ZEROS TO W-COD-LIVRO-SUB-ANT W-QTD-SUBST.
           MOVE "N" TO W-FIM-ARQUIVO.
           OPEN INPUT ARQ-SUBSTITUICAO.
           IF  W-COD-ERRO-SUB NOT = "00"
               DISPLAY "LISTA DE SUBSTITUICAO NAO ENCONTRADA - "
                       "EMITA O CICLO DE VIDA DOS EXEMPLARES"
           ELSE
               PERFORM UNTIL FIM-ARQUIVO
                   READ ARQ-SUBSTITUICAO
                       AT END MOVE "S" TO W-FIM-ARQUIVO
                   END-READ
                   IF  NOT FIM-ARQUIVO
                       IF  COD-LIVRO-SUB NOT = W-COD-LIVRO-SUB-ANT
                           PERFORM PEDIR-REPOSICAO-TITULO
                           MOVE COD-LIVRO-SUB TO W-COD-LIVRO-SUB-ANT
                           MOVE ZEROS TO W-QTD-SUBST
                       END-IF
                       ADD 1 TO W-QTD-SUBST
                   END-IF
               END-PERFORM
               PERFORM PEDIR-REPOSICAO-TITULO
               CLOSE ARQ-SUBSTITUICAO
           END-IF.

       PEDIR-REPOSICAO-TITULO.
           IF  W-QTD-SUBST > 0
               MOVE W-COD-LIVRO-SUB-ANT TO COD-LIVRO
               READ CAD-PRODUTO
               IF  NOT STATUS-OK
                   DISPLAY "LIVRO " W-COD-LIVRO-SUB-ANT
                           " NAO CADASTRADO - PULADO"
               ELSE
                   PERFORM VERIFICAR-PEDIDO-ABERTO
                   IF  JA-PEDIDO
                       DISPLAY "LIVRO " COD-LIVRO " JA TEM PEDIDO EM "
                               "ABERTO - PULADO"
                   ELSE
                       MOVE COD-LIVRO   TO W-COD-LIVRO-DIG
                       MOVE W-QTD-SUBST TO W-QTD-DIG
                       PERFORM GRAVAR-LINHA-PEDIDO
                   END-IF
               END-IF
           END-IF.

       DIGITAR-LINHAS-MANUAIS.
           DISPLAY "DIGITE AS LINHAS DO PEDIDO (LIVRO 0 ENCERRA)".
           PERFORM WITH TEST AFTER UNTIL W-COD-LIVRO-DIG = 0
           CLOSE ARQ-PONTO-PEDIDO.
           CLOSE ARQ-FORNECEDOR.
           CLOSE ARQ-PEDIDO.
           CLOSE ARQ-ENCOMENDA.
           CLOSE ARQ-ISBN-XREF.
           DISPLAY "LINHAS DE PEDIDO GRAVADAS: " W-TOTAL-LINHAS.
           STOP "   <ENTER> PARA CONTINUAR".

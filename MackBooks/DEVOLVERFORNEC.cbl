
       IDENTIFICATION DIVISION.

       PROGRAM-ID. DEVOLVERFORNEC.
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

                   SELECT OPTIONAL ARQ-FORNECEDOR
                   ASSIGN TO "fornecedores.dat"
                   ORGANIZATION INDEXED
                   RECORD KEY IS COD-FORNECEDOR
                   ACCESS RANDOM
                   FILE STATUS IS W-COD-ERRO-FOR.

                   SELECT OPTIONAL ARQ-PEDIDO
                   ASSIGN TO "pedidos.dat"
                   ORGANIZATION INDEXED
                   RECORD KEY IS COD-PEDIDO
                   ACCESS RANDOM
                   FILE STATUS IS W-COD-ERRO-PDO.

                   SELECT OPTIONAL ARQ-DEV-FORNEC
                   ASSIGN TO "devforn.dat"
                   ORGANIZATION INDEXED
                   RECORD KEY IS CHAVE-DEV-FORNEC
                   ACCESS DYNAMIC
                   FILE STATUS IS W-COD-ERRO-DVF.

                   SELECT OPTIONAL ARQ-FILIAL
                   ASSIGN TO "estfilial.dat"
                   ORGANIZATION INDEXED
                   RECORD KEY IS COD-ESTOQUE-FIL
                   ALTERNATE RECORD KEY IS COD-LIVRO-FIL WITH DUPLICATES
                   ACCESS DYNAMIC
                   FILE STATUS IS W-COD-ERRO-FIL.

                   SELECT OPTIONAL ARQ-FILIAL-SESSAO
                   ASSIGN TO "filial.atual"
                   ORGANIZATION LINE SEQUENTIAL
                   FILE STATUS IS W-COD-ERRO-FIS.

                   SELECT OPTIONAL ARQ-NOTA-DEBITO
                   ASSIGN TO "notadebito.txt"
                   ORGANIZATION LINE SEQUENTIAL
                   FILE STATUS IS W-COD-ERRO-NOT.

       DATA DIVISION.
         FILE SECTION.
         FD  CAD-PRODUTO
             LABEL RECORD STANDARD.
         COPY "REGLIVRO.cpy".

         FD  ARQ-FORNECEDOR
             LABEL RECORD STANDARD.
         COPY "REGFORNEC.cpy".

         FD  ARQ-PEDIDO
             LABEL RECORD STANDARD.
         COPY "REGPEDIDO.cpy".

         FD  ARQ-DEV-FORNEC
             LABEL RECORD STANDARD.
         COPY "REGDEVFORN.cpy".

         FD  ARQ-FILIAL
             LABEL RECORD STANDARD.
         COPY "REGFILIAL.cpy".

         FD  ARQ-FILIAL-SESSAO
             LABEL RECORD STANDARD.
         01  REG-FILIAL-SESSAO  PIC X(2).

         FD  ARQ-NOTA-DEBITO
             LABEL RECORD STANDARD.
         01  REG-NOTA-DEBITO  PIC X(100).

         WORKING-STORAGE SECTION.
         77  CODERRO            PIC XX    VALUE SPACES.
             88  STATUS-OK                VALUE "00".
             88  STATUS-NAO-ENCONTRADO    VALUE "23".
         77  W-COD-ERRO-FOR     PIC XX    VALUE SPACES.
         77  W-COD-ERRO-PDO     PIC XX    VALUE SPACES.
             88  STATUS-PDO-OK            VALUE "00".
         77  W-COD-ERRO-DVF     PIC XX    VALUE SPACES.
         77  W-COD-ERRO-NOT     PIC XX    VALUE SPACES.
         77  W-OPCAO            PIC X     VALUE SPACES.
             88  OPC-OK                   VALUE "S" "N".
         77  W-MAIS-ITENS       PIC X     VALUE SPACES.
         77  W-CONFIRMA         PIC X     VALUE SPACES.
         77  W-LIVRO-OK         PIC X     VALUE "N".
             88  LIVRO-OK                 VALUE "S".
         77  W-FORNEC-OK        PIC X     VALUE "N".
             88  FORNEC-OK                VALUE "S".
         77  W-PEDIDO-OK        PIC X     VALUE "N".
             88  PEDIDO-OK                VALUE "S".
         77  W-MOTIVO           PIC X     VALUE SPACES.
             88  MOTIVO-OK                VALUE "A" "E".
         77  W-COD-FORNEC-DIG   PIC 9(3)  VALUE ZEROS.
         77  W-COD-PEDIDO-DIG   PIC 9(5)  VALUE ZEROS.
         77  W-QTD-DIG          PIC 9(5)  VALUE ZEROS.
         77  W-CUSTO-DIG        PIC 9(4)V99 VALUE ZEROS.
         77  W-CUSTO-MEDIO      PIC 9(4)V99 VALUE ZEROS.
         77  W-ZEROS-5          PIC 9(5)  VALUE ZEROS.
         77  W-QTD-CONSIG       PIC 9(5)  VALUE ZEROS.
         77  W-CUSTO-CONSIG     PIC 9(4)V99 VALUE ZEROS.
         77  W-VALOR-ITEM       PIC 9(7)V99 VALUE ZEROS.
         77  W-VALOR-TOTAL      PIC 9(7)V99 VALUE ZEROS.
         77  W-QTD-NO-CARRINHO  PIC 9(5)  VALUE ZEROS.
         77  W-QTD-NO-PEDIDO    PIC 9(5)  VALUE ZEROS.
         77  W-PROX-COD-DEVOL   PIC 9(5)  VALUE ZEROS.
         77  W-NUM-CONTROLE     PIC 9(9)  VALUE ZEROS.
         77  W-DATA-HOJE-AAAAMMDD PIC 9(8) VALUE ZEROS.
         77  W-REG-LIVRO-ANTES  PIC X(173) VALUE SPACES.
         77  W-GRAVOU-TUDO      PIC X     VALUE "N".
             88  GRAVOU-TUDO              VALUE "S".
         77  W-IDX              PIC 9(3)  VALUE ZEROS.
         77  COD-ED             PIC ZZ9   VALUE ZEROS.
         77  FORNEC-ED          PIC ZZ9   VALUE ZEROS.
         77  PEDIDO-ED          PIC ZZZZ9 VALUE ZEROS.
         77  QTD-ED             PIC ZZZZ9 VALUE ZEROS.
         77  CUSTO-ED           PIC Z.ZZ9,99 VALUE ZEROS.
         77  VALOR-ITEM-ED      PIC Z.ZZZ.ZZ9,99 VALUE ZEROS.
         77  VALOR-TOTAL-ED     PIC Z.ZZZ.ZZ9,99 VALUE ZEROS.
         77  COD-DEVOL-ED       PIC ZZZZ9 VALUE ZEROS.
         77  TOTAL-ITENS-ED     PIC ZZ9   VALUE ZEROS.
         77  W-BRANCO           PIC X(50) VALUE SPACES.
      *> FILIAL DA SESSAO DO TERMINAL, ESCOLHIDA NO LOGIN E LIDA DE
      *> "filial.atual"; SEM O ARQUIVO, VALE A FILIAL 01 (MATRIZ).
         77  W-COD-ERRO-FIL     PIC XX    VALUE SPACES.
         77  W-COD-ERRO-FIS     PIC XX    VALUE SPACES.
         77  W-FILIAL-SESSAO    PIC 9(2)  VALUE 01.
         77  W-FILIAL-TEXTO     PIC X(2)  VALUE SPACES.
         77  W-FILIAL-NUM REDEFINES W-FILIAL-TEXTO PIC 9(2).
         77  W-ACHOU-REGISTRO   PIC X     VALUE "N".
             88  ACHOU-REGISTRO           VALUE "S".
         77  W-SALDO-FILIAL     PIC 9(5)  VALUE ZEROS.
         77  W-EM-LOTE          PIC X     VALUE "N".
             88  EM-LOTE                  VALUE "S".

      *> ITENS DA NOTA DE DEBITO: OS LIVROS SAO DIGITADOS ANTES DA
      *> CONFIRMACAO; O ESTOQUE SO E BAIXADO (E O PEDIDO SO E
      *> REABERTO) QUANDO A DEVOLUCAO E CONFIRMADA.
         77  W-TOTAL-ITENS      PIC 9(3)  VALUE ZEROS.
         01  TABELA-DEVOLUCAO.
             02  ITEM-DEVOLUCAO OCCURS 30 TIMES.
                 03  DEV-COD-LIVRO   PIC 9(3).
                 03  DEV-TITULO      PIC X(40).
                 03  DEV-QTD         PIC 9(5).
                 03  DEV-CUSTO       PIC 9(4)V99.
                 03  DEV-TOTAL       PIC 9(7)V99.
                 03  DEV-PEDIDO      PIC 9(5).

         SCREEN SECTION.
            01 CLEAR-SCREEN.
               05 BLANK SCREEN BACKGROUND-COLOR 0 FOREGROUND-COLOR 0.

       PROCEDURE DIVISION.

       INICIO.
           *> DEVOLUCAO DE LIVROS AO FORNECEDOR (AVARIA NA CHEGADA OU
           *> ENCALHE ACEITO DE VOLTA PELA DISTRIBUIDORA): BAIXA O
           *> ESTOQUE GERAL E O DA FILIAL DA SESSAO, REABRE A LINHA DE
           *> PEDIDO QUANDO INFORMADA E EMITE A NOTA DE DEBITO.
           PERFORM INICIALIZACAO.
           PERFORM PROCESSAMENTO UNTIL W-OPCAO = "N".
           PERFORM FINALIZACAO.
           EXIT PROGRAM.

       INICIALIZACAO.
           PERFORM VERIFICAR-JANELA-LOTE.
           IF  EM-LOTE
               MOVE "N" TO W-OPCAO
           ELSE
               *> SE ARQUIVO NAO FOR ENCONTRADO, UM NOVO SERA CRIADO
               OPEN I-O CAD-PRODUTO
               OPEN INPUT ARQ-FORNECEDOR
               OPEN I-O ARQ-PEDIDO
               OPEN I-O ARQ-DEV-FORNEC
               OPEN I-O ARQ-FILIAL
               PERFORM OBTER-FILIAL-SESSAO
           END-IF.

       VERIFICAR-JANELA-LOTE.
           *> COM A ROTINA NOTURNA EM ANDAMENTO (modolote.txt), A
           *> ATUALIZACAO E RECUSADA: O LOTE NAO PODE COPIAR NEM
           *> CONCILIAR ARQUIVO NO MEIO DE UMA GRAVACAO DE TERMINAL.
           CALL "VERIFICARLOTE" USING W-EM-LOTE.
           IF  EM-LOTE
               DISPLAY CLEAR-SCREEN
               DISPLAY "PROCESSAMENTO NOTURNO EM ANDAMENTO - TENTE "
                       "MAIS TARDE" AT 1310
               STOP "   <ENTER> PARA CONTINUAR"
           END-IF.

       OBTER-FILIAL-SESSAO.
           *> A FILIAL ESCOLHIDA NO LOGIN FICA EM "filial.atual";
           *> A MERCADORIA DEVOLVIDA SAI DO ESTOQUE DELA.
           OPEN INPUT ARQ-FILIAL-SESSAO.
           IF  W-COD-ERRO-FIS = "00"
               READ ARQ-FILIAL-SESSAO INTO W-FILIAL-TEXTO
                   AT END CONTINUE
               END-READ
               CLOSE ARQ-FILIAL-SESSAO
               IF  W-FILIAL-TEXTO IS NUMERIC AND W-FILIAL-NUM > 0
                   MOVE W-FILIAL-NUM TO W-FILIAL-SESSAO
               END-IF
           END-IF.

       PROCESSAMENTO.
           PERFORM FORMATAR-TELA.
           PERFORM RECEBER-FORNECEDOR.
           IF  FORNEC-OK
               PERFORM RECEBER-MOTIVO
               PERFORM RECEBER-ITENS
               IF  W-TOTAL-ITENS > 0
                   PERFORM CONFIRMAR-E-GRAVAR
               ELSE
                   DISPLAY "NENHUM ITEM INFORMADO - DEVOLUCAO "
                           "DESCARTADA" AT 2512
               END-IF
           END-IF.
           PERFORM OPCAO-CONTINUIDADE.

       FORMATAR-TELA.
           MOVE ZEROS TO W-TOTAL-ITENS W-VALOR-TOTAL W-COD-FORNEC-DIG.
           MOVE SPACES TO W-CONFIRMA W-MOTIVO.
           MOVE "N" TO W-FORNEC-OK.

           DISPLAY CLEAR-SCREEN.
           CALL "CABECALHO".

           DISPLAY "DEVOLUCAO A FORNECEDOR"             AT 1310.
           DISPLAY "FILIAL:"                            AT 1340.
           DISPLAY W-FILIAL-SESSAO                      AT 1348.
           DISPLAY "FORNECEDOR (0 = DESISTIR):"         AT 1502.
           DISPLAY "MOTIVO (A)VARIA (E)NCALHE:"         AT 1602.
           DISPLAY "CODIGO DO LIVRO:"                   AT 1702.
           DISPLAY "QUANTIDADE:"                        AT 1802.
           DISPLAY "PEDIDO (0 = SEM PEDIDO):"           AT 1902.
           DISPLAY "CUSTO UNITARIO (0 = MEDIO):"        AT 2002.
           DISPLAY "ITENS NA NOTA:"                     AT 2102.
           DISPLAY "TOTAL PARCIAL:"                     AT 2140.
           DISPLAY "MAIS ITENS? (S/N):"                 AT 2202.
           DISPLAY "CONFIRMA A DEVOLUCAO? (S/N):"       AT 2302.
           DISPLAY "MENSAGEM:"                          AT 2502.
           DISPLAY "OUTRA DEVOLUCAO? (S/N):"            AT 2702.
           PERFORM EXIBIR-TOTAIS-PARCIAIS.

       RECEBER-FORNECEDOR.
           *> A NOTA DE DEBITO E DE UM FORNECEDOR SO; FORNECEDOR
           *> INATIVO TAMBEM E ACEITO, POIS A DEVOLUCAO PODE SER DE
           *> MERCADORIA COMPRADA ANTES DA DESATIVACAO.
           PERFORM WITH TEST AFTER UNTIL
                   FORNEC-OK OR W-COD-FORNEC-DIG = 0
               MOVE ZEROS TO FORNEC-ED
               ACCEPT FORNEC-ED AT 1529
               MOVE FORNEC-ED TO W-COD-FORNEC-DIG
               IF  W-COD-FORNEC-DIG > 0
                   MOVE W-COD-FORNEC-DIG TO COD-FORNECEDOR
                   READ ARQ-FORNECEDOR
                   IF  W-COD-ERRO-FOR = "00"
                       MOVE "S" TO W-FORNEC-OK
                       DISPLAY NOME-FORNECEDOR AT 1533
                       PERFORM LIMPAR-ESPACO-MENSAGEM
                   ELSE
                       DISPLAY "FORNECEDOR NAO CADASTRADO" AT 2512
                   END-IF
               END-IF
           END-PERFORM.
           IF  NOT FORNEC-OK
               DISPLAY "DEVOLUCAO DESCARTADA" AT 2512
           END-IF.

       RECEBER-MOTIVO.
           PERFORM WITH TEST AFTER UNTIL MOTIVO-OK
               ACCEPT W-MOTIVO AT 1629 WITH AUTO
               MOVE FUNCTION UPPER-CASE (W-MOTIVO) TO W-MOTIVO
               IF  MOTIVO-OK
                   PERFORM LIMPAR-ESPACO-MENSAGEM
               ELSE
                   DISPLAY "DIGITE 'A' OU 'E'" AT 2512
               END-IF
           END-PERFORM.

       RECEBER-ITENS.
           *> UMA NOTA, VARIOS LIVROS: CADA VOLTA DESTE LACO
           *> ACRESCENTA UMA LINHA A NOTA; A GRAVACAO E FEITA DE UMA
           *> SO VEZ NA CONFIRMACAO.
           MOVE "S" TO W-MAIS-ITENS.
           PERFORM UNTIL W-MAIS-ITENS = "N"
                   OR W-TOTAL-ITENS >= 30
               PERFORM LIMPAR-CAMPOS-ITEM
               PERFORM RECEBER-COD-LIVRO
               IF  LIVRO-OK
                   PERFORM RECEBER-QUANTIDADE
                   PERFORM RECEBER-PEDIDO
                   PERFORM RECEBER-CUSTO
                   PERFORM GUARDAR-ITEM-DEVOLUCAO
               END-IF
               PERFORM PERGUNTAR-MAIS-ITENS
           END-PERFORM.
           IF  W-TOTAL-ITENS >= 30
               DISPLAY "NOTA CHEIA (30 ITENS) - FECHE A DEVOLUCAO"
                       AT 2512
           END-IF.

       LIMPAR-CAMPOS-ITEM.
           MOVE "N" TO W-LIVRO-OK.
           MOVE ZEROS TO COD-ED QTD-ED PEDIDO-ED CUSTO-ED W-QTD-DIG
                W-COD-PEDIDO-DIG W-CUSTO-DIG W-VALOR-ITEM.
           DISPLAY W-BRANCO AT 1719.
           DISPLAY W-BRANCO AT 1814.
           DISPLAY W-BRANCO AT 1927.
           DISPLAY W-BRANCO AT 2030.

       RECEBER-COD-LIVRO.
           ACCEPT COD-ED AT 1719.
           MOVE COD-ED TO COD-LIVRO.
           READ CAD-PRODUTO.
           IF  STATUS-OK
               PERFORM SOMAR-QTD-NA-NOTA
               PERFORM APURAR-SALDO-FILIAL
               IF  QTD-ESTOQUE = 0
                       OR W-QTD-NO-CARRINHO >= QTD-ESTOQUE
                   DISPLAY "SEM ESTOQUE PARA DEVOLVER" AT 2512
               ELSE
                   IF  W-QTD-NO-CARRINHO >= W-SALDO-FILIAL
                       DISPLAY "SEM ESTOQUE NA FILIAL "
                               W-FILIAL-SESSAO AT 2512
                   ELSE
                       MOVE "S" TO W-LIVRO-OK
                       DISPLAY TITULO-LIVRO AT 1725
                       PERFORM LIMPAR-ESPACO-MENSAGEM
                   END-IF
               END-IF
           ELSE
               IF  STATUS-NAO-ENCONTRADO
                   DISPLAY "LIVRO NAO ENCONTRADO" AT 2512
               ELSE
                   DISPLAY "ERRO AO LER REGISTRO (STATUS " CODERRO ")"
                           AT 2512
               END-IF
           END-IF.

       SOMAR-QTD-NA-NOTA.
           *> O ESTOQUE SO E BAIXADO NA CONFIRMACAO; AS LINHAS JA
           *> DIGITADAS DO MESMO LIVRO SAO DESCONTADAS AQUI PARA A
           *> NOTA NAO DEVOLVER MAIS DO QUE HA.
           MOVE ZEROS TO W-QTD-NO-CARRINHO.
           PERFORM VARYING W-IDX FROM 1 BY 1
                   UNTIL W-IDX > W-TOTAL-ITENS
               IF  DEV-COD-LIVRO (W-IDX) = COD-LIVRO
                   ADD DEV-QTD (W-IDX) TO W-QTD-NO-CARRINHO
               END-IF
           END-PERFORM.

       RECEBER-QUANTIDADE.
           PERFORM WITH TEST AFTER UNTIL
                   W-QTD-DIG > 0 AND
                   W-QTD-DIG + W-QTD-NO-CARRINHO <= QTD-ESTOQUE AND
                   W-QTD-DIG + W-QTD-NO-CARRINHO <= W-SALDO-FILIAL
               ACCEPT QTD-ED AT 1814
               MOVE QTD-ED TO W-QTD-DIG
               IF  W-QTD-DIG = 0
                   DISPLAY "QUANTIDADE DEVERA SER MAIOR QUE ZERO"
                           AT 2512
               ELSE
                   IF  W-QTD-DIG + W-QTD-NO-CARRINHO > QTD-ESTOQUE
                       DISPLAY "QUANTIDADE MAIOR QUE O ESTOQUE ("
                               QTD-ESTOQUE ")" AT 2512
                   ELSE
                       IF  W-QTD-DIG + W-QTD-NO-CARRINHO >
                               W-SALDO-FILIAL
                           DISPLAY "QUANTIDADE MAIOR QUE O SALDO DA "
                                   "FILIAL (" W-SALDO-FILIAL ")"
                                   AT 2512
                       ELSE
                           PERFORM LIMPAR-ESPACO-MENSAGEM
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       RECEBER-PEDIDO.
           *> QUANDO A MERCADORIA CHEGOU CONTRA UMA LINHA DE PEDIDO,
           *> A DEVOLUCAO DESFAZ O RECEBIMENTO DAQUELA LINHA; A LINHA
           *> TEM DE SER DO MESMO FORNECEDOR E DO MESMO LIVRO, E NAO SE
           *> DEVOLVE MAIS DO QUE FOI RECEBIDO NELA.
           MOVE "N" TO W-PEDIDO-OK.
           PERFORM WITH TEST AFTER UNTIL
                   PEDIDO-OK OR W-COD-PEDIDO-DIG = 0
               MOVE ZEROS TO PEDIDO-ED
               ACCEPT PEDIDO-ED AT 1927
               MOVE PEDIDO-ED TO W-COD-PEDIDO-DIG
               IF  W-COD-PEDIDO-DIG > 0
                   PERFORM VALIDAR-PEDIDO
               ELSE
                   PERFORM LIMPAR-ESPACO-MENSAGEM
               END-IF
           END-PERFORM.

       VALIDAR-PEDIDO.
           MOVE W-COD-PEDIDO-DIG TO COD-PEDIDO.
           READ ARQ-PEDIDO.
           IF  NOT STATUS-PDO-OK
               DISPLAY "PEDIDO NAO ENCONTRADO" AT 2512
           ELSE
               PERFORM SOMAR-QTD-NO-PEDIDO
               EVALUATE TRUE
                   WHEN COD-FORNEC-PED NOT = W-COD-FORNEC-DIG
                       DISPLAY "PEDIDO DE OUTRO FORNECEDOR" AT 2512
                   WHEN COD-LIVRO-PDC NOT = COD-LIVRO
                       DISPLAY "PEDIDO DE OUTRO LIVRO" AT 2512
                   WHEN PEDIDO-CANCELADO
                       DISPLAY "PEDIDO CANCELADO" AT 2512
                   WHEN W-QTD-DIG + W-QTD-NO-PEDIDO > QTD-RECEBIDA
                       DISPLAY "QUANTIDADE MAIOR QUE A RECEBIDA NO "
                               "PEDIDO (" QTD-RECEBIDA ")" AT 2512
                   WHEN OTHER
                       MOVE "S" TO W-PEDIDO-OK
                       PERFORM LIMPAR-ESPACO-MENSAGEM
               END-EVALUATE
           END-IF.

       SOMAR-QTD-NO-PEDIDO.
           MOVE ZEROS TO W-QTD-NO-PEDIDO.
           PERFORM VARYING W-IDX FROM 1 BY 1
                   UNTIL W-IDX > W-TOTAL-ITENS
               IF  DEV-PEDIDO (W-IDX) = W-COD-PEDIDO-DIG
                   ADD DEV-QTD (W-IDX) TO W-QTD-NO-PEDIDO
               END-IF
           END-PERFORM.

       RECEBER-CUSTO.
           *> A NOTA DE DEBITO VALORIZA A DEVOLUCAO PELO CUSTO
           *> INFORMADO (O DA NOTA DE COMPRA) OU, EM BRANCO, PELO
           *> PRECO DE CONSIGNACAO QUANDO O FORNECEDOR CONSIGNA O
           *> LIVRO, SENAO PELO CUSTO MEDIO.
           ACCEPT CUSTO-ED AT 2030.
           MOVE CUSTO-ED TO W-CUSTO-DIG.
           IF  W-CUSTO-DIG = 0
               CALL "CONSIGNACAO" USING "S" W-COD-FORNEC-DIG
                    COD-LIVRO W-QTD-CONSIG W-CUSTO-CONSIG
                    W-DATA-HOJE-AAAAMMDD
               IF  W-CUSTO-CONSIG > 0
                   MOVE W-CUSTO-CONSIG TO W-CUSTO-MEDIO
               ELSE
                   CALL "CUSTOMEDIO" USING "C" COD-LIVRO W-ZEROS-5
                        W-ZEROS-5 W-CUSTO-MEDIO W-CUSTO-MEDIO
               END-IF
               MOVE W-CUSTO-MEDIO TO W-CUSTO-DIG
               MOVE W-CUSTO-DIG TO CUSTO-ED
               DISPLAY CUSTO-ED AT 2030
           END-IF.
           COMPUTE W-VALOR-ITEM = W-CUSTO-DIG * W-QTD-DIG.

       GUARDAR-ITEM-DEVOLUCAO.
           ADD 1 TO W-TOTAL-ITENS.
           MOVE COD-LIVRO        TO DEV-COD-LIVRO (W-TOTAL-ITENS).
           MOVE TITULO-LIVRO     TO DEV-TITULO (W-TOTAL-ITENS).
           MOVE W-QTD-DIG        TO DEV-QTD (W-TOTAL-ITENS).
           MOVE W-CUSTO-DIG      TO DEV-CUSTO (W-TOTAL-ITENS).
           MOVE W-VALOR-ITEM     TO DEV-TOTAL (W-TOTAL-ITENS).
           MOVE W-COD-PEDIDO-DIG TO DEV-PEDIDO (W-TOTAL-ITENS).
           ADD W-VALOR-ITEM TO W-VALOR-TOTAL.
           PERFORM EXIBIR-TOTAIS-PARCIAIS.

       EXIBIR-TOTAIS-PARCIAIS.
           MOVE W-TOTAL-ITENS TO TOTAL-ITENS-ED.
           MOVE W-VALOR-TOTAL TO VALOR-TOTAL-ED.
           DISPLAY TOTAL-ITENS-ED AT 2118.
           DISPLAY VALOR-TOTAL-ED AT 2155.

       PERGUNTAR-MAIS-ITENS.
           MOVE SPACES TO W-MAIS-ITENS.
           PERFORM WITH TEST AFTER UNTIL W-MAIS-ITENS = "S" OR "N"
               ACCEPT W-MAIS-ITENS AT 2221 WITH AUTO
               MOVE FUNCTION UPPER-CASE (W-MAIS-ITENS) TO W-MAIS-ITENS
           END-PERFORM.

       APURAR-SALDO-FILIAL.
           PERFORM LOCALIZAR-REGISTRO-FILIAL.
           IF  ACHOU-REGISTRO
               MOVE QTD-ESTOQUE-FIL TO W-SALDO-FILIAL
           ELSE
               MOVE ZEROS TO W-SALDO-FILIAL
           END-IF.

       LOCALIZAR-REGISTRO-FILIAL.
           *> MESMA ROTINA DE ENTRADA/VENDA: POSICIONA O REGISTRO DE
           *> ESTOQUE DO LIVRO NA FILIAL DA SESSAO.
           MOVE "N" TO W-ACHOU-REGISTRO.
           MOVE COD-LIVRO TO COD-LIVRO-FIL.
           START ARQ-FILIAL KEY IS NOT LESS THAN COD-LIVRO-FIL
               INVALID KEY MOVE "23" TO W-COD-ERRO-FIL
           END-START.
           IF  W-COD-ERRO-FIL = "00"
               PERFORM LER-PROXIMA-FILIAL
               PERFORM UNTIL W-COD-ERRO-FIL NOT = "00"
                       OR COD-LIVRO-FIL NOT = COD-LIVRO
                       OR ACHOU-REGISTRO
                   IF  COD-FILIAL = W-FILIAL-SESSAO
                       MOVE "S" TO W-ACHOU-REGISTRO
                   ELSE
                       PERFORM LER-PROXIMA-FILIAL
                   END-IF
               END-PERFORM
           END-IF.
           MOVE "00" TO W-COD-ERRO-FIL.

       LER-PROXIMA-FILIAL.
           READ ARQ-FILIAL NEXT RECORD
               AT END MOVE "10" TO W-COD-ERRO-FIL
           END-READ.

       CONFIRMAR-E-GRAVAR.
           PERFORM WITH TEST AFTER UNTIL W-CONFIRMA = "S" OR "N"
               ACCEPT W-CONFIRMA AT 2332 WITH AUTO
               MOVE FUNCTION UPPER-CASE (W-CONFIRMA) TO W-CONFIRMA
               IF  W-CONFIRMA NOT = "S" AND "N"
                   DISPLAY "DIGITAR 'S' PARA CONFIRMAR E 'N' PARA"
                           AT 2512
               ELSE
                   PERFORM LIMPAR-ESPACO-MENSAGEM
               END-IF
           END-PERFORM.

           IF  W-CONFIRMA = "S"
               PERFORM GERAR-PROXIMO-COD-DEVOL
               PERFORM GRAVAR-DEVOLUCAO
           ELSE
               DISPLAY "DEVOLUCAO DESCARTADA" AT 2512
           END-IF.

       GERAR-PROXIMO-COD-DEVOL.
           *> O NUMERO DA NOTA DE DEBITO VEM DO ARQUIVO DE CONTADORES
           *> (PROXIMONUMERO); SE A SERIE AINDA NAO EXISTE, VARRE
           *> devforn.dat UMA VEZ E GRAVA O RESULTADO NO CONTADOR.
           MOVE ZEROS TO W-NUM-CONTROLE.
           CALL "PROXIMONUMERO" USING "P" "DEVFORNEC   "
                W-NUM-CONTROLE.
           IF  W-NUM-CONTROLE > 0
               MOVE W-NUM-CONTROLE TO W-PROX-COD-DEVOL
           ELSE
               PERFORM VARRER-MAIOR-COD-DEVOL
               MOVE W-PROX-COD-DEVOL TO W-NUM-CONTROLE
               CALL "PROXIMONUMERO" USING "D" "DEVFORNEC   "
                    W-NUM-CONTROLE
           END-IF.

       VARRER-MAIOR-COD-DEVOL.
           MOVE ZEROS TO W-PROX-COD-DEVOL.
           MOVE LOW-VALUES TO CHAVE-DEV-FORNEC.
           START ARQ-DEV-FORNEC KEY IS NOT LESS THAN CHAVE-DEV-FORNEC
               INVALID KEY MOVE "10" TO W-COD-ERRO-DVF
           END-START.
           IF  W-COD-ERRO-DVF = "00"
               PERFORM LER-PROXIMA-DEVOLUCAO
               PERFORM UNTIL W-COD-ERRO-DVF NOT = "00"
                   IF  COD-DEVOLUCAO-DVF > W-PROX-COD-DEVOL
                       MOVE COD-DEVOLUCAO-DVF TO W-PROX-COD-DEVOL
                   END-IF
                   PERFORM LER-PROXIMA-DEVOLUCAO
               END-PERFORM
           END-IF.
           ADD 1 TO W-PROX-COD-DEVOL.
           MOVE "00" TO W-COD-ERRO-DVF.

       LER-PROXIMA-DEVOLUCAO.
           READ ARQ-DEV-FORNEC NEXT RECORD
               AT END MOVE "10" TO W-COD-ERRO-DVF
           END-READ.

       GRAVAR-DEVOLUCAO.
           ACCEPT W-DATA-HOJE-AAAAMMDD FROM DATE YYYYMMDD.
           MOVE "S" TO W-GRAVOU-TUDO.
           PERFORM GRAVAR-ITEM-DEVOLUCAO
               VARYING W-IDX FROM 1 BY 1
               UNTIL W-IDX > W-TOTAL-ITENS.
           PERFORM EMITIR-NOTA-DEBITO.
           IF  GRAVOU-TUDO
               MOVE W-PROX-COD-DEVOL TO COD-DEVOL-ED
               DISPLAY "NOTA DE DEBITO " AT 2512
               DISPLAY COD-DEVOL-ED AT 2527
               DISPLAY " EMITIDA COM SUCESSO" AT 2532
           END-IF.

       GRAVAR-ITEM-DEVOLUCAO.
           MOVE W-PROX-COD-DEVOL      TO COD-DEVOLUCAO-DVF.
           MOVE W-IDX                 TO ITEM-DVF.
           MOVE W-COD-FORNEC-DIG      TO COD-FORNEC-DVF.
           MOVE W-DATA-HOJE-AAAAMMDD  TO DATA-DVF.
           MOVE W-FILIAL-SESSAO       TO COD-FILIAL-DVF.
           MOVE DEV-COD-LIVRO (W-IDX) TO COD-LIVRO-DVF.
           MOVE DEV-QTD (W-IDX)       TO QTD-DVF.
           MOVE DEV-CUSTO (W-IDX)     TO CUSTO-UNIT-DVF.
           MOVE DEV-TOTAL (W-IDX)     TO VALOR-TOTAL-DVF.
           MOVE DEV-PEDIDO (W-IDX)    TO COD-PEDIDO-DVF.
           MOVE W-MOTIVO              TO MOTIVO-DVF.
           WRITE REG-DEV-FORNEC.
           IF  W-COD-ERRO-DVF = "00"
               PERFORM BAIXAR-ESTOQUE-ITEM
               IF  DEV-PEDIDO (W-IDX) > 0
                   PERFORM REABRIR-LINHA-PEDIDO
               END-IF
           ELSE
               DISPLAY "ERRO AO GRAVAR DEVOLUCAO (STATUS "
                       W-COD-ERRO-DVF ")" AT 2512
               MOVE "N" TO W-GRAVOU-TUDO
           END-IF.

       BAIXAR-ESTOQUE-ITEM.
           MOVE DEV-COD-LIVRO (W-IDX) TO COD-LIVRO.
           READ CAD-PRODUTO.
           IF  STATUS-OK
               MOVE REG-LIVRO TO W-REG-LIVRO-ANTES
               SUBTRACT DEV-QTD (W-IDX) FROM QTD-ESTOQUE
               REWRITE REG-LIVRO
               IF  STATUS-OK
                   CALL "LOGAUDITORIA" USING "DEVFORNEC " COD-LIVRO
                        TITULO-LIVRO W-REG-LIVRO-ANTES REG-LIVRO
                   CALL "GRAVARKARDEX" USING "DEVFORNEC " COD-LIVRO
                        "-" DEV-QTD (W-IDX) QTD-ESTOQUE
                   PERFORM BAIXAR-ESTOQUE-FILIAL
                   PERFORM BAIXAR-CONSIGNACAO
               ELSE
                   DISPLAY "ERRO AO ATUALIZAR ESTOQUE (STATUS "
                           CODERRO ")" AT 2512
                   MOVE "N" TO W-GRAVOU-TUDO
               END-IF
           ELSE
               DISPLAY "ERRO AO LER LIVRO (STATUS " CODERRO ")"
                       AT 2512
               MOVE "N" TO W-GRAVOU-TUDO
           END-IF.

       BAIXAR-ESTOQUE-FILIAL.
           PERFORM LOCALIZAR-REGISTRO-FILIAL.
           IF  ACHOU-REGISTRO
               SUBTRACT DEV-QTD (W-IDX) FROM QTD-ESTOQUE-FIL
               REWRITE REG-ESTOQUE-FILIAL
               IF  W-COD-ERRO-FIL NOT = "00"
                   DISPLAY "ERRO AO ATUALIZAR FILIAL (STATUS "
                           W-COD-ERRO-FIL ")" AT 2512
               END-IF
           END-IF.

       BAIXAR-CONSIGNACAO.
           *> DEVOLUCAO DE ENCALHE CONSIGNADO: O QUE O FORNECEDOR TEM
           *> EM CONSIGNACAO DESTE LIVRO SAI PRIMEIRO DO SALDO DELE;
           *> O EXCEDENTE, SE HOUVER, ERA ESTOQUE PROPRIO.
           MOVE DEV-QTD (W-IDX) TO W-QTD-CONSIG.
           CALL "CONSIGNACAO" USING "D" W-COD-FORNEC-DIG COD-LIVRO
                W-QTD-CONSIG W-CUSTO-CONSIG W-DATA-HOJE-AAAAMMDD.

       REABRIR-LINHA-PEDIDO.
           *> O INVERSO DA BAIXA FEITA POR ENTRADA: O RECEBIDO DA
           *> LINHA DIMINUI E, SE FICAR ABAIXO DO PEDIDO, A LINHA
           *> VOLTA A FICAR EM ABERTO - O RELATORIO DE PEDIDOS PASSA
           *> A MOSTRAR A FALTA DE NOVO.
           MOVE DEV-PEDIDO (W-IDX) TO COD-PEDIDO.
           READ ARQ-PEDIDO.
           IF  STATUS-PDO-OK
               SUBTRACT DEV-QTD (W-IDX) FROM QTD-RECEBIDA
               IF  PEDIDO-RECEBIDO AND QTD-RECEBIDA < QTD-PEDIDA
                   MOVE "A" TO SITUACAO-PEDIDO
               END-IF
               REWRITE REG-PEDIDO
               IF  NOT STATUS-PDO-OK
                   DISPLAY "ERRO AO REABRIR PEDIDO (STATUS "
                           W-COD-ERRO-PDO ")" AT 2512
               END-IF
           END-IF.

       EMITIR-NOTA-DEBITO.
           *> A NOTA DE DEBITO E GERADA EM notadebito.txt E ENTREGUE
           *> AO SPOOL, ONDE A VIA FICA GUARDADA PARA REIMPRESSAO E
           *> PARA ACOMPANHAR A MERCADORIA AO FORNECEDOR.
           OPEN OUTPUT ARQ-NOTA-DEBITO.
           IF  W-COD-ERRO-NOT = "00"
               MOVE SPACES TO REG-NOTA-DEBITO
               MOVE W-PROX-COD-DEVOL TO COD-DEVOL-ED
               STRING "NOTA DE DEBITO " DELIMITED BY SIZE
                      COD-DEVOL-ED   DELIMITED BY SIZE
                      " DATA "       DELIMITED BY SIZE
                      W-DATA-HOJE-AAAAMMDD (7:2) DELIMITED BY SIZE
                      "/"            DELIMITED BY SIZE
                      W-DATA-HOJE-AAAAMMDD (5:2) DELIMITED BY SIZE
                      "/"            DELIMITED BY SIZE
                      W-DATA-HOJE-AAAAMMDD (1:4) DELIMITED BY SIZE
                      " FILIAL "     DELIMITED BY SIZE
                      W-FILIAL-SESSAO DELIMITED BY SIZE
                   INTO REG-NOTA-DEBITO
               END-STRING
               WRITE REG-NOTA-DEBITO
               MOVE SPACES TO REG-NOTA-DEBITO
               STRING "FORNECEDOR "  DELIMITED BY SIZE
                      W-COD-FORNEC-DIG DELIMITED BY SIZE
                      " "            DELIMITED BY SIZE
                      NOME-FORNECEDOR DELIMITED BY SIZE
                   INTO REG-NOTA-DEBITO
               END-STRING
               WRITE REG-NOTA-DEBITO
               MOVE SPACES TO REG-NOTA-DEBITO
               IF  W-MOTIVO = "A"
                   MOVE "MOTIVO: AVARIA NO RECEBIMENTO"
                     TO REG-NOTA-DEBITO
               ELSE
                   MOVE "MOTIVO: ENCALHE DEVOLVIDO EM ACORDO"
                     TO REG-NOTA-DEBITO
               END-IF
               WRITE REG-NOTA-DEBITO
               PERFORM GRAVAR-LINHA-NOTA
                   VARYING W-IDX FROM 1 BY 1
                   UNTIL W-IDX > W-TOTAL-ITENS
               MOVE SPACES TO REG-NOTA-DEBITO
               MOVE W-VALOR-TOTAL TO VALOR-TOTAL-ED
               MOVE W-TOTAL-ITENS TO TOTAL-ITENS-ED
               STRING "  TOTAL A DEBITAR (" DELIMITED BY SIZE
                      TOTAL-ITENS-ED       DELIMITED BY SIZE
                      " ITENS) "           DELIMITED BY SIZE
                      VALOR-TOTAL-ED       DELIMITED BY SIZE
                   INTO REG-NOTA-DEBITO
               END-STRING
               WRITE REG-NOTA-DEBITO
               CLOSE ARQ-NOTA-DEBITO
               CALL "SPOOLAR" USING "DEVOLVERFORNEC      "
                    "notadebito.txt      "
           ELSE
               DISPLAY "ERRO AO EMITIR NOTA DE DEBITO (STATUS "
                       W-COD-ERRO-NOT ")" AT 2512
               MOVE "N" TO W-GRAVOU-TUDO
           END-IF.

       GRAVAR-LINHA-NOTA.
           MOVE SPACES TO REG-NOTA-DEBITO.
           MOVE DEV-CUSTO (W-IDX) TO CUSTO-ED.
           MOVE DEV-TOTAL (W-IDX) TO VALOR-ITEM-ED.
           STRING "  LIVRO "      DELIMITED BY SIZE
                  DEV-COD-LIVRO (W-IDX) DELIMITED BY SIZE
                  " "             DELIMITED BY SIZE
                  DEV-TITULO (W-IDX) (1:30) DELIMITED BY SIZE
                  " QTD "         DELIMITED BY SIZE
                  DEV-QTD (W-IDX) DELIMITED BY SIZE
                  " UNIT "        DELIMITED BY SIZE
                  CUSTO-ED        DELIMITED BY SIZE
                  " "             DELIMITED BY SIZE
                  VALOR-ITEM-ED   DELIMITED BY SIZE
               INTO REG-NOTA-DEBITO
           END-STRING.
           IF  DEV-PEDIDO (W-IDX) > 0
               MOVE " PED "            TO REG-NOTA-DEBITO (90:5)
               MOVE DEV-PEDIDO (W-IDX) TO REG-NOTA-DEBITO (95:5)
           END-IF.
           WRITE REG-NOTA-DEBITO.

       OPCAO-CONTINUIDADE.
           PERFORM WITH TEST AFTER UNTIL OPC-OK
               ACCEPT W-OPCAO AT 2726 WITH AUTO
               MOVE FUNCTION UPPER-CASE (W-OPCAO) TO W-OPCAO
               IF  OPC-OK
                   PERFORM LIMPAR-ESPACO-MENSAGEM
               ELSE
                   DISPLAY "DIGITE 'S' OU 'N'" AT 2512
               END-IF
           END-PERFORM.

       LIMPAR-ESPACO-MENSAGEM.
           DISPLAY W-BRANCO AT 2512.

       FINALIZACAO.
           IF  NOT EM-LOTE
               CLOSE CAD-PRODUTO
               CLOSE ARQ-FORNECEDOR
               CLOSE ARQ-PEDIDO
               CLOSE ARQ-DEV-FORNEC
               CLOSE ARQ-FILIAL
           END-IF.
           DISPLAY "TERMINO DO PROCESSAMENTO" AT 2921.

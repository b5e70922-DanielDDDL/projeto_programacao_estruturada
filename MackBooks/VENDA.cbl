                   ACCESS DYNAMIC
                   FILE STATUS IS W-COD-ERRO-FIL.

                   SELECT OPTIONAL ARQ-ENCOMENDA
                   ASSIGN TO "encomendas.dat"
                   ORGANIZATION INDEXED
                   RECORD KEY IS COD-ENCOMENDA
                   ALTERNATE RECORD KEY IS COD-LIVRO-ENC
                       WITH DUPLICATES
                   ACCESS DYNAMIC
                   FILE STATUS IS W-COD-ERRO-ENC.

                   SELECT OPTIONAL ARQ-VALE
                   ASSIGN TO "vales.dat"
                   ORGANIZATION INDEXED
                   RECORD KEY IS COD-VALE
                   ACCESS RANDOM
                   FILE STATUS IS W-COD-ERRO-VAL.

                   SELECT OPTIONAL ARQ-MOV-VALE
                   ASSIGN TO "movvales.dat"
                   ORGANIZATION INDEXED
                   RECORD KEY IS CHAVE-MOV-VALE
                   ACCESS RANDOM
                   FILE STATUS IS W-COD-ERRO-MVL.

                   SELECT OPTIONAL ARQ-CLIENTE
                   ASSIGN TO "clientes.dat"
                   ORGANIZATION INDEXED
                   RECORD KEY IS COD-CLIENTE
                   ACCESS RANDOM
                   FILE STATUS IS W-COD-ERRO-CLI.

                   SELECT OPTIONAL ARQ-ARECEBER
                   ASSIGN TO "areceber.dat"
                   ORGANIZATION INDEXED
                   RECORD KEY IS COD-VENDA-ARC
                   ALTERNATE RECORD KEY IS COD-CLIENTE-ARC
                       WITH DUPLICATES
                   ACCESS DYNAMIC
                   FILE STATUS IS W-COD-ERRO-ARC.

                   SELECT OPTIONAL ARQ-LISTA-ESC
                   ASSIGN TO "listasesc.dat"
                   ORGANIZATION INDEXED
                   RECORD KEY IS COD-LISTA
                   ACCESS RANDOM
                   FILE STATUS IS W-COD-ERRO-LST.

                   SELECT OPTIONAL ARQ-LEITOR
                   ASSIGN TO "leitores.dat"
                   ORGANIZATION INDEXED
                   RECORD KEY IS COD-LEITOR
                   ACCESS DYNAMIC
                   FILE STATUS IS W-COD-ERRO-LEI.

                   SELECT OPTIONAL ARQ-FILIAL-SESSAO
                   ASSIGN TO "filial.atual"
                   ORGANIZATION LINE SEQUENTIAL
             LABEL RECORD STANDARD.
         COPY "REGFILIAL.cpy".

         FD  ARQ-ENCOMENDA
             LABEL RECORD STANDARD.
         COPY "REGENCOMENDA.cpy".

         FD  ARQ-VALE
             LABEL RECORD STANDARD.
         COPY "REGVALE.cpy".

         FD  ARQ-MOV-VALE
             LABEL RECORD STANDARD.
         COPY "REGMOVVALE.cpy".

         FD  ARQ-CLIENTE
             LABEL RECORD STANDARD.
         COPY "REGCLIENTE.cpy".

         FD  ARQ-ARECEBER
             LABEL RECORD STANDARD.
         COPY "REGARECEBER.cpy".

         FD  ARQ-LISTA-ESC
             LABEL RECORD STANDARD.
         COPY "REGLISTAESC.cpy".

         FD  ARQ-LEITOR
             LABEL RECORD STANDARD.
         COPY "REGLEITOR.cpy".

         FD  ARQ-FILIAL-SESSAO
             LABEL RECORD STANDARD.
         01  REG-FILIAL-SESSAO  PIC X(2).
         77  TOTAL-ITENS-ED     PIC ZZ9   VALUE ZEROS.
         77  W-BRANCO           PIC X(50) VALUE SPACES.
         77  W-REG-LIVRO-ANTES  PIC X(173) VALUE SPACES.
         77  W-CUSTO-MEDIO      PIC 9(4)V99 VALUE ZEROS.
         77  W-ZEROS-5          PIC 9(5)  VALUE ZEROS.
         77  W-QTD-CONSIG       PIC 9(5)  VALUE ZEROS.
         77  W-CUSTO-CONSIG     PIC 9(4)V99 VALUE ZEROS.
         77  W-COD-FORNEC-CONSIG PIC 9(3) VALUE ZEROS.
         77  W-COD-ERRO-XRF     PIC XX    VALUE SPACES.
         77  W-TIPO-BUSCA       PIC X     VALUE "C".
             88  BUSCA-POR-CODIGO         VALUE "C".
             88  BUSCA-POR-ISBN           VALUE "I".
             88  BUSCA-POR-LISTA          VALUE "L".
         77  W-ISBN-PESQUISA    PIC X(13) VALUE SPACES.
         77  W-FORMA-PAGTO      PIC X     VALUE SPACES.
             88  FORMA-PAGTO-OK           VALUE "D" "C" "P" "O" "V"
                                                "F".
             88  FORMA-RESTANTE-OK        VALUE "D" "C" "P" "O".
         77  W-GRAVOU-TUDO      PIC X     VALUE "N".
             88  GRAVOU-TUDO              VALUE "S".
         77  W-IDX              PIC 9(3)  VALUE ZEROS.
         77  W-ACHOU-REGISTRO   PIC X     VALUE "N".
             88  ACHOU-REGISTRO           VALUE "S".
         77  W-SALDO-FILIAL     PIC 9(5)  VALUE ZEROS.
      *> UNIDADES QUE CHEGARAM PARA ENCOMENDAS DE CLIENTE E ESTAO
      *> SEPARADAS AGUARDANDO RETIRADA: NAO PODEM SER VENDIDAS NO
      *> BALCAO (A RETIRADA EM ENCOMENDAS AS LIBERA).
         77  W-COD-ERRO-ENC     PIC XX    VALUE SPACES.
         77  W-QTD-SEPARADA     PIC 9(5)  VALUE ZEROS.
         77  W-QTD-SEPARADA-FIL PIC 9(5)  VALUE ZEROS.
         77  W-ESTOQUE-LIVRE    PIC 9(5)  VALUE ZEROS.
      *> VALE-TROCA COMO PAGAMENTO: UM VALE POR CUPOM; SE O SALDO
      *> NAO COBRE O TOTAL, O RESTANTE SAI EM OUTRA FORMA. O SALDO
      *> SO E BAIXADO NA CONFIRMACAO DA VENDA.
         77  W-COD-ERRO-VAL     PIC XX    VALUE SPACES.
         77  W-COD-ERRO-MVL     PIC XX    VALUE SPACES.
         77  W-COD-VALE         PIC 9(5)  VALUE ZEROS.
         77  W-VALOR-VALE       PIC 9(7)V99 VALUE ZEROS.
         77  COD-VALE-ED        PIC ZZZZ9 VALUE ZEROS.
         77  SALDO-VALE-ED      PIC Z.ZZZ.ZZ9,99 VALUE ZEROS.
         77  W-PAGTO-DEFINIDO   PIC X     VALUE "N".
             88  PAGTO-DEFINIDO           VALUE "S".
         77  W-VALE-DEBITADO    PIC X     VALUE "N".
             88  VALE-DEBITADO            VALUE "S".
      *> VENDA FATURADA ("F") A CLIENTE INSTITUCIONAL: O CUPOM TODO
      *> VAI PARA O CONTAS A RECEBER, COM PRECO DE ATACADO ONDE O
      *> LIVRO TEM, DESDE QUE CAIBA NO CREDITO DISPONIVEL (LIMITE
      *> MENOS OS TITULOS EM ABERTO DO CLIENTE).
         77  W-COD-ERRO-CLI     PIC XX    VALUE SPACES.
         77  W-COD-ERRO-ARC     PIC XX    VALUE SPACES.
         77  W-COD-CLIENTE      PIC 9(4)  VALUE ZEROS.
         77  COD-CLIENTE-ED     PIC ZZZ9  VALUE ZEROS.
         77  W-SALDO-CLIENTE    PIC 9(9)V99 VALUE ZEROS.
         77  W-CREDITO-DISPONIVEL PIC 9(9)V99 VALUE ZEROS.
         77  W-TOTAL-ATACADO    PIC 9(9)V99 VALUE ZEROS.
         77  W-PRECO-FATURA     PIC 9(4)V99 VALUE ZEROS.
         77  W-DATA-VENCTO      PIC 9(8)  VALUE ZEROS.
         77  CREDITO-ED         PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
      *> LISTA ESCOLAR NO BALCAO: OS LIVROS DA LISTA ENTRAM NO
      *> CARRINHO DE UMA VEZ, UM A UM CONFIRMADOS (O PAI PODE JA TER
      *> ALGUM); O QUE NAO TEM ESTOQUE FICA DE FORA E E CONTADO.
         77  W-COD-ERRO-LST     PIC XX    VALUE SPACES.
         77  COD-LISTA-ED       PIC ZZZ9  VALUE ZEROS.
         77  W-IDX-LISTA        PIC 99    VALUE ZEROS.
         77  W-INCLUIR-ITEM     PIC X     VALUE SPACES.
         77  W-ITENS-INCLUIDOS  PIC 99    VALUE ZEROS.
         77  W-ITENS-SEM-ESTOQUE PIC 99   VALUE ZEROS.
         77  ITENS-LISTA-ED     PIC Z9    VALUE ZEROS.
         77  SEM-ESTOQUE-ED     PIC Z9    VALUE ZEROS.
         77  W-EM-LOTE          PIC X     VALUE "N".
             88  EM-LOTE                  VALUE "S".
      *> DESCONTO MANUAL NO BALCAO: SO COM AUTORIZACAO DE UM PERFIL
         77  W-SESSAO-GUARDADA  PIC X(10) VALUE SPACES.
         77  W-AUTORIZADOR      PIC X(10) VALUE SPACES.
         77  W-LOGIN-OK         PIC X     VALUE "N".
      *> CLIENTE DO PROGRAMA DE FIDELIDADE: O LEITOR CADASTRADO,
      *> PELO CODIGO OU PELO CPF, E OPCIONAL EM CADA CUPOM. O CUPOM
      *> IDENTIFICADO ACUMULA PONTOS (PONTOSFIDELIDADE) E PODE
      *> RESGATAR SALDO COMO DESCONTO, A R$ 0,01 POR PONTO, NAS
      *> LINHAS SEM DESCONTO MANUAL - COM O MOTIVO "PTS" E O
      *> OPERADOR NOS MESMOS CAMPOS DO DESCONTO MANUAL.
         77  W-COD-ERRO-LEI     PIC XX    VALUE SPACES.
         77  W-DOC-FIDELIDADE   PIC X(11) VALUE SPACES.
         77  W-COD-LEITOR-DIG   PIC 9(5)  VALUE ZEROS.
         77  W-COD-LEITOR-FID   PIC 9(5)  VALUE ZEROS.
         77  W-CLIENTE-DEFINIDO PIC X     VALUE "N".
             88  CLIENTE-DEFINIDO         VALUE "S".
         77  W-CLIENTE-INFORMADO PIC X    VALUE "N".
             88  CLIENTE-INFORMADO        VALUE "S".
         77  W-FIM-LEITORES     PIC X     VALUE "N".
             88  FIM-LEITORES             VALUE "S".
         77  W-SALDO-PONTOS     PIC 9(7)  VALUE ZEROS.
         77  W-PONTOS-RESGATE   PIC 9(7)  VALUE ZEROS.
         77  W-PONTOS-GANHOS    PIC 9(7)  VALUE ZEROS.
         77  W-MAX-RESGATE      PIC 9(7)  VALUE ZEROS.
         77  W-MIN-RESGATE      PIC 9(7)  VALUE 500.
         77  W-DESC-PONTOS      PIC 9(7)V99 VALUE ZEROS.
         77  W-DESC-RESTANTE    PIC 9(7)V99 VALUE ZEROS.
         77  W-DESC-UNIT        PIC 9(4)V99 VALUE ZEROS.
         77  W-PONTOS-OK        PIC X     VALUE "S".
             88  PONTOS-OK                VALUE "S".
         77  PONTOS-ED          PIC ZZZZZZ9 VALUE ZEROS.
         77  COD-LEITOR-ED      PIC ZZZZ9 VALUE ZEROS.

      *> CARRINHO DA VENDA: O OPERADOR BIPA VARIOS LIVROS ANTES DE
      *> CONFIRMAR; AS LINHAS SO VAO PARA O ARQUIVO (E O ESTOQUE SO E
               OPEN I-O ARQ-VENDA
               OPEN INPUT ARQ-ISBN-XREF
               OPEN I-O ARQ-FILIAL
               OPEN INPUT ARQ-ENCOMENDA
               OPEN I-O ARQ-VALE
               OPEN I-O ARQ-MOV-VALE
               OPEN INPUT ARQ-CLIENTE
               OPEN I-O ARQ-ARECEBER
               OPEN INPUT ARQ-LISTA-ESC
               OPEN INPUT ARQ-LEITOR
               PERFORM OBTER-FILIAL-SESSAO
           END-IF.

           PERFORM OPCAO-CONTINUIDADE.

       FORMATAR-TELA.
           MOVE ZEROS TO W-TOTAL-ITENS W-VALOR-TOTAL W-COD-LEITOR-FID
                W-PONTOS-RESGATE.
           MOVE SPACES TO W-CONFIRMA W-FORMA-PAGTO.

           DISPLAY CLEAR-SCREEN.
           DISPLAY "ITENS NO CUPOM:"                    AT 2102.
           DISPLAY "TOTAL PARCIAL:"                     AT 2140.
           DISPLAY "MAIS ITENS? (S/N):"                 AT 2202.
           DISPLAY "PAGTO (D/C/P/O)(V)ALE(F)ATURA:"   AT 2240.
           DISPLAY "CONFIRMA A VENDA? (S/N):"           AT 2302.
           DISPLAY "MENSAGEM:"                          AT 2502.
           DISPLAY "CLIENTE FIDELIDADE (COD/CPF):"     AT 2602.
           DISPLAY "OUTRA VENDA? (S/N):"                AT 2702.
           PERFORM EXIBIR-TOTAIS-PARCIAIS.

           PERFORM UNTIL W-MAIS-ITENS = "N"
                   OR W-TOTAL-ITENS >= 30
               PERFORM LIMPAR-CAMPOS-ITEM
               PERFORM ESCOLHER-TIPO-BUSCA
               IF  BUSCA-POR-LISTA
                   PERFORM INCLUIR-LISTA-ESCOLAR
               ELSE
                   PERFORM RECEBER-COD-LIVRO
                   IF  LIVRO-OK
                       PERFORM RECEBER-QUANTIDADE
                       PERFORM DEFINIR-PRECO
                       PERFORM OFERECER-DESCONTO
                       PERFORM GUARDAR-ITEM-CARRINHO
                   END-IF
               END-IF
               PERFORM PERGUNTAR-MAIS-ITENS
           END-PERFORM.
           DISPLAY W-BRANCO AT 1714.
           DISPLAY W-BRANCO AT 1918.

       ESCOLHER-TIPO-BUSCA.
           *> O LIVRO PODE SER INFORMADO PELO CODIGO INTERNO OU PELO
           *> ISBN DO CODIGO DE BARRAS DA ETIQUETA, RESOLVIDO PELA
           *> REFERENCIA CRUZADA isbnlivros.dat; (L)ISTA TRAZ TODOS OS
           *> LIVROS DE UMA LISTA ESCOLAR.
           MOVE "C" TO W-TIPO-BUSCA.
           DISPLAY "BUSCAR (C)ODIGO (I)SBN (L)ISTA:" AT 1402.
           PERFORM WITH TEST AFTER UNTIL
                   BUSCA-POR-CODIGO OR BUSCA-POR-ISBN
                   OR BUSCA-POR-LISTA
               ACCEPT W-TIPO-BUSCA AT 1434 WITH AUTO
               MOVE FUNCTION UPPER-CASE (W-TIPO-BUSCA)
                 TO W-TIPO-BUSCA
           END-PERFORM.

       RECEBER-COD-LIVRO.
           IF  BUSCA-POR-ISBN
               MOVE SPACES TO W-ISBN-PESQUISA
               ACCEPT W-ISBN-PESQUISA AT 1521
           IF  STATUS-OK
               PERFORM SOMAR-QTD-NO-CARRINHO
               PERFORM APURAR-SALDO-FILIAL
               PERFORM DESCONTAR-SEPARADOS
               IF  W-ESTOQUE-LIVRE = 0
                       OR W-QTD-NO-CARRINHO >= W-ESTOQUE-LIVRE
                   IF  W-QTD-SEPARADA > 0
                       DISPLAY "ESTOQUE SEPARADO PARA ENCOMENDAS"
                               AT 2512
                   ELSE
                       DISPLAY "SEM ESTOQUE DISPONIVEL PARA VENDA"
                               AT 2512
                   END-IF
               ELSE
                   IF  W-QTD-NO-CARRINHO >= W-SALDO-FILIAL
                       DISPLAY "SEM ESTOQUE NA FILIAL "
               END-IF
           END-IF.

       INCLUIR-LISTA-ESCOLAR.
           MOVE ZEROS TO COD-LISTA-ED W-ITENS-INCLUIDOS
                W-ITENS-SEM-ESTOQUE.
           ACCEPT COD-LISTA-ED AT 1521.
           MOVE COD-LISTA-ED TO COD-LISTA.
           READ ARQ-LISTA-ESC.
           IF  W-COD-ERRO-LST NOT = "00"
               DISPLAY "LISTA ESCOLAR NAO ENCONTRADA" AT 2512
           ELSE
               DISPLAY NOME-ESCOLA-LST (1:20) " " SERIE-LST " "
                       ANO-LETIVO-LST AT 1525
               PERFORM VARYING W-IDX-LISTA FROM 1 BY 1
                       UNTIL W-IDX-LISTA > QTD-ITENS-LST
                          OR W-TOTAL-ITENS >= 30
                   IF  COD-LIVRO-LST (W-IDX-LISTA) > 0
                       PERFORM OFERECER-ITEM-LISTA
                   END-IF
               END-PERFORM
               DISPLAY W-BRANCO AT 2002
               MOVE W-ITENS-INCLUIDOS TO ITENS-LISTA-ED
               MOVE W-ITENS-SEM-ESTOQUE TO SEM-ESTOQUE-ED
               DISPLAY "LISTA: " ITENS-LISTA-ED " INCLUIDOS, "
                       SEM-ESTOQUE-ED " SEM ESTOQUE" AT 2512
           END-IF.

       OFERECER-ITEM-LISTA.
           *> CADA LIVRO DA LISTA E MOSTRADO E CONFIRMADO: "N" PULA O
           *> LIVRO QUE O ALUNO JA TEM. PRECO PELA REGRA DO CADASTRO,
           *> SEM DESCONTO MANUAL.
           MOVE COD-LIVRO-LST (W-IDX-LISTA) TO COD-LIVRO COD-ED.
           READ CAD-PRODUTO.
           IF  NOT STATUS-OK
               ADD 1 TO W-ITENS-SEM-ESTOQUE
           ELSE
               MOVE QTD-LIVRO-LST (W-IDX-LISTA) TO W-QTD-DIG QTD-ED
               PERFORM SOMAR-QTD-NO-CARRINHO
               PERFORM APURAR-SALDO-FILIAL
               PERFORM DESCONTAR-SEPARADOS
               IF  W-QTD-DIG + W-QTD-NO-CARRINHO > W-ESTOQUE-LIVRE
                       OR W-QTD-DIG + W-QTD-NO-CARRINHO >
                          W-SALDO-FILIAL
                   ADD 1 TO W-ITENS-SEM-ESTOQUE
               ELSE
                   DISPLAY W-BRANCO AT 1714
                   DISPLAY QTD-ED AT 1714
                   DISPLAY COD-ED " " TITULO-LIVRO AT 1720
                   PERFORM DEFINIR-PRECO
                   DISPLAY "INCLUIR ESTE LIVRO? (S/N):" AT 2002
                   MOVE SPACES TO W-INCLUIR-ITEM
                   PERFORM WITH TEST AFTER UNTIL
                           W-INCLUIR-ITEM = "S" OR "N"
                       ACCEPT W-INCLUIR-ITEM AT 2029 WITH AUTO
                       MOVE FUNCTION UPPER-CASE (W-INCLUIR-ITEM)
                         TO W-INCLUIR-ITEM
                   END-PERFORM
                   IF  W-INCLUIR-ITEM = "S"
                       MOVE "N" TO W-DESCONTO-ITEM
                       MOVE ZEROS TO W-PRECO-ORIGINAL
                       MOVE SPACES TO W-MOTIVO-DESC W-AUTORIZADOR
                       PERFORM GUARDAR-ITEM-CARRINHO
                       ADD 1 TO W-ITENS-INCLUIDOS
                   END-IF
               END-IF
           END-IF.
           DISPLAY W-BRANCO AT 1720.
           DISPLAY W-BRANCO AT 1918.

       SOMAR-QTD-NO-CARRINHO.
           *> O ESTOQUE SO E BAIXADO NA CONFIRMACAO; AS LINHAS JA
           *> BIPADAS DO MESMO LIVRO PRECISAM SER DESCONTADAS AQUI
       RECEBER-QUANTIDADE.
           PERFORM WITH TEST AFTER UNTIL
                   W-QTD-DIG > 0 AND
                   W-QTD-DIG + W-QTD-NO-CARRINHO <= W-ESTOQUE-LIVRE AND
                   W-QTD-DIG + W-QTD-NO-CARRINHO <= W-SALDO-FILIAL
               ACCEPT QTD-ED AT 1714
               MOVE QTD-ED TO W-QTD-DIG
                   DISPLAY "QUANTIDADE DEVERA SER MAIOR QUE ZERO"
                           AT 2512
               ELSE
                   IF  W-QTD-DIG + W-QTD-NO-CARRINHO > W-ESTOQUE-LIVRE
                       DISPLAY "QUANTIDADE MAIOR QUE O ESTOQUE ("
                               W-ESTOQUE-LIVRE ")" AT 2512
                   ELSE
                       IF  W-QTD-DIG + W-QTD-NO-CARRINHO >
                               W-SALDO-FILIAL
               MOVE ZEROS TO W-SALDO-FILIAL
           END-IF.

       DESCONTAR-SEPARADOS.
           *> SOMA AS ENCOMENDAS SEPARADAS DO LIVRO (TODAS AS FILIAIS
           *> CONTRA O ESTOQUE TOTAL, AS DESTA FILIAL CONTRA O SALDO
           *> DELA) E TIRA DO QUE O BALCAO PODE VENDER.
           MOVE ZEROS TO W-QTD-SEPARADA W-QTD-SEPARADA-FIL.
           MOVE COD-LIVRO TO COD-LIVRO-ENC.
           START ARQ-ENCOMENDA KEY IS EQUAL COD-LIVRO-ENC
               INVALID KEY MOVE "23" TO W-COD-ERRO-ENC
           END-START.
           PERFORM UNTIL W-COD-ERRO-ENC NOT = "00"
               READ ARQ-ENCOMENDA NEXT RECORD
                   AT END MOVE "10" TO W-COD-ERRO-ENC
               END-READ
               IF  W-COD-ERRO-ENC = "00" OR "02"
                   IF  COD-LIVRO-ENC NOT = COD-LIVRO
                       MOVE "10" TO W-COD-ERRO-ENC
                   ELSE
                       MOVE "00" TO W-COD-ERRO-ENC
                       IF  ENC-SEPARADA
                           ADD QTD-ENC TO W-QTD-SEPARADA
                           IF  COD-FILIAL-SEP-ENC = W-FILIAL-SESSAO
                               ADD QTD-ENC TO W-QTD-SEPARADA-FIL
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
           IF  W-QTD-SEPARADA < QTD-ESTOQUE
               COMPUTE W-ESTOQUE-LIVRE = QTD-ESTOQUE - W-QTD-SEPARADA
           ELSE
               MOVE ZEROS TO W-ESTOQUE-LIVRE
           END-IF.
           IF  W-QTD-SEPARADA-FIL < W-SALDO-FILIAL
               SUBTRACT W-QTD-SEPARADA-FIL FROM W-SALDO-FILIAL
           ELSE
               MOVE ZEROS TO W-SALDO-FILIAL
           END-IF.

       LOCALIZAR-REGISTRO-FILIAL.
           *> MESMA ROTINA DE ENTRADA/ESTOQUEFILIAL: POSICIONA O
           *> REGISTRO DE ESTOQUE DO LIVRO NA FILIAL DA SESSAO.
           DISPLAY "ITENS NO CUPOM:"                    AT 2102.
           DISPLAY "TOTAL PARCIAL:"                     AT 2140.
           DISPLAY "MAIS ITENS? (S/N):"                 AT 2202.
           DISPLAY "PAGTO (D/C/P/O)(V)ALE(F)ATURA:"   AT 2240.
           DISPLAY "CONFIRMA A VENDA? (S/N):"           AT 2302.
           DISPLAY "MENSAGEM:"                          AT 2502.
           DISPLAY "CLIENTE FIDELIDADE (COD/CPF):"     AT 2602.
           DISPLAY "OUTRA VENDA? (S/N):"                AT 2702.
           PERFORM EXIBIR-TOTAIS-PARCIAIS.

           END-PERFORM.

       CONFIRMAR-E-GRAVAR.
           PERFORM IDENTIFICAR-CLIENTE-FIDELIDADE.
           PERFORM RECEBER-FORMA-PAGTO.
           PERFORM WITH TEST AFTER UNTIL W-CONFIRMA = "S" OR "N"
               ACCEPT W-CONFIRMA AT 2328 WITH AUTO
           END-PERFORM.

           IF  W-CONFIRMA = "S"
               PERFORM CONFERIR-SALDO-PONTOS
               IF  PONTOS-OK
                   PERFORM DEBITAR-VALE
               END-IF
               IF  PONTOS-OK AND VALE-DEBITADO
                   PERFORM GERAR-PROXIMO-COD-VENDA
                   PERFORM MONTAR-E-GRAVAR-VENDA
               END-IF
           ELSE
               DISPLAY "VENDA DESCARTADA" AT 2512
           END-IF.

       IDENTIFICAR-CLIENTE-FIDELIDADE.
           *> CODIGO DO LEITOR OU CPF (11 DIGITOS); EM BRANCO OU ZERO,
           *> O CUPOM SAI SEM CLIENTE. LEITOR NAO ENCONTRADO REPETE A
           *> PERGUNTA.
           MOVE ZEROS TO W-COD-LEITOR-FID W-SALDO-PONTOS
                W-PONTOS-RESGATE W-PONTOS-GANHOS.
           MOVE "N" TO W-CLIENTE-DEFINIDO.
           PERFORM UNTIL CLIENTE-DEFINIDO
               MOVE SPACES TO W-DOC-FIDELIDADE
               ACCEPT W-DOC-FIDELIDADE AT 2632
               PERFORM LOCALIZAR-LEITOR-FIDELIDADE
           END-PERFORM.
           IF  W-COD-LEITOR-FID > 0
               CALL "PONTOSFIDELIDADE" USING "S" W-COD-LEITOR-FID
                    W-ZEROS-5 W-ZEROS-5 W-SALDO-PONTOS W-DESC-PONTOS
                    W-FILIAL-SESSAO W-OPERADOR-SESSAO
               DISPLAY NOME-LEITOR-CAD (1:18) AT 2645
               MOVE W-SALDO-PONTOS TO PONTOS-ED
               DISPLAY "PONTOS:" AT 2664
               DISPLAY PONTOS-ED AT 2672
               IF  W-SALDO-PONTOS >= W-MIN-RESGATE
                   PERFORM OFERECER-RESGATE-PONTOS
               END-IF
           END-IF.

       LOCALIZAR-LEITOR-FIDELIDADE.
           MOVE "S" TO W-CLIENTE-DEFINIDO.
           MOVE "N" TO W-CLIENTE-INFORMADO.
           IF  W-DOC-FIDELIDADE IS NUMERIC
               IF  W-DOC-FIDELIDADE NOT = ALL "0"
                   MOVE "S" TO W-CLIENTE-INFORMADO
                   PERFORM PROCURAR-LEITOR-POR-CPF
               END-IF
           ELSE
               IF  W-DOC-FIDELIDADE NOT = SPACES
                   MOVE FUNCTION NUMVAL (W-DOC-FIDELIDADE)
                     TO W-COD-LEITOR-DIG
                   IF  W-COD-LEITOR-DIG > 0
                       MOVE "S" TO W-CLIENTE-INFORMADO
                       MOVE W-COD-LEITOR-DIG TO COD-LEITOR
                       READ ARQ-LEITOR
                       IF  W-COD-ERRO-LEI = "00"
                           MOVE COD-LEITOR TO W-COD-LEITOR-FID
                       END-IF
                   END-IF
               END-IF
           END-IF.
           IF  CLIENTE-INFORMADO AND W-COD-LEITOR-FID = 0
               DISPLAY "CLIENTE NAO CADASTRADO - EM BRANCO PARA "
                       "VENDER SEM CLIENTE" AT 2512
               MOVE "N" TO W-CLIENTE-DEFINIDO
           ELSE
               PERFORM LIMPAR-ESPACO-MENSAGEM
           END-IF.

       PROCURAR-LEITOR-POR-CPF.
           *> leitores.dat NAO TEM CHAVE PELO DOCUMENTO: A BUSCA E
           *> SEQUENCIAL, COMO NO CADASTRO DE LEITORES.
           MOVE "N" TO W-FIM-LEITORES.
           MOVE ZEROS TO COD-LEITOR.
           START ARQ-LEITOR KEY IS NOT LESS THAN COD-LEITOR
               INVALID KEY MOVE "S" TO W-FIM-LEITORES
           END-START.
           PERFORM UNTIL FIM-LEITORES
               READ ARQ-LEITOR NEXT RECORD
                   AT END MOVE "S" TO W-FIM-LEITORES
               END-READ
               IF  NOT FIM-LEITORES
                   IF  W-COD-ERRO-LEI NOT = "00"
                       MOVE "S" TO W-FIM-LEITORES
                   ELSE
                       IF  DOCUMENTO-LEITOR = W-DOC-FIDELIDADE
                           MOVE COD-LEITOR TO W-COD-LEITOR-FID
                           MOVE "S" TO W-FIM-LEITORES
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       OFERECER-RESGATE-PONTOS.
           *> O DESCONTO NAO ZERA NENHUMA LINHA: CADA UNIDADE FICA
           *> COM PELO MENOS R$ 0,01.
           MOVE ZEROS TO W-MAX-RESGATE.
           PERFORM VARYING W-IDX FROM 1 BY 1
                   UNTIL W-IDX > W-TOTAL-ITENS
               IF  CAR-DESCONTO (W-IDX) NOT = "S"
                       AND CAR-PRECO (W-IDX) > 0,01
                   COMPUTE W-MAX-RESGATE = W-MAX-RESGATE
                           + (CAR-PRECO (W-IDX) - 0,01)
                           * CAR-QTD (W-IDX) * 100
               END-IF
           END-PERFORM.
           IF  W-MAX-RESGATE > W-SALDO-PONTOS
               MOVE W-SALDO-PONTOS TO W-MAX-RESGATE
           END-IF.
           IF  W-MAX-RESGATE >= W-MIN-RESGATE
               DISPLAY "RESGATAR PONTOS (0 = NAO):" AT 2802
               DISPLAY "MAXIMO:" AT 2840
               MOVE W-MAX-RESGATE TO PONTOS-ED
               DISPLAY PONTOS-ED AT 2848
               PERFORM WITH TEST AFTER UNTIL W-PONTOS-RESGATE = 0
                       OR (W-PONTOS-RESGATE >= W-MIN-RESGATE
                           AND W-PONTOS-RESGATE <= W-MAX-RESGATE)
                   MOVE ZEROS TO PONTOS-ED
                   ACCEPT PONTOS-ED AT 2829
                   MOVE PONTOS-ED TO W-PONTOS-RESGATE
                   IF  W-PONTOS-RESGATE > 0
                           AND W-PONTOS-RESGATE < W-MIN-RESGATE
                       MOVE W-MIN-RESGATE TO PONTOS-ED
                       DISPLAY "RESGATE MINIMO DE " PONTOS-ED
                               " PONTOS" AT 2512
                   END-IF
               END-PERFORM
               PERFORM LIMPAR-ESPACO-MENSAGEM
               IF  W-PONTOS-RESGATE > 0
                   PERFORM APLICAR-RESGATE-PONTOS
               END-IF
           END-IF.

       APLICAR-RESGATE-PONTOS.
           *> O DESCONTO E RATEADO PELAS LINHAS SEM DESCONTO MANUAL,
           *> NA ORDEM DO CARRINHO; COMO O PRECO UNITARIO SO DESCE DE
           *> CENTAVO EM CENTAVO, O RESGATE EFETIVO PODE FICAR UNS
           *> PONTOS ABAIXO DO PEDIDO.
           PERFORM LER-SESSAO-ATUAL.
           COMPUTE W-DESC-RESTANTE = W-PONTOS-RESGATE / 100.
           MOVE ZEROS TO W-VALOR-TOTAL.
           PERFORM VARYING W-IDX FROM 1 BY 1
                   UNTIL W-IDX > W-TOTAL-ITENS
               IF  CAR-DESCONTO (W-IDX) NOT = "S"
                       AND CAR-PRECO (W-IDX) > 0,01
                       AND W-DESC-RESTANTE > 0
                   PERFORM DESCONTAR-PONTOS-ITEM
               END-IF
               ADD CAR-TOTAL (W-IDX) TO W-VALOR-TOTAL
           END-PERFORM.
           COMPUTE W-PONTOS-RESGATE = W-PONTOS-RESGATE
                   - W-DESC-RESTANTE * 100.
           COMPUTE W-DESC-PONTOS = W-PONTOS-RESGATE / 100.
           MOVE W-PONTOS-RESGATE TO PONTOS-ED.
           DISPLAY PONTOS-ED AT 2829.
           DISPLAY "DESCONTO:" AT 2858.
           MOVE W-DESC-PONTOS TO VALOR-ITEM-ED.
           DISPLAY VALOR-ITEM-ED AT 2868.
           PERFORM EXIBIR-TOTAIS-PARCIAIS.

       DESCONTAR-PONTOS-ITEM.
           COMPUTE W-DESC-UNIT = W-DESC-RESTANTE / CAR-QTD (W-IDX).
           IF  W-DESC-UNIT > CAR-PRECO (W-IDX) - 0,01
               COMPUTE W-DESC-UNIT = CAR-PRECO (W-IDX) - 0,01
           END-IF.
           IF  W-DESC-UNIT > 0
               MOVE CAR-PRECO (W-IDX) TO CAR-PRECO-ORIG (W-IDX)
               SUBTRACT W-DESC-UNIT FROM CAR-PRECO (W-IDX)
               COMPUTE CAR-TOTAL (W-IDX) =
                       CAR-PRECO (W-IDX) * CAR-QTD (W-IDX)
               COMPUTE W-DESC-RESTANTE = W-DESC-RESTANTE
                       - W-DESC-UNIT * CAR-QTD (W-IDX)
               MOVE "S"   TO CAR-DESCONTO (W-IDX)
               MOVE "PTS" TO CAR-MOTIVO (W-IDX)
               MOVE W-OPERADOR-SESSAO TO CAR-AUTORIZADOR (W-IDX)
           END-IF.

       CONFERIR-SALDO-PONTOS.
           *> RELE O SALDO NA CONFIRMACAO: OUTRO TERMINAL PODE TER
           *> RESGATADO PONTOS DO MESMO CLIENTE ENQUANTO O CUPOM ERA
           *> MONTADO.
           MOVE "S" TO W-PONTOS-OK.
           IF  W-PONTOS-RESGATE > 0
               CALL "PONTOSFIDELIDADE" USING "S" W-COD-LEITOR-FID
                    W-ZEROS-5 W-ZEROS-5 W-SALDO-PONTOS W-DESC-PONTOS
                    W-FILIAL-SESSAO W-OPERADOR-SESSAO
               IF  W-SALDO-PONTOS < W-PONTOS-RESGATE
                   MOVE "N" TO W-PONTOS-OK
                   DISPLAY "SALDO DE PONTOS MUDOU - VENDA NAO "
                           "GRAVADA" AT 2512
               END-IF
           END-IF.

       GRAVAR-PONTOS-FIDELIDADE.
           *> O RESGATE E BAIXADO ANTES DO ACUMULO, PARA OS PONTOS
           *> GANHOS NESTE CUPOM NAO PAGAREM O PROPRIO DESCONTO.
           IF  W-PONTOS-RESGATE > 0
               COMPUTE W-DESC-PONTOS = W-PONTOS-RESGATE / 100
               CALL "PONTOSFIDELIDADE" USING "R" W-COD-LEITOR-FID
                    W-PROX-COD-VENDA W-PROX-COD-VENDA
                    W-PONTOS-RESGATE W-DESC-PONTOS
                    W-FILIAL-SESSAO W-OPERADOR-SESSAO
           END-IF.
           CALL "PONTOSFIDELIDADE" USING "A" W-COD-LEITOR-FID
                W-PROX-COD-VENDA W-PROX-COD-VENDA W-PONTOS-GANHOS
                W-VALOR-TOTAL W-FILIAL-SESSAO W-OPERADOR-SESSAO.

       RECEBER-FORMA-PAGTO.
           *> A FORMA DE PAGAMENTO FICA NO CABECALHO PARA O FECHAMENTO
           *> DE CAIXA CONFERIR A GAVETA SEM SOMAR CUPOM POR CUPOM.
           MOVE ZEROS TO W-COD-VALE W-VALOR-VALE W-COD-CLIENTE.
           MOVE "N" TO W-PAGTO-DEFINIDO.
           PERFORM UNTIL PAGTO-DEFINIDO
               PERFORM WITH TEST AFTER UNTIL FORMA-PAGTO-OK
                   ACCEPT W-FORMA-PAGTO AT 2276 WITH AUTO
                   MOVE FUNCTION UPPER-CASE (W-FORMA-PAGTO)
                     TO W-FORMA-PAGTO
                   IF  FORMA-PAGTO-OK
                       PERFORM LIMPAR-ESPACO-MENSAGEM
                   ELSE
                       DISPLAY "DIGITE 'D', 'C', 'P', 'O', 'V' OU 'F'"
                               AT 2512
                   END-IF
               END-PERFORM
               EVALUATE W-FORMA-PAGTO
                   WHEN "V"
                       PERFORM RECEBER-VALE
                   WHEN "F"
                       PERFORM RECEBER-CLIENTE-FATURADO
                   WHEN OTHER
                       MOVE "S" TO W-PAGTO-DEFINIDO
               END-EVALUATE
           END-PERFORM.

       RECEBER-VALE.
           *> O VALE PRECISA ESTAR ATIVO, COM SALDO E DENTRO DA
           *> VALIDADE; SALDO MENOR QUE O CUPOM PEDE A FORMA DO
           *> RESTANTE. VALE RECUSADO VOLTA A PERGUNTA DA FORMA.
           ACCEPT W-DATA-HOJE-AAAAMMDD FROM DATE YYYYMMDD.
           DISPLAY "NUMERO DO VALE-TROCA:" AT 2402.
           MOVE ZEROS TO COD-VALE-ED.
           ACCEPT COD-VALE-ED AT 2424.
           MOVE COD-VALE-ED TO COD-VALE.
           READ ARQ-VALE.
           IF  W-COD-ERRO-VAL NOT = "00"
               DISPLAY "VALE-TROCA NAO ENCONTRADO" AT 2512
               PERFORM LIMPAR-LINHA-VALE
           ELSE
               IF  NOT VALE-ATIVO OR SALDO-VALE = 0
                   DISPLAY "VALE-TROCA JA UTILIZADO" AT 2512
                   PERFORM LIMPAR-LINHA-VALE
               ELSE
                   IF  DATA-VALIDADE-VALE < W-DATA-HOJE-AAAAMMDD
                       DISPLAY "VALE-TROCA VENCIDO EM "
                               DATA-VALIDADE-VALE (7:2) "/"
                               DATA-VALIDADE-VALE (5:2) "/"
                               DATA-VALIDADE-VALE (1:4) AT 2512
                       PERFORM LIMPAR-LINHA-VALE
                   ELSE
                       PERFORM APLICAR-VALE
                   END-IF
               END-IF
           END-IF.

       APLICAR-VALE.
           MOVE COD-VALE TO W-COD-VALE.
           MOVE SALDO-VALE TO SALDO-VALE-ED.
           DISPLAY "SALDO:" AT 2431.
           DISPLAY SALDO-VALE-ED AT 2438.
           IF  SALDO-VALE >= W-VALOR-TOTAL
               MOVE W-VALOR-TOTAL TO W-VALOR-VALE
               MOVE "S" TO W-PAGTO-DEFINIDO
           ELSE
               MOVE SALDO-VALE TO W-VALOR-VALE
               DISPLAY "RESTANTE EM (D/C/P/O):" AT 2452
               MOVE SPACES TO W-FORMA-PAGTO
               PERFORM WITH TEST AFTER UNTIL FORMA-RESTANTE-OK
                   ACCEPT W-FORMA-PAGTO AT 2475 WITH AUTO
                   MOVE FUNCTION UPPER-CASE (W-FORMA-PAGTO)
                     TO W-FORMA-PAGTO
               END-PERFORM
               MOVE "S" TO W-PAGTO-DEFINIDO
           END-IF.

       LIMPAR-LINHA-VALE.
           MOVE SPACES TO W-FORMA-PAGTO.
           MOVE ZEROS TO W-COD-VALE W-VALOR-VALE.
           DISPLAY W-BRANCO AT 2402.
           DISPLAY W-BRANCO AT 2452.

       RECEBER-CLIENTE-FATURADO.
           *> SO CLIENTE ATIVO; O CUPOM, JA COM O PRECO DE ATACADO,
           *> PRECISA CABER NO CREDITO DISPONIVEL. CLIENTE RECUSADO
           *> VOLTA A PERGUNTA DA FORMA, COM OS PRECOS INTACTOS.
           DISPLAY "CLIENTE FATURADO:" AT 2402.
           MOVE ZEROS TO COD-CLIENTE-ED.
           ACCEPT COD-CLIENTE-ED AT 2420.
           MOVE COD-CLIENTE-ED TO COD-CLIENTE.
           READ ARQ-CLIENTE.
           IF  W-COD-ERRO-CLI NOT = "00"
               DISPLAY "CLIENTE INSTITUCIONAL NAO CADASTRADO" AT 2512
               PERFORM LIMPAR-LINHA-CLIENTE
           ELSE
               IF  NOT CLIENTE-ATIVO
                   DISPLAY "CLIENTE BLOQUEADO PARA FATURAMENTO" AT 2512
                   PERFORM LIMPAR-LINHA-CLIENTE
               ELSE
                   DISPLAY NOME-CLIENTE (1:25) AT 2426
                   PERFORM APURAR-TOTAL-ATACADO
                   PERFORM APURAR-CREDITO-DISPONIVEL
                   IF  W-TOTAL-ATACADO > W-CREDITO-DISPONIVEL
                       MOVE W-CREDITO-DISPONIVEL TO CREDITO-ED
                       DISPLAY "LIMITE INSUFICIENTE - DISPONIVEL "
                               CREDITO-ED AT 2512
                       PERFORM LIMPAR-LINHA-CLIENTE
                   ELSE
                       MOVE COD-CLIENTE TO W-COD-CLIENTE
                       PERFORM APLICAR-PRECO-ATACADO
                       ACCEPT W-DATA-HOJE-AAAAMMDD FROM DATE YYYYMMDD
                       COMPUTE W-DATA-VENCTO = FUNCTION DATE-OF-INTEGER
                           (FUNCTION INTEGER-OF-DATE
                               (W-DATA-HOJE-AAAAMMDD) + PRAZO-DIAS-CLI)
                       DISPLAY "VENCE" AT 2452
                       DISPLAY W-DATA-VENCTO (7:2) "/"
                               W-DATA-VENCTO (5:2) "/"
                               W-DATA-VENCTO (1:4) AT 2458
                       PERFORM LIMPAR-ESPACO-MENSAGEM
                       MOVE "S" TO W-PAGTO-DEFINIDO
                   END-IF
               END-IF
           END-IF.

       APURAR-TOTAL-ATACADO.
           MOVE ZEROS TO W-TOTAL-ATACADO.
           PERFORM VARYING W-IDX FROM 1 BY 1
                   UNTIL W-IDX > W-TOTAL-ITENS
               PERFORM OBTER-PRECO-FATURA
               COMPUTE W-TOTAL-ATACADO = W-TOTAL-ATACADO
                       + W-PRECO-FATURA * CAR-QTD (W-IDX)
           END-PERFORM.

       OBTER-PRECO-FATURA.
           *> CLIENTE INSTITUCIONAL COMPRA A PRECO DE ATACADO EM
           *> QUALQUER QUANTIDADE; LINHA COM DESCONTO MANUAL OU COM
           *> PRECO JA MENOR FICA COMO ESTA.
           MOVE CAR-PRECO (W-IDX) TO W-PRECO-FATURA.
           IF  CAR-DESCONTO (W-IDX) NOT = "S"
               MOVE CAR-COD-LIVRO (W-IDX) TO COD-LIVRO
               READ CAD-PRODUTO
               IF  STATUS-OK AND PRECO-ATACADO > 0
                       AND PRECO-ATACADO < CAR-PRECO (W-IDX)
                   MOVE PRECO-ATACADO TO W-PRECO-FATURA
               END-IF
           END-IF.

       APLICAR-PRECO-ATACADO.
           MOVE ZEROS TO W-VALOR-TOTAL.
           PERFORM VARYING W-IDX FROM 1 BY 1
                   UNTIL W-IDX > W-TOTAL-ITENS
               PERFORM OBTER-PRECO-FATURA
               IF  W-PRECO-FATURA NOT = CAR-PRECO (W-IDX)
                   MOVE W-PRECO-FATURA TO CAR-PRECO (W-IDX)
                   MOVE "A" TO CAR-TIPO (W-IDX)
                   COMPUTE CAR-TOTAL (W-IDX) =
                           CAR-PRECO (W-IDX) * CAR-QTD (W-IDX)
               END-IF
               ADD CAR-TOTAL (W-IDX) TO W-VALOR-TOTAL
           END-PERFORM.
           PERFORM EXIBIR-TOTAIS-PARCIAIS.

       APURAR-CREDITO-DISPONIVEL.
           *> SOMA OS SALDOS DOS TITULOS EM ABERTO DO CLIENTE PELA
           *> CHAVE ALTERNADA DE areceber.dat.
           MOVE ZEROS TO W-SALDO-CLIENTE.
           MOVE COD-CLIENTE TO COD-CLIENTE-ARC.
           START ARQ-ARECEBER KEY IS EQUAL COD-CLIENTE-ARC
               INVALID KEY MOVE "23" TO W-COD-ERRO-ARC
           END-START.
           PERFORM UNTIL W-COD-ERRO-ARC NOT = "00"
               READ ARQ-ARECEBER NEXT RECORD
                   AT END MOVE "10" TO W-COD-ERRO-ARC
               END-READ
               IF  W-COD-ERRO-ARC = "00" OR "02"
                   IF  COD-CLIENTE-ARC NOT = COD-CLIENTE
                       MOVE "10" TO W-COD-ERRO-ARC
                   ELSE
                       MOVE "00" TO W-COD-ERRO-ARC
                       IF  TITULO-ABERTO
                           COMPUTE W-SALDO-CLIENTE = W-SALDO-CLIENTE
                                   + VALOR-ARC - VALOR-ABATIDO-ARC
                                   - VALOR-RECEBIDO-ARC
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
           IF  W-SALDO-CLIENTE < LIMITE-CREDITO-CLI
               COMPUTE W-CREDITO-DISPONIVEL =
                       LIMITE-CREDITO-CLI - W-SALDO-CLIENTE
           ELSE
               MOVE ZEROS TO W-CREDITO-DISPONIVEL
           END-IF.

       LIMPAR-LINHA-CLIENTE.
           MOVE SPACES TO W-FORMA-PAGTO.
           MOVE ZEROS TO W-COD-CLIENTE.
           DISPLAY W-BRANCO AT 2402.
           DISPLAY W-BRANCO AT 2452.

       DEBITAR-VALE.
           *> RELE O VALE NA CONFIRMACAO (OUTRO TERMINAL PODE TE-LO
           *> USADO ENQUANTO O CUPOM ERA MONTADO), CONFERE O SALDO E
           *> DEIXA O REGISTRO JA BAIXADO NA AREA DO ARQUIVO. A
           *> REGRAVACAO FICA PARA BAIXAR-SALDO-VALE, DEPOIS DO
           *> CABECALHO DO CUPOM: SEM CUPOM O VALE NAO E TOCADO.
           MOVE "S" TO W-VALE-DEBITADO.
           IF  W-VALOR-VALE > 0
               MOVE "N" TO W-VALE-DEBITADO
               MOVE W-COD-VALE TO COD-VALE
               READ ARQ-VALE
               IF  W-COD-ERRO-VAL = "00" AND VALE-ATIVO
                       AND SALDO-VALE >= W-VALOR-VALE
                   ACCEPT W-DATA-HOJE-AAAAMMDD FROM DATE YYYYMMDD
                   SUBTRACT W-VALOR-VALE FROM SALDO-VALE
                   MOVE W-DATA-HOJE-AAAAMMDD TO DATA-ULTIMO-USO-VALE
                   IF  SALDO-VALE = 0
                       MOVE "U" TO SITUACAO-VALE
                   END-IF
                   MOVE "S" TO W-VALE-DEBITADO
               ELSE
                   DISPLAY "SALDO DO VALE-TROCA MUDOU - VENDA NAO "
                           "GRAVADA" AT 2512
               END-IF
           END-IF.

       BAIXAR-SALDO-VALE.
           *> REG-VALE AINDA TRAZ O SALDO BAIXADO POR DEBITAR-VALE.
           REWRITE REG-VALE.
           IF  W-COD-ERRO-VAL = "00"
               PERFORM GRAVAR-RESGATE-VALE
           ELSE
               DISPLAY "ERRO AO ATUALIZAR VALE (STATUS "
                       W-COD-ERRO-VAL ")" AT 2512
           END-IF.

       GRAVAR-RESGATE-VALE.
           MOVE W-PROX-COD-VENDA     TO COD-VENDA-MOV-VALE.
           MOVE W-COD-VALE           TO COD-VALE-MOV.
           MOVE W-DATA-HOJE-AAAAMMDD TO DATA-MOV-VALE.
           MOVE "R"                  TO TIPO-MOV-VALE.
           MOVE W-VALOR-VALE         TO VALOR-MOV-VALE.
           MOVE W-FORMA-PAGTO        TO FORMA-CUPOM-MOV-VALE.
           MOVE W-FILIAL-SESSAO      TO COD-FILIAL-MOV-VALE.
           WRITE REG-MOV-VALE.
           IF  W-COD-ERRO-MVL NOT = "00"
               DISPLAY "ERRO AO GRAVAR USO DO VALE (STATUS "
                       W-COD-ERRO-MVL ")" AT 2512
           END-IF.

       GRAVAR-TITULO-RECEBER.
           *> UM TITULO POR CUPOM FATURADO, PELO VALOR TOTAL E COM O
           *> VENCIMENTO PELO PRAZO DO CLIENTE.
           INITIALIZE REG-ARECEBER.
           MOVE W-PROX-COD-VENDA     TO COD-VENDA-ARC.
           MOVE W-COD-CLIENTE        TO COD-CLIENTE-ARC.
           MOVE W-DATA-HOJE-AAAAMMDD TO DATA-EMISSAO-ARC.
           MOVE W-DATA-VENCTO        TO DATA-VENCTO-ARC.
           MOVE W-VALOR-TOTAL        TO VALOR-ARC.
           MOVE W-FILIAL-SESSAO      TO COD-FILIAL-ARC.
           MOVE "A"                  TO SITUACAO-ARC.
           WRITE REG-ARECEBER.
           IF  W-COD-ERRO-ARC NOT = "00" AND "02"
               DISPLAY "ERRO AO GRAVAR CONTAS A RECEBER (STATUS "
                       W-COD-ERRO-ARC ")" AT 2512
           END-IF.

       GERAR-PROXIMO-COD-VENDA.
           *> O NUMERO VEM DO ARQUIVO DE CONTADORES (PROXIMONUMERO);
               DISPLAY "ERRO AO GRAVAR VENDA (STATUS "
                       W-COD-ERRO-CAB ")" AT 2512
           ELSE
               IF  W-VALOR-VALE > 0
                   PERFORM BAIXAR-SALDO-VALE
               END-IF
               IF  W-COD-CLIENTE > 0
                   PERFORM GRAVAR-TITULO-RECEBER
               END-IF
               IF  W-COD-LEITOR-FID > 0
                   PERFORM GRAVAR-PONTOS-FIDELIDADE
               END-IF
               MOVE "S" TO W-GRAVOU-TUDO
               PERFORM GRAVAR-ITEM-VENDA
                   VARYING W-IDX FROM 1 BY 1
           MOVE CAR-PRECO-ORIG (W-IDX) TO PRECO-ORIGINAL-VEN.
           MOVE CAR-MOTIVO (W-IDX)    TO MOTIVO-DESCONTO-VEN.
           MOVE CAR-AUTORIZADOR (W-IDX) TO AUTORIZOU-DESCONTO-VEN.
           CALL "CUSTOMEDIO" USING "C" COD-LIVRO-VEN W-ZEROS-5
                W-ZEROS-5 W-CUSTO-MEDIO W-CUSTO-MEDIO.
           MOVE W-CUSTO-MEDIO         TO CUSTO-MEDIO-VEN.
           WRITE REG-VENDA.
           IF  W-COD-ERRO-VEN = "00"
               PERFORM BAIXAR-ESTOQUE-ITEM
                        TITULO-LIVRO W-REG-LIVRO-ANTES REG-LIVRO
                   CALL "GRAVARKARDEX" USING "VENDA     " COD-LIVRO
                        "-" CAR-QTD (W-IDX) QTD-ESTOQUE
                   *> A UNIDADE CONSIGNADA SAI PRIMEIRO; O ACERTO PAGA
                   *> AO FORNECEDOR O QUE FICAR BAIXADO AQUI.
                   MOVE CAR-QTD (W-IDX) TO W-QTD-CONSIG
                   CALL "CONSIGNACAO" USING "V" W-COD-FORNEC-CONSIG
                        COD-LIVRO W-QTD-CONSIG W-CUSTO-CONSIG
                        W-DATA-HOJE-AAAAMMDD
                   PERFORM BAIXAR-ESTOQUE-FILIAL
               ELSE
                   DISPLAY "ERRO AO ATUALIZAR ESTOQUE (STATUS "
                   INTO REG-CUPOM
               END-STRING
               WRITE REG-CUPOM
               IF  W-VALOR-VALE > 0
                   MOVE SPACES TO REG-CUPOM
                   MOVE W-VALOR-VALE TO VALOR-TOTAL-ED
                   MOVE W-COD-VALE TO COD-VALE-ED
                   STRING "  PAGO COM VALE-TROCA " DELIMITED BY SIZE
                          COD-VALE-ED              DELIMITED BY SIZE
                          ": "                     DELIMITED BY SIZE
                          VALOR-TOTAL-ED           DELIMITED BY SIZE
                       INTO REG-CUPOM
                   END-STRING
                   WRITE REG-CUPOM
               END-IF
               IF  W-COD-CLIENTE > 0
                   MOVE SPACES TO REG-CUPOM
                   MOVE W-COD-CLIENTE TO COD-CLIENTE-ED
                   STRING "  FATURADO A "          DELIMITED BY SIZE
                          COD-CLIENTE-ED           DELIMITED BY SIZE
                          " "                      DELIMITED BY SIZE
                          NOME-CLIENTE (1:30)      DELIMITED BY SIZE
                          " VENCTO "               DELIMITED BY SIZE
                          W-DATA-VENCTO (7:2)      DELIMITED BY SIZE
                          "/"                      DELIMITED BY SIZE
                          W-DATA-VENCTO (5:2)      DELIMITED BY SIZE
                          "/"                      DELIMITED BY SIZE
                          W-DATA-VENCTO (1:4)      DELIMITED BY SIZE
                       INTO REG-CUPOM
                   END-STRING
                   WRITE REG-CUPOM
               END-IF
               IF  W-COD-LEITOR-FID > 0
                   PERFORM GRAVAR-FIDELIDADE-CUPOM
               END-IF
               CLOSE ARQ-CUPOM
           END-IF.

       GRAVAR-FIDELIDADE-CUPOM.
           MOVE SPACES TO REG-CUPOM.
           MOVE W-COD-LEITOR-FID TO COD-LEITOR-ED.
           MOVE W-PONTOS-GANHOS TO PONTOS-ED.
           STRING "  CLIENTE "             DELIMITED BY SIZE
                  COD-LEITOR-ED            DELIMITED BY SIZE
                  " "                      DELIMITED BY SIZE
                  NOME-LEITOR-CAD (1:30)   DELIMITED BY SIZE
                  " PONTOS GANHOS "        DELIMITED BY SIZE
                  PONTOS-ED                DELIMITED BY SIZE
               INTO REG-CUPOM
           END-STRING.
           WRITE REG-CUPOM.
           IF  W-PONTOS-RESGATE > 0
               MOVE SPACES TO REG-CUPOM
               MOVE W-PONTOS-RESGATE TO PONTOS-ED
               MOVE W-DESC-PONTOS TO VALOR-TOTAL-ED
               STRING "  PONTOS RESGATADOS "   DELIMITED BY SIZE
                      PONTOS-ED                DELIMITED BY SIZE
                      " DESCONTO "             DELIMITED BY SIZE
                      VALOR-TOTAL-ED           DELIMITED BY SIZE
                   INTO REG-CUPOM
               END-STRING
               WRITE REG-CUPOM
           END-IF.

       GRAVAR-LINHA-CUPOM.
           MOVE SPACES TO REG-CUPOM.
           MOVE CAR-PRECO (W-IDX) TO PRECO-APLICADO-ED.
               CLOSE ARQ-VENDA
               CLOSE ARQ-ISBN-XREF
               CLOSE ARQ-FILIAL
               CLOSE ARQ-ENCOMENDA
               CLOSE ARQ-VALE
               CLOSE ARQ-MOV-VALE
               CLOSE ARQ-CLIENTE
               CLOSE ARQ-ARECEBER
               CLOSE ARQ-LISTA-ESC
               CLOSE ARQ-LEITOR
           END-IF.
           DISPLAY "TERMINO DO PROCESSAMENTO" AT 2921.

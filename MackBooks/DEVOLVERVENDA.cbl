                   ACCESS DYNAMIC
                   FILE STATUS IS W-COD-ERRO-FIL.

                   SELECT OPTIONAL ARQ-VALE
                   ASSIGN TO "vales.dat"
                   ORGANIZATION INDEXED
                   RECORD KEY IS COD-VALE
                   ACCESS DYNAMIC
                   FILE STATUS IS W-COD-ERRO-VAL.

                   SELECT OPTIONAL ARQ-MOV-VALE
                   ASSIGN TO "movvales.dat"
                   ORGANIZATION INDEXED
                   RECORD KEY IS CHAVE-MOV-VALE
                   ACCESS DYNAMIC
                   FILE STATUS IS W-COD-ERRO-MVL.

                   SELECT OPTIONAL ARQ-ARECEBER
                   ASSIGN TO "areceber.dat"
                   ORGANIZATION INDEXED
                   RECORD KEY IS COD-VENDA-ARC
                   ALTERNATE RECORD KEY IS COD-CLIENTE-ARC
                       WITH DUPLICATES
                   ACCESS RANDOM
                   FILE STATUS IS W-COD-ERRO-ARC.

                   SELECT OPTIONAL ARQ-FILIAL-SESSAO
                   ASSIGN TO "filial.atual"
                   ORGANIZATION LINE SEQUENTIAL
                   FILE STATUS IS W-COD-ERRO-FIS.

                   SELECT OPTIONAL ARQ-SESSAO
                   ASSIGN TO "usuario.atual"
                   ORGANIZATION LINE SEQUENTIAL
                   FILE STATUS IS W-COD-ERRO-SES.

                   SELECT OPTIONAL ARQ-CUPOM
                   ASSIGN TO "cupons.txt"
                   ORGANIZATION LINE SEQUENTIAL
             LABEL RECORD STANDARD.
         COPY "REGFILIAL.cpy".

         FD  ARQ-VALE
             LABEL RECORD STANDARD.
         COPY "REGVALE.cpy".

         FD  ARQ-MOV-VALE
             LABEL RECORD STANDARD.
         COPY "REGMOVVALE.cpy".

         FD  ARQ-ARECEBER
             LABEL RECORD STANDARD.
         COPY "REGARECEBER.cpy".

         FD  ARQ-FILIAL-SESSAO
             LABEL RECORD STANDARD.
         01  REG-FILIAL-SESSAO  PIC X(2).

         FD  ARQ-SESSAO
             LABEL RECORD STANDARD.
         01  REG-SESSAO  PIC X(10).

         FD  ARQ-CUPOM
             LABEL RECORD STANDARD.
         01  REG-CUPOM  PIC X(100).
      *> (SOMAR-LINHAS-DO-ESTORNO) REUTILIZA O BUFFER DE REG-VENDA
      *> E SOBRESCREVERIA O TIPO-PRECO-VEN DA LINHA ESCOLHIDA.
         77  W-TIPO-ITEM        PIC X     VALUE SPACES.
         77  W-CUSTO-ITEM       PIC 9(4)V99 VALUE ZEROS.
         77  W-TITULO-ITEM      PIC X(40) VALUE SPACES.
         77  W-COD-LIVRO-ITEM   PIC 9(3)  VALUE ZEROS.
         77  W-QTD-JA-DEVOLVIDA PIC 9(5)  VALUE ZEROS.
         77  TOTAL-ITENS-ED     PIC ZZ9   VALUE ZEROS.
         77  W-BRANCO           PIC X(50) VALUE SPACES.
         77  W-REG-LIVRO-ANTES  PIC X(173) VALUE SPACES.
         77  W-SALDO-ANTERIOR   PIC 9(5)  VALUE ZEROS.
         77  W-CUSTO-MEDIO      PIC 9(4)V99 VALUE ZEROS.
         77  W-QTD-CONSIG       PIC 9(5)  VALUE ZEROS.
         77  W-QTD-PROPRIA      PIC 9(5)  VALUE ZEROS.
         77  W-CUSTO-CONSIG     PIC 9(4)V99 VALUE ZEROS.
         77  W-COD-FORNEC-CONSIG PIC 9(3) VALUE ZEROS.
         77  W-GRAVOU-TUDO      PIC X     VALUE "N".
             88  GRAVOU-TUDO              VALUE "S".
         77  W-IDX              PIC 9(3)  VALUE ZEROS.
      *> O CREDITO SAI PELA MESMA FORMA DE PAGAMENTO DA VENDA
      *> ORIGINAL, PARA O FECHAMENTO DE CAIXA ABATER DA GAVETA CERTA.
         77  W-FORMA-ORIGINAL   PIC X     VALUE SPACES.
      *> OU, SE O CLIENTE PREFERIR TROCAR, EM VALE-TROCA COM
      *> VALIDADE DE W-DIAS-VALIDADE-VALE DIAS. VENDA PAGA (MESMO EM
      *> PARTE) COM VALE SO DEVOLVE EM VALE, PARA O CREDITO EM LOJA
      *> NAO VIRAR DINHEIRO NO BALCAO.
         77  W-FORMA-REEMBOLSO  PIC X     VALUE SPACES.
             88  REEMBOLSO-ORIGINAL       VALUE "F".
             88  REEMBOLSO-VALE           VALUE "V".
             88  REEMBOLSO-OK             VALUE "F" "V".
         77  W-SO-VALE          PIC X     VALUE "N".
             88  SO-VALE                  VALUE "S".
         77  W-DIAS-VALIDADE-VALE PIC 9(3) VALUE 180.
         77  W-COD-ERRO-VAL     PIC XX    VALUE SPACES.
         77  W-COD-ERRO-MVL     PIC XX    VALUE SPACES.
         77  W-PROX-COD-VALE    PIC 9(5)  VALUE ZEROS.
         77  W-DATA-VALIDADE    PIC 9(8)  VALUE ZEROS.
         77  COD-VALE-ED        PIC ZZZZ9 VALUE ZEROS.
      *> VENDA FATURADA A CLIENTE INSTITUCIONAL: A "FORMA ORIGINAL"
      *> E O ABATIMENTO DO TITULO EM areceber.dat; SE O SALDO EM
      *> ABERTO JA NAO COBRE O ESTORNO, O CREDITO SAI EM VALE.
         77  W-COD-ERRO-ARC     PIC XX    VALUE SPACES.
         77  W-SALDO-TITULO     PIC 9(7)V99 VALUE ZEROS.
         77  COD-CLIENTE-ED     PIC ZZZ9  VALUE ZEROS.
      *> FILIAL DA SESSAO DO TERMINAL: E NELA QUE O LIVRO DEVOLVIDO
      *> REENTRA NO ESTOQUE.
         77  W-COD-ERRO-FIL     PIC XX    VALUE SPACES.
         77  W-PROX-COD-ESTOQUE-FIL PIC 9(5) VALUE ZEROS.
         77  W-EM-LOTE          PIC X     VALUE "N".
             88  EM-LOTE                  VALUE "S".
      *> PONTOS DE FIDELIDADE: SE A VENDA ORIGINAL TEVE CLIENTE
      *> IDENTIFICADO, O ESTORNO TIRA OS PONTOS QUE O VALOR
      *> DEVOLVIDO RENDEU E DEVOLVE OS PONTOS RESGATADOS NAS LINHAS
      *> DEVOLVIDAS (MOTIVO "PTS", UM PONTO POR CENTAVO DE DESCONTO).
         77  W-PRECO-ORIG-PTS   PIC 9(4)V99 VALUE ZEROS.
         77  W-COD-LEITOR-FID   PIC 9(5)  VALUE ZEROS.
         77  W-PONTOS-ESTORNADOS PIC 9(7) VALUE ZEROS.
         77  W-PONTOS-DEVOLVER  PIC 9(7)  VALUE ZEROS.
         77  W-VALOR-DESC-PTS   PIC 9(7)V99 VALUE ZEROS.
         77  W-OPERADOR-PTS     PIC X(10) VALUE SPACES.
         77  W-COD-ERRO-SES     PIC XX    VALUE SPACES.
         77  PONTOS-ED          PIC ZZZZZZ9 VALUE ZEROS.

      *> ITENS QUE O CLIENTE ESTA DEVOLVENDO NESTA OPERACAO; O
      *> ESTORNO SO E GRAVADO (E O ESTOQUE REPOSTO) NA CONFIRMACAO,
                 03  EST-PRECO       PIC 9(4)V99.
                 03  EST-TIPO        PIC X.
                 03  EST-TOTAL       PIC 9(7)V99.
                 03  EST-CUSTO       PIC 9(4)V99.
                 03  EST-PONTOS      PIC 9(7).

         SCREEN SECTION.
            01 CLEAR-SCREEN.
               OPEN I-O ARQ-VENDA-CAB
               OPEN I-O ARQ-VENDA
               OPEN I-O ARQ-FILIAL
               OPEN I-O ARQ-VALE
               OPEN I-O ARQ-MOV-VALE
               OPEN I-O ARQ-ARECEBER
               PERFORM OBTER-FILIAL-SESSAO
           END-IF.

       FORMATAR-TELA.
           MOVE "N" TO W-VENDA-OK.
           MOVE ZEROS TO W-TOTAL-ITENS W-VALOR-TOTAL W-COD-VENDA-DIG.
           MOVE SPACES TO W-CONFIRMA W-FORMA-REEMBOLSO.

           DISPLAY CLEAR-SCREEN.
           CALL "CABECALHO".
           DISPLAY "ITENS NO ESTORNO:"                  AT 2102.
           DISPLAY "VALOR A CREDITAR:"                  AT 2140.
           DISPLAY "MAIS ITENS? (S/N):"                 AT 2202.
           DISPLAY "REEMBOLSO (F)ORMA ORIG (V)ALE:"     AT 2240.
           DISPLAY "CONFIRMA O ESTORNO? (S/N):"         AT 2302.
           DISPLAY "MENSAGEM:"                          AT 2502.
           DISPLAY "OUTRA DEVOLUCAO? (S/N):"            AT 2702.
               ELSE
                   MOVE "S" TO W-VENDA-OK
                   MOVE FORMA-PAGTO-CAB TO W-FORMA-ORIGINAL
                   PERFORM VERIFICAR-USO-DE-VALE
                   MOVE QTD-ITENS-CAB TO TOTAL-ITENS-ED
                   MOVE VALOR-TOTAL-CAB TO VALOR-TOTAL-ED
                   DISPLAY "CUPOM DE " AT 1526
               END-IF
           END-IF.

       VERIFICAR-USO-DE-VALE.
           *> CUPOM TODO PAGO EM VALE TEM FORMA "V"; O USO PARCIAL
           *> SO APARECE NO MOVIMENTO DE VALES DO CUPOM.
           MOVE "N" TO W-SO-VALE.
           IF  PAGTO-VALE
               MOVE "S" TO W-SO-VALE
           ELSE
               MOVE COD-VENDA-CAB TO COD-VENDA-MOV-VALE
               MOVE ZEROS TO COD-VALE-MOV
               START ARQ-MOV-VALE KEY IS NOT LESS THAN CHAVE-MOV-VALE
                   INVALID KEY MOVE "23" TO W-COD-ERRO-MVL
               END-START
               IF  W-COD-ERRO-MVL = "00"
                   READ ARQ-MOV-VALE NEXT RECORD
                       AT END MOVE "10" TO W-COD-ERRO-MVL
                   END-READ
                   IF  W-COD-ERRO-MVL = "00"
                           AND COD-VENDA-MOV-VALE = COD-VENDA-CAB
                           AND MOV-VALE-RESGATE
                       MOVE "S" TO W-SO-VALE
                   END-IF
               END-IF
           END-IF.

       RECEBER-ITENS-DEVOLVIDOS.
           MOVE "S" TO W-MAIS-ITENS.
           PERFORM UNTIL W-MAIS-ITENS = "N"
               MOVE QTD-VENDIDA   TO W-QTD-VENDIDA-ITEM
               MOVE PRECO-UNIT-VEN TO W-PRECO-ITEM
               MOVE TIPO-PRECO-VEN TO W-TIPO-ITEM
               MOVE CUSTO-MEDIO-VEN TO W-CUSTO-ITEM
               MOVE ZEROS TO W-PRECO-ORIG-PTS
               IF  DESCONTO-APLICADO-VEN = "S"
                       AND MOTIVO-DESCONTO-VEN = "PTS"
                       AND PRECO-ORIGINAL-VEN > PRECO-UNIT-VEN
                   MOVE PRECO-ORIGINAL-VEN TO W-PRECO-ORIG-PTS
               END-IF
               READ CAD-PRODUTO
               IF  STATUS-OK
                   MOVE TITULO-LIVRO TO W-TITULO-ITEM
           MOVE W-PRECO-ITEM     TO EST-PRECO (W-TOTAL-ITENS).
           MOVE W-TIPO-ITEM      TO EST-TIPO (W-TOTAL-ITENS).
           MOVE W-VALOR-ITEM     TO EST-TOTAL (W-TOTAL-ITENS).
           MOVE W-CUSTO-ITEM     TO EST-CUSTO (W-TOTAL-ITENS).
           MOVE ZEROS            TO EST-PONTOS (W-TOTAL-ITENS).
           IF  W-PRECO-ORIG-PTS > 0
               COMPUTE EST-PONTOS (W-TOTAL-ITENS) =
                       (W-PRECO-ORIG-PTS - W-PRECO-ITEM) * W-QTD-DIG
                       * 100
           END-IF.
           ADD W-VALOR-ITEM TO W-VALOR-TOTAL.
           MOVE W-TOTAL-ITENS TO TOTAL-ITENS-ED.
           MOVE W-VALOR-TOTAL TO VALOR-TOTAL-ED.
           END-PERFORM.

       CONFIRMAR-E-ESTORNAR.
           PERFORM RECEBER-FORMA-REEMBOLSO.
           PERFORM WITH TEST AFTER UNTIL W-CONFIRMA = "S" OR "N"
               ACCEPT W-CONFIRMA AT 2330 WITH AUTO
               MOVE FUNCTION UPPER-CASE (W-CONFIRMA) TO W-CONFIRMA
               DISPLAY "ESTORNO DESCARTADO" AT 2512
           END-IF.

       RECEBER-FORMA-REEMBOLSO.
           IF  SO-VALE
               MOVE "V" TO W-FORMA-REEMBOLSO
               DISPLAY W-FORMA-REEMBOLSO AT 2271
               DISPLAY "VENDA PAGA COM VALE-TROCA: REEMBOLSO EM VALE"
                       AT 2512
           ELSE
               PERFORM WITH TEST AFTER UNTIL REEMBOLSO-OK
                   ACCEPT W-FORMA-REEMBOLSO AT 2271 WITH AUTO
                   MOVE FUNCTION UPPER-CASE (W-FORMA-REEMBOLSO)
                     TO W-FORMA-REEMBOLSO
                   IF  REEMBOLSO-OK
                       PERFORM LIMPAR-ESPACO-MENSAGEM
                   ELSE
                       DISPLAY "DIGITE 'F' OU 'V'" AT 2512
                   END-IF
               END-PERFORM
               IF  REEMBOLSO-ORIGINAL AND W-FORMA-ORIGINAL = "F"
                   PERFORM VERIFICAR-SALDO-TITULO
               END-IF
           END-IF.

       VERIFICAR-SALDO-TITULO.
           MOVE ZEROS TO W-SALDO-TITULO.
           MOVE W-COD-VENDA-DIG TO COD-VENDA-ARC.
           READ ARQ-ARECEBER.
           IF  W-COD-ERRO-ARC = "00" AND TITULO-ABERTO
               COMPUTE W-SALDO-TITULO = VALOR-ARC - VALOR-ABATIDO-ARC
                       - VALOR-RECEBIDO-ARC
           END-IF.
           IF  W-SALDO-TITULO < W-VALOR-TOTAL
               MOVE "V" TO W-FORMA-REEMBOLSO
               DISPLAY W-FORMA-REEMBOLSO AT 2271
               DISPLAY "FATURA JA RECEBIDA: REEMBOLSO EM VALE" AT 2512
           END-IF.

       ABATER-TITULO-RECEBER.
           *> RELE O TITULO NA GRAVACAO (UM RECEBIMENTO PODE TER SIDO
           *> LANCADO ENQUANTO O ESTORNO ERA MONTADO) E ABATE O VALOR.
           MOVE W-COD-VENDA-DIG TO COD-VENDA-ARC.
           READ ARQ-ARECEBER.
           IF  W-COD-ERRO-ARC = "00"
               ADD W-VALOR-TOTAL TO VALOR-ABATIDO-ARC
               IF  VALOR-ABATIDO-ARC + VALOR-RECEBIDO-ARC >= VALOR-ARC
                   MOVE "Q" TO SITUACAO-ARC
               END-IF
               REWRITE REG-ARECEBER
           END-IF.
           IF  W-COD-ERRO-ARC NOT = "00" AND "02"
               DISPLAY "ERRO AO ABATER TITULO DO CLIENTE (STATUS "
                       W-COD-ERRO-ARC ")" AT 2512
           END-IF.

       GERAR-PROXIMO-COD-VENDA.
           *> O NUMERO VEM DO ARQUIVO DE CONTADORES (PROXIMONUMERO);
           *> SE A SERIE AINDA NAO FOI SEMEADA (SEMEARCONTADORES),
               AT END MOVE "10" TO W-COD-ERRO-CAB
           END-READ.

       GERAR-PROXIMO-COD-VALE.
           *> MESMA NUMERACAO CENTRAL DOS CUPONS (PROXIMONUMERO), COM
           *> A VARREDURA DE vales.dat ENQUANTO A SERIE NAO EXISTE.
           MOVE ZEROS TO W-NUM-CONTROLE.
           CALL "PROXIMONUMERO" USING "P" "VALE        "
                W-NUM-CONTROLE.
           IF  W-NUM-CONTROLE > 0
               MOVE W-NUM-CONTROLE TO W-PROX-COD-VALE
           ELSE
               PERFORM VARRER-MAIOR-COD-VALE
               MOVE W-PROX-COD-VALE TO W-NUM-CONTROLE
               CALL "PROXIMONUMERO" USING "D" "VALE        "
                    W-NUM-CONTROLE
           END-IF.

       VARRER-MAIOR-COD-VALE.
           MOVE ZEROS TO W-PROX-COD-VALE COD-VALE.
           START ARQ-VALE KEY IS NOT LESS THAN COD-VALE
               INVALID KEY MOVE "10" TO W-COD-ERRO-VAL
           END-START.
           PERFORM UNTIL W-COD-ERRO-VAL NOT = "00"
               READ ARQ-VALE NEXT RECORD
                   AT END MOVE "10" TO W-COD-ERRO-VAL
               END-READ
               IF  W-COD-ERRO-VAL = "00"
                       AND COD-VALE > W-PROX-COD-VALE
                   MOVE COD-VALE TO W-PROX-COD-VALE
               END-IF
           END-PERFORM.
           ADD 1 TO W-PROX-COD-VALE.
           MOVE "00" TO W-COD-ERRO-VAL.

       EMITIR-VALE.
           *> O VALE NASCE COM O VALOR TOTAL DO ESTORNO E O MOVIMENTO
           *> DE EMISSAO FICA PARA O FECHAMENTO DE CAIXA DO DIA.
           COMPUTE W-DATA-VALIDADE = FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE (W-DATA-HOJE-AAAAMMDD)
                    + W-DIAS-VALIDADE-VALE).
           INITIALIZE REG-VALE.
           MOVE W-PROX-COD-VALE      TO COD-VALE.
           MOVE W-DATA-HOJE-AAAAMMDD TO DATA-EMISSAO-VALE.
           MOVE W-VALOR-TOTAL        TO VALOR-VALE SALDO-VALE.
           MOVE W-DATA-VALIDADE      TO DATA-VALIDADE-VALE.
           MOVE W-PROX-COD-VENDA     TO COD-VENDA-EMISSAO-VALE.
           MOVE W-FILIAL-SESSAO      TO COD-FILIAL-VALE.
           MOVE "A"                  TO SITUACAO-VALE.
           WRITE REG-VALE.
           IF  W-COD-ERRO-VAL NOT = "00"
               DISPLAY "ERRO AO GRAVAR VALE-TROCA (STATUS "
                       W-COD-ERRO-VAL ")" AT 2512
           ELSE
               MOVE W-PROX-COD-VENDA     TO COD-VENDA-MOV-VALE
               MOVE W-PROX-COD-VALE      TO COD-VALE-MOV
               MOVE W-DATA-HOJE-AAAAMMDD TO DATA-MOV-VALE
               MOVE "E"                  TO TIPO-MOV-VALE
               MOVE W-VALOR-TOTAL        TO VALOR-MOV-VALE
               MOVE "V"                  TO FORMA-CUPOM-MOV-VALE
               MOVE W-FILIAL-SESSAO      TO COD-FILIAL-MOV-VALE
               WRITE REG-MOV-VALE
               IF  W-COD-ERRO-MVL NOT = "00"
                   DISPLAY "ERRO AO GRAVAR MOVIMENTO DO VALE (STATUS "
                           W-COD-ERRO-MVL ")" AT 2512
               END-IF
               MOVE W-PROX-COD-VALE TO COD-VALE-ED
               DISPLAY "VALE-TROCA EMITIDO:" AT 2402
               DISPLAY COD-VALE-ED AT 2422
           END-IF.

       GRAVAR-ESTORNO.
           ACCEPT W-DATA-HOJE-AAAAMMDD FROM DATE YYYYMMDD.
           IF  REEMBOLSO-VALE
               PERFORM GERAR-PROXIMO-COD-VALE
           END-IF.
           MOVE W-PROX-COD-VENDA TO COD-VENDA-CAB.
           MOVE W-DATA-HOJE-AAAAMMDD (1:4) TO DC-ANO.
           MOVE W-DATA-HOJE-AAAAMMDD (5:2) TO DC-MES.
           MOVE W-VALOR-TOTAL TO VALOR-TOTAL-CAB.
           MOVE "E" TO TIPO-VENDA-CAB.
           MOVE W-COD-VENDA-DIG TO COD-VENDA-ORIGEM.
           IF  REEMBOLSO-VALE
               MOVE "V" TO FORMA-PAGTO-CAB
           ELSE
               MOVE W-FORMA-ORIGINAL TO FORMA-PAGTO-CAB
           END-IF.
           MOVE W-FILIAL-SESSAO TO COD-FILIAL-CAB.
           WRITE REG-VENDA-CAB.
           IF  W-COD-ERRO-CAB NOT = "00"
               DISPLAY "ERRO AO GRAVAR ESTORNO (STATUS "
                       W-COD-ERRO-CAB ")" AT 2512
           ELSE
               IF  REEMBOLSO-VALE
                   PERFORM EMITIR-VALE
               ELSE
                   IF  W-FORMA-ORIGINAL = "F"
                       PERFORM ABATER-TITULO-RECEBER
                   END-IF
               END-IF
               PERFORM ESTORNAR-PONTOS-FIDELIDADE
               MOVE "S" TO W-GRAVOU-TUDO
               PERFORM GRAVAR-ITEM-ESTORNO
                   VARYING W-IDX FROM 1 BY 1
               END-IF
           END-IF.

       ESTORNAR-PONTOS-FIDELIDADE.
           *> PONTOS QUE O CLIENTE JA GASTOU NAO SAO COBRADOS: O
           *> ESTORNO TIRA SO O QUE AINDA HA NO SALDO. O OPERADOR DA
           *> SESSAO VAI PARA O EXTRATO, COMO NO RESGATE DA VENDA.
           PERFORM LER-SESSAO-ATUAL.
           MOVE ZEROS TO W-COD-LEITOR-FID W-PONTOS-ESTORNADOS
                W-PONTOS-DEVOLVER.
           CALL "PONTOSFIDELIDADE" USING "E" W-COD-LEITOR-FID
                W-PROX-COD-VENDA W-COD-VENDA-DIG W-PONTOS-ESTORNADOS
                W-VALOR-TOTAL W-FILIAL-SESSAO W-OPERADOR-PTS.
           IF  W-COD-LEITOR-FID > 0
               PERFORM VARYING W-IDX FROM 1 BY 1
                       UNTIL W-IDX > W-TOTAL-ITENS
                   ADD EST-PONTOS (W-IDX) TO W-PONTOS-DEVOLVER
               END-PERFORM
               IF  W-PONTOS-DEVOLVER > 0
                   COMPUTE W-VALOR-DESC-PTS = W-PONTOS-DEVOLVER / 100
                   CALL "PONTOSFIDELIDADE" USING "D" W-COD-LEITOR-FID
                        W-PROX-COD-VENDA W-COD-VENDA-DIG
                        W-PONTOS-DEVOLVER W-VALOR-DESC-PTS
                        W-FILIAL-SESSAO W-OPERADOR-PTS
               END-IF
           END-IF.

       LER-SESSAO-ATUAL.
           MOVE "DESCONHEC." TO W-OPERADOR-PTS.
           OPEN INPUT ARQ-SESSAO.
           IF  W-COD-ERRO-SES = "00"
               READ ARQ-SESSAO INTO W-OPERADOR-PTS
                   AT END CONTINUE
               END-READ
               CLOSE ARQ-SESSAO
           END-IF.

       GRAVAR-ITEM-ESTORNO.
           MOVE W-PROX-COD-VENDA TO COD-VENDA.
           MOVE W-IDX            TO ITEM-VENDA.
           MOVE ZEROS TO PRECO-ORIGINAL-VEN.
           MOVE SPACES TO MOTIVO-DESCONTO-VEN
                AUTORIZOU-DESCONTO-VEN.
           MOVE EST-CUSTO (W-IDX)     TO CUSTO-MEDIO-VEN.
           WRITE REG-VENDA.
           IF  W-COD-ERRO-VEN = "00"
               PERFORM REPOR-ESTOQUE-ITEM
           READ CAD-PRODUTO.
           IF  STATUS-OK
               MOVE REG-LIVRO TO W-REG-LIVRO-ANTES
               *> A MEDIA E SO DO ESTOQUE PROPRIO: O SALDO EM
               *> CONSIGNACAO NAO ENTRA NA BASE (MESMA REGRA DA ENTRADA)
               MOVE ZEROS TO W-QTD-CONSIG
               CALL "CONSIGNACAO" USING "S" W-COD-FORNEC-CONSIG
                    COD-LIVRO W-QTD-CONSIG W-CUSTO-CONSIG
                    W-DATA-HOJE-AAAAMMDD
               IF  W-QTD-CONSIG < QTD-ESTOQUE
                   COMPUTE W-SALDO-ANTERIOR = QTD-ESTOQUE - W-QTD-CONSIG
               ELSE
                   MOVE ZEROS TO W-SALDO-ANTERIOR
               END-IF
               ADD EST-QTD (W-IDX) TO QTD-ESTOQUE
               REWRITE REG-LIVRO
               IF  STATUS-OK
                   *> O QUE AINDA NAO FOI ACERTADO COM O CONSIGNANTE
                   *> VOLTA AO SALDO DELE; SO O RESTO E ESTOQUE PROPRIO
                   MOVE EST-QTD (W-IDX) TO W-QTD-CONSIG
                   CALL "CONSIGNACAO" USING "R" W-COD-FORNEC-CONSIG
                        COD-LIVRO W-QTD-CONSIG W-CUSTO-CONSIG
                        W-DATA-HOJE-AAAAMMDD
                   COMPUTE W-QTD-PROPRIA = EST-QTD (W-IDX)
                                         - W-QTD-CONSIG
                   *> O LIVRO VOLTA PELO CUSTO COM QUE SAIU; LINHA SEM
                   *> CUSTO REGISTRADO NAO MEXE NA MEDIA
                   IF  EST-CUSTO (W-IDX) > 0 AND W-QTD-PROPRIA > 0
                       CALL "CUSTOMEDIO" USING "E" COD-LIVRO
                            W-SALDO-ANTERIOR W-QTD-PROPRIA
                            EST-CUSTO (W-IDX) W-CUSTO-MEDIO
                   END-IF
                   CALL "LOGAUDITORIA" USING "ESTORNO   " COD-LIVRO
                        TITULO-LIVRO W-REG-LIVRO-ANTES REG-LIVRO
                   CALL "GRAVARKARDEX" USING "ESTORNO   " COD-LIVRO
                   INTO REG-CUPOM
               END-STRING
               WRITE REG-CUPOM
               IF  REEMBOLSO-VALE
                   MOVE SPACES TO REG-CUPOM
                   MOVE W-PROX-COD-VALE TO COD-VALE-ED
                   STRING "  CREDITADO EM VALE-TROCA " DELIMITED BY SIZE
                          COD-VALE-ED      DELIMITED BY SIZE
                          " VALIDO ATE "   DELIMITED BY SIZE
                          W-DATA-VALIDADE (7:2) DELIMITED BY SIZE
                          "/"              DELIMITED BY SIZE
                          W-DATA-VALIDADE (5:2) DELIMITED BY SIZE
                          "/"              DELIMITED BY SIZE
                          W-DATA-VALIDADE (1:4) DELIMITED BY SIZE
                       INTO REG-CUPOM
                   END-STRING
                   WRITE REG-CUPOM
               END-IF
               IF  NOT REEMBOLSO-VALE AND W-FORMA-ORIGINAL = "F"
                   MOVE SPACES TO REG-CUPOM
                   MOVE COD-CLIENTE-ARC TO COD-CLIENTE-ED
                   STRING "  ABATIDO DA FATURA DO CLIENTE "
                                            DELIMITED BY SIZE
                          COD-CLIENTE-ED   DELIMITED BY SIZE
                       INTO REG-CUPOM
                   END-STRING
                   WRITE REG-CUPOM
               END-IF
               IF  W-COD-LEITOR-FID > 0
                   MOVE SPACES TO REG-CUPOM
                   MOVE W-PONTOS-ESTORNADOS TO PONTOS-ED
                   STRING "  CLIENTE "          DELIMITED BY SIZE
                          W-COD-LEITOR-FID      DELIMITED BY SIZE
                          " PONTOS ESTORNADOS " DELIMITED BY SIZE
                          PONTOS-ED             DELIMITED BY SIZE
                       INTO REG-CUPOM
                   END-STRING
                   IF  W-PONTOS-DEVOLVER > 0
                       MOVE W-PONTOS-DEVOLVER TO PONTOS-ED
                       MOVE " DEVOLVIDOS " TO REG-CUPOM (42:12)
                       MOVE PONTOS-ED TO REG-CUPOM (54:7)
                   END-IF
                   WRITE REG-CUPOM
               END-IF
               CLOSE ARQ-CUPOM
           END-IF.

               CLOSE ARQ-VENDA-CAB
               CLOSE ARQ-VENDA
               CLOSE ARQ-FILIAL
               CLOSE ARQ-VALE
               CLOSE ARQ-MOV-VALE
               CLOSE ARQ-ARECEBER
           END-IF.
           DISPLAY "TERMINO DO PROCESSAMENTO" AT 2921.

                   ACCESS RANDOM
                   FILE STATUS IS W-COD-ERRO-PDO.

                   SELECT OPTIONAL ARQ-FORNECEDOR
                   ASSIGN TO "fornecedores.dat"
                   ORGANIZATION INDEXED
                   RECORD KEY IS COD-FORNECEDOR
                   ACCESS RANDOM
                   FILE STATUS IS W-COD-ERRO-FOR.

                   SELECT OPTIONAL ARQ-APAGAR
                   ASSIGN TO "apagar.dat"
                   ORGANIZATION INDEXED
                   RECORD KEY IS CHAVE-APAGAR
                   ALTERNATE RECORD KEY IS COD-FORNEC-APG
                       WITH DUPLICATES
                   ACCESS DYNAMIC
                   FILE STATUS IS W-COD-ERRO-APG.

                   SELECT OPTIONAL ARQ-ENCOMENDA
                   ASSIGN TO "encomendas.dat"
                   ORGANIZATION INDEXED
                   RECORD KEY IS COD-ENCOMENDA
                   ALTERNATE RECORD KEY IS COD-LIVRO-ENC
                       WITH DUPLICATES
                   ACCESS DYNAMIC
                   FILE STATUS IS W-COD-ERRO-ENC.

       DATA DIVISION.
         FILE SECTION.
         FD  CAD-PRODUTO
             LABEL RECORD STANDARD.
         COPY "REGPEDIDO.cpy".

         FD  ARQ-FORNECEDOR
             LABEL RECORD STANDARD.
         COPY "REGFORNEC.cpy".

         FD  ARQ-APAGAR
             LABEL RECORD STANDARD.
         COPY "REGAPAGAR.cpy".

         FD  ARQ-ENCOMENDA
             LABEL RECORD STANDARD.
         COPY "REGENCOMENDA.cpy".

         WORKING-STORAGE SECTION.
         77  CODERRO            PIC XX    VALUE SPACES.
             88  STATUS-OK                VALUE "00".
         77  W-COD-ERRO-ENT     PIC XX    VALUE SPACES.
         77  W-COD-ERRO-PDO     PIC XX    VALUE SPACES.
             88  STATUS-PDO-OK            VALUE "00".
         77  W-COD-ERRO-FOR     PIC XX    VALUE SPACES.
         77  W-COD-ERRO-APG     PIC XX    VALUE SPACES.
         77  COD-PEDIDO-ED      PIC ZZZZ9 VALUE ZEROS.
         77  W-COD-PEDIDO-DIG   PIC 9(5)  VALUE ZEROS.
         77  W-PEDIDO-OK        PIC X     VALUE "N".
         77  COD-ED             PIC ZZ9   VALUE ZEROS.
         77  COD-FILIAL-ED      PIC Z9    VALUE ZEROS.
         77  QTD-ED             PIC ZZZZ9 VALUE ZEROS.
         77  CUSTO-ED           PIC Z.ZZ9,99 VALUE ZEROS.
         77  W-CUSTO-DIG        PIC 9(4)V99 VALUE ZEROS.
         77  W-CUSTO-MEDIO      PIC 9(4)V99 VALUE ZEROS.
         77  W-SALDO-ANTERIOR   PIC 9(5)  VALUE ZEROS.
         77  W-NUM-NOTA         PIC X(10) VALUE SPACES.
         77  W-COD-FILIAL-DIG   PIC 9(2)  VALUE ZEROS.
         77  W-NOME-FILIAL-DIG  PIC X(20) VALUE SPACES.
         77  W-DATA-HOJE-AAAAMMDD PIC 9(8) VALUE ZEROS.
         77  W-BRANCO           PIC X(50) VALUE SPACES.
         77  W-REG-LIVRO-ANTES  PIC X(173) VALUE SPACES.
         77  W-COD-FORNEC-NOTA  PIC 9(3)  VALUE ZEROS.
         77  W-LINHAS-GRAVADAS  PIC 9(3)  VALUE ZEROS.
         77  W-VALOR-NOTA       PIC 9(7)V99 VALUE ZEROS.
         77  W-VALOR-PARCELA    PIC 9(7)V99 VALUE ZEROS.
         77  W-VALOR-ULTIMA     PIC 9(7)V99 VALUE ZEROS.
         77  W-QTD-PARCELAS     PIC 99    VALUE ZEROS.
         77  W-NUM-PARCELA      PIC 99    VALUE ZEROS.
         77  W-INTERVALO-DIAS   PIC 9(3)  VALUE ZEROS.
         77  W-DATA-VENCTO      PIC 9(8)  VALUE ZEROS.
         77  W-DATA-VOLTA       PIC 9(8)  VALUE ZEROS.
         77  W-INTEIRO-VENCTO   PIC 9(7)  VALUE ZEROS.
         77  W-PROX-COD-TITULO  PIC 9(5)  VALUE ZEROS.
         77  W-FORNEC-OK        PIC X     VALUE "N".
             88  FORNEC-OK                VALUE "S".
         77  W-DATA-VALIDA      PIC X     VALUE "N".
             88  DATA-VALIDA              VALUE "S".
         77  W-NOTA-JA-LANCADA  PIC X     VALUE "N".
             88  NOTA-JA-LANCADA          VALUE "S".
         77  COD-FORNEC-ED      PIC ZZ9   VALUE ZEROS.
         77  VALOR-NOTA-ED      PIC Z.ZZZ.ZZ9,99 VALUE ZEROS.
         77  PARCELAS-ED        PIC Z9    VALUE ZEROS.
         77  INTERVALO-ED       PIC ZZ9   VALUE ZEROS.
      *> NOTA DE CONSIGNACAO: AS UNIDADES ENTRAM NO ESTOQUE MAS
      *> FICAM EM NOME DO FORNECEDOR (consig.dat), SEM CUSTO MEDIO
      *> E SEM CONTAS A PAGAR - SO O VENDIDO E PAGO, NO ACERTO.
         77  W-TIPO-NOTA        PIC X     VALUE "P".
             88  NOTA-CONSIGNADA          VALUE "C".
         77  W-CONSIGNACAO-OPC  PIC X     VALUE SPACES.
         77  W-QTD-CONSIG       PIC 9(5)  VALUE ZEROS.
         77  W-CUSTO-CONSIG     PIC 9(4)V99 VALUE ZEROS.
      *> ENCOMENDAS DE CLIENTE ATENDIDAS PELA LINHA RECEBIDA
         77  W-COD-ERRO-ENC     PIC XX    VALUE SPACES.
         77  W-QTD-A-SEPARAR    PIC 9(5)  VALUE ZEROS.
         77  W-QTD-SEPARADA-ENT PIC 9(5)  VALUE ZEROS.

         SCREEN SECTION.
            01 CLEAR-SCREEN.
               OPEN I-O ARQ-FILIAL
               OPEN I-O ARQ-ENTRADA
               OPEN I-O ARQ-PEDIDO
               OPEN INPUT ARQ-FORNECEDOR
               OPEN I-O ARQ-APAGAR
               OPEN I-O ARQ-ENCOMENDA
               PERFORM RECEBER-NOTA
           END-IF.

                   DISPLAY "A NOTA/REFERENCIA E OBRIGATORIA" AT 2512
               END-IF
           END-PERFORM.
           PERFORM RECEBER-TIPO-NOTA.

       RECEBER-TIPO-NOTA.
           *> A CONSIGNACAO E DECLARADA NA ABERTURA DA NOTA, JUNTO
           *> COM O FORNECEDOR CONSIGNANTE: TODAS AS LINHAS DA SESSAO
           *> FICAM EM NOME DELE.
           DISPLAY "CONSIGNACAO? (S/N):"                AT 1602.
           PERFORM WITH TEST AFTER UNTIL
                   W-CONSIGNACAO-OPC = "S" OR "N"
               ACCEPT W-CONSIGNACAO-OPC AT 1622 WITH AUTO
               MOVE FUNCTION UPPER-CASE (W-CONSIGNACAO-OPC)
                 TO W-CONSIGNACAO-OPC
           END-PERFORM.
           IF  W-CONSIGNACAO-OPC = "S"
               DISPLAY "FORNECEDOR CONSIGNANTE:"        AT 1702
               PERFORM WITH TEST AFTER UNTIL FORNEC-OK
                   ACCEPT COD-FORNEC-ED AT 1726
                   MOVE COD-FORNEC-ED TO COD-FORNECEDOR
                   READ ARQ-FORNECEDOR
                   IF  W-COD-ERRO-FOR = "00" AND COD-FORNECEDOR > 0
                       MOVE "S" TO W-FORNEC-OK
                       MOVE "C" TO W-TIPO-NOTA
                       MOVE COD-FORNECEDOR TO W-COD-FORNEC-NOTA
                       PERFORM LIMPAR-ESPACO-MENSAGEM
                   ELSE
                       DISPLAY "FORNECEDOR NAO CADASTRADO" AT 2512
                   END-IF
               END-PERFORM
               MOVE "N" TO W-FORNEC-OK
           END-IF.

       PROCESSAMENTO.
           PERFORM FORMATAR-TELA.
           IF  LIVRO-OK
               PERFORM RECEBER-PEDIDO
               PERFORM RECEBER-FILIAL-E-QTD
               PERFORM RECEBER-CUSTO-UNITARIO
               PERFORM CONFIRMAR-E-GRAVAR
           END-IF.
           PERFORM OPCAO-CONTINUIDADE.
       FORMATAR-TELA.
           MOVE "N" TO W-LIVRO-OK W-PEDIDO-OK.
           MOVE ZEROS TO COD-ED COD-FILIAL-ED QTD-ED W-QTD-DIG
                W-COD-FILIAL-DIG COD-PEDIDO-ED W-COD-PEDIDO-DIG
                CUSTO-ED W-CUSTO-DIG.
           MOVE SPACES TO W-CONFIRMA W-NOME-FILIAL-DIG.

           DISPLAY CLEAR-SCREEN.
           DISPLAY "ENTRADA DE MERCADORIA"              AT 1310.
           DISPLAY "NOTA/REFERENCIA:"                   AT 1502.
           DISPLAY W-NUM-NOTA                           AT 1519.
           IF  NOTA-CONSIGNADA
               DISPLAY "CONSIGNACAO DO FORNECEDOR"      AT 1540
               DISPLAY W-COD-FORNEC-NOTA                AT 1566
           END-IF.
           DISPLAY "CODIGO DO LIVRO:"                   AT 1702.
           DISPLAY "LINHA DE PEDIDO (0=SEM PEDIDO):"    AT 1802.
           DISPLAY "FILIAL DE DESTINO (01-99):"         AT 1902.
           DISPLAY "NOME DA FILIAL:"                    AT 2002.
           DISPLAY "QUANTIDADE RECEBIDA:"               AT 2102.
           DISPLAY "CUSTO UNITARIO NA NOTA (R$):"       AT 2202.
           DISPLAY "CONFIRMA O LANCAMENTO? (S/N):"      AT 2302.
           DISPLAY "MENSAGEM:"                          AT 2502.
           DISPLAY "OUTRA LINHA DA NOTA? (S/N):"        AT 2702.
                               DISPLAY "PEDIDO E DE OUTRO LIVRO ("
                                       COD-LIVRO-PDC ")" AT 2512
                           ELSE
                               PERFORM CONFERIR-FORNECEDOR-NOTA
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       CONFERIR-FORNECEDOR-NOTA.
           *> UMA NOTA E DE UM SO FORNECEDOR: A PRIMEIRA LINHA DE
           *> PEDIDO DEFINE O FORNECEDOR DO CONTAS A PAGAR DA SESSAO,
           *> E PEDIDO DE OUTRO FORNECEDOR E RECUSADO.
           IF  W-COD-FORNEC-NOTA > 0
                   AND COD-FORNEC-PED NOT = W-COD-FORNEC-NOTA
               DISPLAY "PEDIDO E DE OUTRO FORNECEDOR ("
                       COD-FORNEC-PED ")" AT 2512
           ELSE
               MOVE "S" TO W-PEDIDO-OK
               PERFORM LIMPAR-ESPACO-MENSAGEM
           END-IF.

       RECEBER-FILIAL-E-QTD.
           PERFORM WITH TEST AFTER UNTIL
                   W-COD-FILIAL-DIG > 0 AND <= 99
               END-IF
           END-PERFORM.

       RECEBER-CUSTO-UNITARIO.
           *> CUSTO DE AQUISICAO DA LINHA DA NOTA; ENTRA NO CUSTO
           *> MEDIO DO TITULO. BONIFICACAO DO FORNECEDOR (SEM CUSTO)
           *> E LANCADA COMO ZERO, MAS SO APOS CONFIRMACAO.
           PERFORM WITH TEST AFTER UNTIL W-CUSTO-DIG > 0
                   OR W-CONFIRMA = "S"
               MOVE SPACES TO W-CONFIRMA
               ACCEPT CUSTO-ED AT 2231
               MOVE CUSTO-ED TO W-CUSTO-DIG
               IF  W-CUSTO-DIG = 0
                   DISPLAY "CUSTO ZERO (BONIFICACAO)? (S/N):" AT 2512
                   ACCEPT W-CONFIRMA AT 2546 WITH AUTO
                   MOVE FUNCTION UPPER-CASE (W-CONFIRMA) TO W-CONFIRMA
               END-IF
           END-PERFORM.
           MOVE SPACES TO W-CONFIRMA.
           PERFORM LIMPAR-ESPACO-MENSAGEM.

       LOCALIZAR-REGISTRO-EXISTENTE.
           *> PROCURA O REGISTRO DE ESTOQUE DESTE LIVRO NA FILIAL
           *> INFORMADA (MESMA ROTINA DE ESTOQUEFILIAL). QUANDO
           IF  W-CONFIRMA = "S"
               PERFORM GRAVAR-MOVIMENTO-ENTRADA
               IF  W-COD-ERRO-ENT = "00"
                   ADD 1 TO W-LINHAS-GRAVADAS
                   COMPUTE W-VALOR-NOTA =
                           W-VALOR-NOTA + W-QTD-DIG * W-CUSTO-DIG
                   PERFORM ATUALIZAR-ESTOQUE-FILIAL
                   PERFORM ATUALIZAR-ESTOQUE-CADASTRO
                   IF  STATUS-OK
                       PERFORM SEPARAR-ENCOMENDAS
                   END-IF
                   IF  PEDIDO-OK
                       PERFORM ABATER-LINHA-PEDIDO
                   END-IF
           MOVE W-COD-PEDIDO-DIG TO COD-PEDIDO.
           READ ARQ-PEDIDO.
           IF  STATUS-PDO-OK
               IF  W-COD-FORNEC-NOTA = 0
                   MOVE COD-FORNEC-PED TO W-COD-FORNEC-NOTA
               END-IF
               ADD W-QTD-DIG TO QTD-RECEBIDA
               IF  QTD-RECEBIDA >= QTD-PEDIDA
                   MOVE "R" TO SITUACAO-PEDIDO
           MOVE COD-LIVRO        TO COD-LIVRO-ENT.
           MOVE W-COD-FILIAL-DIG TO COD-FILIAL-ENT.
           MOVE W-QTD-DIG        TO QTD-ENTRADA.
           MOVE W-CUSTO-DIG      TO CUSTO-UNIT-ENT.
           MOVE W-TIPO-NOTA      TO TIPO-ENTRADA-ENT.
           MOVE W-COD-FORNEC-NOTA TO COD-FORNEC-ENT.
           WRITE REG-ENTRADA.
           IF  W-COD-ERRO-ENT NOT = "00"
               DISPLAY "ERRO AO GRAVAR ENTRADA (STATUS "

       ATUALIZAR-ESTOQUE-CADASTRO.
           MOVE REG-LIVRO TO W-REG-LIVRO-ANTES.
           PERFORM APURAR-SALDO-PROPRIO.
           ADD W-QTD-DIG TO QTD-ESTOQUE.
           REWRITE REG-LIVRO.
           IF  STATUS-OK
               IF  NOTA-CONSIGNADA
                   CALL "CONSIGNACAO" USING "E" W-COD-FORNEC-NOTA
                        COD-LIVRO W-QTD-DIG W-CUSTO-DIG
                        W-DATA-HOJE-AAAAMMDD
                   CALL "LOGAUDITORIA" USING "ENTCONSIG " COD-LIVRO
                        TITULO-LIVRO W-REG-LIVRO-ANTES REG-LIVRO
                   CALL "GRAVARKARDEX" USING "ENTCONSIG " COD-LIVRO
                        "+" W-QTD-DIG QTD-ESTOQUE
               ELSE
                   CALL "CUSTOMEDIO" USING "E" COD-LIVRO
                        W-SALDO-ANTERIOR W-QTD-DIG W-CUSTO-DIG
                        W-CUSTO-MEDIO
                   CALL "LOGAUDITORIA" USING "ENTRADA   " COD-LIVRO
                        TITULO-LIVRO W-REG-LIVRO-ANTES REG-LIVRO
                   CALL "GRAVARKARDEX" USING "ENTRADA   " COD-LIVRO
                        "+" W-QTD-DIG QTD-ESTOQUE
               END-IF
               DISPLAY "ENTRADA REGISTRADA COM SUCESSO" AT 2512
           ELSE
               DISPLAY "ERRO AO ATUALIZAR ESTOQUE (STATUS "
                       CODERRO ")" AT 2512
           END-IF.

       SEPARAR-ENCOMENDAS.
           *> O TITULO QUE CHEGA ATENDE PRIMEIRO AS ENCOMENDAS DE
           *> CLIENTE AINDA EM ESPERA, NA ORDEM EM QUE FORAM FEITAS
           *> (SO ENCOMENDA INTEIRA - A QUE NAO COUBER ESPERA A
           *> PROXIMA REMESSA). AS UNIDADES FICAM SEPARADAS NA FILIAL
           *> DE DESTINO DA LINHA E AVISOENCOMENDA AVISA O CLIENTE.
           MOVE W-QTD-DIG TO W-QTD-A-SEPARAR.
           MOVE ZEROS TO W-QTD-SEPARADA-ENT.
           MOVE COD-LIVRO TO COD-LIVRO-ENC.
           START ARQ-ENCOMENDA KEY IS EQUAL COD-LIVRO-ENC
               INVALID KEY MOVE "23" TO W-COD-ERRO-ENC
           END-START.
           PERFORM UNTIL W-COD-ERRO-ENC NOT = "00"
                   OR W-QTD-A-SEPARAR = 0
               READ ARQ-ENCOMENDA NEXT RECORD
                   AT END MOVE "10" TO W-COD-ERRO-ENC
               END-READ
               IF  W-COD-ERRO-ENC = "00" OR "02"
                   IF  COD-LIVRO-ENC NOT = COD-LIVRO
                       MOVE "10" TO W-COD-ERRO-ENC
                   ELSE
                       MOVE "00" TO W-COD-ERRO-ENC
                       IF  ENC-AGUARDANDO
                               AND QTD-ENC <= W-QTD-A-SEPARAR
                           PERFORM SEPARAR-UMA-ENCOMENDA
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
           MOVE "00" TO W-COD-ERRO-ENC.
           IF  W-QTD-SEPARADA-ENT > 0
               DISPLAY "ENTRADA REGISTRADA - SEPARAR "
                       W-QTD-SEPARADA-ENT " UNID. PARA ENCOMENDAS"
                       AT 2512
           END-IF.

       SEPARAR-UMA-ENCOMENDA.
           MOVE "S"                  TO SITUACAO-ENC.
           MOVE "N"                  TO AVISO-EMITIDO-ENC.
           MOVE W-DATA-HOJE-AAAAMMDD TO DATA-CHEGADA-ENC.
           MOVE W-COD-FILIAL-DIG     TO COD-FILIAL-SEP-ENC.
           REWRITE REG-ENCOMENDA.
           IF  W-COD-ERRO-ENC = "00" OR "02"
               MOVE "00" TO W-COD-ERRO-ENC
               SUBTRACT QTD-ENC FROM W-QTD-A-SEPARAR
               ADD QTD-ENC TO W-QTD-SEPARADA-ENT
           ELSE
               DISPLAY "ERRO AO SEPARAR ENCOMENDA (STATUS "
                       W-COD-ERRO-ENC ")" AT 2512
           END-IF.

       APURAR-SALDO-PROPRIO.
           *> A MEDIA PONDERADA SO ENXERGA O ESTOQUE DA LOJA: AS
           *> UNIDADES CONSIGNADAS EM MAOS SAO DESCONTADAS DO SALDO
           *> ANTERIOR PASSADO A CUSTOMEDIO.
           MOVE ZEROS TO W-QTD-CONSIG.
           CALL "CONSIGNACAO" USING "S" W-COD-FORNEC-NOTA COD-LIVRO
                W-QTD-CONSIG W-CUSTO-CONSIG W-DATA-HOJE-AAAAMMDD.
           IF  W-QTD-CONSIG < QTD-ESTOQUE
               COMPUTE W-SALDO-ANTERIOR = QTD-ESTOQUE - W-QTD-CONSIG
           ELSE
               MOVE ZEROS TO W-SALDO-ANTERIOR
           END-IF.

       OPCAO-CONTINUIDADE.
           PERFORM WITH TEST AFTER UNTIL OPC-OK
               ACCEPT W-OPCAO AT 2729 WITH AUTO
       LIMPAR-ESPACO-MENSAGEM.
           DISPLAY W-BRANCO AT 2512.

       LANCAR-CONTAS-A-PAGAR.
           *> FIM DA SESSAO: A NOTA VIRA UM TITULO EM apagar.dat, COM
           *> AS PARCELAS E VENCIMENTOS INFORMADOS. O VALOR SUGERIDO E
           *> A SOMA QUANTIDADE X CUSTO DAS LINHAS GRAVADAS; O
           *> OPERADOR PODE CORRIGI-LO (FRETE, IMPOSTOS, DESCONTO).
           MOVE SPACES TO W-CONFIRMA.
           MOVE "N" TO W-FORNEC-OK.
           DISPLAY CLEAR-SCREEN.
           CALL "CABECALHO".
           DISPLAY "CONTAS A PAGAR DA NOTA"             AT 1310.
           DISPLAY "NOTA/REFERENCIA:"                   AT 1502.
           DISPLAY W-NUM-NOTA                           AT 1519.
           DISPLAY "FORNECEDOR (0=NAO LANCAR):"         AT 1702.
           DISPLAY "VALOR TOTAL DA NOTA (R$):"          AT 1802.
           DISPLAY "NUMERO DE PARCELAS (01-12):"        AT 1902.
           DISPLAY "PRIMEIRO VENCIMENTO (AAAAMMDD):"    AT 2002.
           DISPLAY "INTERVALO ENTRE PARCELAS (DIAS):"   AT 2102.
           DISPLAY "CONFIRMA O TITULO? (S/N):"          AT 2302.
           DISPLAY "MENSAGEM:"                          AT 2502.
           PERFORM RECEBER-FORNECEDOR-NOTA.
           IF  FORNEC-OK
               PERFORM RECEBER-VALOR-E-PARCELAS
               IF  W-VALOR-NOTA > 0
                   PERFORM CONFIRMAR-TITULO
               ELSE
                   DISPLAY "NOTA SEM VALOR - NADA A PAGAR" AT 2512
               END-IF
           ELSE
               DISPLAY "NOTA NAO LANCADA NO CONTAS A PAGAR" AT 2512
           END-IF.
           STOP "   <ENTER> PARA CONTINUAR".

       RECEBER-FORNECEDOR-NOTA.
           MOVE W-COD-FORNEC-NOTA TO COD-FORNEC-ED.
           DISPLAY COD-FORNEC-ED AT 1730.
           PERFORM WITH TEST AFTER UNTIL FORNEC-OK
                   OR W-COD-FORNEC-NOTA = 0
               ACCEPT COD-FORNEC-ED AT 1730
               MOVE COD-FORNEC-ED TO W-COD-FORNEC-NOTA
               IF  W-COD-FORNEC-NOTA > 0
                   MOVE W-COD-FORNEC-NOTA TO COD-FORNECEDOR
                   READ ARQ-FORNECEDOR
                   IF  W-COD-ERRO-FOR = "00"
                       MOVE "S" TO W-FORNEC-OK
                       DISPLAY NOME-FORNECEDOR (1:30) AT 1735
                       PERFORM VERIFICAR-NOTA-LANCADA
                   ELSE
                       DISPLAY "FORNECEDOR NAO CADASTRADO" AT 2512
                   END-IF
               END-IF
           END-PERFORM.

       VERIFICAR-NOTA-LANCADA.
           *> A MESMA NOTA DIGITADA EM DUAS SESSOES (ENTREGA
           *> PARCIAL) GERARIA DOIS TITULOS: SO AVISA, POIS O
           *> COMPLEMENTO PODE SER COBRADO A PARTE.
           MOVE "N" TO W-NOTA-JA-LANCADA.
           MOVE W-COD-FORNEC-NOTA TO COD-FORNEC-APG.
           START ARQ-APAGAR KEY IS EQUAL COD-FORNEC-APG
               INVALID KEY MOVE "23" TO W-COD-ERRO-APG
           END-START.
           PERFORM UNTIL W-COD-ERRO-APG NOT = "00"
                   OR NOTA-JA-LANCADA
               READ ARQ-APAGAR NEXT RECORD
                   AT END MOVE "10" TO W-COD-ERRO-APG
               END-READ
               IF  W-COD-ERRO-APG = "00" OR "02"
                   IF  COD-FORNEC-APG NOT = W-COD-FORNEC-NOTA
                       MOVE "10" TO W-COD-ERRO-APG
                   ELSE
                       MOVE "00" TO W-COD-ERRO-APG
                       IF  NUM-NOTA-APG = W-NUM-NOTA
                           MOVE "S" TO W-NOTA-JA-LANCADA
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
           MOVE "00" TO W-COD-ERRO-APG.
           IF  NOTA-JA-LANCADA
               DISPLAY "ATENCAO: NOTA JA TEM TITULO "
                       COD-TITULO-APG " DESTE FORNECEDOR" AT 2512
           ELSE
               PERFORM LIMPAR-ESPACO-MENSAGEM
           END-IF.

       RECEBER-VALOR-E-PARCELAS.
           MOVE W-VALOR-NOTA TO VALOR-NOTA-ED.
           DISPLAY VALOR-NOTA-ED AT 1829.
           ACCEPT VALOR-NOTA-ED AT 1829.
           MOVE VALOR-NOTA-ED TO W-VALOR-NOTA.
           IF  W-VALOR-NOTA > 0
               MOVE 01 TO PARCELAS-ED
               DISPLAY PARCELAS-ED AT 1931
               PERFORM WITH TEST AFTER UNTIL
                       W-QTD-PARCELAS > 0 AND <= 12
                   ACCEPT PARCELAS-ED AT 1931
                   MOVE PARCELAS-ED TO W-QTD-PARCELAS
                   IF  W-QTD-PARCELAS = 0 OR > 12
                       DISPLAY "PARCELAS DEVERA SER DE 01 A 12"
                               AT 2512
                   ELSE
                       PERFORM LIMPAR-ESPACO-MENSAGEM
                   END-IF
               END-PERFORM
               ACCEPT W-DATA-HOJE-AAAAMMDD FROM DATE YYYYMMDD
               COMPUTE W-INTEIRO-VENCTO =
                       FUNCTION INTEGER-OF-DATE (W-DATA-HOJE-AAAAMMDD)
                       + 30
               COMPUTE W-DATA-VENCTO =
                       FUNCTION DATE-OF-INTEGER (W-INTEIRO-VENCTO)
               DISPLAY W-DATA-VENCTO AT 2034
               PERFORM WITH TEST AFTER UNTIL DATA-VALIDA
                   ACCEPT W-DATA-VENCTO AT 2034
                   PERFORM VALIDAR-DATA-VENCTO
                   IF  NOT DATA-VALIDA
                       DISPLAY "DATA INVALIDA OU ANTERIOR A HOJE"
                               AT 2512
                   ELSE
                       PERFORM LIMPAR-ESPACO-MENSAGEM
                   END-IF
               END-PERFORM
               MOVE 30 TO W-INTERVALO-DIAS
               IF  W-QTD-PARCELAS > 1
                   MOVE W-INTERVALO-DIAS TO INTERVALO-ED
                   DISPLAY INTERVALO-ED AT 2135
                   PERFORM WITH TEST AFTER UNTIL W-INTERVALO-DIAS > 0
                       ACCEPT INTERVALO-ED AT 2135
                       MOVE INTERVALO-ED TO W-INTERVALO-DIAS
                       IF  W-INTERVALO-DIAS = 0
                           DISPLAY "INTERVALO DEVERA SER MAIOR QUE "
                                   "ZERO" AT 2512
                       ELSE
                           PERFORM LIMPAR-ESPACO-MENSAGEM
                       END-IF
                   END-PERFORM
               END-IF
           END-IF.

       VALIDAR-DATA-VENCTO.
           *> MESMO VAI E VOLTA DE CALENDARIO: DIA OU MES INEXISTENTE
           *> NAO FECHA O CICLO E E REJEITADO.
           MOVE "N" TO W-DATA-VALIDA.
           IF  W-DATA-VENCTO >= W-DATA-HOJE-AAAAMMDD
               COMPUTE W-INTEIRO-VENCTO =
                       FUNCTION INTEGER-OF-DATE (W-DATA-VENCTO)
               IF  W-INTEIRO-VENCTO > 0
                   COMPUTE W-DATA-VOLTA =
                           FUNCTION DATE-OF-INTEGER (W-INTEIRO-VENCTO)
                   IF  W-DATA-VOLTA = W-DATA-VENCTO
                       MOVE "S" TO W-DATA-VALIDA
                   END-IF
               END-IF
           END-IF.

       CONFIRMAR-TITULO.
           PERFORM WITH TEST AFTER UNTIL W-CONFIRMA = "S" OR "N"
               ACCEPT W-CONFIRMA AT 2328 WITH AUTO
               MOVE FUNCTION UPPER-CASE (W-CONFIRMA) TO W-CONFIRMA
               IF  W-CONFIRMA NOT = "S" AND "N"
                   DISPLAY "DIGITAR 'S' PARA CONFIRMAR E 'N' PARA"
                           AT 2512
               ELSE
                   PERFORM LIMPAR-ESPACO-MENSAGEM
               END-IF
           END-PERFORM.
           IF  W-CONFIRMA = "S"
               PERFORM GRAVAR-PARCELAS
           ELSE
               DISPLAY "TITULO DESCARTADO" AT 2512
           END-IF.

       GRAVAR-PARCELAS.
           *> PARCELAS IGUAIS; A DIFERENCA DE CENTAVOS DA DIVISAO
           *> VAI PARA A ULTIMA.
           PERFORM GERAR-PROXIMO-COD-TITULO.
           DIVIDE W-VALOR-NOTA BY W-QTD-PARCELAS
               GIVING W-VALOR-PARCELA.
           COMPUTE W-VALOR-ULTIMA = W-VALOR-NOTA
                   - W-VALOR-PARCELA * (W-QTD-PARCELAS - 1).
           COMPUTE W-INTEIRO-VENCTO =
                   FUNCTION INTEGER-OF-DATE (W-DATA-VENCTO).
           MOVE "00" TO W-COD-ERRO-APG.
           PERFORM VARYING W-NUM-PARCELA FROM 1 BY 1
                   UNTIL W-NUM-PARCELA > W-QTD-PARCELAS
                      OR W-COD-ERRO-APG NOT = "00"
               INITIALIZE REG-APAGAR
               MOVE W-PROX-COD-TITULO   TO COD-TITULO-APG
               MOVE W-NUM-PARCELA       TO PARCELA-APG
               MOVE W-COD-FORNEC-NOTA   TO COD-FORNEC-APG
               MOVE W-NUM-NOTA          TO NUM-NOTA-APG
               MOVE W-DATA-HOJE-AAAAMMDD TO DATA-EMISSAO-APG
               COMPUTE DATA-VENCTO-APG =
                       FUNCTION DATE-OF-INTEGER (W-INTEIRO-VENCTO)
               MOVE W-QTD-PARCELAS      TO QTD-PARCELAS-APG
               MOVE W-VALOR-NOTA        TO VALOR-NOTA-APG
               IF  W-NUM-PARCELA = W-QTD-PARCELAS
                   MOVE W-VALOR-ULTIMA  TO VALOR-PARCELA-APG
               ELSE
                   MOVE W-VALOR-PARCELA TO VALOR-PARCELA-APG
               END-IF
               MOVE "A"                 TO SITUACAO-APG
               WRITE REG-APAGAR
               *> "02" = CHAVE ALTERNADA (FORNECEDOR) DUPLICADA, O
               *> NORMAL A PARTIR DO SEGUNDO TITULO DO FORNECEDOR
               IF  W-COD-ERRO-APG = "02"
                   MOVE "00" TO W-COD-ERRO-APG
               END-IF
               ADD W-INTERVALO-DIAS TO W-INTEIRO-VENCTO
           END-PERFORM.
           IF  W-COD-ERRO-APG = "00"
               DISPLAY "TITULO " W-PROX-COD-TITULO
                       " LANCADO NO CONTAS A PAGAR" AT 2512
           ELSE
               DISPLAY "ERRO AO GRAVAR TITULO (STATUS "
                       W-COD-ERRO-APG ")" AT 2512
           END-IF.

       GERAR-PROXIMO-COD-TITULO.
           MOVE ZEROS TO W-NUM-CONTROLE.
           CALL "PROXIMONUMERO" USING "P" "APAGAR      "
                W-NUM-CONTROLE.
           IF  W-NUM-CONTROLE > 0
               MOVE W-NUM-CONTROLE TO W-PROX-COD-TITULO
           ELSE
               PERFORM VARRER-MAIOR-COD-TITULO
               MOVE W-PROX-COD-TITULO TO W-NUM-CONTROLE
               CALL "PROXIMONUMERO" USING "D" "APAGAR      "
                    W-NUM-CONTROLE
           END-IF.

       VARRER-MAIOR-COD-TITULO.
           MOVE ZEROS TO W-PROX-COD-TITULO COD-TITULO-APG PARCELA-APG.
           START ARQ-APAGAR KEY IS NOT LESS THAN CHAVE-APAGAR
               INVALID KEY MOVE "10" TO W-COD-ERRO-APG
           END-START.
           PERFORM UNTIL W-COD-ERRO-APG NOT = "00"
               READ ARQ-APAGAR NEXT RECORD
                   AT END MOVE "10" TO W-COD-ERRO-APG
               END-READ
               IF  W-COD-ERRO-APG = "00"
                       AND COD-TITULO-APG > W-PROX-COD-TITULO
                   MOVE COD-TITULO-APG TO W-PROX-COD-TITULO
               END-IF
           END-PERFORM.
           ADD 1 TO W-PROX-COD-TITULO.
           MOVE "00" TO W-COD-ERRO-APG.

       FINALIZACAO.
           IF  NOT EM-LOTE
               *> CONSIGNACAO NAO GERA TITULO: O FORNECEDOR E PAGO
               *> PELO VENDIDO, NO ACERTO MENSAL (ACERTOCONSIG)
               IF  W-LINHAS-GRAVADAS > 0 AND NOT NOTA-CONSIGNADA
                   PERFORM LANCAR-CONTAS-A-PAGAR
               END-IF
               CLOSE CAD-PRODUTO
               CLOSE ARQ-FILIAL
               CLOSE ARQ-ENTRADA
               CLOSE ARQ-PEDIDO
               CLOSE ARQ-FORNECEDOR
               CLOSE ARQ-APAGAR
               CLOSE ARQ-ENCOMENDA
           END-IF.
           DISPLAY "TERMINO DO PROCESSAMENTO" AT 2921.

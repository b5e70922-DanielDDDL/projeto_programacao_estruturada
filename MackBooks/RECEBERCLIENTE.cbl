
       IDENTIFICATION DIVISION.

       PROGRAM-ID. RECEBERCLIENTE.
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

                   SELECT OPTIONAL ARQ-RECEBTO
                   ASSIGN TO "recebtos.dat"
                   ORGANIZATION INDEXED
                   RECORD KEY IS COD-RECEBTO
                   ACCESS DYNAMIC
                   FILE STATUS IS W-COD-ERRO-RCB.

                   SELECT OPTIONAL ARQ-FILIAL-SESSAO
                   ASSIGN TO "filial.atual"
                   ORGANIZATION LINE SEQUENTIAL
                   FILE STATUS IS W-COD-ERRO-FIS.

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

         FD  ARQ-FILIAL-SESSAO
             LABEL RECORD STANDARD.
         01  REG-FILIAL-SESSAO  PIC X(2).

         WORKING-STORAGE SECTION.
         77  W-COD-ERRO-CLI     PIC XX    VALUE SPACES.
             88  STATUS-CLI-OK            VALUE "00".
             88  STATUS-CLI-NAO-ENCONTRADO VALUE "23".
         77  W-COD-ERRO-ARC     PIC XX    VALUE SPACES.
             88  STATUS-ARC-OK            VALUE "00" "02".
         77  W-COD-ERRO-RCB     PIC XX    VALUE SPACES.
         77  W-COD-ERRO-FIS     PIC XX    VALUE SPACES.
         77  W-OPCAO            PIC X     VALUE SPACES.
             88  OPC-OK                   VALUE "S" "N".
         77  W-CONFIRMA         PIC X     VALUE SPACES.
         77  W-LOGIN-OK         PIC X     VALUE "N".
         77  W-ACESSO-LIBERADO  PIC X     VALUE "N".
             88  ACESSO-LIBERADO          VALUE "S".
         77  W-CLIENTE-OK       PIC X     VALUE "N".
             88  CLIENTE-OK               VALUE "S".
         77  W-TITULO-OK        PIC X     VALUE "N".
             88  TITULO-OK                VALUE "S".
         77  W-DATA-VALIDA      PIC X     VALUE "N".
             88  DATA-VALIDA              VALUE "S".
         77  W-SITUACAO-PERIODO PIC X     VALUE "A".
             88  PERIODO-FECHADO          VALUE "F".
         77  COD-CLIENTE-ED     PIC ZZZ9  VALUE ZEROS.
         77  COD-VENDA-ED       PIC ZZZZ9 VALUE ZEROS.
         77  W-COD-CLIENTE-DIG  PIC 9(4)  VALUE ZEROS.
         77  W-DATA-HOJE-AAAAMMDD PIC 9(8) VALUE ZEROS.
         77  W-DATA-RECEBTO     PIC 9(8)  VALUE ZEROS.
         77  W-DATA-VOLTA       PIC 9(8)  VALUE ZEROS.
         77  W-INTEIRO-DATA     PIC 9(7)  VALUE ZEROS.
         77  W-SALDO-TITULO     PIC 9(7)V99 VALUE ZEROS.
         77  W-VALOR-RECEB-DIG  PIC 9(7)V99 VALUE ZEROS.
         77  W-FORMA-RECEBTO    PIC X     VALUE SPACES.
             88  FORMA-RECEBTO-OK         VALUE "D" "T" "P" "C".
         77  W-PROX-COD-RECEBTO PIC 9(5)  VALUE ZEROS.
         77  W-NUM-CONTROLE     PIC 9(9)  VALUE ZEROS.
         77  SALDO-ED           PIC Z.ZZZ.ZZ9,99 VALUE ZEROS.
         77  VALOR-RECEB-ED     PIC Z.ZZZ.ZZ9,99 VALUE ZEROS.
         77  W-TOTAL-ABERTOS    PIC 9(3)  VALUE ZEROS.
         77  W-LINHA-TELA       PIC 9(4)  VALUE ZEROS.
         77  W-POS-TELA         PIC 9(4)  VALUE ZEROS.
         77  W-FIM-VARREDURA    PIC X     VALUE "N".
             88  FIM-VARREDURA            VALUE "S".
         77  W-BRANCO           PIC X(70) VALUE SPACES.
         77  W-EM-LOTE          PIC X     VALUE "N".
             88  EM-LOTE                  VALUE "S".
      *> FILIAL DA SESSAO DO TERMINAL, GRAVADA NO RECEBIMENTO PARA O
      *> FECHAMENTO DE CAIXA SABER DE QUE GAVETA E O DINHEIRO.
         77  W-FILIAL-SESSAO    PIC 9(2)  VALUE 01.
         77  W-FILIAL-TEXTO     PIC X(2)  VALUE SPACES.
         77  W-FILIAL-NUM REDEFINES W-FILIAL-TEXTO PIC 9(2).
         01  LINHA-TITULO-TELA.
             02  LTT-CUPOM      PIC ZZZZ9.
             02  FILLER         PIC XX    VALUE SPACES.
             02  LTT-EMISSAO    PIC X(10).
             02  FILLER         PIC XX    VALUE SPACES.
             02  LTT-VENCTO     PIC X(10).
             02  FILLER         PIC XX    VALUE SPACES.
             02  LTT-SALDO      PIC Z.ZZZ.ZZ9,99.

         SCREEN SECTION.
            01 CLEAR-SCREEN.
               05 BLANK SCREEN BACKGROUND-COLOR 0 FOREGROUND-COLOR 0.

       PROCEDURE DIVISION.

       INICIO.
           PERFORM INICIALIZACAO.
           PERFORM PROCESSAMENTO UNTIL W-OPCAO = "N".
           PERFORM FINALIZACAO.
           EXIT PROGRAM.

       INICIALIZACAO.
           PERFORM VERIFICAR-JANELA-LOTE.
           IF  EM-LOTE
               MOVE "N" TO W-OPCAO
           ELSE
               PERFORM VALIDAR-ACESSO
               IF  ACESSO-LIBERADO
                   *> SE ARQUIVO NAO FOR ENCONTRADO, UM NOVO SERA CRIADO
                   OPEN INPUT ARQ-CLIENTE
                   OPEN I-O ARQ-ARECEBER
                   OPEN I-O ARQ-RECEBTO
                   PERFORM OBTER-FILIAL-SESSAO
               ELSE
                   MOVE "N" TO W-OPCAO
               END-IF
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

       VALIDAR-ACESSO.
           *> BAIXAR UMA FATURA APAGA UMA DIVIDA DE CLIENTE: SO O
           *> ADMINISTRADOR REGISTRA.
           MOVE "N" TO W-LOGIN-OK.
           CALL "VALIDARLOGIN" USING W-LOGIN-OK "RECEBERCLIENTE ".
           IF  W-LOGIN-OK = "S"
               MOVE "S" TO W-ACESSO-LIBERADO
           ELSE
               MOVE "N" TO W-ACESSO-LIBERADO
               DISPLAY CLEAR-SCREEN
               DISPLAY "ACESSO NEGADO - OPERACAO CANCELADA" AT 1310
               STOP "   <ENTER> PARA CONTINUAR"
           END-IF.

       OBTER-FILIAL-SESSAO.
           *> A FILIAL ESCOLHIDA NO LOGIN FICA EM "filial.atual".
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
           PERFORM RECEBER-CLIENTE.
           IF  CLIENTE-OK
               PERFORM LISTAR-TITULOS-ABERTOS
               IF  W-TOTAL-ABERTOS > 0
                   PERFORM RECEBER-TITULO
                   IF  TITULO-OK
                       PERFORM RECEBER-PAGAMENTO
                       PERFORM CONFIRMAR-E-BAIXAR
                   END-IF
               ELSE
                   DISPLAY "CLIENTE SEM FATURAS EM ABERTO" AT 2912
               END-IF
           END-IF.
           PERFORM OPCAO-CONTINUIDADE.

       FORMATAR-TELA.
           MOVE "N" TO W-CLIENTE-OK W-TITULO-OK.
           MOVE ZEROS TO COD-CLIENTE-ED COD-VENDA-ED
                W-COD-CLIENTE-DIG W-TOTAL-ABERTOS W-VALOR-RECEB-DIG
                W-SALDO-TITULO.
           MOVE SPACES TO W-CONFIRMA W-FORMA-RECEBTO.

           DISPLAY CLEAR-SCREEN.
           CALL "CABECALHO".

           DISPLAY "RECEBIMENTO DE FATURAS DE CLIENTES"  AT 1310.
           DISPLAY "CODIGO DO CLIENTE:"                 AT 1502.
           DISPLAY "FATURAS EM ABERTO (CUPOM / EMISSAO /"
                   AT 1702.
           DISPLAY "VENCIMENTO / SALDO):"               AT 1739.
           DISPLAY "CUPOM A RECEBER:"                   AT 2302.
           DISPLAY "SALDO DA FATURA:"                   AT 2402.
           DISPLAY "VALOR RECEBIDO:"                    AT 2502.
           DISPLAY "FORMA (D)INH (T)RANSF (P)IX (C)HEQUE:" AT 2602.
           DISPLAY "DATA DO RECEBIMENTO (AAAAMMDD):"    AT 2702.
           DISPLAY "CONFIRMA O RECEBIMENTO? (S/N):"     AT 2802.
           DISPLAY "MENSAGEM:"                          AT 2902.
           DISPLAY "OUTRO RECEBIMENTO? (S/N):"          AT 3102.

       RECEBER-CLIENTE.
           ACCEPT COD-CLIENTE-ED AT 1521.
           MOVE COD-CLIENTE-ED TO COD-CLIENTE.
           READ ARQ-CLIENTE.
           IF  STATUS-CLI-OK
               MOVE COD-CLIENTE TO W-COD-CLIENTE-DIG
               MOVE "S" TO W-CLIENTE-OK
               DISPLAY NOME-CLIENTE AT 1527
               PERFORM LIMPAR-ESPACO-MENSAGEM
           ELSE
               IF  STATUS-CLI-NAO-ENCONTRADO
                   DISPLAY "CLIENTE NAO CADASTRADO" AT 2912
               ELSE
                   DISPLAY "ERRO AO LER CLIENTE (STATUS "
                           W-COD-ERRO-CLI ")" AT 2912
               END-IF
           END-IF.

       LISTAR-TITULOS-ABERTOS.
           *> PERCORRE AS FATURAS DO CLIENTE PELA CHAVE ALTERNADA E
           *> MOSTRA AS PRIMEIRAS 5 EM ABERTO.
           MOVE ZEROS TO W-TOTAL-ABERTOS.
           MOVE "N" TO W-FIM-VARREDURA.
           PERFORM VARYING W-LINHA-TELA FROM 18 BY 1
                   UNTIL W-LINHA-TELA > 22
               COMPUTE W-POS-TELA = W-LINHA-TELA * 100 + 4
               DISPLAY W-BRANCO (1:50) AT W-POS-TELA
           END-PERFORM.
           MOVE 18 TO W-LINHA-TELA.
           MOVE W-COD-CLIENTE-DIG TO COD-CLIENTE-ARC.
           START ARQ-ARECEBER KEY IS EQUAL COD-CLIENTE-ARC
               INVALID KEY MOVE "S" TO W-FIM-VARREDURA
           END-START.
           PERFORM UNTIL FIM-VARREDURA
               READ ARQ-ARECEBER NEXT RECORD
                   AT END MOVE "S" TO W-FIM-VARREDURA
               END-READ
               IF  NOT FIM-VARREDURA
                   IF  NOT STATUS-ARC-OK
                           OR COD-CLIENTE-ARC NOT = W-COD-CLIENTE-DIG
                       MOVE "S" TO W-FIM-VARREDURA
                   ELSE
                       IF  TITULO-ABERTO
                           ADD 1 TO W-TOTAL-ABERTOS
                           IF  W-LINHA-TELA <= 22
                               PERFORM EXIBIR-LINHA-TITULO
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       EXIBIR-LINHA-TITULO.
           MOVE COD-VENDA-ARC TO LTT-CUPOM.
           MOVE SPACES TO LTT-EMISSAO LTT-VENCTO.
           STRING DATA-EMISSAO-ARC (7:2) "/" DATA-EMISSAO-ARC (5:2)
                  "/" DATA-EMISSAO-ARC (1:4)
               DELIMITED BY SIZE INTO LTT-EMISSAO
           END-STRING.
           STRING DATA-VENCTO-ARC (7:2) "/" DATA-VENCTO-ARC (5:2) "/"
                  DATA-VENCTO-ARC (1:4)
               DELIMITED BY SIZE INTO LTT-VENCTO
           END-STRING.
           COMPUTE W-SALDO-TITULO = VALOR-ARC - VALOR-ABATIDO-ARC
                   - VALOR-RECEBIDO-ARC.
           MOVE W-SALDO-TITULO TO LTT-SALDO.
           COMPUTE W-POS-TELA = W-LINHA-TELA * 100 + 4.
           DISPLAY LINHA-TITULO-TELA AT W-POS-TELA.
           ADD 1 TO W-LINHA-TELA.

       RECEBER-TITULO.
           ACCEPT COD-VENDA-ED AT 2319.
           MOVE COD-VENDA-ED TO COD-VENDA-ARC.
           READ ARQ-ARECEBER.
           IF  STATUS-ARC-OK
               IF  TITULO-QUITADO
                   DISPLAY "FATURA JA ESTA QUITADA" AT 2912
               ELSE
                   IF  COD-CLIENTE-ARC NOT = W-COD-CLIENTE-DIG
                       DISPLAY "FATURA NAO E DESTE CLIENTE" AT 2912
                   ELSE
                       MOVE "S" TO W-TITULO-OK
                       COMPUTE W-SALDO-TITULO = VALOR-ARC
                               - VALOR-ABATIDO-ARC - VALOR-RECEBIDO-ARC
                       MOVE W-SALDO-TITULO TO SALDO-ED
                       DISPLAY SALDO-ED AT 2419
                       PERFORM LIMPAR-ESPACO-MENSAGEM
                   END-IF
               END-IF
           ELSE
               DISPLAY "FATURA NAO ENCONTRADA" AT 2912
           END-IF.

       RECEBER-PAGAMENTO.
           MOVE ZEROS TO VALOR-RECEB-ED W-VALOR-RECEB-DIG.
           PERFORM WITH TEST AFTER UNTIL
                   W-VALOR-RECEB-DIG > 0
                   AND W-VALOR-RECEB-DIG <= W-SALDO-TITULO
               ACCEPT VALOR-RECEB-ED AT 2518
               MOVE VALOR-RECEB-ED TO W-VALOR-RECEB-DIG
               IF  W-VALOR-RECEB-DIG = 0
                   DISPLAY "VALOR DEVERA SER MAIOR QUE ZERO" AT 2912
               ELSE
                   IF  W-VALOR-RECEB-DIG > W-SALDO-TITULO
                       DISPLAY "VALOR MAIOR QUE O SALDO DA FATURA"
                               AT 2912
                   ELSE
                       PERFORM LIMPAR-ESPACO-MENSAGEM
                   END-IF
               END-IF
           END-PERFORM.
           PERFORM WITH TEST AFTER UNTIL FORMA-RECEBTO-OK
               ACCEPT W-FORMA-RECEBTO AT 2640 WITH AUTO
               MOVE FUNCTION UPPER-CASE (W-FORMA-RECEBTO)
                 TO W-FORMA-RECEBTO
               IF  FORMA-RECEBTO-OK
                   PERFORM LIMPAR-ESPACO-MENSAGEM
               ELSE
                   DISPLAY "DIGITE 'D', 'T', 'P' OU 'C'" AT 2912
               END-IF
           END-PERFORM.
           *> A DATA PADRAO E HOJE; TRANSFERENCIA QUE CAIU ANTES E FOI
           *> LANCADA DEPOIS LEVA A DATA REAL (NUNCA FUTURA).
           ACCEPT W-DATA-HOJE-AAAAMMDD FROM DATE YYYYMMDD.
           MOVE W-DATA-HOJE-AAAAMMDD TO W-DATA-RECEBTO.
           DISPLAY W-DATA-RECEBTO AT 2735.
           PERFORM WITH TEST AFTER UNTIL DATA-VALIDA
               ACCEPT W-DATA-RECEBTO AT 2735
               PERFORM VALIDAR-DATA-RECEBTO
               EVALUATE TRUE
                   WHEN DATA-VALIDA
                       PERFORM LIMPAR-ESPACO-MENSAGEM
                   WHEN PERIODO-FECHADO
                       DISPLAY "MES JA FECHADO - USE DATA DO PERIODO "
                               "ABERTO" AT 2912
                   WHEN OTHER
                       DISPLAY "DATA INVALIDA OU POSTERIOR A HOJE"
                               AT 2912
               END-EVALUATE
           END-PERFORM.

       VALIDAR-DATA-RECEBTO.
           *> MESMO VAI E VOLTA DE CALENDARIO: DIA OU MES INEXISTENTE
           *> NAO FECHA O CICLO E E REJEITADO.
           MOVE "N" TO W-DATA-VALIDA.
           MOVE "A" TO W-SITUACAO-PERIODO.
           IF  W-DATA-RECEBTO <= W-DATA-HOJE-AAAAMMDD
               COMPUTE W-INTEIRO-DATA =
                       FUNCTION INTEGER-OF-DATE (W-DATA-RECEBTO)
               IF  W-INTEIRO-DATA > 0
                   COMPUTE W-DATA-VOLTA =
                           FUNCTION DATE-OF-INTEGER (W-INTEIRO-DATA)
                   IF  W-DATA-VOLTA = W-DATA-RECEBTO
                       PERFORM VERIFICAR-PERIODO-RECEBIMENTO
                   END-IF
               END-IF
           END-IF.

       VERIFICAR-PERIODO-RECEBIMENTO.
           *> MES JA FECHADO (FECHARMES) NAO RECEBE LANCAMENTO COM DATA
           *> RETROATIVA: OS INDICADORES E A CONTABILIDADE DELE JA
           *> FORAM ENTREGUES. SE FOR PRECISO, UM ADMINISTRADOR REABRE
           *> O MES EM PERIODOCONTABIL.
           CALL "VERIFICARPERIODO" USING W-DATA-RECEBTO
                W-SITUACAO-PERIODO.
           IF  NOT PERIODO-FECHADO
               MOVE "S" TO W-DATA-VALIDA
           END-IF.

       CONFIRMAR-E-BAIXAR.
           PERFORM WITH TEST AFTER UNTIL W-CONFIRMA = "S" OR "N"
               ACCEPT W-CONFIRMA AT 2834 WITH AUTO
               MOVE FUNCTION UPPER-CASE (W-CONFIRMA) TO W-CONFIRMA
               IF  W-CONFIRMA NOT = "S" AND "N"
                   DISPLAY "DIGITAR 'S' PARA CONFIRMAR E 'N' PARA"
                           AT 2912
               ELSE
                   PERFORM LIMPAR-ESPACO-MENSAGEM
               END-IF
           END-PERFORM.

           IF  W-CONFIRMA = "S"
               ADD W-VALOR-RECEB-DIG TO VALOR-RECEBIDO-ARC
               MOVE W-DATA-RECEBTO TO DATA-ULT-RECEBTO-ARC
               IF  VALOR-ABATIDO-ARC + VALOR-RECEBIDO-ARC >= VALOR-ARC
                   MOVE "Q" TO SITUACAO-ARC
               END-IF
               REWRITE REG-ARECEBER
               IF  STATUS-ARC-OK
                   PERFORM GRAVAR-RECEBIMENTO
                   IF  TITULO-QUITADO
                       DISPLAY "FATURA QUITADA COM SUCESSO" AT 2912
                   ELSE
                       COMPUTE W-SALDO-TITULO = VALOR-ARC
                               - VALOR-ABATIDO-ARC - VALOR-RECEBIDO-ARC
                       MOVE W-SALDO-TITULO TO SALDO-ED
                       DISPLAY "RECEBIDO PARCIAL - SALDO RESTANTE "
                               AT 2912
                       DISPLAY SALDO-ED AT 2946
                   END-IF
               ELSE
                   DISPLAY "ERRO AO GRAVAR FATURA (STATUS "
                           W-COD-ERRO-ARC ")" AT 2912
               END-IF
           ELSE
               DISPLAY "RECEBIMENTO DESCARTADO" AT 2912
           END-IF.

       GRAVAR-RECEBIMENTO.
           PERFORM GERAR-PROXIMO-COD-RECEBTO.
           MOVE W-PROX-COD-RECEBTO TO COD-RECEBTO.
           MOVE COD-VENDA-ARC      TO COD-VENDA-RCB.
           MOVE COD-CLIENTE-ARC    TO COD-CLIENTE-RCB.
           MOVE W-DATA-RECEBTO     TO DATA-RECEBTO-RCB.
           MOVE W-VALOR-RECEB-DIG  TO VALOR-RECEBIDO-RCB.
           MOVE W-FORMA-RECEBTO    TO FORMA-RECEBTO-RCB.
           MOVE W-FILIAL-SESSAO    TO COD-FILIAL-RCB.
           WRITE REG-RECEBTO-CLIENTE.
           IF  W-COD-ERRO-RCB NOT = "00"
               DISPLAY "ERRO AO GRAVAR RECEBIMENTO (STATUS "
                       W-COD-ERRO-RCB ")" AT 2912
           END-IF.

       GERAR-PROXIMO-COD-RECEBTO.
           *> O NUMERO VEM DO ARQUIVO DE CONTADORES (PROXIMONUMERO);
           *> SE A SERIE AINDA NAO FOI SEMEADA, FAZ A VARREDURA UMA
           *> ULTIMA VEZ E GRAVA O RESULTADO NO CONTADOR.
           MOVE ZEROS TO W-NUM-CONTROLE.
           CALL "PROXIMONUMERO" USING "P" "RECEBTOCLI  "
                W-NUM-CONTROLE.
           IF  W-NUM-CONTROLE > 0
               MOVE W-NUM-CONTROLE TO W-PROX-COD-RECEBTO
           ELSE
               PERFORM VARRER-MAIOR-COD-RECEBTO
               MOVE W-PROX-COD-RECEBTO TO W-NUM-CONTROLE
               CALL "PROXIMONUMERO" USING "D" "RECEBTOCLI  "
                    W-NUM-CONTROLE
           END-IF.

       VARRER-MAIOR-COD-RECEBTO.
           MOVE ZEROS TO W-PROX-COD-RECEBTO COD-RECEBTO.
           START ARQ-RECEBTO KEY IS NOT LESS THAN COD-RECEBTO
               INVALID KEY MOVE "10" TO W-COD-ERRO-RCB
           END-START.
           IF  W-COD-ERRO-RCB = "00"
               PERFORM LER-PROXIMO-RECEBIMENTO
               PERFORM UNTIL W-COD-ERRO-RCB NOT = "00"
                   IF  COD-RECEBTO > W-PROX-COD-RECEBTO
                       MOVE COD-RECEBTO TO W-PROX-COD-RECEBTO
                   END-IF
                   PERFORM LER-PROXIMO-RECEBIMENTO
               END-PERFORM
           END-IF.
           ADD 1 TO W-PROX-COD-RECEBTO.
           MOVE "00" TO W-COD-ERRO-RCB.

       LER-PROXIMO-RECEBIMENTO.
           READ ARQ-RECEBTO NEXT RECORD
               AT END MOVE "10" TO W-COD-ERRO-RCB
           END-READ.

       OPCAO-CONTINUIDADE.
           PERFORM WITH TEST AFTER UNTIL OPC-OK
               ACCEPT W-OPCAO AT 3128 WITH AUTO
               MOVE FUNCTION UPPER-CASE (W-OPCAO) TO W-OPCAO
               IF  OPC-OK
                   PERFORM LIMPAR-ESPACO-MENSAGEM
               ELSE
                   DISPLAY "DIGITE 'S' OU 'N'" AT 2912
               END-IF
           END-PERFORM.

       LIMPAR-ESPACO-MENSAGEM.
           DISPLAY W-BRANCO (1:50) AT 2912.

       FINALIZACAO.
           IF  NOT EM-LOTE AND ACESSO-LIBERADO
               CLOSE ARQ-CLIENTE
               CLOSE ARQ-ARECEBER
               CLOSE ARQ-RECEBTO
           END-IF.
           DISPLAY "TERMINO DO PROCESSAMENTO" AT 3221.

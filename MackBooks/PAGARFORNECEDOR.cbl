
       IDENTIFICATION DIVISION.

       PROGRAM-ID. PAGARFORNECEDOR.
       AUTHOR. DANIEL.

       ENVIRONMENT DIVISION.
         CONFIGURATION SECTION.

             SPECIAL-NAMES.
                 DECIMAL-POINT IS COMMA.

             INPUT-OUTPUT SECTION.
               FILE-CONTROL.
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

                   SELECT OPTIONAL ARQ-PAGTO-FORNEC
                   ASSIGN TO "pagtoforn.dat"
                   ORGANIZATION INDEXED
                   RECORD KEY IS COD-PAGTO-FOR
                   ACCESS DYNAMIC
                   FILE STATUS IS W-COD-ERRO-PGF.

       DATA DIVISION.
         FILE SECTION.
         FD  ARQ-FORNECEDOR
             LABEL RECORD STANDARD.
         COPY "REGFORNEC.cpy".

         FD  ARQ-APAGAR
             LABEL RECORD STANDARD.
         COPY "REGAPAGAR.cpy".

         FD  ARQ-PAGTO-FORNEC
             LABEL RECORD STANDARD.
         COPY "REGPAGFORN.cpy".

         WORKING-STORAGE SECTION.
         77  W-COD-ERRO-FOR     PIC XX    VALUE SPACES.
             88  STATUS-FOR-OK            VALUE "00".
             88  STATUS-FOR-NAO-ENCONTRADO VALUE "23".
         77  W-COD-ERRO-APG     PIC XX    VALUE SPACES.
             88  STATUS-APG-OK            VALUE "00" "02".
         77  W-COD-ERRO-PGF     PIC XX    VALUE SPACES.
         77  W-OPCAO            PIC X     VALUE SPACES.
             88  OPC-OK                   VALUE "S" "N".
         77  W-CONFIRMA         PIC X     VALUE SPACES.
         77  W-LOGIN-OK         PIC X     VALUE "N".
         77  W-ACESSO-LIBERADO  PIC X     VALUE "N".
             88  ACESSO-LIBERADO          VALUE "S".
         77  W-FORNEC-OK        PIC X     VALUE "N".
             88  FORNEC-OK                VALUE "S".
         77  W-PARCELA-OK       PIC X     VALUE "N".
             88  PARCELA-OK               VALUE "S".
         77  W-DATA-VALIDA      PIC X     VALUE "N".
             88  DATA-VALIDA              VALUE "S".
         77  W-SITUACAO-PERIODO PIC X     VALUE "A".
             88  PERIODO-FECHADO          VALUE "F".
         77  COD-FORNEC-ED      PIC ZZ9   VALUE ZEROS.
         77  COD-TITULO-ED      PIC ZZZZ9 VALUE ZEROS.
         77  PARCELA-ED         PIC Z9    VALUE ZEROS.
         77  W-COD-FORNEC-DIG   PIC 9(3)  VALUE ZEROS.
         77  W-DATA-HOJE-AAAAMMDD PIC 9(8) VALUE ZEROS.
         77  W-DATA-PAGTO       PIC 9(8)  VALUE ZEROS.
         77  W-DATA-VOLTA       PIC 9(8)  VALUE ZEROS.
         77  W-INTEIRO-DATA     PIC 9(7)  VALUE ZEROS.
         77  W-SALDO-PARCELA    PIC 9(7)V99 VALUE ZEROS.
         77  W-VALOR-PAGO-DIG   PIC 9(7)V99 VALUE ZEROS.
         77  W-FORMA-PAGTO      PIC X     VALUE SPACES.
             88  FORMA-PAGTO-OK           VALUE "D" "T" "P" "C".
         77  W-PROX-COD-PAGTO   PIC 9(5)  VALUE ZEROS.
         77  W-NUM-CONTROLE     PIC 9(9)  VALUE ZEROS.
         77  SALDO-ED           PIC Z.ZZZ.ZZ9,99 VALUE ZEROS.
         77  VALOR-PAGO-ED      PIC Z.ZZZ.ZZ9,99 VALUE ZEROS.
         77  W-TOTAL-ABERTAS    PIC 9(3)  VALUE ZEROS.
         77  W-LINHA-TELA       PIC 9(4)  VALUE ZEROS.
         77  W-POS-TELA         PIC 9(4)  VALUE ZEROS.
         77  W-FIM-VARREDURA    PIC X     VALUE "N".
             88  FIM-VARREDURA            VALUE "S".
         77  W-BRANCO           PIC X(70) VALUE SPACES.
         77  W-EM-LOTE          PIC X     VALUE "N".
             88  EM-LOTE                  VALUE "S".
         01  LINHA-PARCELA-TELA.
             02  LPT-TITULO     PIC ZZZZ9.
             02  FILLER         PIC X     VALUE "/".
             02  LPT-PARCELA    PIC 99.
             02  FILLER         PIC XX    VALUE SPACES.
             02  LPT-NOTA       PIC X(10).
             02  FILLER         PIC XX    VALUE SPACES.
             02  LPT-VENCTO     PIC X(10).
             02  FILLER         PIC XX    VALUE SPACES.
             02  LPT-SALDO      PIC Z.ZZZ.ZZ9,99.

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
                   OPEN INPUT ARQ-FORNECEDOR
                   OPEN I-O ARQ-APAGAR
                   OPEN I-O ARQ-PAGTO-FORNEC
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
           *> PAGAMENTO A FORNECEDOR MOVIMENTA DINHEIRO DA LOJA: SO O
           *> ADMINISTRADOR REGISTRA.
           MOVE "N" TO W-LOGIN-OK.
           CALL "VALIDARLOGIN" USING W-LOGIN-OK "PAGARFORNEC    ".
           IF  W-LOGIN-OK = "S"
               MOVE "S" TO W-ACESSO-LIBERADO
           ELSE
               MOVE "N" TO W-ACESSO-LIBERADO
               DISPLAY CLEAR-SCREEN
               DISPLAY "ACESSO NEGADO - OPERACAO CANCELADA" AT 1310
               STOP "   <ENTER> PARA CONTINUAR"
           END-IF.

       PROCESSAMENTO.
           PERFORM FORMATAR-TELA.
           PERFORM RECEBER-FORNECEDOR.
           IF  FORNEC-OK
               PERFORM LISTAR-PARCELAS-ABERTAS
               IF  W-TOTAL-ABERTAS > 0
                   PERFORM RECEBER-PARCELA
                   IF  PARCELA-OK
                       PERFORM RECEBER-PAGAMENTO
                       PERFORM CONFIRMAR-E-BAIXAR
                   END-IF
               ELSE
                   DISPLAY "FORNECEDOR SEM PARCELAS EM ABERTO" AT 2912
               END-IF
           END-IF.
           PERFORM OPCAO-CONTINUIDADE.

       FORMATAR-TELA.
           MOVE "N" TO W-FORNEC-OK W-PARCELA-OK.
           MOVE ZEROS TO COD-FORNEC-ED COD-TITULO-ED PARCELA-ED
                W-COD-FORNEC-DIG W-TOTAL-ABERTAS W-VALOR-PAGO-DIG
                W-SALDO-PARCELA.
           MOVE SPACES TO W-CONFIRMA W-FORMA-PAGTO.

           DISPLAY CLEAR-SCREEN.
           CALL "CABECALHO".

           DISPLAY "PAGAMENTO A FORNECEDORES"           AT 1310.
           DISPLAY "CODIGO DO FORNECEDOR:"              AT 1502.
           DISPLAY "PARCELAS EM ABERTO (TITULO/PARC. / NOTA /"
                   AT 1702.
           DISPLAY "VENCIMENTO / SALDO):"               AT 1745.
           DISPLAY "TITULO A PAGAR:"                    AT 2302.
           DISPLAY "PARCELA:"                           AT 2326.
           DISPLAY "SALDO DA PARCELA:"                  AT 2402.
           DISPLAY "VALOR PAGO:"                        AT 2502.
           DISPLAY "FORMA (D)INH (T)RANSF (P)IX (C)HEQUE:" AT 2602.
           DISPLAY "DATA DO PAGAMENTO (AAAAMMDD):"      AT 2702.
           DISPLAY "CONFIRMA O PAGAMENTO? (S/N):"       AT 2802.
           DISPLAY "MENSAGEM:"                          AT 2902.
           DISPLAY "OUTRO PAGAMENTO? (S/N):"            AT 3102.

       RECEBER-FORNECEDOR.
           ACCEPT COD-FORNEC-ED AT 1525.
           MOVE COD-FORNEC-ED TO COD-FORNECEDOR.
           READ ARQ-FORNECEDOR.
           IF  STATUS-FOR-OK
               MOVE COD-FORNECEDOR TO W-COD-FORNEC-DIG
               MOVE "S" TO W-FORNEC-OK
               DISPLAY NOME-FORNECEDOR AT 1530
               PERFORM LIMPAR-ESPACO-MENSAGEM
           ELSE
               IF  STATUS-FOR-NAO-ENCONTRADO
                   DISPLAY "FORNECEDOR NAO CADASTRADO" AT 2912
               ELSE
                   DISPLAY "ERRO AO LER FORNECEDOR (STATUS "
                           W-COD-ERRO-FOR ")" AT 2912
               END-IF
           END-IF.

       LISTAR-PARCELAS-ABERTAS.
           *> PERCORRE AS PARCELAS DO FORNECEDOR PELA CHAVE ALTERNADA
           *> E MOSTRA AS PRIMEIRAS 5 EM ABERTO.
           MOVE ZEROS TO W-TOTAL-ABERTAS.
           MOVE "N" TO W-FIM-VARREDURA.
           PERFORM VARYING W-LINHA-TELA FROM 18 BY 1
                   UNTIL W-LINHA-TELA > 22
               COMPUTE W-POS-TELA = W-LINHA-TELA * 100 + 4
               DISPLAY W-BRANCO (1:50) AT W-POS-TELA
           END-PERFORM.
           MOVE 18 TO W-LINHA-TELA.
           MOVE W-COD-FORNEC-DIG TO COD-FORNEC-APG.
           START ARQ-APAGAR KEY IS EQUAL COD-FORNEC-APG
               INVALID KEY MOVE "S" TO W-FIM-VARREDURA
           END-START.
           PERFORM UNTIL FIM-VARREDURA
               READ ARQ-APAGAR NEXT RECORD
                   AT END MOVE "S" TO W-FIM-VARREDURA
               END-READ
               IF  NOT FIM-VARREDURA
                   IF  NOT STATUS-APG-OK
                           OR COD-FORNEC-APG NOT = W-COD-FORNEC-DIG
                       MOVE "S" TO W-FIM-VARREDURA
                   ELSE
                       IF  PARCELA-ABERTA
                           ADD 1 TO W-TOTAL-ABERTAS
                           IF  W-LINHA-TELA <= 22
                               PERFORM EXIBIR-LINHA-PARCELA
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       EXIBIR-LINHA-PARCELA.
           MOVE COD-TITULO-APG TO LPT-TITULO.
           MOVE PARCELA-APG    TO LPT-PARCELA.
           MOVE NUM-NOTA-APG   TO LPT-NOTA.
           MOVE SPACES TO LPT-VENCTO.
           STRING DATA-VENCTO-APG (7:2) "/" DATA-VENCTO-APG (5:2) "/"
                  DATA-VENCTO-APG (1:4)
               DELIMITED BY SIZE INTO LPT-VENCTO
           END-STRING.
           COMPUTE W-SALDO-PARCELA =
                   VALOR-PARCELA-APG - VALOR-PAGO-APG.
           MOVE W-SALDO-PARCELA TO LPT-SALDO.
           COMPUTE W-POS-TELA = W-LINHA-TELA * 100 + 4.
           DISPLAY LINHA-PARCELA-TELA AT W-POS-TELA.
           ADD 1 TO W-LINHA-TELA.

       RECEBER-PARCELA.
           ACCEPT COD-TITULO-ED AT 2318.
           ACCEPT PARCELA-ED AT 2335.
           MOVE COD-TITULO-ED TO COD-TITULO-APG.
           MOVE PARCELA-ED    TO PARCELA-APG.
           READ ARQ-APAGAR.
           IF  STATUS-APG-OK
               IF  PARCELA-PAGA
                   DISPLAY "PARCELA JA ESTA QUITADA" AT 2912
               ELSE
                   IF  COD-FORNEC-APG NOT = W-COD-FORNEC-DIG
                       DISPLAY "TITULO NAO E DESTE FORNECEDOR"
                               AT 2912
                   ELSE
                       MOVE "S" TO W-PARCELA-OK
                       COMPUTE W-SALDO-PARCELA =
                               VALOR-PARCELA-APG - VALOR-PAGO-APG
                       MOVE W-SALDO-PARCELA TO SALDO-ED
                       DISPLAY SALDO-ED AT 2420
                       PERFORM LIMPAR-ESPACO-MENSAGEM
                   END-IF
               END-IF
           ELSE
               DISPLAY "PARCELA NAO ENCONTRADA" AT 2912
           END-IF.

       RECEBER-PAGAMENTO.
           MOVE ZEROS TO VALOR-PAGO-ED W-VALOR-PAGO-DIG.
           PERFORM WITH TEST AFTER UNTIL
                   W-VALOR-PAGO-DIG > 0
                   AND W-VALOR-PAGO-DIG <= W-SALDO-PARCELA
               ACCEPT VALOR-PAGO-ED AT 2514
               MOVE VALOR-PAGO-ED TO W-VALOR-PAGO-DIG
               IF  W-VALOR-PAGO-DIG = 0
                   DISPLAY "VALOR DEVERA SER MAIOR QUE ZERO" AT 2912
               ELSE
                   IF  W-VALOR-PAGO-DIG > W-SALDO-PARCELA
                       DISPLAY "VALOR MAIOR QUE O SALDO DA PARCELA"
                               AT 2912
                   ELSE
                       PERFORM LIMPAR-ESPACO-MENSAGEM
                   END-IF
               END-IF
           END-PERFORM.
           PERFORM WITH TEST AFTER UNTIL FORMA-PAGTO-OK
               ACCEPT W-FORMA-PAGTO AT 2640 WITH AUTO
               MOVE FUNCTION UPPER-CASE (W-FORMA-PAGTO)
                 TO W-FORMA-PAGTO
               IF  FORMA-PAGTO-OK
                   PERFORM LIMPAR-ESPACO-MENSAGEM
               ELSE
                   DISPLAY "DIGITE 'D', 'T', 'P' OU 'C'" AT 2912
               END-IF
           END-PERFORM.
           *> A DATA PADRAO E HOJE; PAGAMENTO FEITO ANTES E LANCADO
           *> DEPOIS LEVA A DATA REAL (NUNCA FUTURA).
           ACCEPT W-DATA-HOJE-AAAAMMDD FROM DATE YYYYMMDD.
           MOVE W-DATA-HOJE-AAAAMMDD TO W-DATA-PAGTO.
           DISPLAY W-DATA-PAGTO AT 2733.
           PERFORM WITH TEST AFTER UNTIL DATA-VALIDA
               ACCEPT W-DATA-PAGTO AT 2733
               PERFORM VALIDAR-DATA-PAGTO
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

       VALIDAR-DATA-PAGTO.
           *> MESMO VAI E VOLTA DE CALENDARIO: DIA OU MES INEXISTENTE
           *> NAO FECHA O CICLO E E REJEITADO.
           MOVE "N" TO W-DATA-VALIDA.
           MOVE "A" TO W-SITUACAO-PERIODO.
           IF  W-DATA-PAGTO <= W-DATA-HOJE-AAAAMMDD
               COMPUTE W-INTEIRO-DATA =
                       FUNCTION INTEGER-OF-DATE (W-DATA-PAGTO)
               IF  W-INTEIRO-DATA > 0
                   COMPUTE W-DATA-VOLTA =
                           FUNCTION DATE-OF-INTEGER (W-INTEIRO-DATA)
                   IF  W-DATA-VOLTA = W-DATA-PAGTO
                       PERFORM VERIFICAR-PERIODO-PAGAMENTO
                   END-IF
               END-IF
           END-IF.

       VERIFICAR-PERIODO-PAGAMENTO.
           *> MES JA FECHADO (FECHARMES) NAO RECEBE LANCAMENTO COM DATA
           *> RETROATIVA: OS INDICADORES E A CONTABILIDADE DELE JA
           *> FORAM ENTREGUES. SE FOR PRECISO, UM ADMINISTRADOR REABRE
           *> O MES EM PERIODOCONTABIL.
           CALL "VERIFICARPERIODO" USING W-DATA-PAGTO
                W-SITUACAO-PERIODO.
           IF  NOT PERIODO-FECHADO
               MOVE "S" TO W-DATA-VALIDA
           END-IF.

       CONFIRMAR-E-BAIXAR.
           PERFORM WITH TEST AFTER UNTIL W-CONFIRMA = "S" OR "N"
               ACCEPT W-CONFIRMA AT 2832 WITH AUTO
               MOVE FUNCTION UPPER-CASE (W-CONFIRMA) TO W-CONFIRMA
               IF  W-CONFIRMA NOT = "S" AND "N"
                   DISPLAY "DIGITAR 'S' PARA CONFIRMAR E 'N' PARA"
                           AT 2912
               ELSE
                   PERFORM LIMPAR-ESPACO-MENSAGEM
               END-IF
           END-PERFORM.

           IF  W-CONFIRMA = "S"
               ADD W-VALOR-PAGO-DIG TO VALOR-PAGO-APG
               MOVE W-DATA-PAGTO TO DATA-ULT-PAGTO-APG
               IF  VALOR-PAGO-APG >= VALOR-PARCELA-APG
                   MOVE "P" TO SITUACAO-APG
               END-IF
               REWRITE REG-APAGAR
               IF  STATUS-APG-OK
                   PERFORM GRAVAR-PAGAMENTO
                   IF  PARCELA-PAGA
                       DISPLAY "PARCELA QUITADA COM SUCESSO" AT 2912
                   ELSE
                       COMPUTE W-SALDO-PARCELA =
                               VALOR-PARCELA-APG - VALOR-PAGO-APG
                       MOVE W-SALDO-PARCELA TO SALDO-ED
                       DISPLAY "PAGO PARCIAL - SALDO RESTANTE "
                               AT 2912
                       DISPLAY SALDO-ED AT 2942
                   END-IF
               ELSE
                   DISPLAY "ERRO AO GRAVAR PARCELA (STATUS "
                           W-COD-ERRO-APG ")" AT 2912
               END-IF
           ELSE
               DISPLAY "PAGAMENTO DESCARTADO" AT 2912
           END-IF.

       GRAVAR-PAGAMENTO.
           PERFORM GERAR-PROXIMO-COD-PAGTO.
           MOVE W-PROX-COD-PAGTO  TO COD-PAGTO-FOR.
           MOVE COD-TITULO-APG    TO COD-TITULO-PGF.
           MOVE PARCELA-APG       TO PARCELA-PGF.
           MOVE COD-FORNEC-APG    TO COD-FORNEC-PGF.
           MOVE W-DATA-PAGTO      TO DATA-PAGTO-PGF.
           MOVE W-VALOR-PAGO-DIG  TO VALOR-PAGO-PGF.
           MOVE W-FORMA-PAGTO     TO FORMA-PAGTO-PGF.
           WRITE REG-PAGTO-FORNEC.
           IF  W-COD-ERRO-PGF NOT = "00"
               DISPLAY "ERRO AO GRAVAR PAGAMENTO (STATUS "
                       W-COD-ERRO-PGF ")" AT 2912
           END-IF.

       GERAR-PROXIMO-COD-PAGTO.
           *> O NUMERO VEM DO ARQUIVO DE CONTADORES (PROXIMONUMERO);
           *> SE A SERIE AINDA NAO FOI SEMEADA, FAZ A VARREDURA UMA
           *> ULTIMA VEZ E GRAVA O RESULTADO NO CONTADOR.
           MOVE ZEROS TO W-NUM-CONTROLE.
           CALL "PROXIMONUMERO" USING "P" "PAGTOFORN   "
                W-NUM-CONTROLE.
           IF  W-NUM-CONTROLE > 0
               MOVE W-NUM-CONTROLE TO W-PROX-COD-PAGTO
           ELSE
               PERFORM VARRER-MAIOR-COD-PAGTO
               MOVE W-PROX-COD-PAGTO TO W-NUM-CONTROLE
               CALL "PROXIMONUMERO" USING "D" "PAGTOFORN   "
                    W-NUM-CONTROLE
           END-IF.

       VARRER-MAIOR-COD-PAGTO.
           MOVE ZEROS TO W-PROX-COD-PAGTO COD-PAGTO-FOR.
           START ARQ-PAGTO-FORNEC KEY IS NOT LESS THAN COD-PAGTO-FOR
               INVALID KEY MOVE "10" TO W-COD-ERRO-PGF
           END-START.
           IF  W-COD-ERRO-PGF = "00"
               PERFORM LER-PROXIMO-PAGAMENTO
               PERFORM UNTIL W-COD-ERRO-PGF NOT = "00"
                   IF  COD-PAGTO-FOR > W-PROX-COD-PAGTO
                       MOVE COD-PAGTO-FOR TO W-PROX-COD-PAGTO
                   END-IF
                   PERFORM LER-PROXIMO-PAGAMENTO
               END-PERFORM
           END-IF.
           ADD 1 TO W-PROX-COD-PAGTO.
           MOVE "00" TO W-COD-ERRO-PGF.

       LER-PROXIMO-PAGAMENTO.
           READ ARQ-PAGTO-FORNEC NEXT RECORD
               AT END MOVE "10" TO W-COD-ERRO-PGF
           END-READ.

       OPCAO-CONTINUIDADE.
           PERFORM WITH TEST AFTER UNTIL OPC-OK
               ACCEPT W-OPCAO AT 3126 WITH AUTO
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
               CLOSE ARQ-FORNECEDOR
               CLOSE ARQ-APAGAR
               CLOSE ARQ-PAGTO-FORNEC
           END-IF.
           DISPLAY "TERMINO DO PROCESSAMENTO" AT 3221.

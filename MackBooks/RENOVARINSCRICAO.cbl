
       IDENTIFICATION DIVISION.

       PROGRAM-ID. RENOVARINSCRICAO.
       AUTHOR. DANIEL.

       ENVIRONMENT DIVISION.
         CONFIGURATION SECTION.

             SPECIAL-NAMES.
                 DECIMAL-POINT IS COMMA.

             INPUT-OUTPUT SECTION.
               FILE-CONTROL.
                   SELECT OPTIONAL ARQ-LEITOR
                   ASSIGN TO "leitores.dat"
                   ORGANIZATION INDEXED
                   RECORD KEY IS COD-LEITOR
                   ACCESS RANDOM
                   FILE STATUS IS W-COD-ERRO-LEI.

                   SELECT OPTIONAL ARQ-ANUIDADE
                   ASSIGN TO "anuidades.dat"
                   ORGANIZATION INDEXED
                   RECORD KEY IS COD-ANUIDADE
                   ACCESS DYNAMIC
                   FILE STATUS IS W-COD-ERRO-ANU.

                   SELECT OPTIONAL ARQ-RECIBO
                   ASSIGN TO "recibos.txt"
                   ORGANIZATION LINE SEQUENTIAL
                   FILE STATUS IS W-COD-ERRO-REC.

                   SELECT OPTIONAL ARQ-FILIAL-SESSAO
                   ASSIGN TO "filial.atual"
                   ORGANIZATION LINE SEQUENTIAL
                   FILE STATUS IS W-COD-ERRO-FIS.

       DATA DIVISION.
         FILE SECTION.
         FD  ARQ-LEITOR
             LABEL RECORD STANDARD.
         COPY "REGLEITOR.cpy".

         FD  ARQ-ANUIDADE
             LABEL RECORD STANDARD.
         COPY "REGANUIDADE.cpy".

         FD  ARQ-RECIBO
             LABEL RECORD STANDARD.
         01  REG-RECIBO  PIC X(100).

         FD  ARQ-FILIAL-SESSAO
             LABEL RECORD STANDARD.
         01  REG-FILIAL-SESSAO  PIC X(2).

         WORKING-STORAGE SECTION.
         77  W-COD-ERRO-LEI     PIC XX    VALUE SPACES.
             88  STATUS-LEI-OK            VALUE "00".
             88  STATUS-LEI-NAO-ENCONTRADO VALUE "23".
         77  W-COD-ERRO-ANU     PIC XX    VALUE SPACES.
             88  STATUS-ANU-OK            VALUE "00".
         77  W-COD-ERRO-REC     PIC XX    VALUE SPACES.
         77  W-COD-ERRO-FIS     PIC XX    VALUE SPACES.
         77  W-OPCAO            PIC X     VALUE SPACES.
             88  OPC-OK                   VALUE "S" "N".
         77  W-CONFIRMA         PIC X     VALUE SPACES.
         77  W-LEITOR-OK        PIC X     VALUE "N".
             88  LEITOR-OK                VALUE "S".
         77  COD-LEITOR-ED      PIC ZZZZ9 VALUE ZEROS.
         77  W-DATA-HOJE-AAAAMMDD PIC 9(8) VALUE ZEROS.
         77  W-VALIDADE-ANTERIOR PIC 9(8) VALUE ZEROS.
         77  W-VALOR-ANUIDADE   PIC 9(5)V99 VALUE ZEROS.
         77  VALOR-ED           PIC ZZ.ZZ9,99 VALUE ZEROS.
         77  W-FORMA-PAGTO      PIC X     VALUE SPACES.
             88  FORMA-PAGTO-OK           VALUE "D" "C" "P" "O".
         77  W-CANAL-DIG        PIC X     VALUE SPACES.
             88  CANAL-DIG-OK             VALUE "C" "E" "S".
         77  W-NUM-CONTROLE     PIC 9(9)  VALUE ZEROS.
         77  W-PROX-COD-ANUIDADE PIC 9(5) VALUE ZEROS.
         77  W-FIM-BUSCA        PIC X     VALUE "N".
             88  FIM-BUSCA                VALUE "S".
         77  W-BRANCO           PIC X(70) VALUE SPACES.
         77  W-EM-LOTE          PIC X     VALUE "N".
             88  EM-LOTE                  VALUE "S".
      *> FILIAL DA SESSAO DO TERMINAL ("filial.atual"), GRAVADA NA
      *> RENOVACAO PARA O CAIXA DA FILIAL; SEM O ARQUIVO, VALE A 01.
         77  W-FILIAL-SESSAO    PIC 9(2)  VALUE 01.
         77  W-FILIAL-TEXTO     PIC X(2)  VALUE SPACES.
         77  W-FILIAL-NUM REDEFINES W-FILIAL-TEXTO PIC 9(2).
         77  FILIAL-ED          PIC Z9    VALUE ZEROS.
      *> NOVA VALIDADE: UM ANO A PARTIR DA VALIDADE ATUAL, OU DE HOJE
      *> SE A INSCRICAO JA VENCEU (O LEITOR NAO "PAGA" O TEMPO PARADO).
         01  W-VALIDADE.
             02  W-VALIDADE-ANO PIC 9(4).
             02  W-VALIDADE-MMDD PIC 9(4).
         01  W-VALIDADE-NUM REDEFINES W-VALIDADE PIC 9(8).

         SCREEN SECTION.
            01 CLEAR-SCREEN.
               05 BLANK SCREEN BACKGROUND-COLOR 0 FOREGROUND-COLOR 0.

       PROCEDURE DIVISION.

       INICIO.
           *> RENOVACAO ANUAL DA INSCRICAO DO LEITOR: CONFIRMA OS DADOS
           *> DE CONTATO, ESTENDE A VALIDADE POR UM ANO E REGISTRA EM
           *> anuidades.dat A ANUIDADE COBRADA (ZERO = ISENTO), QUE
           *> FECHARCAIXA SOMA NO FECHAMENTO DO DIA.
           PERFORM INICIALIZACAO.
           PERFORM PROCESSAMENTO UNTIL W-OPCAO = "N".
           PERFORM FINALIZACAO.
           EXIT PROGRAM.

       INICIALIZACAO.
           PERFORM VERIFICAR-JANELA-LOTE.
           IF  EM-LOTE
               MOVE "N" TO W-OPCAO
           ELSE
               PERFORM OBTER-FILIAL-SESSAO
               *> SE ARQUIVO NAO FOR ENCONTRADO, UM NOVO SERA CRIADO
               OPEN I-O ARQ-LEITOR
               OPEN I-O ARQ-ANUIDADE
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
           PERFORM RECEBER-LEITOR.
           IF  LEITOR-OK
               PERFORM CONFIRMAR-CONTATO
               PERFORM CALCULAR-NOVA-VALIDADE
               PERFORM RECEBER-ANUIDADE
               PERFORM CONFIRMAR-E-GRAVAR
           END-IF.
           PERFORM OPCAO-CONTINUIDADE.

       FORMATAR-TELA.
           MOVE "N" TO W-LEITOR-OK.
           MOVE ZEROS TO COD-LEITOR-ED W-VALOR-ANUIDADE
                W-VALIDADE-ANTERIOR W-VALIDADE-NUM.
           MOVE SPACES TO W-CONFIRMA W-FORMA-PAGTO W-CANAL-DIG.

           DISPLAY CLEAR-SCREEN.
           CALL "CABECALHO".

           DISPLAY "RENOVACAO DE INSCRICAO DE LEITOR"   AT 1310.
           DISPLAY "CODIGO DO LEITOR:"                  AT 1502.
           DISPLAY "VALIDADE ATUAL:"                    AT 1702.
           DISPLAY "FILIAL:"                            AT 1740.
           DISPLAY "TELEFONE:"                          AT 1902.
           DISPLAY "CELULAR:"                           AT 1932.
           DISPLAY "ENDERECO:"                          AT 2002.
           DISPLAY "E-MAIL:"                            AT 2102.
           DISPLAY "AVISOS POR (C=CARTA E=E-MAIL S=SMS):" AT 2202.
           DISPLAY "NOVA VALIDADE:"                     AT 2302.
           DISPLAY "ANUIDADE (0 = ISENTO):"             AT 2402.
           DISPLAY "FORMA (D)INH (C)ART (P)IX (O)UTRO:" AT 2502.
           DISPLAY "CONFIRMA A RENOVACAO? (S/N):"       AT 2602.
           DISPLAY "MENSAGEM:"                          AT 2702.
           DISPLAY "OUTRA RENOVACAO? (S/N):"            AT 2902.

       RECEBER-LEITOR.
           ACCEPT COD-LEITOR-ED AT 1521.
           MOVE COD-LEITOR-ED TO COD-LEITOR.
           READ ARQ-LEITOR.
           IF  STATUS-LEI-OK
               MOVE "S" TO W-LEITOR-OK
               MOVE DATA-VALIDADE-LEITOR TO W-VALIDADE-ANTERIOR
               DISPLAY NOME-LEITOR-CAD AT 1529
               IF  DATA-VALIDADE-LEITOR > 0
                   DISPLAY DATA-VALIDADE-LEITOR (7:2) AT 1718
                   DISPLAY "/" AT 1720
                   DISPLAY DATA-VALIDADE-LEITOR (5:2) AT 1721
                   DISPLAY "/" AT 1723
                   DISPLAY DATA-VALIDADE-LEITOR (1:4) AT 1724
               ELSE
                   DISPLAY "SEM VALIDADE" AT 1718
               END-IF
               IF  FILIAL-LEITOR = 0
                   MOVE W-FILIAL-SESSAO TO FILIAL-LEITOR
               END-IF
               MOVE FILIAL-LEITOR TO FILIAL-ED
               DISPLAY FILIAL-ED AT 1748
               IF  LEITOR-BLOQUEADO
                   DISPLAY "LEITOR BLOQUEADO - A RENOVACAO NAO "
                           "DESBLOQUEIA" AT 2712
               ELSE
                   PERFORM LIMPAR-ESPACO-MENSAGEM
               END-IF
           ELSE
               IF  STATUS-LEI-NAO-ENCONTRADO
                   DISPLAY "LEITOR NAO CADASTRADO - USE O CADASTRO"
                           AT 2712
               ELSE
                   DISPLAY "ERRO AO LER LEITOR (STATUS "
                           W-COD-ERRO-LEI ")" AT 2712
               END-IF
           END-IF.

       CONFIRMAR-CONTATO.
           *> A RENOVACAO E A OCASIAO DE CONFERIR O CONTATO COM O
           *> LEITOR NO BALCAO: MESMAS REGRAS DO CADASTRO (LEITORES).
           DISPLAY TELEFONE-LEITOR AT 1913.
           PERFORM WITH TEST AFTER UNTIL TELEFONE-LEITOR NOT = SPACES
               ACCEPT TELEFONE-LEITOR AT 1913
               IF  TELEFONE-LEITOR = SPACES
                   DISPLAY "O TELEFONE E OBRIGATORIO PARA COBRANCA"
                           AT 2712
               ELSE
                   PERFORM LIMPAR-ESPACO-MENSAGEM
               END-IF
           END-PERFORM.

           DISPLAY CELULAR-LEITOR AT 1941.
           ACCEPT CELULAR-LEITOR AT 1941.

           DISPLAY ENDERECO-LEITOR AT 2013.
           ACCEPT ENDERECO-LEITOR AT 2013.

           DISPLAY EMAIL-LEITOR AT 2110.
           ACCEPT EMAIL-LEITOR AT 2110.

           MOVE CANAL-LEITOR TO W-CANAL-DIG.
           IF  W-CANAL-DIG = SPACE
               MOVE "C" TO W-CANAL-DIG
           END-IF.
           DISPLAY W-CANAL-DIG AT 2240.
           MOVE SPACE TO CANAL-LEITOR.
           PERFORM WITH TEST AFTER UNTIL CANAL-LEITOR NOT = SPACE
               ACCEPT W-CANAL-DIG AT 2240 WITH AUTO
               MOVE FUNCTION UPPER-CASE (W-CANAL-DIG) TO W-CANAL-DIG
               EVALUATE TRUE
                   WHEN NOT CANAL-DIG-OK
                       DISPLAY "DIGITE 'C', 'E' OU 'S'" AT 2712
                   WHEN W-CANAL-DIG = "E" AND EMAIL-LEITOR = SPACES
                       DISPLAY "INFORME O E-MAIL PARA AVISOS POR E-MAIL"
                               AT 2712
                   WHEN W-CANAL-DIG = "S" AND CELULAR-LEITOR = SPACES
                       DISPLAY "INFORME O CELULAR PARA AVISOS POR SMS"
                               AT 2712
                   WHEN OTHER
                       MOVE W-CANAL-DIG TO CANAL-LEITOR
                       PERFORM LIMPAR-ESPACO-MENSAGEM
               END-EVALUATE
           END-PERFORM.

       CALCULAR-NOVA-VALIDADE.
           ACCEPT W-DATA-HOJE-AAAAMMDD FROM DATE YYYYMMDD.
           IF  W-VALIDADE-ANTERIOR > W-DATA-HOJE-AAAAMMDD
               MOVE W-VALIDADE-ANTERIOR TO W-VALIDADE-NUM
           ELSE
               MOVE W-DATA-HOJE-AAAAMMDD TO W-VALIDADE-NUM
           END-IF.
           ADD 1 TO W-VALIDADE-ANO.
           IF  W-VALIDADE-MMDD = 0229
               MOVE 0228 TO W-VALIDADE-MMDD
           END-IF.
           DISPLAY W-VALIDADE-NUM (7:2) AT 2318.
           DISPLAY "/" AT 2320.
           DISPLAY W-VALIDADE-NUM (5:2) AT 2321.
           DISPLAY "/" AT 2323.
           DISPLAY W-VALIDADE-NUM (1:4) AT 2324.

       RECEBER-ANUIDADE.
           MOVE ZEROS TO VALOR-ED.
           ACCEPT VALOR-ED AT 2426.
           MOVE VALOR-ED TO W-VALOR-ANUIDADE.
           IF  W-VALOR-ANUIDADE > 0
               PERFORM WITH TEST AFTER UNTIL FORMA-PAGTO-OK
                   ACCEPT W-FORMA-PAGTO AT 2537 WITH AUTO
                   MOVE FUNCTION UPPER-CASE (W-FORMA-PAGTO)
                     TO W-FORMA-PAGTO
                   IF  FORMA-PAGTO-OK
                       PERFORM LIMPAR-ESPACO-MENSAGEM
                   ELSE
                       DISPLAY "DIGITE 'D', 'C', 'P' OU 'O'" AT 2712
                   END-IF
               END-PERFORM
           ELSE
               MOVE SPACE TO W-FORMA-PAGTO
               DISPLAY "ISENTO" AT 2537
           END-IF.

       CONFIRMAR-E-GRAVAR.
           PERFORM WITH TEST AFTER UNTIL W-CONFIRMA = "S" OR "N"
               ACCEPT W-CONFIRMA AT 2632 WITH AUTO
               MOVE FUNCTION UPPER-CASE (W-CONFIRMA) TO W-CONFIRMA
               IF  W-CONFIRMA NOT = "S" AND "N"
                   DISPLAY "DIGITAR 'S' PARA CONFIRMAR E 'N' PARA"
                           AT 2712
               ELSE
                   PERFORM LIMPAR-ESPACO-MENSAGEM
               END-IF
           END-PERFORM.

           IF  W-CONFIRMA = "S"
               MOVE W-VALIDADE-NUM TO DATA-VALIDADE-LEITOR
               REWRITE REG-LEITOR
               IF  STATUS-LEI-OK
                   PERFORM GRAVAR-ANUIDADE
                   IF  W-VALOR-ANUIDADE > 0
                       PERFORM GRAVAR-RECIBO
                   END-IF
                   DISPLAY "INSCRICAO RENOVADA COM SUCESSO" AT 2712
               ELSE
                   DISPLAY "ERRO AO GRAVAR LEITOR (STATUS "
                           W-COD-ERRO-LEI ")" AT 2712
               END-IF
           ELSE
               DISPLAY "RENOVACAO DESCARTADA" AT 2712
           END-IF.

       GRAVAR-ANUIDADE.
           PERFORM GERAR-PROXIMO-COD-ANUIDADE.
           MOVE W-PROX-COD-ANUIDADE  TO COD-ANUIDADE.
           MOVE COD-LEITOR           TO COD-LEITOR-ANU.
           MOVE W-DATA-HOJE-AAAAMMDD TO DATA-ANUIDADE.
           MOVE W-VALIDADE-ANTERIOR  TO VALIDADE-ANTERIOR-ANU.
           MOVE W-VALIDADE-NUM       TO NOVA-VALIDADE-ANU.
           MOVE W-VALOR-ANUIDADE     TO VALOR-ANUIDADE.
           MOVE W-FORMA-PAGTO        TO FORMA-PAGTO-ANU.
           MOVE W-FILIAL-SESSAO      TO COD-FILIAL-ANU.
           WRITE REG-ANUIDADE.
           IF  NOT STATUS-ANU-OK
               DISPLAY "ERRO AO GRAVAR ANUIDADE (STATUS "
                       W-COD-ERRO-ANU ")" AT 2712
           END-IF.

       GERAR-PROXIMO-COD-ANUIDADE.
           CALL "PROXIMONUMERO" USING "P" "ANUIDADE    "
                W-NUM-CONTROLE.
           IF  W-NUM-CONTROLE > 0
               MOVE W-NUM-CONTROLE TO W-PROX-COD-ANUIDADE
           ELSE
               PERFORM VARRER-MAIOR-COD-ANUIDADE
               MOVE W-PROX-COD-ANUIDADE TO W-NUM-CONTROLE
               CALL "PROXIMONUMERO" USING "D" "ANUIDADE    "
                    W-NUM-CONTROLE
           END-IF.

       VARRER-MAIOR-COD-ANUIDADE.
           MOVE ZEROS TO W-PROX-COD-ANUIDADE COD-ANUIDADE.
           MOVE "N" TO W-FIM-BUSCA.
           START ARQ-ANUIDADE KEY IS NOT LESS THAN COD-ANUIDADE
               INVALID KEY MOVE "S" TO W-FIM-BUSCA
           END-START.
           PERFORM UNTIL FIM-BUSCA
               READ ARQ-ANUIDADE NEXT RECORD
                   AT END MOVE "S" TO W-FIM-BUSCA
               END-READ
               IF  NOT FIM-BUSCA
                   IF  W-COD-ERRO-ANU NOT = "00" AND "02"
                       MOVE "S" TO W-FIM-BUSCA
                   ELSE
                       IF  COD-ANUIDADE > W-PROX-COD-ANUIDADE
                           MOVE COD-ANUIDADE TO W-PROX-COD-ANUIDADE
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
           ADD 1 TO W-PROX-COD-ANUIDADE.

       GRAVAR-RECIBO.
           *> MESMA CONVENCAO DE OPEN EXTEND DE LOGAUDITORIA: NA
           *> PRIMEIRA GRAVACAO O ARQUIVO E CRIADO (STATUS "05").
           OPEN EXTEND ARQ-RECIBO.
           IF  W-COD-ERRO-REC = "00" OR W-COD-ERRO-REC = "05"
               MOVE SPACES TO REG-RECIBO
               MOVE W-VALOR-ANUIDADE TO VALOR-ED
               STRING "RECIBO ANUIDADE LEITOR "  DELIMITED BY SIZE
                      COD-LEITOR                 DELIMITED BY SIZE
                      " "                        DELIMITED BY SIZE
                      NOME-LEITOR-CAD (1:25)     DELIMITED BY SIZE
                      " VALOR "                  DELIMITED BY SIZE
                      VALOR-ED                   DELIMITED BY SIZE
                      " FORMA "                  DELIMITED BY SIZE
                      W-FORMA-PAGTO              DELIMITED BY SIZE
                      " VALIDADE "               DELIMITED BY SIZE
                      W-VALIDADE-NUM (7:2)       DELIMITED BY SIZE
                      "/"                        DELIMITED BY SIZE
                      W-VALIDADE-NUM (5:2)       DELIMITED BY SIZE
                      "/"                        DELIMITED BY SIZE
                      W-VALIDADE-NUM (1:4)       DELIMITED BY SIZE
                   INTO REG-RECIBO
               END-STRING
               WRITE REG-RECIBO
               CLOSE ARQ-RECIBO
           END-IF.

       OPCAO-CONTINUIDADE.
           PERFORM WITH TEST AFTER UNTIL OPC-OK
               ACCEPT W-OPCAO AT 2926 WITH AUTO
               MOVE FUNCTION UPPER-CASE (W-OPCAO) TO W-OPCAO
               IF  OPC-OK
                   PERFORM LIMPAR-ESPACO-MENSAGEM
               ELSE
                   DISPLAY "DIGITE 'S' OU 'N'" AT 2712
               END-IF
           END-PERFORM.

       LIMPAR-ESPACO-MENSAGEM.
           DISPLAY W-BRANCO (1:50) AT 2712.

       FINALIZACAO.
           IF  NOT EM-LOTE
               CLOSE ARQ-LEITOR
               CLOSE ARQ-ANUIDADE
           END-IF.
           DISPLAY "TERMINO DO PROCESSAMENTO" AT 3021.

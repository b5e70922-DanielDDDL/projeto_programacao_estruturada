
       IDENTIFICATION DIVISION.

       PROGRAM-ID. POLITICAS.
       AUTHOR. DANIEL.

       ENVIRONMENT DIVISION.
         CONFIGURATION SECTION.

             SPECIAL-NAMES.
                 DECIMAL-POINT IS COMMA.

             INPUT-OUTPUT SECTION.
               FILE-CONTROL.
                   SELECT OPTIONAL ARQ-POLITICA
                   ASSIGN TO "politicas.dat"
                   ORGANIZATION INDEXED
                   RECORD KEY IS CHAVE-POLITICA
                   ACCESS DYNAMIC
                   FILE STATUS IS W-COD-ERRO-POL.

                   SELECT OPTIONAL ARQ-CATEGORIA
                   ASSIGN TO "categorias.dat"
                   ORGANIZATION INDEXED
                   RECORD KEY IS COD-CATEGORIA
                   ACCESS DYNAMIC
                   FILE STATUS IS W-COD-ERRO-CAT.

       DATA DIVISION.
         FILE SECTION.
         FD  ARQ-POLITICA
             LABEL RECORD STANDARD.
         COPY "REGPOLITICA.cpy".

         FD  ARQ-CATEGORIA
             LABEL RECORD STANDARD.
         COPY "REGCATEG.cpy".

         WORKING-STORAGE SECTION.
         77  W-COD-ERRO-POL     PIC XX    VALUE SPACES.
             88  STATUS-POL-OK            VALUE "00".
         77  W-COD-ERRO-CAT     PIC XX    VALUE SPACES.
         77  W-OPCAO            PIC X     VALUE SPACES.
             88  OPC-OK                   VALUE "S" "N".
         77  W-CONFIRMA         PIC X     VALUE SPACES.
         77  W-LOGIN-OK         PIC X     VALUE "N".
         77  W-ACESSO-LIBERADO  PIC X     VALUE "N".
             88  ACESSO-LIBERADO          VALUE "S".
         77  W-EM-LOTE          PIC X     VALUE "N".
             88  EM-LOTE                  VALUE "S".
         77  W-POLITICA-NOVA    PIC X     VALUE "N".
             88  POLITICA-NOVA            VALUE "S".
         77  W-TIPO-DIG         PIC X     VALUE SPACES.
             88  TIPO-DIG-OK              VALUE "E" "P" "F" "V".
         77  W-CATEGORIA-DIG    PIC X(15) VALUE SPACES.
         77  W-CATEGORIA-OK     PIC X     VALUE "N".
             88  CATEGORIA-OK             VALUE "S".
         77  W-LOCAL-DIG        PIC X     VALUE SPACES.
             88  LOCAL-DIG-OK             VALUE "S" "N".
         77  MAX-EMP-ED         PIC Z9    VALUE ZEROS.
         77  PRAZO-ED           PIC Z9    VALUE ZEROS.
         77  MAX-REN-ED         PIC Z9    VALUE ZEROS.
         77  MULTA-DIA-ED       PIC ZZ9,99 VALUE ZEROS.
         77  W-LINHA-LISTA      PIC 99    VALUE ZEROS.
         77  W-POS              PIC 9(4)  VALUE ZEROS.
         77  W-BRANCO           PIC X(50) VALUE SPACES.

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
                   OPEN I-O ARQ-POLITICA
                   OPEN INPUT ARQ-CATEGORIA
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
           *> AS REGRAS DE EMPRESTIMO VALEM PARA TODOS OS BALCOES: SO
           *> O ADMINISTRADOR ALTERA A TABELA.
           MOVE "N" TO W-LOGIN-OK.
           CALL "VALIDARLOGIN" USING W-LOGIN-OK "POLITICAS      ".
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
           PERFORM LISTAR-POLITICAS.
           PERFORM RECEBER-CHAVE.
           PERFORM RECEBER-REGRAS.
           PERFORM CONFIRMAR-E-GRAVAR.
           PERFORM OPCAO-CONTINUIDADE.

       FORMATAR-TELA.
           MOVE "N" TO W-POLITICA-NOVA.
           MOVE SPACES TO W-CONFIRMA W-TIPO-DIG W-CATEGORIA-DIG
                W-LOCAL-DIG.

           DISPLAY CLEAR-SCREEN.
           CALL "CABECALHO".

           DISPLAY "POLITICAS DE EMPRESTIMO"            AT 1310.
           DISPLAY "T CATEGORIA       LIM PRAZO REN MULTA/DIA LOCAL"
                                                        AT 1502.
           DISPLAY "TIPO DE LEITOR (E/P/F/V):"          AT 2502.
           DISPLAY "CATEGORIA (BRANCO = REGRA GERAL):"  AT 2602.
           DISPLAY "MAX. EMPRESTIMOS ATIVOS:"           AT 2702.
           DISPLAY "PRAZO PADRAO EM DIAS (ATE 60):"     AT 2802.
           DISPLAY "MAX. RENOVACOES:"                   AT 2902.
           DISPLAY "MULTA POR DIA DE ATRASO:"           AT 3002.
           DISPLAY "SO CONSULTA LOCAL? (S/N):"          AT 3102.
           DISPLAY "CONFIRMA A GRAVACAO? (S/N):"        AT 3302.
           DISPLAY "MENSAGEM:"                          AT 3502.
           DISPLAY "OUTRA POLITICA? (S/N):"             AT 3702.

       LISTAR-POLITICAS.
           MOVE ZEROS TO W-LINHA-LISTA.
           MOVE LOW-VALUES TO CHAVE-POLITICA.
           START ARQ-POLITICA KEY IS NOT LESS THAN CHAVE-POLITICA
               INVALID KEY MOVE "23" TO W-COD-ERRO-POL
           END-START.
           IF  W-COD-ERRO-POL = "00"
               PERFORM LER-PROXIMA-POLITICA
               PERFORM UNTIL W-COD-ERRO-POL NOT = "00"
                       OR W-LINHA-LISTA >= 8
                   ADD 1 TO W-LINHA-LISTA
                   PERFORM EXIBIR-LINHA-POLITICA
                   PERFORM LER-PROXIMA-POLITICA
               END-PERFORM
           END-IF.
           IF  W-LINHA-LISTA = 0
               DISPLAY "(NENHUMA POLITICA AINDA - VALEM 3 EMPRESTIMOS,"
                       AT 1602
               DISPLAY " 14 DIAS, 2 RENOVACOES E multaparam.txt)"
                       AT 1702
           END-IF.
           MOVE "00" TO W-COD-ERRO-POL.

       EXIBIR-LINHA-POLITICA.
           COMPUTE W-POS = (15 + W-LINHA-LISTA) * 100 + 2.
           DISPLAY TIPO-LEITOR-POL AT W-POS.
           COMPUTE W-POS = (15 + W-LINHA-LISTA) * 100 + 4.
           IF  CATEGORIA-POL = SPACES
               DISPLAY "(GERAL)" AT W-POS
           ELSE
               DISPLAY CATEGORIA-POL AT W-POS
           END-IF.
           MOVE MAX-EMPRESTIMOS-POL TO MAX-EMP-ED.
           COMPUTE W-POS = (15 + W-LINHA-LISTA) * 100 + 21.
           DISPLAY MAX-EMP-ED AT W-POS.
           MOVE PRAZO-DIAS-POL TO PRAZO-ED.
           COMPUTE W-POS = (15 + W-LINHA-LISTA) * 100 + 27.
           DISPLAY PRAZO-ED AT W-POS.
           MOVE MAX-RENOVACOES-POL TO MAX-REN-ED.
           COMPUTE W-POS = (15 + W-LINHA-LISTA) * 100 + 31.
           DISPLAY MAX-REN-ED AT W-POS.
           MOVE VALOR-DIA-MULTA-POL TO MULTA-DIA-ED.
           COMPUTE W-POS = (15 + W-LINHA-LISTA) * 100 + 36.
           DISPLAY MULTA-DIA-ED AT W-POS.
           COMPUTE W-POS = (15 + W-LINHA-LISTA) * 100 + 46.
           DISPLAY CONSULTA-LOCAL-POL AT W-POS.

       LER-PROXIMA-POLITICA.
           READ ARQ-POLITICA NEXT RECORD
               AT END MOVE "10" TO W-COD-ERRO-POL
           END-READ.

       RECEBER-CHAVE.
           PERFORM WITH TEST AFTER UNTIL TIPO-DIG-OK
               ACCEPT W-TIPO-DIG AT 2529 WITH AUTO
               MOVE FUNCTION UPPER-CASE (W-TIPO-DIG) TO W-TIPO-DIG
               IF  TIPO-DIG-OK
                   PERFORM LIMPAR-ESPACO-MENSAGEM
               ELSE
                   DISPLAY "E=ESTUDANTE P=PROFESSOR F=FUNCIONARIO "
                           "V=VISITANTE" AT 3512
               END-IF
           END-PERFORM.

           PERFORM WITH TEST AFTER UNTIL CATEGORIA-OK
               MOVE SPACES TO W-CATEGORIA-DIG
               ACCEPT W-CATEGORIA-DIG AT 2636
               MOVE FUNCTION UPPER-CASE (W-CATEGORIA-DIG)
                 TO W-CATEGORIA-DIG
               PERFORM VALIDAR-CATEGORIA
               IF  CATEGORIA-OK
                   PERFORM LIMPAR-ESPACO-MENSAGEM
               ELSE
                   DISPLAY "CATEGORIA NAO CONSTA DA TABELA DE "
                           "CATEGORIAS" AT 3512
               END-IF
           END-PERFORM.

           MOVE W-TIPO-DIG      TO TIPO-LEITOR-POL.
           MOVE W-CATEGORIA-DIG TO CATEGORIA-POL.
           READ ARQ-POLITICA.
           IF  NOT STATUS-POL-OK
               MOVE "S" TO W-POLITICA-NOVA
               INITIALIZE REG-POLITICA
               MOVE W-TIPO-DIG      TO TIPO-LEITOR-POL
               MOVE W-CATEGORIA-DIG TO CATEGORIA-POL
               MOVE "N"             TO CONSULTA-LOCAL-POL
               DISPLAY "POLITICA NOVA - SERA INCLUIDA" AT 3512
           END-IF.

       VALIDAR-CATEGORIA.
           *> EM BRANCO E A REGRA GERAL DO TIPO; FORA ISSO, A
           *> CATEGORIA PRECISA EXISTIR NA TABELA OFICIAL (A MESMA
           *> DESCRICAO QUE VAI EM CATEGORIA-LIVRO).
           MOVE "N" TO W-CATEGORIA-OK.
           IF  W-CATEGORIA-DIG = SPACES
               MOVE "S" TO W-CATEGORIA-OK
           ELSE
               MOVE ZEROS TO COD-CATEGORIA
               START ARQ-CATEGORIA KEY IS NOT LESS THAN COD-CATEGORIA
                   INVALID KEY MOVE "23" TO W-COD-ERRO-CAT
               END-START
               IF  W-COD-ERRO-CAT = "00"
                   PERFORM LER-PROXIMA-CATEGORIA
                   PERFORM UNTIL W-COD-ERRO-CAT NOT = "00"
                           OR CATEGORIA-OK
                       IF  DESC-CATEGORIA = W-CATEGORIA-DIG
                           MOVE "S" TO W-CATEGORIA-OK
                       ELSE
                           PERFORM LER-PROXIMA-CATEGORIA
                       END-IF
                   END-PERFORM
               END-IF
               MOVE "00" TO W-COD-ERRO-CAT
           END-IF.

       LER-PROXIMA-CATEGORIA.
           READ ARQ-CATEGORIA NEXT RECORD
               AT END MOVE "10" TO W-COD-ERRO-CAT
           END-READ.

       RECEBER-REGRAS.
           MOVE MAX-EMPRESTIMOS-POL TO MAX-EMP-ED.
           PERFORM WITH TEST AFTER UNTIL MAX-EMP-ED > 0
               ACCEPT MAX-EMP-ED AT 2729
               IF  MAX-EMP-ED = 0
                   DISPLAY "INFORME AO MENOS 1 EMPRESTIMO" AT 3512
               ELSE
                   PERFORM LIMPAR-ESPACO-MENSAGEM
               END-IF
           END-PERFORM.
           MOVE MAX-EMP-ED TO MAX-EMPRESTIMOS-POL.

           MOVE PRAZO-DIAS-POL TO PRAZO-ED.
           PERFORM WITH TEST AFTER UNTIL
                   PRAZO-ED > 0 AND PRAZO-ED <= 60
               ACCEPT PRAZO-ED AT 2834
               IF  PRAZO-ED = 0 OR PRAZO-ED > 60
                   DISPLAY "PRAZO DEVERA SER > 0 E <= 60 DIAS"
                           AT 3512
               ELSE
                   PERFORM LIMPAR-ESPACO-MENSAGEM
               END-IF
           END-PERFORM.
           MOVE PRAZO-ED TO PRAZO-DIAS-POL.

           MOVE MAX-RENOVACOES-POL TO MAX-REN-ED.
           ACCEPT MAX-REN-ED AT 2919.
           MOVE MAX-REN-ED TO MAX-RENOVACOES-POL.

           MOVE VALOR-DIA-MULTA-POL TO MULTA-DIA-ED.
           ACCEPT MULTA-DIA-ED AT 3027.
           MOVE MULTA-DIA-ED TO VALOR-DIA-MULTA-POL.

           MOVE CONSULTA-LOCAL-POL TO W-LOCAL-DIG.
           DISPLAY W-LOCAL-DIG AT 3128.
           PERFORM WITH TEST AFTER UNTIL LOCAL-DIG-OK
               ACCEPT W-LOCAL-DIG AT 3128 WITH AUTO
               MOVE FUNCTION UPPER-CASE (W-LOCAL-DIG) TO W-LOCAL-DIG
               IF  LOCAL-DIG-OK
                   PERFORM LIMPAR-ESPACO-MENSAGEM
               ELSE
                   DISPLAY "DIGITE 'S' (SO CONSULTA) OU 'N'" AT 3512
               END-IF
           END-PERFORM.
           MOVE W-LOCAL-DIG TO CONSULTA-LOCAL-POL.

       CONFIRMAR-E-GRAVAR.
           PERFORM WITH TEST AFTER UNTIL W-CONFIRMA = "S" OR "N"
               ACCEPT W-CONFIRMA AT 3331 WITH AUTO
               MOVE FUNCTION UPPER-CASE (W-CONFIRMA) TO W-CONFIRMA
               IF  W-CONFIRMA NOT = "S" AND "N"
                   DISPLAY "DIGITAR 'S' PARA CONFIRMAR E 'N' PARA"
                           AT 3512
               ELSE
                   PERFORM LIMPAR-ESPACO-MENSAGEM
               END-IF
           END-PERFORM.

           IF  W-CONFIRMA = "S"
               IF  POLITICA-NOVA
                   WRITE REG-POLITICA
               ELSE
                   REWRITE REG-POLITICA
               END-IF
               IF  STATUS-POL-OK
                   DISPLAY "POLITICA GRAVADA COM SUCESSO" AT 3512
               ELSE
                   DISPLAY "ERRO AO GRAVAR (STATUS "
                           W-COD-ERRO-POL ")" AT 3512
               END-IF
           ELSE
               DISPLAY "GRAVACAO DESCARTADA" AT 3512
           END-IF.

       OPCAO-CONTINUIDADE.
           PERFORM WITH TEST AFTER UNTIL OPC-OK
               ACCEPT W-OPCAO AT 3725 WITH AUTO
               MOVE FUNCTION UPPER-CASE (W-OPCAO) TO W-OPCAO
               IF  OPC-OK
                   PERFORM LIMPAR-ESPACO-MENSAGEM
               ELSE
                   DISPLAY "DIGITE 'S' OU 'N'" AT 3512
               END-IF
           END-PERFORM.

       LIMPAR-ESPACO-MENSAGEM.
           DISPLAY W-BRANCO AT 3512.

       FINALIZACAO.
           IF  ACESSO-LIBERADO
               CLOSE ARQ-POLITICA
               CLOSE ARQ-CATEGORIA
           END-IF.
           DISPLAY "TERMINO DO PROCESSAMENTO" AT 3921.


       IDENTIFICATION DIVISION.

       PROGRAM-ID. ABONARMULTA.
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

                   SELECT OPTIONAL ARQ-MULTA
                   ASSIGN TO "multas.dat"
                   ORGANIZATION INDEXED
                   RECORD KEY IS COD-EMPRESTIMO-MUL
                   ALTERNATE RECORD KEY IS COD-LEITOR-MUL
                       WITH DUPLICATES
                   ACCESS DYNAMIC
                   FILE STATUS IS W-COD-ERRO-MUL.

                   SELECT OPTIONAL ARQ-ABONO
                   ASSIGN TO "abonosmultas.dat"
                   ORGANIZATION INDEXED
                   RECORD KEY IS COD-ABONO
                   ACCESS DYNAMIC
                   FILE STATUS IS W-COD-ERRO-ABN.

                   SELECT OPTIONAL ARQ-SESSAO
                   ASSIGN TO "usuario.atual"
                   ORGANIZATION LINE SEQUENTIAL
                   FILE STATUS IS W-COD-ERRO-SES.

       DATA DIVISION.
         FILE SECTION.
         FD  ARQ-LEITOR
             LABEL RECORD STANDARD.
         COPY "REGLEITOR.cpy".

         FD  ARQ-MULTA
             LABEL RECORD STANDARD.
         COPY "REGMULTA.cpy".

         FD  ARQ-ABONO
             LABEL RECORD STANDARD.
         COPY "REGABONO.cpy".

         FD  ARQ-SESSAO
             LABEL RECORD STANDARD.
         01  REG-SESSAO  PIC X(10).

         WORKING-STORAGE SECTION.
         77  W-COD-ERRO-LEI     PIC XX    VALUE SPACES.
             88  STATUS-LEI-OK            VALUE "00".
             88  STATUS-LEI-NAO-ENCONTRADO VALUE "23".
         77  W-COD-ERRO-MUL     PIC XX    VALUE SPACES.
             88  STATUS-MUL-OK            VALUE "00".
         77  W-COD-ERRO-ABN     PIC XX    VALUE SPACES.
         77  W-COD-ERRO-SES     PIC XX    VALUE SPACES.
         77  W-OPCAO            PIC X     VALUE SPACES.
             88  OPC-OK                   VALUE "S" "N".
         77  W-CONFIRMA         PIC X     VALUE SPACES.
         77  W-LEITOR-OK        PIC X     VALUE "N".
             88  LEITOR-OK                VALUE "S".
         77  W-MULTA-OK         PIC X     VALUE "N".
             88  MULTA-OK                 VALUE "S".
      *> CAMPO DO LEITOR: CODIGO DIGITADO OU CARTAO LIDO NO BALCAO
      *> (CONFERIDO EM VALIDARCARTAO).
         77  W-ENTRADA-LEITOR   PIC X(8)  VALUE SPACES.
         77  W-VIA-CARTAO       PIC 99    VALUE ZEROS.
         77  W-TIPO-ENTRADA     PIC X     VALUE SPACES.
             88  ENTRADA-CARTAO           VALUE "C".
             88  ENTRADA-INVALIDA         VALUE "X".
         77  COD-EMP-ED         PIC ZZZZ9 VALUE ZEROS.
         77  W-COD-LEITOR-DIG   PIC 9(5)  VALUE ZEROS.
         77  W-NOME-LEITOR-DIG  PIC X(40) VALUE SPACES.
         77  W-DATA-HOJE-AAAAMMDD PIC 9(8) VALUE ZEROS.
         77  W-SALDO-MULTA      PIC 9(5)V99 VALUE ZEROS.
         77  W-VALOR-ABONO-DIG  PIC 9(5)V99 VALUE ZEROS.
         77  W-VALOR-ANTES      PIC 9(5)V99 VALUE ZEROS.
         77  W-MOTIVO-DIG       PIC X(3)  VALUE SPACES.
             88  MOTIVO-DIG-OK            VALUE "BIB" "SAU" "FEC"
                                                "OUT".
         77  W-OBSERVACAO-DIG   PIC X(40) VALUE SPACES.
         77  W-PROX-COD-ABONO   PIC 9(5)  VALUE ZEROS.
         77  VALOR-ED           PIC ZZ.ZZ9,99 VALUE ZEROS.
         77  SALDO-ED           PIC ZZ.ZZ9,99 VALUE ZEROS.
         77  VALOR-ABONO-ED     PIC ZZ.ZZ9,99 VALUE ZEROS.
         77  W-TOTAL-ABERTAS    PIC 9(3)  VALUE ZEROS.
         77  W-LINHA-TELA       PIC 9(4)  VALUE ZEROS.
         77  W-POS-TELA         PIC 9(4)  VALUE ZEROS.
         77  W-FIM-VARREDURA    PIC X     VALUE "N".
             88  FIM-VARREDURA            VALUE "S".
         77  W-BRANCO           PIC X(70) VALUE SPACES.
         77  W-EM-LOTE          PIC X     VALUE "N".
             88  EM-LOTE                  VALUE "S".
      *> O ABONO SO E GRAVADO COM A AUTORIZACAO DE UM PERFIL DE
      *> ADMINISTRADOR (VALIDARLOGIN), COMO O DESCONTO MANUAL DE VENDA:
      *> O LOGIN DO AUTORIZADOR SOBRESCREVE usuario.atual, ENTAO A
      *> SESSAO DO OPERADOR E GUARDADA ANTES E RESTAURADA DEPOIS.
         77  W-LOGIN-OK         PIC X     VALUE "N".
         77  W-OPERADOR-SESSAO  PIC X(10) VALUE SPACES.
         77  W-SESSAO-GUARDADA  PIC X(10) VALUE SPACES.
         77  W-AUTORIZADOR      PIC X(10) VALUE SPACES.
         01  LINHA-MULTA-TELA.
             02  LMT-COD-EMP    PIC ZZZZ9.
             02  FILLER         PIC XX    VALUE SPACES.
             02  LMT-DATA       PIC X(10).
             02  FILLER         PIC XX    VALUE SPACES.
             02  LMT-VALOR      PIC ZZ.ZZ9,99.
             02  FILLER         PIC XX    VALUE SPACES.
             02  LMT-SALDO      PIC ZZ.ZZ9,99.

         SCREEN SECTION.
            01 CLEAR-SCREEN.
               05 BLANK SCREEN BACKGROUND-COLOR 0 FOREGROUND-COLOR 0.

       PROCEDURE DIVISION.

       INICIO.
           *> ABONO DE MULTA (ATRASO POR FALHA DA BIBLIOTECA, LEITOR
           *> INTERNADO, BIBLIOTECA FECHADA SEM AVISO): ENCERRA OU
           *> REDUZ A MULTA SEM ENTRADA DE CAIXA, COM MOTIVO E COM O
           *> ADMINISTRADOR QUE AUTORIZOU GRAVADOS EM
           *> "abonosmultas.dat" (RELATORIOABONO). O DESBLOQUEIO DO
           *> LEITOR FICA COM BLOQUEARLEITOR, NA PROXIMA EXECUCAO.
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
               OPEN INPUT ARQ-LEITOR
               OPEN I-O ARQ-MULTA
               OPEN I-O ARQ-ABONO
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

       PROCESSAMENTO.
           PERFORM FORMATAR-TELA.
           PERFORM RECEBER-LEITOR.
           IF  LEITOR-OK
               PERFORM LISTAR-MULTAS-ABERTAS
               IF  W-TOTAL-ABERTAS > 0
                   PERFORM RECEBER-MULTA
                   IF  MULTA-OK
                       PERFORM RECEBER-ABONO
                       PERFORM CONFIRMAR-E-ABONAR
                   END-IF
               ELSE
                   DISPLAY "LEITOR SEM MULTAS EM ABERTO" AT 2912
               END-IF
           END-IF.
           PERFORM OPCAO-CONTINUIDADE.

       FORMATAR-TELA.
           MOVE "N" TO W-LEITOR-OK W-MULTA-OK.
           MOVE ZEROS TO COD-EMP-ED W-COD-LEITOR-DIG W-TOTAL-ABERTAS
                W-VALOR-ABONO-DIG W-SALDO-MULTA.
           MOVE SPACES TO W-CONFIRMA W-ENTRADA-LEITOR W-MOTIVO-DIG
                W-OBSERVACAO-DIG W-NOME-LEITOR-DIG W-AUTORIZADOR.
           PERFORM DESENHAR-TELA.

       DESENHAR-TELA.
           DISPLAY CLEAR-SCREEN.
           CALL "CABECALHO".

           DISPLAY "ABONO DE MULTAS"                    AT 1310.
           DISPLAY "CODIGO OU CARTAO:"                  AT 1502.
           DISPLAY "MULTAS EM ABERTO (EMPRESTIMO / DATA / VALOR /"
                   AT 1702.
           DISPLAY "SALDO):"                            AT 1749.
           DISPLAY "EMPRESTIMO A ABONAR:"               AT 2302.
           DISPLAY "SALDO DEVEDOR:"                     AT 2402.
           DISPLAY "VALOR DO ABONO (0=TOTAL):"          AT 2502.
           DISPLAY "MOTIVO (BIB/SAU/FEC/OUT):"          AT 2602.
           DISPLAY "OBSERVACAO:"                        AT 2702.
           DISPLAY "CONFIRMA O ABONO? (S/N):"           AT 2802.
           DISPLAY "MENSAGEM:"                          AT 2902.
           DISPLAY "OUTRO ABONO? (S/N):"                AT 3102.

       RECEBER-LEITOR.
           *> O CAMPO ACEITA O CODIGO DIGITADO OU O CARTAO DO LEITOR
           *> (CARTAOLEITOR); CARTAO DE VIA SUBSTITUIDA E RECUSADO.
           ACCEPT W-ENTRADA-LEITOR AT 1521.
           CALL "VALIDARCARTAO" USING "V" W-ENTRADA-LEITOR COD-LEITOR
                W-VIA-CARTAO W-TIPO-ENTRADA.
           IF  ENTRADA-INVALIDA
               DISPLAY "CARTAO INVALIDO - DIGITO NAO CONFERE" AT 2912
           ELSE
               PERFORM LER-LEITOR-INFORMADO
           END-IF.

       LER-LEITOR-INFORMADO.
           READ ARQ-LEITOR.
           IF  STATUS-LEI-OK AND ENTRADA-CARTAO
                   AND W-VIA-CARTAO NOT = VIA-CARTAO-LEITOR
               DISPLAY "CARTAO CANCELADO - VIA SUBSTITUIDA" AT 2912
           ELSE
               PERFORM VALIDAR-LEITOR-LIDO
           END-IF.

       VALIDAR-LEITOR-LIDO.
           IF  STATUS-LEI-OK
               MOVE COD-LEITOR TO W-COD-LEITOR-DIG
               MOVE NOME-LEITOR-CAD TO W-NOME-LEITOR-DIG
               MOVE "S" TO W-LEITOR-OK
               DISPLAY NOME-LEITOR-CAD AT 1529
               PERFORM LIMPAR-ESPACO-MENSAGEM
           ELSE
               IF  STATUS-LEI-NAO-ENCONTRADO
                   DISPLAY "LEITOR NAO CADASTRADO" AT 2912
               ELSE
                   DISPLAY "ERRO AO LER LEITOR (STATUS "
                           W-COD-ERRO-LEI ")" AT 2912
               END-IF
           END-IF.

       LISTAR-MULTAS-ABERTAS.
           *> LE SO AS MULTAS DO LEITOR, PELA CHAVE ALTERNATIVA
           *> COD-LEITOR-MUL (MESMA LEITURA DE PAGARMULTA), E MOSTRA
           *> AS PRIMEIRAS 5 ABERTAS.
           MOVE ZEROS TO W-TOTAL-ABERTAS.
           MOVE W-COD-LEITOR-DIG TO COD-LEITOR-MUL.
           MOVE "N" TO W-FIM-VARREDURA.
           MOVE 18 TO W-LINHA-TELA.
           START ARQ-MULTA KEY IS EQUAL TO COD-LEITOR-MUL
               INVALID KEY MOVE "S" TO W-FIM-VARREDURA
           END-START.
           PERFORM UNTIL FIM-VARREDURA
               READ ARQ-MULTA NEXT RECORD
                   AT END MOVE "S" TO W-FIM-VARREDURA
               END-READ
               IF  NOT FIM-VARREDURA
                       AND COD-LEITOR-MUL NOT = W-COD-LEITOR-DIG
                   MOVE "S" TO W-FIM-VARREDURA
               END-IF
               IF  NOT FIM-VARREDURA AND MULTA-ABERTA
                   ADD 1 TO W-TOTAL-ABERTAS
                   IF  W-LINHA-TELA <= 22
                       PERFORM EXIBIR-LINHA-MULTA
                   END-IF
               END-IF
           END-PERFORM.

       EXIBIR-LINHA-MULTA.
           MOVE COD-EMPRESTIMO-MUL TO LMT-COD-EMP.
           MOVE SPACES TO LMT-DATA.
           STRING DM-DIA "/" DM-MES "/" DM-ANO DELIMITED BY SIZE
               INTO LMT-DATA
           END-STRING.
           MOVE VALOR-MULTA TO LMT-VALOR.
           COMPUTE W-SALDO-MULTA = VALOR-MULTA - VALOR-PAGO-MUL.
           MOVE W-SALDO-MULTA TO LMT-SALDO.
           COMPUTE W-POS-TELA = W-LINHA-TELA * 100 + 4.
           DISPLAY LINHA-MULTA-TELA AT W-POS-TELA.
           ADD 1 TO W-LINHA-TELA.

       RECEBER-MULTA.
           ACCEPT COD-EMP-ED AT 2323.
           MOVE COD-EMP-ED TO COD-EMPRESTIMO-MUL.
           READ ARQ-MULTA.
           IF  STATUS-MUL-OK
               IF  NOT MULTA-ABERTA
                   DISPLAY "MULTA JA ESTA QUITADA OU ABONADA" AT 2912
               ELSE
                   IF  COD-LEITOR-MUL NOT = W-COD-LEITOR-DIG
                       DISPLAY "MULTA NAO PERTENCE A ESTE LEITOR"
                               AT 2912
                   ELSE
                       MOVE "S" TO W-MULTA-OK
                       COMPUTE W-SALDO-MULTA =
                               VALOR-MULTA - VALOR-PAGO-MUL
                       MOVE W-SALDO-MULTA TO SALDO-ED
                       DISPLAY SALDO-ED AT 2417
                       PERFORM LIMPAR-ESPACO-MENSAGEM
                   END-IF
               END-IF
           ELSE
               DISPLAY "MULTA NAO ENCONTRADA" AT 2912
           END-IF.

       RECEBER-ABONO.
           MOVE ZEROS TO VALOR-ABONO-ED W-VALOR-ABONO-DIG.
           PERFORM WITH TEST AFTER UNTIL
                   W-VALOR-ABONO-DIG <= W-SALDO-MULTA
               ACCEPT VALOR-ABONO-ED AT 2528
               MOVE VALOR-ABONO-ED TO W-VALOR-ABONO-DIG
               IF  W-VALOR-ABONO-DIG > W-SALDO-MULTA
                   DISPLAY "VALOR MAIOR QUE O SALDO DEVEDOR" AT 2912
               ELSE
                   PERFORM LIMPAR-ESPACO-MENSAGEM
               END-IF
           END-PERFORM.
           *> ZERO = ABONO TOTAL DO SALDO
           IF  W-VALOR-ABONO-DIG = 0
               MOVE W-SALDO-MULTA TO W-VALOR-ABONO-DIG
               MOVE W-VALOR-ABONO-DIG TO VALOR-ABONO-ED
               DISPLAY VALOR-ABONO-ED AT 2528
           END-IF.
           PERFORM WITH TEST AFTER UNTIL MOTIVO-DIG-OK
               ACCEPT W-MOTIVO-DIG AT 2628
               MOVE FUNCTION UPPER-CASE (W-MOTIVO-DIG) TO W-MOTIVO-DIG
               IF  MOTIVO-DIG-OK
                   PERFORM LIMPAR-ESPACO-MENSAGEM
               ELSE
                   DISPLAY "DIGITE 'BIB', 'SAU', 'FEC' OU 'OUT'"
                           AT 2912
               END-IF
           END-PERFORM.
           *> O MOTIVO "OUT" (OUTRO) EXIGE A EXPLICACAO NA OBSERVACAO
           PERFORM WITH TEST AFTER UNTIL
                   W-MOTIVO-DIG NOT = "OUT"
                   OR W-OBSERVACAO-DIG NOT = SPACES
               ACCEPT W-OBSERVACAO-DIG AT 2714
               MOVE FUNCTION UPPER-CASE (W-OBSERVACAO-DIG)
                 TO W-OBSERVACAO-DIG
               IF  W-MOTIVO-DIG = "OUT" AND W-OBSERVACAO-DIG = SPACES
                   DISPLAY "MOTIVO 'OUT' EXIGE OBSERVACAO" AT 2912
               ELSE
                   PERFORM LIMPAR-ESPACO-MENSAGEM
               END-IF
           END-PERFORM.

       CONFIRMAR-E-ABONAR.
           PERFORM WITH TEST AFTER UNTIL W-CONFIRMA = "S" OR "N"
               ACCEPT W-CONFIRMA AT 2827 WITH AUTO
               MOVE FUNCTION UPPER-CASE (W-CONFIRMA) TO W-CONFIRMA
               IF  W-CONFIRMA NOT = "S" AND "N"
                   DISPLAY "DIGITAR 'S' PARA CONFIRMAR E 'N' PARA"
                           AT 2912
               ELSE
                   PERFORM LIMPAR-ESPACO-MENSAGEM
               END-IF
           END-PERFORM.

           IF  W-CONFIRMA = "S"
               PERFORM AUTORIZAR-ABONO
               IF  W-LOGIN-OK = "S"
                   PERFORM APLICAR-ABONO
               ELSE
                   DISPLAY "ABONO NAO AUTORIZADO" AT 2912
               END-IF
           ELSE
               DISPLAY "ABONO DESCARTADO" AT 2912
           END-IF.

       AUTORIZAR-ABONO.
           PERFORM LER-SESSAO-ATUAL.
           MOVE W-OPERADOR-SESSAO TO W-SESSAO-GUARDADA.
           MOVE "N" TO W-LOGIN-OK.
           CALL "VALIDARLOGIN" USING W-LOGIN-OK "ABONARMULTA    ".
           IF  W-LOGIN-OK = "S"
               *> O LOGIN DO ADMINISTRADOR FICOU EM usuario.atual:
               *> GUARDA-SE QUEM AUTORIZOU E DEVOLVE-SE A SESSAO AO
               *> OPERADOR DO TERMINAL.
               PERFORM LER-SESSAO-ATUAL
               MOVE W-OPERADOR-SESSAO TO W-AUTORIZADOR
               MOVE W-SESSAO-GUARDADA TO W-OPERADOR-SESSAO
               PERFORM RESTAURAR-SESSAO-OPERADOR
           ELSE
               MOVE W-SESSAO-GUARDADA TO W-OPERADOR-SESSAO
           END-IF.
           *> O LOGIN APAGOU A TELA: REDESENHA E REPOE OS DADOS DO ABONO
           PERFORM REDESENHAR-TELA-ABONO.

       LER-SESSAO-ATUAL.
           MOVE "DESCONHEC." TO W-OPERADOR-SESSAO.
           OPEN INPUT ARQ-SESSAO.
           IF  W-COD-ERRO-SES = "00"
               READ ARQ-SESSAO INTO W-OPERADOR-SESSAO
                   AT END CONTINUE
               END-READ
               CLOSE ARQ-SESSAO
           END-IF.

       RESTAURAR-SESSAO-OPERADOR.
           OPEN OUTPUT ARQ-SESSAO.
           IF  W-COD-ERRO-SES = "00" OR W-COD-ERRO-SES = "05"
               MOVE W-OPERADOR-SESSAO TO REG-SESSAO
               WRITE REG-SESSAO
               CLOSE ARQ-SESSAO
           END-IF.

       REDESENHAR-TELA-ABONO.
           PERFORM DESENHAR-TELA.
           MOVE W-COD-LEITOR-DIG TO COD-EMP-ED.
           DISPLAY COD-EMP-ED                           AT 1521.
           DISPLAY W-NOME-LEITOR-DIG                    AT 1529.
           MOVE COD-EMPRESTIMO-MUL TO COD-EMP-ED.
           DISPLAY COD-EMP-ED                           AT 2323.
           MOVE W-SALDO-MULTA TO SALDO-ED.
           DISPLAY SALDO-ED                             AT 2417.
           DISPLAY VALOR-ABONO-ED                       AT 2528.
           DISPLAY W-MOTIVO-DIG                         AT 2628.
           DISPLAY W-OBSERVACAO-DIG                     AT 2714.
           DISPLAY W-CONFIRMA                           AT 2827.

       APLICAR-ABONO.
           *> A MULTA E RELIDA: ENQUANTO O ADMINISTRADOR DIGITAVA A
           *> SENHA, OUTRO TERMINAL PODE TER RECEBIDO UM PAGAMENTO.
           READ ARQ-MULTA.
           IF  NOT STATUS-MUL-OK
               DISPLAY "ERRO AO LER MULTA (STATUS "
                       W-COD-ERRO-MUL ")" AT 2912
           ELSE
               COMPUTE W-SALDO-MULTA = VALOR-MULTA - VALOR-PAGO-MUL
               IF  NOT MULTA-ABERTA
                       OR W-VALOR-ABONO-DIG > W-SALDO-MULTA
                   DISPLAY "MULTA ALTERADA NO MEIO DO ABONO - REFACA"
                           AT 2912
               ELSE
                   PERFORM GRAVAR-MULTA-ABONADA
               END-IF
           END-IF.

       GRAVAR-MULTA-ABONADA.
           ACCEPT W-DATA-HOJE-AAAAMMDD FROM DATE YYYYMMDD.
           MOVE VALOR-MULTA TO W-VALOR-ANTES.
           SUBTRACT W-VALOR-ABONO-DIG FROM VALOR-MULTA.
           IF  VALOR-PAGO-MUL >= VALOR-MULTA
               MOVE "B" TO SITUACAO-MULTA
               MOVE W-DATA-HOJE-AAAAMMDD TO DATA-QUITACAO-MUL
           END-IF.
           REWRITE REG-MULTA.
           IF  STATUS-MUL-OK
               PERFORM GRAVAR-ABONO
               IF  MULTA-ABONADA
                   DISPLAY "MULTA ABONADA E ENCERRADA" AT 2912
               ELSE
                   COMPUTE W-SALDO-MULTA =
                           VALOR-MULTA - VALOR-PAGO-MUL
                   MOVE W-SALDO-MULTA TO SALDO-ED
                   DISPLAY "ABONO PARCIAL - SALDO RESTANTE " AT 2912
                   DISPLAY SALDO-ED AT 2943
               END-IF
           ELSE
               DISPLAY "ERRO AO GRAVAR MULTA (STATUS "
                       W-COD-ERRO-MUL ")" AT 2912
           END-IF.

       GRAVAR-ABONO.
           PERFORM GERAR-PROXIMO-COD-ABONO.
           MOVE W-PROX-COD-ABONO   TO COD-ABONO.
           MOVE COD-EMPRESTIMO-MUL TO COD-EMPRESTIMO-ABN.
           MOVE COD-LEITOR-MUL     TO COD-LEITOR-ABN.
           MOVE W-DATA-HOJE-AAAAMMDD (1:4) TO DA-ANO.
           MOVE W-DATA-HOJE-AAAAMMDD (5:2) TO DA-MES.
           MOVE W-DATA-HOJE-AAAAMMDD (7:2) TO DA-DIA.
           MOVE W-VALOR-ANTES      TO VALOR-MULTA-ANTES.
           MOVE W-VALOR-ABONO-DIG  TO VALOR-ABONADO.
           MOVE W-MOTIVO-DIG       TO MOTIVO-ABONO.
           MOVE W-AUTORIZADOR      TO AUTORIZOU-ABONO.
           MOVE W-OPERADOR-SESSAO  TO OPERADOR-ABONO.
           MOVE W-OBSERVACAO-DIG   TO OBSERVACAO-ABONO.
           WRITE REG-ABONO.
           IF  W-COD-ERRO-ABN NOT = "00"
               DISPLAY "ERRO AO GRAVAR ABONO (STATUS "
                       W-COD-ERRO-ABN ")" AT 2912
           END-IF.

       GERAR-PROXIMO-COD-ABONO.
           MOVE ZEROS TO W-PROX-COD-ABONO COD-ABONO.
           START ARQ-ABONO KEY IS NOT LESS THAN COD-ABONO
               INVALID KEY MOVE "10" TO W-COD-ERRO-ABN
           END-START.
           IF  W-COD-ERRO-ABN = "00"
               PERFORM LER-PROXIMO-ABONO
               PERFORM UNTIL W-COD-ERRO-ABN NOT = "00"
                   IF  COD-ABONO > W-PROX-COD-ABONO
                       MOVE COD-ABONO TO W-PROX-COD-ABONO
                   END-IF
                   PERFORM LER-PROXIMO-ABONO
               END-PERFORM
           END-IF.
           ADD 1 TO W-PROX-COD-ABONO.
           MOVE "00" TO W-COD-ERRO-ABN.

       LER-PROXIMO-ABONO.
           READ ARQ-ABONO NEXT RECORD
               AT END MOVE "10" TO W-COD-ERRO-ABN
           END-READ.

       OPCAO-CONTINUIDADE.
           PERFORM WITH TEST AFTER UNTIL OPC-OK
               ACCEPT W-OPCAO AT 3122 WITH AUTO
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
           IF  NOT EM-LOTE
               CLOSE ARQ-LEITOR
               CLOSE ARQ-MULTA
               CLOSE ARQ-ABONO
           END-IF.
           DISPLAY "TERMINO DO PROCESSAMENTO" AT 3221.

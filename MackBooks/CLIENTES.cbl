
       IDENTIFICATION DIVISION.

       PROGRAM-ID. CLIENTES.
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
                   ACCESS DYNAMIC
                   FILE STATUS IS W-COD-ERRO-CLI.

       DATA DIVISION.
         FILE SECTION.
         FD  ARQ-CLIENTE
             LABEL RECORD STANDARD.
         COPY "REGCLIENTE.cpy".

         WORKING-STORAGE SECTION.
         77  W-COD-ERRO-CLI     PIC XX    VALUE SPACES.
             88  STATUS-CLI-OK            VALUE "00".
         77  W-OPCAO            PIC X     VALUE SPACES.
             88  OPC-OK                   VALUE "S" "N".
         77  W-CONFIRMA         PIC X     VALUE SPACES.
         77  W-LOGIN-OK         PIC X     VALUE "N".
         77  W-ACESSO-LIBERADO  PIC X     VALUE "N".
             88  ACESSO-LIBERADO          VALUE "S".
         77  W-CLIENTE-NOVO     PIC X     VALUE "N".
             88  CLIENTE-NOVO             VALUE "S".
         77  COD-CLIENTE-ED     PIC ZZZ9  VALUE ZEROS.
         77  W-PROX-COD-CLIENTE PIC 9(4)  VALUE ZEROS.
         77  LIMITE-ED          PIC Z.ZZZ.ZZ9,99 VALUE ZEROS.
         77  PRAZO-ED           PIC ZZ9   VALUE ZEROS.
         77  W-TIPO-DIG         PIC X     VALUE SPACES.
             88  TIPO-DIG-OK              VALUE "E" "M".
         77  W-SITUACAO-DIG     PIC X     VALUE SPACES.
             88  SITUACAO-DIG-OK          VALUE "A" "B".
      *> PRAZO PADRAO DE PAGAMENTO DA FATURA PARA CLIENTE NOVO
         77  W-PRAZO-PADRAO     PIC 9(3)  VALUE 30.
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
           PERFORM VALIDAR-ACESSO.
           IF  ACESSO-LIBERADO
               *> SE ARQUIVO NAO FOR ENCONTRADO, UM NOVO SERA CRIADO
               OPEN I-O ARQ-CLIENTE
           ELSE
               MOVE "N" TO W-OPCAO
           END-IF.

       VALIDAR-ACESSO.
           *> O LIMITE DE CREDITO DECIDE QUANTO A LOJA VENDE SEM
           *> RECEBER: SO O ADMINISTRADOR MANTEM O CADASTRO.
           MOVE "N" TO W-LOGIN-OK.
           CALL "VALIDARLOGIN" USING W-LOGIN-OK "CLIENTES       ".
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
           PERFORM RECEBER-COD-CLIENTE.
           PERFORM RECEBER-DADOS.
           PERFORM CONFIRMAR-E-GRAVAR.
           PERFORM OPCAO-CONTINUIDADE.

       FORMATAR-TELA.
           MOVE "N" TO W-CLIENTE-NOVO.
           MOVE ZEROS TO COD-CLIENTE-ED.
           MOVE SPACES TO W-CONFIRMA W-SITUACAO-DIG W-TIPO-DIG.

           DISPLAY CLEAR-SCREEN.
           CALL "CABECALHO".

           DISPLAY "CADASTRO DE CLIENTES INSTITUCIONAIS" AT 1310.
           DISPLAY "CODIGO (0 = NOVO CLIENTE):"         AT 1502.
           DISPLAY "NOME / RAZAO SOCIAL:"               AT 1602.
           DISPLAY "CNPJ:"                              AT 1702.
           DISPLAY "TIPO (E=ESCOLA M=EMPRESA):"         AT 1802.
           DISPLAY "CONTATO:"                           AT 1902.
           DISPLAY "TELEFONE:"                          AT 2002.
           DISPLAY "ENDERECO:"                          AT 2102.
           DISPLAY "LIMITE DE CREDITO:"                 AT 2202.
           DISPLAY "PRAZO DA FATURA (DIAS):"            AT 2302.
           DISPLAY "SITUACAO (A=ATIVO B=BLOQUEADO):"    AT 2402.
           DISPLAY "CONFIRMA A GRAVACAO? (S/N):"        AT 2502.
           DISPLAY "MENSAGEM:"                          AT 2702.
           DISPLAY "OUTRO CLIENTE? (S/N):"              AT 2902.

       RECEBER-COD-CLIENTE.
           ACCEPT COD-CLIENTE-ED AT 1530.
           IF  COD-CLIENTE-ED = 0
               MOVE "S" TO W-CLIENTE-NOVO
               PERFORM GERAR-PROXIMO-COD-CLIENTE
               INITIALIZE REG-CLIENTE
               MOVE W-PROX-COD-CLIENTE TO COD-CLIENTE COD-CLIENTE-ED
               PERFORM PREENCHER-PADROES
               DISPLAY COD-CLIENTE-ED AT 1530
           ELSE
               MOVE COD-CLIENTE-ED TO COD-CLIENTE
               READ ARQ-CLIENTE
               IF  STATUS-CLI-OK
                   PERFORM LIMPAR-ESPACO-MENSAGEM
               ELSE
                   *> CODIGO AINDA NAO CADASTRADO: TRATA COMO INCLUSAO
                   *> COM O CODIGO INFORMADO PELO OPERADOR
                   MOVE "S" TO W-CLIENTE-NOVO
                   INITIALIZE REG-CLIENTE
                   MOVE COD-CLIENTE-ED TO COD-CLIENTE
                   PERFORM PREENCHER-PADROES
                   DISPLAY "CLIENTE NOVO - SERA INCLUIDO" AT 2712
               END-IF
           END-IF.

       PREENCHER-PADROES.
           MOVE "E" TO TIPO-CLIENTE.
           MOVE W-PRAZO-PADRAO TO PRAZO-DIAS-CLI.
           MOVE "A" TO SITUACAO-CLIENTE.

       GERAR-PROXIMO-COD-CLIENTE.
           MOVE ZEROS TO W-PROX-COD-CLIENTE COD-CLIENTE.
           START ARQ-CLIENTE KEY IS NOT LESS THAN COD-CLIENTE
               INVALID KEY MOVE "10" TO W-COD-ERRO-CLI
           END-START.
           IF  W-COD-ERRO-CLI = "00"
               PERFORM LER-PROXIMO-CLIENTE
               PERFORM UNTIL W-COD-ERRO-CLI NOT = "00"
                   IF  COD-CLIENTE > W-PROX-COD-CLIENTE
                       MOVE COD-CLIENTE TO W-PROX-COD-CLIENTE
                   END-IF
                   PERFORM LER-PROXIMO-CLIENTE
               END-PERFORM
           END-IF.
           ADD 1 TO W-PROX-COD-CLIENTE.
           MOVE "00" TO W-COD-ERRO-CLI.

       LER-PROXIMO-CLIENTE.
           READ ARQ-CLIENTE NEXT RECORD
               AT END MOVE "10" TO W-COD-ERRO-CLI
           END-READ.

       RECEBER-DADOS.
           DISPLAY NOME-CLIENTE AT 1623.
           PERFORM WITH TEST AFTER UNTIL NOME-CLIENTE NOT = SPACES
               ACCEPT NOME-CLIENTE AT 1623
               IF  NOME-CLIENTE = SPACES
                   DISPLAY "O NOME DO CLIENTE E OBRIGATORIO" AT 2712
               ELSE
                   PERFORM LIMPAR-ESPACO-MENSAGEM
               END-IF
           END-PERFORM.

           DISPLAY CNPJ-CLIENTE AT 1708.
           ACCEPT CNPJ-CLIENTE AT 1708.

           MOVE TIPO-CLIENTE TO W-TIPO-DIG.
           DISPLAY W-TIPO-DIG AT 1829.
           PERFORM WITH TEST AFTER UNTIL TIPO-DIG-OK
               ACCEPT W-TIPO-DIG AT 1829 WITH AUTO
               MOVE FUNCTION UPPER-CASE (W-TIPO-DIG) TO W-TIPO-DIG
               IF  TIPO-DIG-OK
                   PERFORM LIMPAR-ESPACO-MENSAGEM
               ELSE
                   DISPLAY "DIGITE 'E' (ESCOLA) OU 'M' (EMPRESA)"
                           AT 2712
               END-IF
           END-PERFORM.
           MOVE W-TIPO-DIG TO TIPO-CLIENTE.

           DISPLAY CONTATO-CLIENTE AT 1911.
           ACCEPT CONTATO-CLIENTE AT 1911.

           DISPLAY TELEFONE-CLIENTE AT 2012.
           ACCEPT TELEFONE-CLIENTE AT 2012.

           DISPLAY ENDERECO-CLIENTE AT 2112.
           ACCEPT ENDERECO-CLIENTE AT 2112.

           MOVE LIMITE-CREDITO-CLI TO LIMITE-ED.
           DISPLAY LIMITE-ED AT 2221.
           ACCEPT LIMITE-ED AT 2221.
           MOVE LIMITE-ED TO LIMITE-CREDITO-CLI.

           MOVE PRAZO-DIAS-CLI TO PRAZO-ED.
           DISPLAY PRAZO-ED AT 2326.
           PERFORM WITH TEST AFTER UNTIL PRAZO-DIAS-CLI > 0
               ACCEPT PRAZO-ED AT 2326
               MOVE PRAZO-ED TO PRAZO-DIAS-CLI
               IF  PRAZO-DIAS-CLI = 0
                   DISPLAY "PRAZO DEVERA SER MAIOR QUE ZERO" AT 2712
               ELSE
                   PERFORM LIMPAR-ESPACO-MENSAGEM
               END-IF
           END-PERFORM.

           MOVE SITUACAO-CLIENTE TO W-SITUACAO-DIG.
           DISPLAY W-SITUACAO-DIG AT 2434.
           PERFORM WITH TEST AFTER UNTIL SITUACAO-DIG-OK
               ACCEPT W-SITUACAO-DIG AT 2434 WITH AUTO
               MOVE FUNCTION UPPER-CASE (W-SITUACAO-DIG)
                 TO W-SITUACAO-DIG
               IF  SITUACAO-DIG-OK
                   PERFORM LIMPAR-ESPACO-MENSAGEM
               ELSE
                   DISPLAY "DIGITE 'A' (ATIVO) OU 'B' (BLOQUEADO)"
                           AT 2712
               END-IF
           END-PERFORM.
           MOVE W-SITUACAO-DIG TO SITUACAO-CLIENTE.

       CONFIRMAR-E-GRAVAR.
           PERFORM WITH TEST AFTER UNTIL W-CONFIRMA = "S" OR "N"
               ACCEPT W-CONFIRMA AT 2531 WITH AUTO
               MOVE FUNCTION UPPER-CASE (W-CONFIRMA) TO W-CONFIRMA
               IF  W-CONFIRMA NOT = "S" AND "N"
                   DISPLAY "DIGITAR 'S' PARA CONFIRMAR E 'N' PARA"
                           AT 2712
               ELSE
                   PERFORM LIMPAR-ESPACO-MENSAGEM
               END-IF
           END-PERFORM.

           IF  W-CONFIRMA = "S"
               IF  CLIENTE-NOVO
                   WRITE REG-CLIENTE
               ELSE
                   REWRITE REG-CLIENTE
               END-IF
               IF  STATUS-CLI-OK
                   DISPLAY "CLIENTE GRAVADO COM SUCESSO" AT 2712
               ELSE
                   DISPLAY "ERRO AO GRAVAR CLIENTE (STATUS "
                           W-COD-ERRO-CLI ")" AT 2712
               END-IF
           ELSE
               DISPLAY "GRAVACAO DESCARTADA" AT 2712
           END-IF.

       OPCAO-CONTINUIDADE.
           PERFORM WITH TEST AFTER UNTIL OPC-OK
               ACCEPT W-OPCAO AT 2924 WITH AUTO
               MOVE FUNCTION UPPER-CASE (W-OPCAO) TO W-OPCAO
               IF  OPC-OK
                   PERFORM LIMPAR-ESPACO-MENSAGEM
               ELSE
                   DISPLAY "DIGITE 'S' OU 'N'" AT 2712
               END-IF
           END-PERFORM.

       LIMPAR-ESPACO-MENSAGEM.
           DISPLAY W-BRANCO AT 2712.

       FINALIZACAO.
           IF  ACESSO-LIBERADO
               CLOSE ARQ-CLIENTE
           END-IF.
           DISPLAY "TERMINO DO PROCESSAMENTO" AT 3021.

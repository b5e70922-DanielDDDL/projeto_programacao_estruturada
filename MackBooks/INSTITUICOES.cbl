
       IDENTIFICATION DIVISION.

       PROGRAM-ID. INSTITUICOES.
       AUTHOR. DANIEL.

       ENVIRONMENT DIVISION.
         CONFIGURATION SECTION.

             SPECIAL-NAMES.
                 DECIMAL-POINT IS COMMA.

             INPUT-OUTPUT SECTION.
               FILE-CONTROL.
                   SELECT OPTIONAL ARQ-INSTITUICAO
                   ASSIGN TO "instituicoes.dat"
                   ORGANIZATION INDEXED
                   RECORD KEY IS COD-INSTITUICAO
                   ACCESS DYNAMIC
                   FILE STATUS IS W-COD-ERRO-INS.

       DATA DIVISION.
         FILE SECTION.
         FD  ARQ-INSTITUICAO
             LABEL RECORD STANDARD.
         COPY "REGINSTITUICAO.cpy".

         WORKING-STORAGE SECTION.
         77  W-COD-ERRO-INS     PIC XX    VALUE SPACES.
             88  STATUS-INS-OK            VALUE "00".
             88  STATUS-INS-NAO-ENCONTRADO VALUE "23".
         77  W-OPCAO            PIC X     VALUE SPACES.
             88  OPC-OK                   VALUE "S" "N".
         77  W-CONFIRMA         PIC X     VALUE SPACES.
         77  W-INSTITUICAO-NOVA PIC X     VALUE "N".
             88  INSTITUICAO-NOVA         VALUE "S".
         77  COD-INSTITUICAO-ED PIC ZZ9   VALUE ZEROS.
         77  W-PROX-COD-INSTITUICAO PIC 9(3) VALUE ZEROS.
         77  PRAZO-ED           PIC ZZ9   VALUE ZEROS.
         77  W-SITUACAO-DIG     PIC X     VALUE SPACES.
             88  SITUACAO-DIG-OK          VALUE "A" "I".
         77  W-BRANCO           PIC X(50) VALUE SPACES.
      *> PRAZO SUGERIDO PARA INSTITUICAO NOVA, O MESMO DO ACORDO-PADRAO
         77  W-PRAZO-PADRAO     PIC 9(3)  VALUE 30.

         SCREEN SECTION.
            01 CLEAR-SCREEN.
               05 BLANK SCREEN BACKGROUND-COLOR 0 FOREGROUND-COLOR 0.

       PROCEDURE DIVISION.

       INICIO.
           *> CADASTRO DAS INSTITUICOES PARCEIRAS DO EMPRESTIMO ENTRE
           *> BIBLIOTECAS: CONTATO, PRAZO DO ACORDO E SITUACAO. SO A
           *> INSTITUICAO ATIVA RECEBE OU EMPRESTA OBRAS EM EMPINTER.
           PERFORM INICIALIZACAO.
           PERFORM PROCESSAMENTO UNTIL W-OPCAO = "N".
           PERFORM FINALIZACAO.
           EXIT PROGRAM.

       INICIALIZACAO.
           *> SE ARQUIVO NAO FOR ENCONTRADO, UM NOVO SERA CRIADO
           OPEN I-O ARQ-INSTITUICAO.

       PROCESSAMENTO.
           PERFORM FORMATAR-TELA.
           PERFORM RECEBER-COD-INSTITUICAO.
           PERFORM RECEBER-DADOS.
           PERFORM CONFIRMAR-E-GRAVAR.
           PERFORM OPCAO-CONTINUIDADE.

       FORMATAR-TELA.
           MOVE "N" TO W-INSTITUICAO-NOVA.
           MOVE ZEROS TO COD-INSTITUICAO-ED PRAZO-ED.
           MOVE SPACES TO W-CONFIRMA W-SITUACAO-DIG.

           DISPLAY CLEAR-SCREEN.
           CALL "CABECALHO".

           DISPLAY "CADASTRO DE INSTITUICOES PARCEIRAS" AT 1310.
           DISPLAY "CODIGO (0 = NOVA INSTITUICAO):"     AT 1502.
           DISPLAY "NOME:"                              AT 1602.
           DISPLAY "CONTATO:"                           AT 1702.
           DISPLAY "TELEFONE:"                          AT 1802.
           DISPLAY "E-MAIL:"                            AT 1902.
           DISPLAY "ENDERECO:"                          AT 2002.
           DISPLAY "PRAZO DO ACORDO (DIAS):"            AT 2102.
           DISPLAY "SITUACAO (A=ATIVA I=INATIVA):"      AT 2202.
           DISPLAY "CONFIRMA A GRAVACAO? (S/N):"        AT 2502.
           DISPLAY "MENSAGEM:"                          AT 2702.
           DISPLAY "OUTRA INSTITUICAO? (S/N):"          AT 2902.

       RECEBER-COD-INSTITUICAO.
           ACCEPT COD-INSTITUICAO-ED AT 1534.
           IF  COD-INSTITUICAO-ED = 0
               MOVE "S" TO W-INSTITUICAO-NOVA
               PERFORM GERAR-PROXIMO-COD-INSTITUICAO
               INITIALIZE REG-INSTITUICAO
               MOVE W-PROX-COD-INSTITUICAO
                 TO COD-INSTITUICAO COD-INSTITUICAO-ED
               MOVE W-PRAZO-PADRAO TO PRAZO-INSTITUICAO
               MOVE "A" TO SITUACAO-INSTITUICAO
               DISPLAY COD-INSTITUICAO-ED AT 1534
           ELSE
               MOVE COD-INSTITUICAO-ED TO COD-INSTITUICAO
               READ ARQ-INSTITUICAO
               IF  STATUS-INS-OK
                   DISPLAY NOME-INSTITUICAO     AT 1608
                   DISPLAY CONTATO-INSTITUICAO  AT 1711
                   DISPLAY TELEFONE-INSTITUICAO AT 1812
                   DISPLAY EMAIL-INSTITUICAO    AT 1910
                   DISPLAY ENDERECO-INSTITUICAO AT 2012
                   DISPLAY SITUACAO-INSTITUICAO AT 2233
                   PERFORM LIMPAR-ESPACO-MENSAGEM
               ELSE
                   *> CODIGO AINDA NAO CADASTRADO: TRATA COMO INCLUSAO
                   *> COM O CODIGO INFORMADO PELO OPERADOR
                   MOVE "S" TO W-INSTITUICAO-NOVA
                   INITIALIZE REG-INSTITUICAO
                   MOVE COD-INSTITUICAO-ED TO COD-INSTITUICAO
                   MOVE W-PRAZO-PADRAO TO PRAZO-INSTITUICAO
                   MOVE "A" TO SITUACAO-INSTITUICAO
                   DISPLAY "INSTITUICAO NOVA - SERA INCLUIDA"
                           AT 2712
               END-IF
           END-IF.

       GERAR-PROXIMO-COD-INSTITUICAO.
           MOVE ZEROS TO W-PROX-COD-INSTITUICAO COD-INSTITUICAO.
           START ARQ-INSTITUICAO KEY IS NOT LESS THAN COD-INSTITUICAO
               INVALID KEY MOVE "10" TO W-COD-ERRO-INS
           END-START.
           IF  W-COD-ERRO-INS = "00"
               PERFORM LER-PROXIMA-INSTITUICAO
               PERFORM UNTIL W-COD-ERRO-INS NOT = "00"
                   IF  COD-INSTITUICAO > W-PROX-COD-INSTITUICAO
                       MOVE COD-INSTITUICAO TO W-PROX-COD-INSTITUICAO
                   END-IF
                   PERFORM LER-PROXIMA-INSTITUICAO
               END-PERFORM
           END-IF.
           ADD 1 TO W-PROX-COD-INSTITUICAO.
           MOVE "00" TO W-COD-ERRO-INS.

       LER-PROXIMA-INSTITUICAO.
           READ ARQ-INSTITUICAO NEXT RECORD
               AT END MOVE "10" TO W-COD-ERRO-INS
           END-READ.

       RECEBER-DADOS.
           DISPLAY NOME-INSTITUICAO AT 1608.
           PERFORM WITH TEST AFTER UNTIL NOME-INSTITUICAO NOT = SPACES
               ACCEPT NOME-INSTITUICAO AT 1608
               MOVE FUNCTION UPPER-CASE (NOME-INSTITUICAO)
                 TO NOME-INSTITUICAO
               IF  NOME-INSTITUICAO = SPACES
                   DISPLAY "O NOME DA INSTITUICAO E OBRIGATORIO"
                           AT 2712
               ELSE
                   PERFORM LIMPAR-ESPACO-MENSAGEM
               END-IF
           END-PERFORM.

           DISPLAY CONTATO-INSTITUICAO AT 1711.
           ACCEPT CONTATO-INSTITUICAO AT 1711.
           MOVE FUNCTION UPPER-CASE (CONTATO-INSTITUICAO)
             TO CONTATO-INSTITUICAO.

           DISPLAY TELEFONE-INSTITUICAO AT 1812.
           ACCEPT TELEFONE-INSTITUICAO AT 1812.

           DISPLAY EMAIL-INSTITUICAO AT 1910.
           ACCEPT EMAIL-INSTITUICAO AT 1910.

           DISPLAY ENDERECO-INSTITUICAO AT 2012.
           ACCEPT ENDERECO-INSTITUICAO AT 2012.

           MOVE PRAZO-INSTITUICAO TO PRAZO-ED.
           DISPLAY PRAZO-ED AT 2126.
           PERFORM WITH TEST AFTER UNTIL PRAZO-INSTITUICAO > 0
               ACCEPT PRAZO-ED AT 2126
               MOVE PRAZO-ED TO PRAZO-INSTITUICAO
               IF  PRAZO-INSTITUICAO = 0
                   DISPLAY "PRAZO DEVERA SER MAIOR QUE ZERO" AT 2712
               ELSE
                   PERFORM LIMPAR-ESPACO-MENSAGEM
               END-IF
           END-PERFORM.

           MOVE SITUACAO-INSTITUICAO TO W-SITUACAO-DIG.
           DISPLAY W-SITUACAO-DIG AT 2233.
           PERFORM WITH TEST AFTER UNTIL SITUACAO-DIG-OK
               ACCEPT W-SITUACAO-DIG AT 2233 WITH AUTO
               MOVE FUNCTION UPPER-CASE (W-SITUACAO-DIG)
                 TO W-SITUACAO-DIG
               IF  SITUACAO-DIG-OK
                   PERFORM LIMPAR-ESPACO-MENSAGEM
               ELSE
                   DISPLAY "DIGITE 'A' (ATIVA) OU 'I' (INATIVA)"
                           AT 2712
               END-IF
           END-PERFORM.
           MOVE W-SITUACAO-DIG TO SITUACAO-INSTITUICAO.

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
               IF  INSTITUICAO-NOVA
                   WRITE REG-INSTITUICAO
               ELSE
                   REWRITE REG-INSTITUICAO
               END-IF
               IF  STATUS-INS-OK
                   DISPLAY "INSTITUICAO GRAVADA COM SUCESSO" AT 2712
               ELSE
                   DISPLAY "ERRO AO GRAVAR INSTITUICAO (STATUS "
                           W-COD-ERRO-INS ")" AT 2712
               END-IF
           ELSE
               DISPLAY "GRAVACAO DESCARTADA" AT 2712
           END-IF.

       OPCAO-CONTINUIDADE.
           PERFORM WITH TEST AFTER UNTIL OPC-OK
               ACCEPT W-OPCAO AT 2928 WITH AUTO
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
           CLOSE ARQ-INSTITUICAO.
           DISPLAY "TERMINO DO PROCESSAMENTO" AT 3021.

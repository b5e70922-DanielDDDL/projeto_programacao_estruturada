
       IDENTIFICATION DIVISION.

       PROGRAM-ID. LISTASESCOLARES.
       AUTHOR. DANIEL.

       ENVIRONMENT DIVISION.
         CONFIGURATION SECTION.

             SPECIAL-NAMES.
                 DECIMAL-POINT IS COMMA.

             INPUT-OUTPUT SECTION.
               FILE-CONTROL.
                   SELECT OPTIONAL ARQ-LISTA-ESC
                   ASSIGN TO "listasesc.dat"
                   ORGANIZATION INDEXED
                   RECORD KEY IS COD-LISTA
                   ACCESS DYNAMIC
                   FILE STATUS IS W-COD-ERRO-LST.

                   SELECT OPTIONAL CAD-PRODUTO
                   ASSIGN TO "livros.dat"
                   ORGANIZATION INDEXED
                   RECORD KEY IS COD-LIVRO
                   ACCESS RANDOM
                   FILE STATUS IS CODERRO.

       DATA DIVISION.
         FILE SECTION.
         FD  ARQ-LISTA-ESC
             LABEL RECORD STANDARD.
         COPY "REGLISTAESC.cpy".

         FD  CAD-PRODUTO
             LABEL RECORD STANDARD.
         COPY "REGLIVRO.cpy".

         WORKING-STORAGE SECTION.
         77  W-COD-ERRO-LST     PIC XX    VALUE SPACES.
             88  STATUS-LST-OK            VALUE "00".
         77  CODERRO            PIC XX    VALUE SPACES.
             88  STATUS-OK                VALUE "00".
         77  W-OPCAO            PIC X     VALUE SPACES.
             88  OPC-OK                   VALUE "S" "N".
         77  W-CONFIRMA         PIC X     VALUE SPACES.
         77  W-LISTA-NOVA       PIC X     VALUE "N".
             88  LISTA-NOVA               VALUE "S".
         77  COD-LISTA-ED       PIC ZZZ9  VALUE ZEROS.
         77  W-PROX-COD-LISTA   PIC 9(4)  VALUE ZEROS.
         77  ALUNOS-ED          PIC ZZZ9  VALUE ZEROS.
         77  POSICAO-ED         PIC Z9    VALUE ZEROS.
         77  COD-ED             PIC ZZ9   VALUE ZEROS.
         77  QTD-ED             PIC Z9    VALUE ZEROS.
         77  W-POSICAO          PIC 99    VALUE ZEROS.
         77  W-COD-LIVRO-DIG    PIC 9(3)  VALUE ZEROS.
         77  W-QTD-DIG          PIC 99    VALUE ZEROS.
         77  W-IDX              PIC 99    VALUE ZEROS.
         77  W-LIVRO-REPETIDO   PIC X     VALUE "N".
             88  LIVRO-REPETIDO           VALUE "S".
         77  W-DATA-HOJE-AAAAMMDD PIC 9(8) VALUE ZEROS.
         77  W-POS-TELA         PIC 9(4)  VALUE ZEROS.
         77  W-BRANCO           PIC X(50) VALUE SPACES.
         01  LINHA-ITEM-TELA.
             02  LIT-POSICAO    PIC Z9.
             02  FILLER         PIC X     VALUE SPACE.
             02  LIT-COD-LIVRO  PIC ZZ9.
             02  FILLER         PIC X     VALUE SPACE.
             02  LIT-QTD        PIC Z9.
             02  FILLER         PIC X     VALUE SPACE.
             02  LIT-TITULO     PIC X(28).

         SCREEN SECTION.
            01 CLEAR-SCREEN.
               05 BLANK SCREEN BACKGROUND-COLOR 0 FOREGROUND-COLOR 0.

       PROCEDURE DIVISION.

       INICIO.
           *> LISTAS DE LIVROS QUE AS ESCOLAS MANDAM EM JANEIRO, POR
           *> SERIE E ANO LETIVO, COM A PREVISAO DE ALUNOS: A BASE DA
           *> VENDA DA LISTA INTEIRA NO BALCAO E DA COMPRA ANTECIPADA.
           PERFORM INICIALIZACAO.
           PERFORM PROCESSAMENTO UNTIL W-OPCAO = "N".
           PERFORM FINALIZACAO.
           EXIT PROGRAM.

       INICIALIZACAO.
           *> SE ARQUIVO NAO FOR ENCONTRADO, UM NOVO SERA CRIADO
           OPEN I-O ARQ-LISTA-ESC.
           OPEN INPUT CAD-PRODUTO.
           ACCEPT W-DATA-HOJE-AAAAMMDD FROM DATE YYYYMMDD.

       PROCESSAMENTO.
           PERFORM FORMATAR-TELA.
           PERFORM RECEBER-COD-LISTA.
           PERFORM RECEBER-DADOS.
           PERFORM EXIBIR-ITENS.
           PERFORM RECEBER-ITENS.
           PERFORM CONFIRMAR-E-GRAVAR.
           PERFORM OPCAO-CONTINUIDADE.

       FORMATAR-TELA.
           MOVE "N" TO W-LISTA-NOVA.
           MOVE ZEROS TO COD-LISTA-ED.
           MOVE SPACES TO W-CONFIRMA.

           DISPLAY CLEAR-SCREEN.
           CALL "CABECALHO".

           DISPLAY "LISTAS ESCOLARES"                   AT 1310.
           DISPLAY "CODIGO DA LISTA (0 = NOVA):"        AT 1502.
           DISPLAY "ESCOLA:"                            AT 1602.
           DISPLAY "SERIE:"                             AT 1702.
           DISPLAY "ANO LETIVO:"                        AT 1725.
           DISPLAY "ALUNOS PREVISTOS:"                  AT 1802.
           DISPLAY "POS LIV QT TITULO"                  AT 1902.
           DISPLAY "POS LIV QT TITULO"                  AT 1942.
           DISPLAY "POSICAO A ALTERAR (0 = FIM):"       AT 3002.
           DISPLAY "LIVRO (0 = RETIRAR):"               AT 3102.
           DISPLAY "QTD POR ALUNO:"                     AT 3130.
           DISPLAY "CONFIRMA A GRAVACAO? (S/N):"        AT 3202.
           DISPLAY "MENSAGEM:"                          AT 3302.
           DISPLAY "OUTRA LISTA? (S/N):"                AT 3402.

       RECEBER-COD-LISTA.
           ACCEPT COD-LISTA-ED AT 1530.
           IF  COD-LISTA-ED = 0
               MOVE "S" TO W-LISTA-NOVA
               PERFORM GERAR-PROXIMO-COD-LISTA
               INITIALIZE REG-LISTA-ESCOLAR
               MOVE W-PROX-COD-LISTA TO COD-LISTA COD-LISTA-ED
               MOVE W-DATA-HOJE-AAAAMMDD (1:4) TO ANO-LETIVO-LST
               DISPLAY COD-LISTA-ED AT 1530
           ELSE
               MOVE COD-LISTA-ED TO COD-LISTA
               READ ARQ-LISTA-ESC
               IF  STATUS-LST-OK
                   PERFORM LIMPAR-ESPACO-MENSAGEM
               ELSE
                   *> CODIGO AINDA NAO CADASTRADO: TRATA COMO INCLUSAO
                   *> COM O CODIGO INFORMADO PELO OPERADOR
                   MOVE "S" TO W-LISTA-NOVA
                   INITIALIZE REG-LISTA-ESCOLAR
                   MOVE COD-LISTA-ED TO COD-LISTA
                   MOVE W-DATA-HOJE-AAAAMMDD (1:4) TO ANO-LETIVO-LST
                   DISPLAY "LISTA NOVA - SERA INCLUIDA" AT 3312
               END-IF
           END-IF.

       GERAR-PROXIMO-COD-LISTA.
           MOVE ZEROS TO W-PROX-COD-LISTA COD-LISTA.
           START ARQ-LISTA-ESC KEY IS NOT LESS THAN COD-LISTA
               INVALID KEY MOVE "10" TO W-COD-ERRO-LST
           END-START.
           IF  W-COD-ERRO-LST = "00"
               PERFORM LER-PROXIMA-LISTA
               PERFORM UNTIL W-COD-ERRO-LST NOT = "00"
                   IF  COD-LISTA > W-PROX-COD-LISTA
                       MOVE COD-LISTA TO W-PROX-COD-LISTA
                   END-IF
                   PERFORM LER-PROXIMA-LISTA
               END-PERFORM
           END-IF.
           ADD 1 TO W-PROX-COD-LISTA.
           MOVE "00" TO W-COD-ERRO-LST.

       LER-PROXIMA-LISTA.
           READ ARQ-LISTA-ESC NEXT RECORD
               AT END MOVE "10" TO W-COD-ERRO-LST
           END-READ.

       RECEBER-DADOS.
           DISPLAY NOME-ESCOLA-LST AT 1610.
           PERFORM WITH TEST AFTER UNTIL NOME-ESCOLA-LST NOT = SPACES
               ACCEPT NOME-ESCOLA-LST AT 1610
               MOVE FUNCTION UPPER-CASE (NOME-ESCOLA-LST)
                 TO NOME-ESCOLA-LST
               IF  NOME-ESCOLA-LST = SPACES
                   DISPLAY "O NOME DA ESCOLA E OBRIGATORIO" AT 3312
               ELSE
                   PERFORM LIMPAR-ESPACO-MENSAGEM
               END-IF
           END-PERFORM.

           DISPLAY SERIE-LST AT 1709.
           PERFORM WITH TEST AFTER UNTIL SERIE-LST NOT = SPACES
               ACCEPT SERIE-LST AT 1709
               MOVE FUNCTION UPPER-CASE (SERIE-LST) TO SERIE-LST
               IF  SERIE-LST = SPACES
                   DISPLAY "A SERIE E OBRIGATORIA" AT 3312
               ELSE
                   PERFORM LIMPAR-ESPACO-MENSAGEM
               END-IF
           END-PERFORM.

           DISPLAY ANO-LETIVO-LST AT 1737.
           PERFORM WITH TEST AFTER UNTIL ANO-LETIVO-LST > 1999
               ACCEPT ANO-LETIVO-LST AT 1737
               IF  ANO-LETIVO-LST < 2000
                   DISPLAY "ANO LETIVO INVALIDO" AT 3312
               ELSE
                   PERFORM LIMPAR-ESPACO-MENSAGEM
               END-IF
           END-PERFORM.

           MOVE QTD-ALUNOS-LST TO ALUNOS-ED.
           DISPLAY ALUNOS-ED AT 1821.
           ACCEPT ALUNOS-ED AT 1821.
           MOVE ALUNOS-ED TO QTD-ALUNOS-LST.

       EXIBIR-ITENS.
           *> DUAS COLUNAS DE 10 LINHAS: POSICOES 1-10 A ESQUERDA E
           *> 11-20 A DIREITA.
           PERFORM VARYING W-IDX FROM 1 BY 1 UNTIL W-IDX > 20
               IF  W-IDX > 10
                   COMPUTE W-POS-TELA = (W-IDX + 9) * 100 + 42
               ELSE
                   COMPUTE W-POS-TELA = (W-IDX + 19) * 100 + 2
               END-IF
               IF  W-IDX > QTD-ITENS-LST
                   DISPLAY W-BRANCO (1:38) AT W-POS-TELA
               ELSE
                   PERFORM MONTAR-LINHA-ITEM
                   DISPLAY LINHA-ITEM-TELA AT W-POS-TELA
               END-IF
           END-PERFORM.

       MONTAR-LINHA-ITEM.
           MOVE W-IDX TO LIT-POSICAO.
           MOVE COD-LIVRO-LST (W-IDX) TO LIT-COD-LIVRO COD-LIVRO.
           MOVE QTD-LIVRO-LST (W-IDX) TO LIT-QTD.
           READ CAD-PRODUTO.
           IF  STATUS-OK
               MOVE TITULO-LIVRO TO LIT-TITULO
           ELSE
               MOVE "(LIVRO NAO CADASTRADO)" TO LIT-TITULO
           END-IF.

       RECEBER-ITENS.
           *> CADA VOLTA ALTERA UMA POSICAO: A POSICAO SEGUINTE A
           *> ULTIMA ACRESCENTA UM LIVRO; LIVRO ZERO RETIRA O ITEM.
           PERFORM WITH TEST AFTER UNTIL W-POSICAO = 0
               MOVE ZEROS TO POSICAO-ED W-POSICAO
               DISPLAY W-BRANCO (1:3) AT 3031
               ACCEPT POSICAO-ED AT 3031
               MOVE POSICAO-ED TO W-POSICAO
               IF  W-POSICAO > 0
                   IF  W-POSICAO > QTD-ITENS-LST + 1
                           OR W-POSICAO > 20
                       DISPLAY "POSICAO INVALIDA - LISTA COM "
                               QTD-ITENS-LST " ITENS (MAXIMO 20)"
                               AT 3312
                   ELSE
                       PERFORM LIMPAR-ESPACO-MENSAGEM
                       PERFORM ALTERAR-POSICAO
                       PERFORM EXIBIR-ITENS
                   END-IF
               END-IF
           END-PERFORM.

       ALTERAR-POSICAO.
           MOVE ZEROS TO COD-ED QTD-ED W-COD-LIVRO-DIG W-QTD-DIG.
           IF  W-POSICAO <= QTD-ITENS-LST
               MOVE COD-LIVRO-LST (W-POSICAO) TO COD-ED
               MOVE QTD-LIVRO-LST (W-POSICAO) TO QTD-ED
           END-IF.
           DISPLAY COD-ED AT 3123.
           DISPLAY QTD-ED AT 3145.
           ACCEPT COD-ED AT 3123.
           MOVE COD-ED TO W-COD-LIVRO-DIG.
           IF  W-COD-LIVRO-DIG = 0
               IF  W-POSICAO <= QTD-ITENS-LST
                   PERFORM RETIRAR-ITEM
               END-IF
           ELSE
               MOVE W-COD-LIVRO-DIG TO COD-LIVRO
               READ CAD-PRODUTO
               PERFORM VERIFICAR-LIVRO-REPETIDO
               IF  NOT STATUS-OK
                   DISPLAY "LIVRO NAO ENCONTRADO" AT 3312
               ELSE
                   IF  LIVRO-REPETIDO
                       DISPLAY "LIVRO JA ESTA NA LISTA" AT 3312
                   ELSE
                       PERFORM RECEBER-QTD-POR-ALUNO
                       IF  W-POSICAO > QTD-ITENS-LST
                           ADD 1 TO QTD-ITENS-LST
                       END-IF
                       MOVE W-COD-LIVRO-DIG
                         TO COD-LIVRO-LST (W-POSICAO)
                       MOVE W-QTD-DIG TO QTD-LIVRO-LST (W-POSICAO)
                   END-IF
               END-IF
           END-IF.
           DISPLAY W-BRANCO (1:3) AT 3123.
           DISPLAY W-BRANCO (1:3) AT 3145.

       VERIFICAR-LIVRO-REPETIDO.
           MOVE "N" TO W-LIVRO-REPETIDO.
           PERFORM VARYING W-IDX FROM 1 BY 1
                   UNTIL W-IDX > QTD-ITENS-LST
               IF  COD-LIVRO-LST (W-IDX) = W-COD-LIVRO-DIG
                       AND W-IDX NOT = W-POSICAO
                   MOVE "S" TO W-LIVRO-REPETIDO
               END-IF
           END-PERFORM.

       RECEBER-QTD-POR-ALUNO.
           IF  QTD-ED = 0
               MOVE 1 TO QTD-ED
               DISPLAY QTD-ED AT 3145
           END-IF.
           PERFORM WITH TEST AFTER UNTIL W-QTD-DIG > 0
               ACCEPT QTD-ED AT 3145
               MOVE QTD-ED TO W-QTD-DIG
               IF  W-QTD-DIG = 0
                   DISPLAY "QUANTIDADE DEVERA SER MAIOR QUE ZERO"
                           AT 3312
               ELSE
                   PERFORM LIMPAR-ESPACO-MENSAGEM
               END-IF
           END-PERFORM.

       RETIRAR-ITEM.
           *> OS ITENS SEGUINTES SOBEM UMA POSICAO
           PERFORM VARYING W-IDX FROM W-POSICAO BY 1
                   UNTIL W-IDX >= QTD-ITENS-LST
               MOVE ITEM-LISTA-ESC (W-IDX + 1)
                 TO ITEM-LISTA-ESC (W-IDX)
           END-PERFORM.
           MOVE ZEROS TO COD-LIVRO-LST (QTD-ITENS-LST)
                QTD-LIVRO-LST (QTD-ITENS-LST).
           SUBTRACT 1 FROM QTD-ITENS-LST.

       CONFIRMAR-E-GRAVAR.
           PERFORM WITH TEST AFTER UNTIL W-CONFIRMA = "S" OR "N"
               ACCEPT W-CONFIRMA AT 3230 WITH AUTO
               MOVE FUNCTION UPPER-CASE (W-CONFIRMA) TO W-CONFIRMA
               IF  W-CONFIRMA NOT = "S" AND "N"
                   DISPLAY "DIGITAR 'S' PARA CONFIRMAR E 'N' PARA"
                           AT 3312
               ELSE
                   PERFORM LIMPAR-ESPACO-MENSAGEM
               END-IF
           END-PERFORM.

           IF  W-CONFIRMA = "S"
               IF  LISTA-NOVA
                   WRITE REG-LISTA-ESCOLAR
               ELSE
                   REWRITE REG-LISTA-ESCOLAR
               END-IF
               IF  STATUS-LST-OK
                   DISPLAY "LISTA GRAVADA COM SUCESSO" AT 3312
               ELSE
                   DISPLAY "ERRO AO GRAVAR LISTA (STATUS "
                           W-COD-ERRO-LST ")" AT 3312
               END-IF
           ELSE
               DISPLAY "GRAVACAO DESCARTADA" AT 3312
           END-IF.

       OPCAO-CONTINUIDADE.
           PERFORM WITH TEST AFTER UNTIL OPC-OK
               ACCEPT W-OPCAO AT 3422 WITH AUTO
               MOVE FUNCTION UPPER-CASE (W-OPCAO) TO W-OPCAO
               IF  OPC-OK
                   PERFORM LIMPAR-ESPACO-MENSAGEM
               ELSE
                   DISPLAY "DIGITE 'S' OU 'N'" AT 3312
               END-IF
           END-PERFORM.

       LIMPAR-ESPACO-MENSAGEM.
           DISPLAY W-BRANCO AT 3312.

       FINALIZACAO.
           CLOSE ARQ-LISTA-ESC.
           CLOSE CAD-PRODUTO.
           DISPLAY "TERMINO DO PROCESSAMENTO" AT 3521.

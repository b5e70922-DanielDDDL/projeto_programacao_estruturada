
       IDENTIFICATION DIVISION.

       PROGRAM-ID. CONSERTO.
       AUTHOR. DANIEL.

       ENVIRONMENT DIVISION.
         CONFIGURATION SECTION.

             SPECIAL-NAMES.
                 DECIMAL-POINT IS COMMA.

             INPUT-OUTPUT SECTION.
               FILE-CONTROL.
                   SELECT OPTIONAL CAD-PRODUTO
                   ASSIGN TO "livros.dat"
                   ORGANIZATION INDEXED
                   RECORD KEY IS COD-LIVRO
                   ACCESS RANDOM
                   FILE STATUS IS CODERRO.

                   SELECT OPTIONAL ARQ-EXEMPLAR
                   ASSIGN TO "exemplares.dat"
                   ORGANIZATION INDEXED
                   RECORD KEY IS CHAVE-EXEMPLAR
                   ACCESS RANDOM
                   FILE STATUS IS W-COD-ERRO-EXE.

                   SELECT OPTIONAL ARQ-CONSERTO
                   ASSIGN TO "consertos.dat"
                   ORGANIZATION INDEXED
                   RECORD KEY IS NUM-ORDEM-CONSERTO
                   ACCESS DYNAMIC
                   FILE STATUS IS W-COD-ERRO-CON.

                   SELECT OPTIONAL ARQ-FILIAL
                   ASSIGN TO "estfilial.dat"
                   ORGANIZATION INDEXED
                   RECORD KEY IS COD-ESTOQUE-FIL
                   ALTERNATE RECORD KEY IS COD-LIVRO-FIL WITH DUPLICATES
                   ACCESS DYNAMIC
                   FILE STATUS IS W-COD-ERRO-FIL.

                   SELECT OPTIONAL ARQ-FILIAL-SESSAO
                   ASSIGN TO "filial.atual"
                   ORGANIZATION LINE SEQUENTIAL
                   FILE STATUS IS W-COD-ERRO-FIS.

       DATA DIVISION.
         FILE SECTION.
         FD  CAD-PRODUTO
             LABEL RECORD STANDARD.
         COPY "REGLIVRO.cpy".

         FD  ARQ-EXEMPLAR
             LABEL RECORD STANDARD.
         COPY "REGEXEMPLAR.cpy".

         FD  ARQ-CONSERTO
             LABEL RECORD STANDARD.
         COPY "REGCONSERTO.cpy".

         FD  ARQ-FILIAL
             LABEL RECORD STANDARD.
         COPY "REGFILIAL.cpy".

         FD  ARQ-FILIAL-SESSAO
             LABEL RECORD STANDARD.
         01  REG-FILIAL-SESSAO  PIC X(2).

         WORKING-STORAGE SECTION.
         77  CODERRO            PIC XX    VALUE SPACES.
             88  STATUS-OK                VALUE "00".
         77  W-COD-ERRO-EXE     PIC XX    VALUE SPACES.
             88  STATUS-EXE-OK            VALUE "00".
         77  W-COD-ERRO-CON     PIC XX    VALUE SPACES.
             88  STATUS-CON-OK            VALUE "00".
         77  W-COD-ERRO-FIL     PIC XX    VALUE SPACES.
         77  W-COD-ERRO-FIS     PIC XX    VALUE SPACES.
         77  W-OPCAO            PIC X     VALUE SPACES.
             88  OPC-OK                   VALUE "S" "N".
         77  W-CONFIRMA         PIC X     VALUE SPACES.
         77  W-OPERACAO         PIC X     VALUE SPACES.
             88  OPERACAO-ENVIO           VALUE "E".
             88  OPERACAO-RETORNO         VALUE "R".
             88  OPERACAO-OK              VALUE "E" "R".
         77  W-DADOS-OK         PIC X     VALUE "N".
             88  DADOS-OK                 VALUE "S".
         77  COD-ED             PIC ZZ9   VALUE ZEROS.
         77  NUM-EXEMPLAR-ED    PIC ZZ9   VALUE ZEROS.
         77  NUM-ORDEM-ED       PIC ZZZZ9 VALUE ZEROS.
         77  PRAZO-ED           PIC ZZ9   VALUE ZEROS.
         77  CUSTO-ED           PIC ZZ.ZZ9,99 VALUE ZEROS.
         77  W-TIPO-DIG         PIC X     VALUE SPACES.
             88  TIPO-DIG-OK              VALUE "I" "E".
         77  W-ENCADERNADOR-DIG PIC X(30) VALUE SPACES.
         77  W-PRAZO-DIG        PIC 9(3)  VALUE ZEROS.
         77  W-CUSTO-DIG        PIC 9(5)V99 VALUE ZEROS.
         77  W-CONDICAO-DIG     PIC X     VALUE SPACES.
             88  CONDICAO-DIG-OK          VALUE "B" "R" "D".
         77  W-DATA-HOJE-AAAAMMDD PIC 9(8) VALUE ZEROS.
         77  W-DATA-PREVISTA    PIC 9(8)  VALUE ZEROS.
         77  W-PROX-NUM-ORDEM   PIC 9(5)  VALUE ZEROS.
         77  W-REG-LIVRO-ANTES  PIC X(173) VALUE SPACES.
         77  W-BRANCO           PIC X(50) VALUE SPACES.
         77  W-EM-LOTE          PIC X     VALUE "N".
             88  EM-LOTE                  VALUE "S".
      *> QUANTIDADE FIXA DO MOVIMENTO DE CONSERTO NO KARDEX
         77  W-QTD-UM           PIC 9(5)  VALUE 1.
      *> FILIAL DA SESSAO DO TERMINAL, ESCOLHIDA NO LOGIN E LIDA DE
      *> "filial.atual"; SEM O ARQUIVO, VALE A FILIAL 01 (MATRIZ).
         77  W-FILIAL-SESSAO    PIC 9(2)  VALUE 01.
         77  W-FILIAL-TEXTO     PIC X(2)  VALUE SPACES.
         77  W-FILIAL-NUM REDEFINES W-FILIAL-TEXTO PIC 9(2).
         77  W-FILIAL-MOVTO     PIC 9(2)  VALUE ZEROS.
         77  W-ACHOU-REGISTRO   PIC X     VALUE "N".
             88  ACHOU-REGISTRO           VALUE "S".
         77  W-PROX-COD-ESTOQUE-FIL PIC 9(5) VALUE ZEROS.

         SCREEN SECTION.
            01 CLEAR-SCREEN.
               05 BLANK SCREEN BACKGROUND-COLOR 0 FOREGROUND-COLOR 0.

       PROCEDURE DIVISION.

       INICIO.
           *> CONSERTO/ENCADERNACAO DE EXEMPLARES: O ENVIO ABRE UMA
           *> ORDEM EM "consertos.dat" (NUMERO, ENCADERNADOR, ENVIO,
           *> RETORNO PREVISTO E CUSTO), TIRA O EXEMPLAR DE CIRCULACAO
           *> (SITUACAO "C") E BAIXA UMA UNIDADE DO ESTOQUE DO CADASTRO
           *> E DA FILIAL - ASSIM A COPIA NAO E EMPRESTADA NEM VENDIDA E
           *> O INVENTARIO A CONTA COMO INDISPONIVEL. O RETORNO FECHA A
           *> ORDEM COM O CUSTO FINAL, ATUALIZA A CONDICAO DA COPIA E
           *> DEVOLVE A UNIDADE AO ESTOQUE.
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
               OPEN I-O CAD-PRODUTO
               OPEN I-O ARQ-EXEMPLAR
               OPEN I-O ARQ-CONSERTO
               OPEN I-O ARQ-FILIAL
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
           *> A FILIAL ESCOLHIDA NO LOGIN FICA EM "filial.atual";
           *> O ENVIO BAIXA O ESTOQUE DELA.
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
           PERFORM RECEBER-OPERACAO.
           IF  OPERACAO-ENVIO
               PERFORM DESENHAR-TELA-ENVIO
               PERFORM RECEBER-EXEMPLAR
               IF  DADOS-OK
                   PERFORM RECEBER-DADOS-ENVIO
                   PERFORM CONFIRMAR-OPERACAO
                   IF  W-CONFIRMA = "S"
                       PERFORM ENVIAR-EXEMPLAR
                   END-IF
               END-IF
           ELSE
               PERFORM DESENHAR-TELA-RETORNO
               PERFORM RECEBER-ORDEM
               IF  DADOS-OK
                   PERFORM RECEBER-DADOS-RETORNO
                   PERFORM CONFIRMAR-OPERACAO
                   IF  W-CONFIRMA = "S"
                       PERFORM RETORNAR-EXEMPLAR
                   END-IF
               END-IF
           END-IF.
           PERFORM OPCAO-CONTINUIDADE.

       FORMATAR-TELA.
           MOVE "N" TO W-DADOS-OK.
           MOVE ZEROS TO COD-ED NUM-EXEMPLAR-ED NUM-ORDEM-ED PRAZO-ED
                CUSTO-ED W-PRAZO-DIG W-CUSTO-DIG.
           MOVE SPACES TO W-CONFIRMA W-OPERACAO W-TIPO-DIG
                W-ENCADERNADOR-DIG W-CONDICAO-DIG.

           DISPLAY CLEAR-SCREEN.
           CALL "CABECALHO".

           DISPLAY "CONSERTO / ENCADERNACAO DE EXEMPLARES" AT 1310.
           DISPLAY "FILIAL:"                            AT 1352.
           DISPLAY W-FILIAL-SESSAO                      AT 1360.
           DISPLAY "(E)NVIO OU (R)ETORNO:"              AT 1502.
           DISPLAY "MENSAGEM:"                          AT 2502.
           DISPLAY "OUTRA OPERACAO? (S/N):"             AT 2702.

       RECEBER-OPERACAO.
           PERFORM WITH TEST AFTER UNTIL OPERACAO-OK
               ACCEPT W-OPERACAO AT 1524 WITH AUTO
               MOVE FUNCTION UPPER-CASE (W-OPERACAO) TO W-OPERACAO
               IF  OPERACAO-OK
                   PERFORM LIMPAR-ESPACO-MENSAGEM
               ELSE
                   DISPLAY "DIGITE 'E' OU 'R'" AT 2512
               END-IF
           END-PERFORM.

       DESENHAR-TELA-ENVIO.
           DISPLAY "LIVRO:"                             AT 1702.
           DISPLAY "EXEMPLAR:"                          AT 1802.
           DISPLAY "(I)NTERNO OU (E)XTERNO:"            AT 1902.
           DISPLAY "ENCADERNADOR:"                      AT 2002.
           DISPLAY "PRAZO PREVISTO (DIAS):"             AT 2102.
           DISPLAY "CUSTO PREVISTO:"                    AT 2202.
           DISPLAY "CONFIRMA O ENVIO? (S/N):"           AT 2302.

       DESENHAR-TELA-RETORNO.
           DISPLAY "ORDEM DE CONSERTO:"                 AT 1702.
           DISPLAY "LIVRO/EXEMPLAR:"                    AT 1802.
           DISPLAY "ENVIO/PREVISTO:"                    AT 1902.
           DISPLAY "ENCADERNADOR:"                      AT 2002.
           DISPLAY "CUSTO FINAL (0=PREVISTO):"          AT 2102.
           DISPLAY "CONDICAO NO RETORNO (B/R/D):"       AT 2202.
           DISPLAY "CONFIRMA O RETORNO? (S/N):"         AT 2302.

       RECEBER-EXEMPLAR.
           *> SO SAI PARA CONSERTO A COPIA QUE ESTA NA PRATELEIRA; A
           *> EMPRESTADA PRECISA SER DEVOLVIDA ANTES.
           ACCEPT COD-ED AT 1709.
           MOVE COD-ED TO COD-LIVRO.
           READ CAD-PRODUTO.
           IF  NOT STATUS-OK
               DISPLAY "LIVRO NAO CADASTRADO" AT 2512
           ELSE
               DISPLAY TITULO-LIVRO AT 1714
               ACCEPT NUM-EXEMPLAR-ED AT 1812
               MOVE COD-LIVRO       TO COD-LIVRO-EXE
               MOVE NUM-EXEMPLAR-ED TO NUM-EXEMPLAR
               READ ARQ-EXEMPLAR
               EVALUATE TRUE
                   WHEN NOT STATUS-EXE-OK
                       DISPLAY "EXEMPLAR NAO CADASTRADO PARA ESTE "
                               "TITULO" AT 2512
                   WHEN NOT EXEMPLAR-DISPONIVEL
                       DISPLAY "EXEMPLAR NAO ESTA DISPONIVEL (SITUACAO "
                               SITUACAO-EXEMPLAR ")" AT 2512
                   WHEN QTD-ESTOQUE = 0
                       DISPLAY "ESTOQUE DO CADASTRO ZERADO - CONFIRA O "
                               "INVENTARIO" AT 2512
                   WHEN OTHER
                       DISPLAY "CONDICAO:" AT 1820
                       DISPLAY CONDICAO-EXEMPLAR AT 1830
                       MOVE "S" TO W-DADOS-OK
                       PERFORM LIMPAR-ESPACO-MENSAGEM
               END-EVALUATE
           END-IF.

       RECEBER-DADOS-ENVIO.
           PERFORM WITH TEST AFTER UNTIL TIPO-DIG-OK
               ACCEPT W-TIPO-DIG AT 1926 WITH AUTO
               MOVE FUNCTION UPPER-CASE (W-TIPO-DIG) TO W-TIPO-DIG
               IF  TIPO-DIG-OK
                   PERFORM LIMPAR-ESPACO-MENSAGEM
               ELSE
                   DISPLAY "DIGITE 'I' OU 'E'" AT 2512
               END-IF
           END-PERFORM.
           *> NO CONSERTO INTERNO O NOME E O DO SETOR OU FUNCIONARIO;
           *> NO EXTERNO, O DA ENCADERNADORA (OBRIGATORIO).
           PERFORM WITH TEST AFTER UNTIL
                   W-ENCADERNADOR-DIG NOT = SPACES
                   OR W-TIPO-DIG = "I"
               ACCEPT W-ENCADERNADOR-DIG AT 2016
               MOVE FUNCTION UPPER-CASE (W-ENCADERNADOR-DIG)
                 TO W-ENCADERNADOR-DIG
               IF  W-ENCADERNADOR-DIG = SPACES AND W-TIPO-DIG = "E"
                   DISPLAY "INFORME A ENCADERNADORA" AT 2512
               ELSE
                   PERFORM LIMPAR-ESPACO-MENSAGEM
               END-IF
           END-PERFORM.
           IF  W-ENCADERNADOR-DIG = SPACES
               MOVE "(INTERNO)" TO W-ENCADERNADOR-DIG
           END-IF.
           PERFORM WITH TEST AFTER UNTIL W-PRAZO-DIG > 0
               ACCEPT PRAZO-ED AT 2125
               MOVE PRAZO-ED TO W-PRAZO-DIG
               IF  W-PRAZO-DIG = 0
                   DISPLAY "PRAZO DEVERA SER MAIOR QUE ZERO" AT 2512
               ELSE
                   PERFORM LIMPAR-ESPACO-MENSAGEM
               END-IF
           END-PERFORM.
           ACCEPT W-DATA-HOJE-AAAAMMDD FROM DATE YYYYMMDD.
           COMPUTE W-DATA-PREVISTA = FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE (W-DATA-HOJE-AAAAMMDD)
                    + W-PRAZO-DIG).
           DISPLAY "RETORNO EM" AT 2130.
           DISPLAY W-DATA-PREVISTA (7:2) AT 2141.
           DISPLAY "/" AT 2143.
           DISPLAY W-DATA-PREVISTA (5:2) AT 2144.
           DISPLAY "/" AT 2146.
           DISPLAY W-DATA-PREVISTA (1:4) AT 2147.
           *> CUSTO ZERO = A DEFINIR NO RETORNO (OU CONSERTO INTERNO)
           ACCEPT CUSTO-ED AT 2218.
           MOVE CUSTO-ED TO W-CUSTO-DIG.

       RECEBER-ORDEM.
           ACCEPT NUM-ORDEM-ED AT 1721.
           MOVE NUM-ORDEM-ED TO NUM-ORDEM-CONSERTO.
           READ ARQ-CONSERTO.
           EVALUATE TRUE
               WHEN NOT STATUS-CON-OK
                   DISPLAY "ORDEM DE CONSERTO NAO ENCONTRADA" AT 2512
               WHEN NOT CONSERTO-ABERTO
                   DISPLAY "ORDEM JA FOI ENCERRADA" AT 2512
               WHEN OTHER
                   MOVE COD-LIVRO-CON TO COD-LIVRO
                   READ CAD-PRODUTO
                   IF  NOT STATUS-OK
                       MOVE SPACES TO TITULO-LIVRO
                   END-IF
                   MOVE COD-LIVRO-CON TO COD-ED
                   MOVE NUM-EXEMPLAR-CON TO NUM-EXEMPLAR-ED
                   DISPLAY COD-ED AT 1818
                   DISPLAY "/" AT 1821
                   DISPLAY NUM-EXEMPLAR-ED AT 1822
                   DISPLAY TITULO-LIVRO AT 1826
                   DISPLAY DATA-ENVIO-CON (7:2) AT 1918
                   DISPLAY "/" AT 1920
                   DISPLAY DATA-ENVIO-CON (5:2) AT 1921
                   DISPLAY "/" AT 1923
                   DISPLAY DATA-ENVIO-CON (1:4) AT 1924
                   DISPLAY DATA-PREVISTA-CON (7:2) AT 1930
                   DISPLAY "/" AT 1932
                   DISPLAY DATA-PREVISTA-CON (5:2) AT 1933
                   DISPLAY "/" AT 1935
                   DISPLAY DATA-PREVISTA-CON (1:4) AT 1936
                   DISPLAY ENCADERNADOR-CON AT 2016
                   MOVE CUSTO-CONSERTO TO CUSTO-ED
                   DISPLAY "PREVISTO:" AT 2140
                   DISPLAY CUSTO-ED AT 2150
                   MOVE "S" TO W-DADOS-OK
                   PERFORM LIMPAR-ESPACO-MENSAGEM
           END-EVALUATE.

       RECEBER-DADOS-RETORNO.
           MOVE ZEROS TO CUSTO-ED.
           ACCEPT CUSTO-ED AT 2128.
           MOVE CUSTO-ED TO W-CUSTO-DIG.
           IF  W-CUSTO-DIG = 0
               MOVE CUSTO-CONSERTO TO W-CUSTO-DIG
           END-IF.
           PERFORM WITH TEST AFTER UNTIL CONDICAO-DIG-OK
               ACCEPT W-CONDICAO-DIG AT 2231 WITH AUTO
               MOVE FUNCTION UPPER-CASE (W-CONDICAO-DIG)
                 TO W-CONDICAO-DIG
               IF  CONDICAO-DIG-OK
                   PERFORM LIMPAR-ESPACO-MENSAGEM
               ELSE
                   DISPLAY "DIGITE 'B', 'R' OU 'D'" AT 2512
               END-IF
           END-PERFORM.

       CONFIRMAR-OPERACAO.
           PERFORM WITH TEST AFTER UNTIL W-CONFIRMA = "S" OR "N"
               ACCEPT W-CONFIRMA AT 2330 WITH AUTO
               MOVE FUNCTION UPPER-CASE (W-CONFIRMA) TO W-CONFIRMA
               IF  W-CONFIRMA NOT = "S" AND "N"
                   DISPLAY "DIGITAR 'S' PARA CONFIRMAR E 'N' PARA"
                           AT 2512
               ELSE
                   PERFORM LIMPAR-ESPACO-MENSAGEM
               END-IF
           END-PERFORM.
           IF  W-CONFIRMA = "N"
               DISPLAY "OPERACAO DESCARTADA" AT 2512
           END-IF.

       ENVIAR-EXEMPLAR.
           PERFORM GERAR-PROXIMO-NUM-ORDEM.
           MOVE W-PROX-NUM-ORDEM   TO NUM-ORDEM-CONSERTO.
           MOVE COD-LIVRO          TO COD-LIVRO-CON.
           MOVE NUM-EXEMPLAR       TO NUM-EXEMPLAR-CON.
           MOVE W-FILIAL-SESSAO    TO COD-FILIAL-CON.
           MOVE W-TIPO-DIG         TO TIPO-CONSERTO.
           MOVE W-ENCADERNADOR-DIG TO ENCADERNADOR-CON.
           MOVE W-DATA-HOJE-AAAAMMDD TO DATA-ENVIO-CON.
           MOVE W-DATA-PREVISTA    TO DATA-PREVISTA-CON.
           MOVE ZEROS              TO DATA-RETORNO-CON.
           MOVE W-CUSTO-DIG        TO CUSTO-CONSERTO.
           MOVE CONDICAO-EXEMPLAR  TO CONDICAO-ENVIO-CON.
           MOVE SPACES             TO CONDICAO-RETORNO-CON.
           MOVE "A"                TO SITUACAO-CONSERTO.
           WRITE REG-CONSERTO.
           IF  NOT STATUS-CON-OK
               DISPLAY "ERRO AO GRAVAR ORDEM (STATUS "
                       W-COD-ERRO-CON ")" AT 2512
           ELSE
               MOVE "C" TO SITUACAO-EXEMPLAR
               REWRITE REG-EXEMPLAR
               MOVE REG-LIVRO TO W-REG-LIVRO-ANTES
               SUBTRACT 1 FROM QTD-ESTOQUE
               REWRITE REG-LIVRO
               IF  STATUS-OK
                   CALL "LOGAUDITORIA" USING "CONSERTO  " COD-LIVRO
                        TITULO-LIVRO W-REG-LIVRO-ANTES REG-LIVRO
                   CALL "GRAVARKARDEX" USING "CONSERTO  "
                        COD-LIVRO "-" W-QTD-UM QTD-ESTOQUE
                   MOVE W-FILIAL-SESSAO TO W-FILIAL-MOVTO
                   PERFORM BAIXAR-ESTOQUE-FILIAL
                   MOVE NUM-ORDEM-CONSERTO TO NUM-ORDEM-ED
                   DISPLAY "ORDEM DE CONSERTO       GRAVADA" AT 2512
                   DISPLAY NUM-ORDEM-ED AT 2530
               ELSE
                   DISPLAY "ERRO AO ATUALIZAR ESTOQUE (STATUS "
                           CODERRO ")" AT 2512
               END-IF
           END-IF.

       RETORNAR-EXEMPLAR.
           ACCEPT W-DATA-HOJE-AAAAMMDD FROM DATE YYYYMMDD.
           MOVE W-DATA-HOJE-AAAAMMDD TO DATA-RETORNO-CON.
           MOVE W-CUSTO-DIG        TO CUSTO-CONSERTO.
           MOVE W-CONDICAO-DIG     TO CONDICAO-RETORNO-CON.
           MOVE "R"                TO SITUACAO-CONSERTO.
           REWRITE REG-CONSERTO.
           IF  NOT STATUS-CON-OK
               DISPLAY "ERRO AO GRAVAR ORDEM (STATUS "
                       W-COD-ERRO-CON ")" AT 2512
           ELSE
               MOVE COD-LIVRO-CON    TO COD-LIVRO-EXE
               MOVE NUM-EXEMPLAR-CON TO NUM-EXEMPLAR
               READ ARQ-EXEMPLAR
               IF  STATUS-EXE-OK
                   MOVE W-CONDICAO-DIG TO CONDICAO-EXEMPLAR
                   MOVE "D" TO SITUACAO-EXEMPLAR
                   REWRITE REG-EXEMPLAR
               END-IF
               MOVE COD-LIVRO-CON TO COD-LIVRO
               READ CAD-PRODUTO
               IF  STATUS-OK
                   MOVE REG-LIVRO TO W-REG-LIVRO-ANTES
                   ADD 1 TO QTD-ESTOQUE
                   REWRITE REG-LIVRO
               END-IF
               IF  STATUS-OK
                   CALL "LOGAUDITORIA" USING "RETCONSERT" COD-LIVRO
                        TITULO-LIVRO W-REG-LIVRO-ANTES REG-LIVRO
                   CALL "GRAVARKARDEX" USING "RETCONSERT"
                        COD-LIVRO "+" W-QTD-UM QTD-ESTOQUE
                   MOVE COD-FILIAL-CON TO W-FILIAL-MOVTO
                   PERFORM REPOR-ESTOQUE-FILIAL
                   DISPLAY "EXEMPLAR DE VOLTA A PRATELEIRA" AT 2512
               ELSE
                   DISPLAY "ERRO AO ATUALIZAR ESTOQUE (STATUS "
                           CODERRO ")" AT 2512
               END-IF
           END-IF.

       BAIXAR-ESTOQUE-FILIAL.
           PERFORM LOCALIZAR-REGISTRO-FILIAL.
           IF  ACHOU-REGISTRO AND QTD-ESTOQUE-FIL > 0
               SUBTRACT 1 FROM QTD-ESTOQUE-FIL
               REWRITE REG-ESTOQUE-FILIAL
               IF  W-COD-ERRO-FIL NOT = "00"
                   DISPLAY "ERRO AO ATUALIZAR FILIAL (STATUS "
                           W-COD-ERRO-FIL ")" AT 2512
               END-IF
           END-IF.

       REPOR-ESTOQUE-FILIAL.
           *> O EXEMPLAR VOLTA AO ESTOQUE DA FILIAL DE ONDE SAIU; SEM
           *> REGISTRO DA FILIAL PARA O LIVRO, CRIA-SE UM (MESMA
           *> CONVENCAO DA DEVOLUCAO).
           PERFORM LOCALIZAR-REGISTRO-FILIAL.
           IF  ACHOU-REGISTRO
               ADD 1 TO QTD-ESTOQUE-FIL
               REWRITE REG-ESTOQUE-FILIAL
           ELSE
               PERFORM GERAR-PROXIMO-COD-ESTOQUE-FIL
               MOVE COD-LIVRO      TO COD-LIVRO-FIL
               MOVE W-FILIAL-MOVTO TO COD-FILIAL
               MOVE "(CONSERTO)"   TO NOME-FILIAL
               MOVE 1              TO QTD-ESTOQUE-FIL
               WRITE REG-ESTOQUE-FILIAL
           END-IF.
           IF  W-COD-ERRO-FIL NOT = "00"
               DISPLAY "ERRO AO ATUALIZAR FILIAL (STATUS "
                       W-COD-ERRO-FIL ")" AT 2512
           END-IF.

       LOCALIZAR-REGISTRO-FILIAL.
           MOVE "N" TO W-ACHOU-REGISTRO.
           MOVE COD-LIVRO TO COD-LIVRO-FIL.
           START ARQ-FILIAL KEY IS NOT LESS THAN COD-LIVRO-FIL
               INVALID KEY MOVE "23" TO W-COD-ERRO-FIL
           END-START.
           IF  W-COD-ERRO-FIL = "00"
               PERFORM LER-PROXIMA-FILIAL
               PERFORM UNTIL W-COD-ERRO-FIL NOT = "00"
                       OR COD-LIVRO-FIL NOT = COD-LIVRO
                       OR ACHOU-REGISTRO
                   IF  COD-FILIAL = W-FILIAL-MOVTO
                       MOVE "S" TO W-ACHOU-REGISTRO
                   ELSE
                       PERFORM LER-PROXIMA-FILIAL
                   END-IF
               END-PERFORM
           END-IF.
           MOVE "00" TO W-COD-ERRO-FIL.

       LER-PROXIMA-FILIAL.
           READ ARQ-FILIAL NEXT RECORD
               AT END MOVE "10" TO W-COD-ERRO-FIL
           END-READ.

       GERAR-PROXIMO-COD-ESTOQUE-FIL.
           MOVE ZEROS TO W-PROX-COD-ESTOQUE-FIL COD-ESTOQUE-FIL.
           START ARQ-FILIAL KEY IS NOT LESS THAN COD-ESTOQUE-FIL
               INVALID KEY MOVE "10" TO W-COD-ERRO-FIL
           END-START.
           IF  W-COD-ERRO-FIL = "00"
               PERFORM LER-PROXIMA-FILIAL
               PERFORM UNTIL W-COD-ERRO-FIL NOT = "00"
                   IF  COD-ESTOQUE-FIL > W-PROX-COD-ESTOQUE-FIL
                       MOVE COD-ESTOQUE-FIL TO W-PROX-COD-ESTOQUE-FIL
                   END-IF
                   PERFORM LER-PROXIMA-FILIAL
               END-PERFORM
           END-IF.
           ADD 1 TO W-PROX-COD-ESTOQUE-FIL.
           MOVE W-PROX-COD-ESTOQUE-FIL TO COD-ESTOQUE-FIL.
           MOVE "00" TO W-COD-ERRO-FIL.

       GERAR-PROXIMO-NUM-ORDEM.
           MOVE ZEROS TO W-PROX-NUM-ORDEM NUM-ORDEM-CONSERTO.
           START ARQ-CONSERTO KEY IS NOT LESS THAN NUM-ORDEM-CONSERTO
               INVALID KEY MOVE "10" TO W-COD-ERRO-CON
           END-START.
           IF  W-COD-ERRO-CON = "00"
               PERFORM LER-PROXIMA-ORDEM
               PERFORM UNTIL W-COD-ERRO-CON NOT = "00"
                   IF  NUM-ORDEM-CONSERTO > W-PROX-NUM-ORDEM
                       MOVE NUM-ORDEM-CONSERTO TO W-PROX-NUM-ORDEM
                   END-IF
                   PERFORM LER-PROXIMA-ORDEM
               END-PERFORM
           END-IF.
           ADD 1 TO W-PROX-NUM-ORDEM.
           MOVE "00" TO W-COD-ERRO-CON.

       LER-PROXIMA-ORDEM.
           READ ARQ-CONSERTO NEXT RECORD
               AT END MOVE "10" TO W-COD-ERRO-CON
           END-READ.

       OPCAO-CONTINUIDADE.
           PERFORM WITH TEST AFTER UNTIL OPC-OK
               ACCEPT W-OPCAO AT 2725 WITH AUTO
               MOVE FUNCTION UPPER-CASE (W-OPCAO) TO W-OPCAO
               IF  OPC-OK
                   PERFORM LIMPAR-ESPACO-MENSAGEM
               ELSE
                   DISPLAY "DIGITE 'S' OU 'N'" AT 2512
               END-IF
           END-PERFORM.

       LIMPAR-ESPACO-MENSAGEM.
           DISPLAY W-BRANCO AT 2512.

       FINALIZACAO.
           IF  NOT EM-LOTE
               CLOSE CAD-PRODUTO
               CLOSE ARQ-EXEMPLAR
               CLOSE ARQ-CONSERTO
               CLOSE ARQ-FILIAL
           END-IF.
           DISPLAY "TERMINO DO PROCESSAMENTO" AT 2921.

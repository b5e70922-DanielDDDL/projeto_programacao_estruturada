
       IDENTIFICATION DIVISION.

       PROGRAM-ID. EMPINTER.
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
                   ACCESS DYNAMIC
                   FILE STATUS IS W-COD-ERRO-EXE.

                   SELECT OPTIONAL ARQ-EMP-INTER
                   ASSIGN TO "empinter.dat"
                   ORGANIZATION INDEXED
                   RECORD KEY IS COD-EMP-INTER
                   ALTERNATE RECORD KEY IS COD-INSTITUICAO-INT
                       WITH DUPLICATES
                   ACCESS DYNAMIC
                   FILE STATUS IS W-COD-ERRO-INT.

                   SELECT OPTIONAL ARQ-INSTITUICAO
                   ASSIGN TO "instituicoes.dat"
                   ORGANIZATION INDEXED
                   RECORD KEY IS COD-INSTITUICAO
                   ACCESS RANDOM
                   FILE STATUS IS W-COD-ERRO-INS.

                   SELECT OPTIONAL ARQ-LEITOR
                   ASSIGN TO "leitores.dat"
                   ORGANIZATION INDEXED
                   RECORD KEY IS COD-LEITOR
                   ACCESS RANDOM
                   FILE STATUS IS W-COD-ERRO-LEI.

                   SELECT OPTIONAL ARQ-RESERVA
                   ASSIGN TO "reservas.dat"
                   ORGANIZATION INDEXED
                   RECORD KEY IS COD-RESERVA
                   ALTERNATE RECORD KEY IS COD-LIVRO-RES WITH DUPLICATES
                   ALTERNATE RECORD KEY IS COD-LEITOR-RES
                       WITH DUPLICATES
                   ACCESS DYNAMIC
                   FILE STATUS IS W-COD-ERRO-RES.

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

         FD  ARQ-EMP-INTER
             LABEL RECORD STANDARD.
         COPY "REGEMPINTER.cpy".

         FD  ARQ-INSTITUICAO
             LABEL RECORD STANDARD.
         COPY "REGINSTITUICAO.cpy".

         FD  ARQ-LEITOR
             LABEL RECORD STANDARD.
         COPY "REGLEITOR.cpy".

         FD  ARQ-RESERVA
             LABEL RECORD STANDARD.
         COPY "REGRESERVA.cpy".

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
         77  W-COD-ERRO-INT     PIC XX    VALUE SPACES.
             88  STATUS-INT-OK            VALUE "00".
         77  W-COD-ERRO-INS     PIC XX    VALUE SPACES.
             88  STATUS-INS-OK            VALUE "00".
         77  W-COD-ERRO-LEI     PIC XX    VALUE SPACES.
             88  STATUS-LEI-OK            VALUE "00".
         77  W-COD-ERRO-RES     PIC XX    VALUE SPACES.
         77  W-COD-ERRO-FIL     PIC XX    VALUE SPACES.
         77  W-COD-ERRO-FIS     PIC XX    VALUE SPACES.
         77  W-OPCAO            PIC X     VALUE SPACES.
             88  OPC-OK                   VALUE "S" "N".
         77  W-CONFIRMA         PIC X     VALUE SPACES.
      *> S = SAIDA A PARCEIRA     R = RETORNO DA SAIDA
      *> E = ENTRADA DA PARCEIRA  L = LEITOR DEVOLVEU A OBRA
      *> D = OBRA DEVOLVIDA A PARCEIRA
         77  W-OPERACAO         PIC X     VALUE SPACES.
             88  OPERACAO-SAIDA           VALUE "S".
             88  OPERACAO-RETORNO         VALUE "R".
             88  OPERACAO-ENTRADA         VALUE "E".
             88  OPERACAO-LEITOR          VALUE "L".
             88  OPERACAO-DEVOLUCAO       VALUE "D".
             88  OPERACAO-OK              VALUE "S" "R" "E" "L" "D".
         77  W-DADOS-OK         PIC X     VALUE "N".
             88  DADOS-OK                 VALUE "S".
         77  COD-ED             PIC ZZ9   VALUE ZEROS.
         77  NUM-EXEMPLAR-ED    PIC ZZ9   VALUE ZEROS.
         77  COD-INSTITUICAO-ED PIC ZZ9   VALUE ZEROS.
         77  COD-EMP-INTER-ED   PIC ZZZZ9 VALUE ZEROS.
         77  PRAZO-ED           PIC ZZ9   VALUE ZEROS.
         77  DIAS-ED            PIC ZZZZ9 VALUE ZEROS.
         77  W-PRAZO-DIG        PIC 9(3)  VALUE ZEROS.
         77  W-NUM-EXEMPLAR-DIG PIC 9(3)  VALUE ZEROS.
         77  W-TITULO-DIG       PIC X(40) VALUE SPACES.
         77  W-AUTOR-DIG        PIC X(40) VALUE SPACES.
         77  W-REFERENCIA-DIG   PIC X(15) VALUE SPACES.
         77  W-COD-LEITOR-DIG   PIC 9(5)  VALUE ZEROS.
         77  W-NOME-LEITOR-DIG  PIC X(40) VALUE SPACES.
      *> CAMPO DO LEITOR: CODIGO DIGITADO OU CARTAO LIDO NO BALCAO
      *> (CONFERIDO EM VALIDARCARTAO), COMO NO EMPRESTIMO COMUM.
         77  W-ENTRADA-LEITOR   PIC X(8)  VALUE SPACES.
         77  W-VIA-CARTAO       PIC 99    VALUE ZEROS.
         77  W-TIPO-ENTRADA     PIC X     VALUE SPACES.
             88  ENTRADA-CARTAO           VALUE "C".
             88  ENTRADA-INVALIDA         VALUE "X".
         77  W-DATA-HOJE-AAAAMMDD PIC 9(8) VALUE ZEROS.
         77  W-DATA-PREVISTA    PIC 9(8)  VALUE ZEROS.
         77  W-DATA-PARCEIRA    PIC 9(8)  VALUE ZEROS.
         77  W-DATA-LEITOR      PIC 9(8)  VALUE ZEROS.
         77  W-DATA-UTIL        PIC 9(8)  VALUE ZEROS.
         77  W-DATA-VOLTA       PIC 9(8)  VALUE ZEROS.
         77  W-DIAS-UTEIS       PIC 9(5)  VALUE ZEROS.
         77  W-INTEIRO-HOJE     PIC 9(7)  VALUE ZEROS.
         77  W-INTEIRO-PARCEIRA PIC 9(7)  VALUE ZEROS.
         77  W-INTEIRO-LEITOR   PIC 9(7)  VALUE ZEROS.
         77  W-DATA-VALIDA      PIC X     VALUE "N".
             88  DATA-VALIDA              VALUE "S".
      *> DATA AAAAMMDD MOSTRADA NA TELA COMO DD/MM/AAAA
         77  W-DATA-FORMATAR    PIC 9(8)  VALUE ZEROS.
         77  W-DATA-ED          PIC X(10) VALUE SPACES.
      *> DIAS ENTRE O PRAZO DO LEITOR E O DA PARCEIRA, PARA A OBRA
      *> VOLTAR AO BALCAO E SEGUIR PARA A PARCEIRA SEM ATRASO.
         77  W-FOLGA-PARCEIRA   PIC 9(3)  VALUE 3.
         77  W-PROX-COD-EMP-INTER PIC 9(5) VALUE ZEROS.
         77  W-REG-LIVRO-ANTES  PIC X(173) VALUE SPACES.
         77  W-BRANCO           PIC X(50) VALUE SPACES.
         77  W-EM-LOTE          PIC X     VALUE "N".
             88  EM-LOTE                  VALUE "S".
         77  W-TEM-EXEMPLARES   PIC X     VALUE "N".
             88  TEM-EXEMPLARES           VALUE "S".
         77  W-TEM-FILA         PIC X     VALUE "N".
             88  TEM-FILA                 VALUE "S".
      *> QUANTIDADE FIXA DO MOVIMENTO DE EMPRESTIMO NO KARDEX
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
           *> EMPRESTIMO ENTRE BIBLIOTECAS, NOS DOIS SENTIDOS, COM
           *> AS INSTITUICOES PARCEIRAS (INSTITUICOES):
           *> - SAIDA: UM EXEMPLAR NOSSO VAI PARA A PARCEIRA COMO NUM
           *>   EMPRESTIMO COMUM (COPIA "E", BAIXA DO ESTOQUE DO
           *>   CADASTRO E DA FILIAL, KARDEX), MAS SEM LEITOR, SEM
           *>   LIMITE DA POLITICA E COM O PRAZO DO ACORDO; O RETORNO
           *>   DEVOLVE A UNIDADE AO ESTOQUE.
           *> - ENTRADA: A OBRA DA PARCEIRA FICA REGISTRADA SO AQUI,
           *>   COMO ITEM TEMPORARIO EMPRESTADO A UM LEITOR NOSSO; O
           *>   PRAZO DO LEITOR SAI DO PRAZO DA PARCEIRA MENOS A
           *>   FOLGA. O LEITOR DEVOLVE (L) E A OBRA VOLTA A PARCEIRA
           *>   (D), QUE E QUANDO O EMPRESTIMO SE ENCERRA.
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
               OPEN I-O ARQ-EMP-INTER
               OPEN INPUT ARQ-INSTITUICAO
               OPEN INPUT ARQ-LEITOR
               OPEN INPUT ARQ-RESERVA
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
           *> A SAIDA BAIXA O ESTOQUE DELA.
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
           EVALUATE TRUE
               WHEN OPERACAO-SAIDA
                   PERFORM DESENHAR-TELA-SAIDA
                   PERFORM RECEBER-INSTITUICAO
                   IF  DADOS-OK
                       PERFORM RECEBER-EXEMPLAR
                   END-IF
                   IF  DADOS-OK
                       PERFORM RECEBER-PRAZO-SAIDA
                       PERFORM CONFIRMAR-OPERACAO
                       IF  W-CONFIRMA = "S"
                           PERFORM GRAVAR-SAIDA
                       END-IF
                   END-IF
               WHEN OPERACAO-ENTRADA
                   PERFORM DESENHAR-TELA-ENTRADA
                   PERFORM RECEBER-INSTITUICAO
                   IF  DADOS-OK
                       PERFORM RECEBER-OBRA-DA-PARCEIRA
                       PERFORM RECEBER-LEITOR
                   END-IF
                   IF  DADOS-OK
                       PERFORM RECEBER-PRAZO-PARCEIRA
                       PERFORM CONFIRMAR-OPERACAO
                       IF  W-CONFIRMA = "S"
                           PERFORM GRAVAR-ENTRADA
                       END-IF
                   END-IF
               WHEN OTHER
                   PERFORM DESENHAR-TELA-BAIXA
                   PERFORM RECEBER-EMPRESTIMO-INTER
                   IF  DADOS-OK
                       PERFORM CONFIRMAR-OPERACAO
                       IF  W-CONFIRMA = "S"
                           PERFORM GRAVAR-BAIXA
                       END-IF
                   END-IF
           END-EVALUATE.
           PERFORM OPCAO-CONTINUIDADE.

       FORMATAR-TELA.
           MOVE "N" TO W-DADOS-OK.
           MOVE ZEROS TO COD-ED NUM-EXEMPLAR-ED COD-INSTITUICAO-ED
                COD-EMP-INTER-ED PRAZO-ED W-PRAZO-DIG
                W-NUM-EXEMPLAR-DIG W-COD-LEITOR-DIG W-DATA-PARCEIRA
                W-DATA-LEITOR W-DATA-PREVISTA.
           MOVE SPACES TO W-CONFIRMA W-OPERACAO W-TITULO-DIG
                W-AUTOR-DIG W-REFERENCIA-DIG W-NOME-LEITOR-DIG
                W-ENTRADA-LEITOR.

           DISPLAY CLEAR-SCREEN.
           CALL "CABECALHO".

           DISPLAY "EMPRESTIMO ENTRE BIBLIOTECAS"       AT 1310.
           DISPLAY "FILIAL:"                            AT 1352.
           DISPLAY W-FILIAL-SESSAO                      AT 1360.
           DISPLAY "OPERACAO:"                          AT 1502.
           DISPLAY "S=SAIDA R=RETORNO DA SAIDA E=ENTRADA" AT 1516.
           DISPLAY "L=LEITOR DEVOLVEU D=DEVOLVIDA A PARCEIRA"
                                                        AT 1616.
           DISPLAY "MENSAGEM:"                          AT 2502.
           DISPLAY "OUTRA OPERACAO? (S/N):"             AT 2702.

       RECEBER-OPERACAO.
           PERFORM WITH TEST AFTER UNTIL OPERACAO-OK
               ACCEPT W-OPERACAO AT 1512 WITH AUTO
               MOVE FUNCTION UPPER-CASE (W-OPERACAO) TO W-OPERACAO
               IF  OPERACAO-OK
                   PERFORM LIMPAR-ESPACO-MENSAGEM
               ELSE
                   DISPLAY "DIGITE 'S', 'R', 'E', 'L' OU 'D'" AT 2512
               END-IF
           END-PERFORM.

       DESENHAR-TELA-SAIDA.
           DISPLAY "INSTITUICAO:"                       AT 1702.
           DISPLAY "LIVRO:"                             AT 1802.
           DISPLAY "EXEMPLAR (0=PRIMEIRO DISPONIVEL):"  AT 1902.
           DISPLAY "PRAZO (DIAS):"                      AT 2002.
           DISPLAY "CONFIRMA O EMPRESTIMO? (S/N):"      AT 2302.

       DESENHAR-TELA-ENTRADA.
           DISPLAY "INSTITUICAO:"                       AT 1702.
           DISPLAY "TITULO:"                            AT 1802.
           DISPLAY "AUTOR:"                             AT 1902.
           DISPLAY "REFERENCIA DA PARCEIRA:"            AT 2002.
           DISPLAY "CODIGO OU CARTAO DO LEITOR:"        AT 2102.
           DISPLAY "DEVOLVER A PARCEIRA EM (AAAAMMDD):" AT 2202.
           DISPLAY "CONFIRMA O EMPRESTIMO? (S/N):"      AT 2302.

       DESENHAR-TELA-BAIXA.
           DISPLAY "EMPRESTIMO NUMERO:"                 AT 1702.
           DISPLAY "INSTITUICAO:"                       AT 1802.
           DISPLAY "OBRA:"                              AT 1902.
           DISPLAY "EMPRESTIMO/PREVISTO:"               AT 2002.
           DISPLAY "LEITOR:"                            AT 2102.
           EVALUATE TRUE
               WHEN OPERACAO-RETORNO
                   DISPLAY "CONFIRMA O RETORNO DA OBRA? (S/N):"
                           AT 2302
               WHEN OPERACAO-LEITOR
                   DISPLAY "CONFIRMA A DEVOLUCAO DO LEITOR? (S/N):"
                           AT 2302
               WHEN OTHER
                   DISPLAY "CONFIRMA O ENVIO A PARCEIRA? (S/N):"
                           AT 2302
           END-EVALUATE.

       RECEBER-INSTITUICAO.
           ACCEPT COD-INSTITUICAO-ED AT 1715.
           MOVE COD-INSTITUICAO-ED TO COD-INSTITUICAO.
           READ ARQ-INSTITUICAO.
           EVALUATE TRUE
               WHEN NOT STATUS-INS-OK
                   DISPLAY "INSTITUICAO NAO CADASTRADA" AT 2512
               WHEN INSTITUICAO-INATIVA
                   DISPLAY "INSTITUICAO INATIVA - ACORDO SUSPENSO"
                           AT 2512
               WHEN OTHER
                   DISPLAY NOME-INSTITUICAO AT 1720
                   MOVE "S" TO W-DADOS-OK
                   PERFORM LIMPAR-ESPACO-MENSAGEM
           END-EVALUATE.

       RECEBER-EXEMPLAR.
           *> SO SAI A COPIA QUE ESTA NA PRATELEIRA, E O TITULO COM
           *> FILA DE RESERVA ATENDE PRIMEIRO OS LEITORES DA CASA. O
           *> LIMITE DE EMPRESTIMOS DA POLITICA NAO SE APLICA AQUI.
           MOVE "N" TO W-DADOS-OK.
           ACCEPT COD-ED AT 1809.
           MOVE COD-ED TO COD-LIVRO.
           READ CAD-PRODUTO.
           IF  NOT STATUS-OK
               DISPLAY "LIVRO NAO CADASTRADO" AT 2512
           ELSE
               DISPLAY TITULO-LIVRO AT 1814
               PERFORM VERIFICAR-TEM-EXEMPLARES
               PERFORM VERIFICAR-FILA-RESERVA
               EVALUATE TRUE
                   WHEN NOT TEM-EXEMPLARES
                       DISPLAY "TITULO SEM EXEMPLARES CADASTRADOS - "
                               "USE EXEMPLARES" AT 2512
                   WHEN QTD-ESTOQUE = 0
                       DISPLAY "SEM ESTOQUE DISPONIVEL PARA EMPRESTIMO"
                               AT 2512
                   WHEN TEM-FILA
                       DISPLAY "LIVRO COM FILA DE RESERVA - ATENDA OS "
                               "LEITORES PRIMEIRO" AT 2512
                   WHEN OTHER
                       PERFORM RECEBER-NUM-EXEMPLAR
               END-EVALUATE
           END-IF.

       RECEBER-NUM-EXEMPLAR.
           MOVE ZEROS TO NUM-EXEMPLAR-ED.
           ACCEPT NUM-EXEMPLAR-ED AT 1936.
           MOVE NUM-EXEMPLAR-ED TO W-NUM-EXEMPLAR-DIG.
           IF  W-NUM-EXEMPLAR-DIG = 0
               PERFORM ESCOLHER-EXEMPLAR-DISPONIVEL
           END-IF.
           IF  W-NUM-EXEMPLAR-DIG = 0
               DISPLAY "NENHUM EXEMPLAR DISPONIVEL DESTE TITULO"
                       AT 2512
           ELSE
               MOVE COD-LIVRO          TO COD-LIVRO-EXE
               MOVE W-NUM-EXEMPLAR-DIG TO NUM-EXEMPLAR
               READ ARQ-EXEMPLAR
               EVALUATE TRUE
                   WHEN NOT STATUS-EXE-OK
                       DISPLAY "EXEMPLAR NAO CADASTRADO PARA ESTE "
                               "TITULO" AT 2512
                   WHEN NOT EXEMPLAR-DISPONIVEL
                       DISPLAY "EXEMPLAR NAO ESTA DISPONIVEL (SITUACAO "
                               SITUACAO-EXEMPLAR ")" AT 2512
                   WHEN OTHER
                       MOVE W-NUM-EXEMPLAR-DIG TO NUM-EXEMPLAR-ED
                       DISPLAY NUM-EXEMPLAR-ED AT 1936
                       MOVE "S" TO W-DADOS-OK
                       PERFORM LIMPAR-ESPACO-MENSAGEM
               END-EVALUATE
           END-IF.

       VERIFICAR-TEM-EXEMPLARES.
           MOVE "N" TO W-TEM-EXEMPLARES.
           MOVE COD-LIVRO TO COD-LIVRO-EXE.
           MOVE ZEROS TO NUM-EXEMPLAR.
           START ARQ-EXEMPLAR KEY IS NOT LESS THAN CHAVE-EXEMPLAR
               INVALID KEY MOVE "23" TO W-COD-ERRO-EXE
           END-START.
           IF  W-COD-ERRO-EXE = "00"
               PERFORM LER-PROXIMO-EXEMPLAR
               IF  W-COD-ERRO-EXE = "00"
                       AND COD-LIVRO-EXE = COD-LIVRO
                   MOVE "S" TO W-TEM-EXEMPLARES
               END-IF
           END-IF.
           MOVE "00" TO W-COD-ERRO-EXE.

       ESCOLHER-EXEMPLAR-DISPONIVEL.
           *> PEGA O EXEMPLAR DISPONIVEL DE MENOR NUMERO.
           MOVE ZEROS TO W-NUM-EXEMPLAR-DIG.
           MOVE COD-LIVRO TO COD-LIVRO-EXE.
           MOVE ZEROS TO NUM-EXEMPLAR.
           START ARQ-EXEMPLAR KEY IS NOT LESS THAN CHAVE-EXEMPLAR
               INVALID KEY MOVE "23" TO W-COD-ERRO-EXE
           END-START.
           IF  W-COD-ERRO-EXE = "00"
               PERFORM LER-PROXIMO-EXEMPLAR
               PERFORM UNTIL W-COD-ERRO-EXE NOT = "00"
                       OR COD-LIVRO-EXE NOT = COD-LIVRO
                       OR W-NUM-EXEMPLAR-DIG > 0
                   IF  EXEMPLAR-DISPONIVEL
                       MOVE NUM-EXEMPLAR TO W-NUM-EXEMPLAR-DIG
                   ELSE
                       PERFORM LER-PROXIMO-EXEMPLAR
                   END-IF
               END-PERFORM
           END-IF.
           MOVE "00" TO W-COD-ERRO-EXE.

       LER-PROXIMO-EXEMPLAR.
           READ ARQ-EXEMPLAR NEXT RECORD
               AT END MOVE "10" TO W-COD-ERRO-EXE
           END-READ.

       VERIFICAR-FILA-RESERVA.
           MOVE "N" TO W-TEM-FILA.
           MOVE COD-LIVRO TO COD-LIVRO-RES.
           START ARQ-RESERVA KEY IS NOT LESS THAN COD-LIVRO-RES
               INVALID KEY MOVE "23" TO W-COD-ERRO-RES
           END-START.
           IF  W-COD-ERRO-RES = "00"
               PERFORM LER-PROXIMA-RESERVA
               PERFORM UNTIL W-COD-ERRO-RES NOT = "00"
                       OR COD-LIVRO-RES NOT = COD-LIVRO
                       OR TEM-FILA
                   IF  RESERVA-NA-FILA
                       MOVE "S" TO W-TEM-FILA
                   ELSE
                       PERFORM LER-PROXIMA-RESERVA
                   END-IF
               END-PERFORM
           END-IF.
           MOVE "00" TO W-COD-ERRO-RES.

       LER-PROXIMA-RESERVA.
           READ ARQ-RESERVA NEXT RECORD
               AT END MOVE "10" TO W-COD-ERRO-RES
           END-READ.

       RECEBER-PRAZO-SAIDA.
           *> O PRAZO SUGERIDO E O DO ACORDO COM A PARCEIRA; O
           *> VENCIMENTO ROLA PARA O PROXIMO DIA ABERTO, COMO NO
           *> EMPRESTIMO COMUM.
           MOVE PRAZO-INSTITUICAO TO W-PRAZO-DIG PRAZO-ED.
           DISPLAY PRAZO-ED AT 2016.
           PERFORM WITH TEST AFTER UNTIL W-PRAZO-DIG > 0
               ACCEPT PRAZO-ED AT 2016
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
           CALL "CALCDIAUTIL" USING "P" W-DATA-PREVISTA
                W-DATA-UTIL W-DIAS-UTEIS.
           MOVE W-DATA-UTIL TO W-DATA-PREVISTA.
           MOVE W-DATA-PREVISTA TO W-DATA-FORMATAR.
           PERFORM FORMATAR-DATA.
           DISPLAY "DEVOLUCAO EM" AT 2022.
           DISPLAY W-DATA-ED AT 2035.

       RECEBER-OBRA-DA-PARCEIRA.
           *> A OBRA EMPRESTADA PELA PARCEIRA NAO ENTRA NO CADASTRO
           *> DE LIVROS NEM NO ESTOQUE: FICA SO NA FICHA DO EMPRESTIMO.
           PERFORM WITH TEST AFTER UNTIL W-TITULO-DIG NOT = SPACES
               ACCEPT W-TITULO-DIG AT 1810
               MOVE FUNCTION UPPER-CASE (W-TITULO-DIG) TO W-TITULO-DIG
               IF  W-TITULO-DIG = SPACES
                   DISPLAY "O TITULO DA OBRA E OBRIGATORIO" AT 2512
               ELSE
                   PERFORM LIMPAR-ESPACO-MENSAGEM
               END-IF
           END-PERFORM.
           ACCEPT W-AUTOR-DIG AT 1909.
           MOVE FUNCTION UPPER-CASE (W-AUTOR-DIG) TO W-AUTOR-DIG.
           ACCEPT W-REFERENCIA-DIG AT 2026.
           MOVE FUNCTION UPPER-CASE (W-REFERENCIA-DIG)
             TO W-REFERENCIA-DIG.

       RECEBER-LEITOR.
           *> MESMAS RECUSAS DO EMPRESTIMO COMUM: CARTAO CANCELADO,
           *> LEITOR BLOQUEADO OU INSCRICAO VENCIDA.
           MOVE "N" TO W-DADOS-OK.
           ACCEPT W-ENTRADA-LEITOR AT 2130.
           CALL "VALIDARCARTAO" USING "V" W-ENTRADA-LEITOR COD-LEITOR
                W-VIA-CARTAO W-TIPO-ENTRADA.
           IF  ENTRADA-INVALIDA
               DISPLAY "CARTAO INVALIDO - DIGITO NAO CONFERE" AT 2512
           ELSE
               READ ARQ-LEITOR
               ACCEPT W-DATA-HOJE-AAAAMMDD FROM DATE YYYYMMDD
               EVALUATE TRUE
                   WHEN NOT STATUS-LEI-OK
                       DISPLAY "LEITOR NAO CADASTRADO" AT 2512
                   WHEN ENTRADA-CARTAO
                           AND W-VIA-CARTAO NOT = VIA-CARTAO-LEITOR
                       DISPLAY "CARTAO CANCELADO - VIA SUBSTITUIDA"
                               AT 2512
                   WHEN LEITOR-BLOQUEADO
                       DISPLAY "LEITOR BLOQUEADO - EMPRESTIMO NEGADO"
                               AT 2512
                   WHEN DATA-VALIDADE-LEITOR > 0
                           AND DATA-VALIDADE-LEITOR <
                               W-DATA-HOJE-AAAAMMDD
                       DISPLAY "INSCRICAO VENCIDA - RENOVE A INSCRICAO"
                               AT 2512
                   WHEN OTHER
                       MOVE COD-LEITOR      TO W-COD-LEITOR-DIG
                       MOVE NOME-LEITOR-CAD TO W-NOME-LEITOR-DIG
                       DISPLAY NOME-LEITOR-CAD (1:40) AT 2139
                       MOVE "S" TO W-DADOS-OK
                       PERFORM LIMPAR-ESPACO-MENSAGEM
               END-EVALUATE
           END-IF.

       RECEBER-PRAZO-PARCEIRA.
           PERFORM WITH TEST AFTER UNTIL DATA-VALIDA
               ACCEPT W-DATA-PARCEIRA AT 2237
               PERFORM VALIDAR-DATA-PARCEIRA
               IF  NOT DATA-VALIDA
                   DISPLAY "DATA INVALIDA OU NAO POSTERIOR A HOJE"
                           AT 2512
               ELSE
                   PERFORM LIMPAR-ESPACO-MENSAGEM
               END-IF
           END-PERFORM.
           PERFORM CALCULAR-PRAZO-LEITOR.
           MOVE W-DATA-LEITOR TO W-DATA-FORMATAR.
           PERFORM FORMATAR-DATA.
           DISPLAY "LEITOR ATE" AT 2247.
           DISPLAY W-DATA-ED AT 2258.

       VALIDAR-DATA-PARCEIRA.
           *> MESMO VAI E VOLTA DE CALENDARIO DA ENTRADA DE NOTAS: DIA
           *> OU MES INEXISTENTE NAO FECHA O CICLO E E REJEITADO.
           MOVE "N" TO W-DATA-VALIDA.
           ACCEPT W-DATA-HOJE-AAAAMMDD FROM DATE YYYYMMDD.
           IF  W-DATA-PARCEIRA > W-DATA-HOJE-AAAAMMDD
               COMPUTE W-INTEIRO-PARCEIRA =
                       FUNCTION INTEGER-OF-DATE (W-DATA-PARCEIRA)
               IF  W-INTEIRO-PARCEIRA > 0
                   COMPUTE W-DATA-VOLTA =
                           FUNCTION DATE-OF-INTEGER (W-INTEIRO-PARCEIRA)
                   IF  W-DATA-VOLTA = W-DATA-PARCEIRA
                       MOVE "S" TO W-DATA-VALIDA
                   END-IF
               END-IF
           END-IF.

       CALCULAR-PRAZO-LEITOR.
           *> O LEITOR DEVOLVE W-FOLGA-PARCEIRA DIAS ANTES DO PRAZO DA
           *> PARCEIRA; SE A FOLGA NAO COUBER, O PRAZO DO LEITOR E O
           *> PROPRIO PRAZO DA PARCEIRA. DIA FECHADO ROLA PARA O
           *> PROXIMO DIA ABERTO, MAS NUNCA PASSA DO PRAZO DA PARCEIRA:
           *> SE PASSAR, RECUA UM DIA E TENTA DE NOVO.
           COMPUTE W-INTEIRO-HOJE =
                   FUNCTION INTEGER-OF-DATE (W-DATA-HOJE-AAAAMMDD).
           COMPUTE W-INTEIRO-LEITOR =
                   W-INTEIRO-PARCEIRA - W-FOLGA-PARCEIRA.
           IF  W-INTEIRO-LEITOR <= W-INTEIRO-HOJE
               MOVE W-INTEIRO-PARCEIRA TO W-INTEIRO-LEITOR
           END-IF.
           PERFORM ROLAR-PRAZO-LEITOR.
           PERFORM UNTIL W-DATA-LEITOR <= W-DATA-PARCEIRA
                   OR W-INTEIRO-LEITOR <= W-INTEIRO-HOJE + 1
               SUBTRACT 1 FROM W-INTEIRO-LEITOR
               PERFORM ROLAR-PRAZO-LEITOR
           END-PERFORM.
           IF  W-DATA-LEITOR > W-DATA-PARCEIRA
               MOVE W-DATA-PARCEIRA TO W-DATA-LEITOR
           END-IF.

       ROLAR-PRAZO-LEITOR.
           COMPUTE W-DATA-LEITOR =
                   FUNCTION DATE-OF-INTEGER (W-INTEIRO-LEITOR).
           CALL "CALCDIAUTIL" USING "P" W-DATA-LEITOR
                W-DATA-UTIL W-DIAS-UTEIS.
           MOVE W-DATA-UTIL TO W-DATA-LEITOR.

       RECEBER-EMPRESTIMO-INTER.
           ACCEPT COD-EMP-INTER-ED AT 1721.
           MOVE COD-EMP-INTER-ED TO COD-EMP-INTER.
           READ ARQ-EMP-INTER.
           EVALUATE TRUE
               WHEN NOT STATUS-INT-OK
                   DISPLAY "EMPRESTIMO NAO ENCONTRADO" AT 2512
               WHEN OPERACAO-RETORNO AND NOT INTER-SAIDA
                   DISPLAY "EMPRESTIMO NAO E DE SAIDA - USE 'L' OU "
                           "'D'" AT 2512
               WHEN NOT OPERACAO-RETORNO AND NOT INTER-ENTRADA
                   DISPLAY "EMPRESTIMO NAO E DE ENTRADA - USE 'R'"
                           AT 2512
               WHEN INTER-ENCERRADO
                   DISPLAY "EMPRESTIMO JA FOI ENCERRADO" AT 2512
               WHEN OPERACAO-LEITOR AND INTER-AGUARDA-RETORNO
                   DISPLAY "LEITOR JA DEVOLVEU ESTA OBRA" AT 2512
               WHEN OPERACAO-DEVOLUCAO AND INTER-ATIVO
                   DISPLAY "OBRA AINDA COM O LEITOR - REGISTRE ANTES "
                           "A DEVOLUCAO DELE ('L')" AT 2512
               WHEN OTHER
                   PERFORM EXIBIR-EMPRESTIMO-INTER
                   MOVE "S" TO W-DADOS-OK
                   PERFORM LIMPAR-ESPACO-MENSAGEM
           END-EVALUATE.

       EXIBIR-EMPRESTIMO-INTER.
           MOVE COD-INSTITUICAO-INT TO COD-INSTITUICAO
                COD-INSTITUICAO-ED.
           READ ARQ-INSTITUICAO.
           IF  NOT STATUS-INS-OK
               MOVE SPACES TO NOME-INSTITUICAO
           END-IF.
           DISPLAY COD-INSTITUICAO-ED AT 1815.
           DISPLAY NOME-INSTITUICAO AT 1820.
           IF  INTER-SAIDA
               MOVE COD-LIVRO-INT TO COD-ED
               MOVE NUM-EXEMPLAR-INT TO NUM-EXEMPLAR-ED
               DISPLAY COD-ED AT 1908
               DISPLAY "/" AT 1911
               DISPLAY NUM-EXEMPLAR-ED AT 1912
               DISPLAY TITULO-INT AT 1916
           ELSE
               DISPLAY TITULO-INT AT 1908
               DISPLAY COD-LEITOR-INT AT 2110
               DISPLAY NOME-LEITOR-INT (1:30) AT 2116
               MOVE DATA-PREVISTA-LEITOR TO W-DATA-FORMATAR
               PERFORM FORMATAR-DATA
               DISPLAY "ATE" AT 2147
               DISPLAY W-DATA-ED AT 2151
           END-IF.
           MOVE DATA-EMPRESTIMO-INT TO W-DATA-FORMATAR.
           PERFORM FORMATAR-DATA.
           DISPLAY W-DATA-ED AT 2023.
           MOVE DATA-PREVISTA-INT TO W-DATA-FORMATAR.
           PERFORM FORMATAR-DATA.
           DISPLAY W-DATA-ED AT 2035.

       CONFIRMAR-OPERACAO.
           PERFORM WITH TEST AFTER UNTIL W-CONFIRMA = "S" OR "N"
               ACCEPT W-CONFIRMA AT 2340 WITH AUTO
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

       GRAVAR-SAIDA.
           PERFORM GERAR-PROXIMO-COD-EMP-INTER.
           INITIALIZE REG-EMP-INTER.
           MOVE W-PROX-COD-EMP-INTER TO COD-EMP-INTER.
           MOVE "S"                  TO TIPO-EMP-INTER.
           MOVE COD-INSTITUICAO      TO COD-INSTITUICAO-INT.
           MOVE W-DATA-HOJE-AAAAMMDD TO DATA-EMPRESTIMO-INT.
           MOVE W-DATA-PREVISTA      TO DATA-PREVISTA-INT.
           MOVE COD-LIVRO            TO COD-LIVRO-INT.
           MOVE NUM-EXEMPLAR         TO NUM-EXEMPLAR-INT.
           MOVE W-FILIAL-SESSAO      TO COD-FILIAL-INT.
           MOVE TITULO-LIVRO         TO TITULO-INT.
           MOVE AUTOR-LIVRO          TO AUTOR-INT.
           MOVE "A"                  TO SITUACAO-EMP-INTER.
           WRITE REG-EMP-INTER.
           IF  NOT STATUS-INT-OK
               DISPLAY "ERRO AO GRAVAR EMPRESTIMO (STATUS "
                       W-COD-ERRO-INT ")" AT 2512
           ELSE
               MOVE "E" TO SITUACAO-EXEMPLAR
               REWRITE REG-EXEMPLAR
               MOVE REG-LIVRO TO W-REG-LIVRO-ANTES
               SUBTRACT 1 FROM QTD-ESTOQUE
               REWRITE REG-LIVRO
               IF  STATUS-OK
                   CALL "LOGAUDITORIA" USING "EMPINTER  " COD-LIVRO
                        TITULO-LIVRO W-REG-LIVRO-ANTES REG-LIVRO
                   CALL "GRAVARKARDEX" USING "EMPINTER  "
                        COD-LIVRO "-" W-QTD-UM QTD-ESTOQUE
                   MOVE W-FILIAL-SESSAO TO W-FILIAL-MOVTO
                   PERFORM BAIXAR-ESTOQUE-FILIAL
                   MOVE COD-EMP-INTER TO COD-EMP-INTER-ED
                   DISPLAY "EMPRESTIMO       GRAVADO" AT 2512
                   DISPLAY COD-EMP-INTER-ED AT 2523
               ELSE
                   DISPLAY "ERRO AO ATUALIZAR ESTOQUE (STATUS "
                           CODERRO ")" AT 2512
               END-IF
           END-IF.

       GRAVAR-ENTRADA.
           PERFORM GERAR-PROXIMO-COD-EMP-INTER.
           INITIALIZE REG-EMP-INTER.
           MOVE W-PROX-COD-EMP-INTER TO COD-EMP-INTER.
           MOVE "E"                  TO TIPO-EMP-INTER.
           MOVE COD-INSTITUICAO      TO COD-INSTITUICAO-INT.
           MOVE W-DATA-HOJE-AAAAMMDD TO DATA-EMPRESTIMO-INT.
           MOVE W-DATA-PARCEIRA      TO DATA-PREVISTA-INT.
           MOVE W-TITULO-DIG         TO TITULO-INT.
           MOVE W-AUTOR-DIG          TO AUTOR-INT.
           MOVE W-REFERENCIA-DIG     TO REFERENCIA-PARCEIRA.
           MOVE W-COD-LEITOR-DIG     TO COD-LEITOR-INT.
           MOVE W-NOME-LEITOR-DIG    TO NOME-LEITOR-INT.
           MOVE W-DATA-LEITOR        TO DATA-PREVISTA-LEITOR.
           MOVE "A"                  TO SITUACAO-EMP-INTER.
           WRITE REG-EMP-INTER.
           IF  STATUS-INT-OK
               MOVE COD-EMP-INTER TO COD-EMP-INTER-ED
               DISPLAY "EMPRESTIMO       GRAVADO" AT 2512
               DISPLAY COD-EMP-INTER-ED AT 2523
           ELSE
               DISPLAY "ERRO AO GRAVAR EMPRESTIMO (STATUS "
                       W-COD-ERRO-INT ")" AT 2512
           END-IF.

       GRAVAR-BAIXA.
           ACCEPT W-DATA-HOJE-AAAAMMDD FROM DATE YYYYMMDD.
           IF  OPERACAO-LEITOR
               MOVE W-DATA-HOJE-AAAAMMDD TO DATA-DEVOL-LEITOR
               MOVE "L" TO SITUACAO-EMP-INTER
           ELSE
               MOVE W-DATA-HOJE-AAAAMMDD TO DATA-DEVOLUCAO-INT
               MOVE "D" TO SITUACAO-EMP-INTER
           END-IF.
           REWRITE REG-EMP-INTER.
           IF  NOT STATUS-INT-OK
               DISPLAY "ERRO AO ATUALIZAR EMPRESTIMO (STATUS "
                       W-COD-ERRO-INT ")" AT 2512
           ELSE
               EVALUATE TRUE
                   WHEN OPERACAO-RETORNO
                       PERFORM REPOR-EXEMPLAR-RETORNADO
                   WHEN OPERACAO-LEITOR
                       PERFORM AVISAR-ATRASO-LEITOR
                   WHEN OTHER
                       DISPLAY "OBRA DEVOLVIDA A PARCEIRA - EMPRESTIMO "
                               "ENCERRADO" AT 2512
               END-EVALUATE
           END-IF.

       AVISAR-ATRASO-LEITOR.
           IF  DATA-PREVISTA-LEITOR < W-DATA-HOJE-AAAAMMDD
               COMPUTE DIAS-ED =
                       FUNCTION INTEGER-OF-DATE (W-DATA-HOJE-AAAAMMDD)
                     - FUNCTION INTEGER-OF-DATE (DATA-PREVISTA-LEITOR)
               DISPLAY "DEVOLVIDA COM       DIAS DE ATRASO - ENVIE A "
                       "PARCEIRA" AT 2512
               DISPLAY DIAS-ED AT 2526
           ELSE
               DISPLAY "DEVOLUCAO DO LEITOR REGISTRADA - ENVIE A "
                       "PARCEIRA" AT 2512
           END-IF.

       REPOR-EXEMPLAR-RETORNADO.
           MOVE COD-LIVRO-INT    TO COD-LIVRO-EXE.
           MOVE NUM-EXEMPLAR-INT TO NUM-EXEMPLAR.
           READ ARQ-EXEMPLAR.
           IF  STATUS-EXE-OK
               MOVE "D" TO SITUACAO-EXEMPLAR
               REWRITE REG-EXEMPLAR
           END-IF.
           MOVE COD-LIVRO-INT TO COD-LIVRO.
           READ CAD-PRODUTO.
           IF  STATUS-OK
               MOVE REG-LIVRO TO W-REG-LIVRO-ANTES
               ADD 1 TO QTD-ESTOQUE
               REWRITE REG-LIVRO
           END-IF.
           IF  STATUS-OK
               CALL "LOGAUDITORIA" USING "RETINTER  " COD-LIVRO
                    TITULO-LIVRO W-REG-LIVRO-ANTES REG-LIVRO
               CALL "GRAVARKARDEX" USING "RETINTER  "
                    COD-LIVRO "+" W-QTD-UM QTD-ESTOQUE
               MOVE COD-FILIAL-INT TO W-FILIAL-MOVTO
               PERFORM REPOR-ESTOQUE-FILIAL
               DISPLAY "EXEMPLAR DE VOLTA A PRATELEIRA" AT 2512
           ELSE
               DISPLAY "ERRO AO ATUALIZAR ESTOQUE (STATUS "
                       CODERRO ")" AT 2512
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
               MOVE "(EMP.INTER)"  TO NOME-FILIAL
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

       GERAR-PROXIMO-COD-EMP-INTER.
           MOVE ZEROS TO W-PROX-COD-EMP-INTER COD-EMP-INTER.
           START ARQ-EMP-INTER KEY IS NOT LESS THAN COD-EMP-INTER
               INVALID KEY MOVE "10" TO W-COD-ERRO-INT
           END-START.
           IF  W-COD-ERRO-INT = "00"
               PERFORM LER-PROXIMO-EMP-INTER
               PERFORM UNTIL W-COD-ERRO-INT NOT = "00"
                   IF  COD-EMP-INTER > W-PROX-COD-EMP-INTER
                       MOVE COD-EMP-INTER TO W-PROX-COD-EMP-INTER
                   END-IF
                   PERFORM LER-PROXIMO-EMP-INTER
               END-PERFORM
           END-IF.
           ADD 1 TO W-PROX-COD-EMP-INTER.
           MOVE "00" TO W-COD-ERRO-INT.

       LER-PROXIMO-EMP-INTER.
           READ ARQ-EMP-INTER NEXT RECORD
               AT END MOVE "10" TO W-COD-ERRO-INT
           END-READ.

       FORMATAR-DATA.
           MOVE SPACES TO W-DATA-ED.
           STRING W-DATA-FORMATAR (7:2) "/" W-DATA-FORMATAR (5:2) "/"
                  W-DATA-FORMATAR (1:4)
               DELIMITED BY SIZE INTO W-DATA-ED
           END-STRING.

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
               CLOSE ARQ-EMP-INTER
               CLOSE ARQ-INSTITUICAO
               CLOSE ARQ-LEITOR
               CLOSE ARQ-RESERVA
               CLOSE ARQ-FILIAL
           END-IF.
           DISPLAY "TERMINO DO PROCESSAMENTO" AT 2921.

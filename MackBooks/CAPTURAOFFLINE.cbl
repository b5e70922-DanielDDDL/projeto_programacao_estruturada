
       IDENTIFICATION DIVISION.

       PROGRAM-ID. CAPTURAOFFLINE.
       AUTHOR. DANIEL.

       ENVIRONMENT DIVISION.
         CONFIGURATION SECTION.

             SPECIAL-NAMES.
                 DECIMAL-POINT IS COMMA.

             INPUT-OUTPUT SECTION.
               FILE-CONTROL.
                   SELECT OPTIONAL ARQ-OFFLINE
                   ASSIGN TO DYNAMIC W-NOME-ARQ-OFF
                   ORGANIZATION LINE SEQUENTIAL
                   FILE STATUS IS W-COD-ERRO-OFF.

                   SELECT OPTIONAL ARQ-SEQ-OFFLINE
                   ASSIGN TO DYNAMIC W-NOME-ARQ-SEQ
                   ORGANIZATION LINE SEQUENTIAL
                   FILE STATUS IS W-COD-ERRO-SEQ.

                   SELECT OPTIONAL ARQ-FILIAL-SESSAO
                   ASSIGN TO "filial.atual"
                   ORGANIZATION LINE SEQUENTIAL
                   FILE STATUS IS W-COD-ERRO-FIS.

                   SELECT OPTIONAL ARQ-SESSAO
                   ASSIGN TO "usuario.atual"
                   ORGANIZATION LINE SEQUENTIAL
                   FILE STATUS IS W-COD-ERRO-SES.

                   SELECT OPTIONAL ARQ-COMPROVANTE
                   ASSIGN TO "comprovantes.txt"
                   ORGANIZATION LINE SEQUENTIAL
                   FILE STATUS IS W-COD-ERRO-CMP.

                   SELECT OPTIONAL ARQ-CUPOM
                   ASSIGN TO "cupons.txt"
                   ORGANIZATION LINE SEQUENTIAL
                   FILE STATUS IS W-COD-ERRO-CUP.

       DATA DIVISION.
         FILE SECTION.
         FD  ARQ-OFFLINE
             LABEL RECORD STANDARD.
         COPY "REGOFFLINE.cpy".

         FD  ARQ-SEQ-OFFLINE
             LABEL RECORD STANDARD.
         01  REG-SEQ-OFFLINE.
             02  ULTIMA-SEQ-CTL    PIC 9(5).
             02  ULTIMO-GRUPO-CTL  PIC 9(5).

         FD  ARQ-FILIAL-SESSAO
             LABEL RECORD STANDARD.
         01  REG-FILIAL-SESSAO  PIC X(2).

         FD  ARQ-SESSAO
             LABEL RECORD STANDARD.
         01  REG-SESSAO  PIC X(10).

         FD  ARQ-COMPROVANTE
             LABEL RECORD STANDARD.
         01  REG-COMPROVANTE  PIC X(100).

         FD  ARQ-CUPOM
             LABEL RECORD STANDARD.
         01  REG-CUPOM  PIC X(100).

         WORKING-STORAGE SECTION.
         77  W-COD-ERRO-OFF     PIC XX    VALUE SPACES.
         77  W-COD-ERRO-SEQ     PIC XX    VALUE SPACES.
         77  W-COD-ERRO-FIS     PIC XX    VALUE SPACES.
         77  W-COD-ERRO-SES     PIC XX    VALUE SPACES.
         77  W-COD-ERRO-CMP     PIC XX    VALUE SPACES.
         77  W-COD-ERRO-CUP     PIC XX    VALUE SPACES.
         77  W-OPCAO            PIC X     VALUE SPACES.
             88  OPC-OK                   VALUE "S" "N".
         77  W-CONFIRMA         PIC X     VALUE SPACES.
         77  W-OPERACAO         PIC X     VALUE SPACES.
             88  OPERACAO-EMPRESTIMO      VALUE "E".
             88  OPERACAO-DEVOLUCAO       VALUE "D".
             88  OPERACAO-VENDA           VALUE "V".
             88  OPERACAO-OK              VALUE "E" "D" "V".
         77  W-BRANCO           PIC X(50) VALUE SPACES.
         77  W-FIM-ARQUIVO      PIC X     VALUE "N".
             88  FIM-ARQUIVO              VALUE "S".
      *> ARQUIVO LOCAL DA FILIAL ("offlineNN.txt"): A FILIAL VEM DO
      *> LOGIN ("filial.atual") E O OPERADOR DE "usuario.atual" - OS
      *> DOIS FICAM NO TERMINAL E NAO DEPENDEM DA MATRIZ.
         77  W-NOME-ARQ-OFF     PIC X(20) VALUE SPACES.
         77  W-NOME-ARQ-SEQ     PIC X(20) VALUE SPACES.
         77  W-FILIAL-SESSAO    PIC 9(2)  VALUE 01.
         77  W-FILIAL-TEXTO     PIC X(2)  VALUE SPACES.
         77  W-FILIAL-NUM REDEFINES W-FILIAL-TEXTO PIC 9(2).
         77  W-OPERADOR-SESSAO  PIC X(10) VALUE SPACES.
         77  W-ULTIMA-SEQ       PIC 9(5)  VALUE ZEROS.
         77  W-ULTIMO-GRUPO     PIC 9(5)  VALUE ZEROS.
         77  W-PRIMEIRA-SEQ     PIC 9(5)  VALUE ZEROS.
         77  W-DATA-HOJE-AAAAMMDD PIC 9(8) VALUE ZEROS.
         77  W-HORA-AGORA       PIC 9(8)  VALUE ZEROS.
         77  W-DADOS-OK         PIC X     VALUE "N".
             88  DADOS-OK                 VALUE "S".
         77  W-MAIS-ITENS       PIC X     VALUE SPACES.
         77  W-IDX              PIC 99    VALUE ZEROS.
         77  W-MAX-ITENS        PIC 99    VALUE ZEROS.
         77  W-TOTAL-ITENS      PIC 99    VALUE ZEROS.
         77  W-VALOR-TOTAL      PIC 9(7)V99 VALUE ZEROS.
         77  W-FORMA-PAGTO      PIC X     VALUE SPACES.
             88  FORMA-PAGTO-OK           VALUE "D" "C" "P" "O".
      *> LEITOR: CODIGO OU CARTAO (SO O DIGITO DO CARTAO E CONFERIDO
      *> AQUI; BLOQUEIO E INSCRICAO SAO VISTOS NA IMPORTACAO).
         77  W-ENTRADA-LEITOR   PIC X(8)  VALUE SPACES.
         77  W-COD-LEITOR-DIG   PIC 9(5)  VALUE ZEROS.
         77  W-VIA-CARTAO       PIC 99    VALUE ZEROS.
         77  W-TIPO-ENTRADA     PIC X     VALUE SPACES.
             88  ENTRADA-INVALIDA         VALUE "X".
         77  W-COD-EMP-DIG      PIC 9(5)  VALUE ZEROS.
         77  W-SEQ-EMP-DIG      PIC 9(5)  VALUE ZEROS.
         77  W-LIVRO-DEVOLUCAO  PIC 9(3)  VALUE ZEROS.
         77  W-COD-LIVRO-DIG    PIC 9(3)  VALUE ZEROS.
         77  W-NUM-EXEMPLAR-DIG PIC 9(3)  VALUE ZEROS.
         77  W-QTD-DIG          PIC 9(5)  VALUE ZEROS.
         77  W-PRECO-DIG        PIC 9(4)V99 VALUE ZEROS.
         77  W-ACHOU-EMPRESTIMO PIC X     VALUE "N".
             88  ACHOU-EMPRESTIMO         VALUE "S".
         77  W-JA-DEVOLVIDO     PIC X     VALUE "N".
             88  JA-DEVOLVIDO             VALUE "S".
         77  COD-ED             PIC ZZ9   VALUE ZEROS.
         77  NUM-EXEMPLAR-ED    PIC ZZ9   VALUE ZEROS.
         77  COD-EMP-ED         PIC ZZZZ9 VALUE ZEROS.
         77  SEQ-ED             PIC ZZZZ9 VALUE ZEROS.
         77  SEQ-FINAL-ED       PIC ZZZZ9 VALUE ZEROS.
         77  QTD-ED             PIC ZZZZ9 VALUE ZEROS.
         77  PRECO-ED           PIC Z.ZZ9,99 VALUE ZEROS.
         77  VALOR-ITEM-ED      PIC Z.ZZZ.ZZ9,99 VALUE ZEROS.
         77  VALOR-TOTAL-ED     PIC Z.ZZZ.ZZ9,99 VALUE ZEROS.
         77  TOTAL-ITENS-ED     PIC Z9    VALUE ZEROS.

      *> ITENS DO ATENDIMENTO EM DIGITACAO: LIVROS DA CESTA DE
      *> EMPRESTIMO (ATE 10, COMO NO EMPRESTAR) OU LINHAS DO CUPOM
      *> (ATE 30, COMO NA VENDA). SO VAO PARA O ARQUIVO NA CONFIRMACAO.
         01  TABELA-ITENS.
             02  ITEM-OFF  OCCURS 30 TIMES.
                 03  ITE-COD-LIVRO    PIC 9(3).
                 03  ITE-NUM-EXEMPLAR PIC 9(3).
                 03  ITE-QTD          PIC 9(5).
                 03  ITE-PRECO        PIC 9(4)V99.
                 03  ITE-SEQ          PIC 9(5).

         SCREEN SECTION.
            01 CLEAR-SCREEN.
               05 BLANK SCREEN BACKGROUND-COLOR 0 FOREGROUND-COLOR 0.

       PROCEDURE DIVISION.

       INICIO.
           *> MODO DE CONTINGENCIA DA FILIAL: SEM LIGACAO COM A
           *> MATRIZ, EMPRESTIMOS, DEVOLUCOES E VENDAS SAO ANOTADOS NO
           *> ARQUIVO LOCAL, SEM ABRIR NENHUM ARQUIVO CENTRAL. QUANDO A
           *> LIGACAO VOLTA, IMPORTAROFFLINE APLICA TUDO NA MATRIZ E
           *> SEPARA OS CONFLITOS NUM RELATORIO DE EXCECOES.
           PERFORM INICIALIZACAO.
           PERFORM PROCESSAMENTO UNTIL W-OPCAO = "N".
           PERFORM FINALIZACAO.
           EXIT PROGRAM.

       INICIALIZACAO.
           PERFORM OBTER-FILIAL-SESSAO.
           PERFORM LER-SESSAO-ATUAL.
           MOVE SPACES TO W-NOME-ARQ-OFF.
           STRING "offline" W-FILIAL-SESSAO ".txt"
               DELIMITED BY SIZE INTO W-NOME-ARQ-OFF
           END-STRING.
           MOVE SPACES TO W-NOME-ARQ-SEQ.
           STRING "offline" W-FILIAL-SESSAO ".seq"
               DELIMITED BY SIZE INTO W-NOME-ARQ-SEQ
           END-STRING.
           PERFORM APURAR-ULTIMA-SEQUENCIA.

       OBTER-FILIAL-SESSAO.
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

       LER-SESSAO-ATUAL.
           MOVE "DESCONHEC." TO W-OPERADOR-SESSAO.
           OPEN INPUT ARQ-SESSAO.
           IF  W-COD-ERRO-SES = "00"
               READ ARQ-SESSAO INTO W-OPERADOR-SESSAO
                   AT END CONTINUE
               END-READ
               CLOSE ARQ-SESSAO
           END-IF.

       APURAR-ULTIMA-SEQUENCIA.
           *> A NUMERACAO NAO RECOMECA QUANDO A IMPORTACAO RENOMEIA O
           *> ARQUIVO LOCAL: O CONTROLE "offlineNN.seq" GUARDA O ULTIMO
           *> NUMERO DADO, E UM NUMERO OFFLINE DE UMA CONTINGENCIA
           *> ANTERIOR CONTINUA VALENDO NA DEVOLUCAO.
           MOVE ZEROS TO W-ULTIMA-SEQ W-ULTIMO-GRUPO.
           OPEN INPUT ARQ-SEQ-OFFLINE.
           IF  W-COD-ERRO-SEQ = "00"
               READ ARQ-SEQ-OFFLINE
                   AT END MOVE ZEROS TO REG-SEQ-OFFLINE
               END-READ
               IF  ULTIMA-SEQ-CTL IS NUMERIC
                       AND ULTIMO-GRUPO-CTL IS NUMERIC
                   MOVE ULTIMA-SEQ-CTL   TO W-ULTIMA-SEQ
                   MOVE ULTIMO-GRUPO-CTL TO W-ULTIMO-GRUPO
               END-IF
           END-IF.
           CLOSE ARQ-SEQ-OFFLINE.
           PERFORM ABRIR-ARQUIVO-LOCAL.
           PERFORM UNTIL FIM-ARQUIVO
               IF  SEQ-OFF > W-ULTIMA-SEQ
                   MOVE SEQ-OFF TO W-ULTIMA-SEQ
               END-IF
               IF  GRUPO-OFF > W-ULTIMO-GRUPO
                   MOVE GRUPO-OFF TO W-ULTIMO-GRUPO
               END-IF
               PERFORM LER-ARQUIVO-LOCAL
           END-PERFORM.
           CLOSE ARQ-OFFLINE.

       SALVAR-SEQUENCIA.
           OPEN OUTPUT ARQ-SEQ-OFFLINE.
           IF  W-COD-ERRO-SEQ = "00" OR W-COD-ERRO-SEQ = "05"
               MOVE W-ULTIMA-SEQ   TO ULTIMA-SEQ-CTL
               MOVE W-ULTIMO-GRUPO TO ULTIMO-GRUPO-CTL
               WRITE REG-SEQ-OFFLINE
               CLOSE ARQ-SEQ-OFFLINE
           END-IF.

       ABRIR-ARQUIVO-LOCAL.
           MOVE "N" TO W-FIM-ARQUIVO.
           OPEN INPUT ARQ-OFFLINE.
           IF  W-COD-ERRO-OFF NOT = "00"
               MOVE "S" TO W-FIM-ARQUIVO
           END-IF.
           PERFORM LER-ARQUIVO-LOCAL.

       LER-ARQUIVO-LOCAL.
           IF  NOT FIM-ARQUIVO
               READ ARQ-OFFLINE
                   AT END MOVE "S" TO W-FIM-ARQUIVO
               END-READ
           END-IF.

       PROCESSAMENTO.
           PERFORM FORMATAR-TELA.
           PERFORM RECEBER-OPERACAO.
           EVALUATE TRUE
               WHEN OPERACAO-EMPRESTIMO
                   PERFORM CAPTURAR-EMPRESTIMO
               WHEN OPERACAO-DEVOLUCAO
                   PERFORM CAPTURAR-DEVOLUCAO
               WHEN OTHER
                   PERFORM CAPTURAR-VENDA
           END-EVALUATE.
           PERFORM OPCAO-CONTINUIDADE.

       FORMATAR-TELA.
           MOVE ZEROS TO W-TOTAL-ITENS W-VALOR-TOTAL W-COD-LEITOR-DIG
                W-COD-EMP-DIG W-SEQ-EMP-DIG W-LIVRO-DEVOLUCAO.
           MOVE SPACES TO W-CONFIRMA W-OPERACAO W-FORMA-PAGTO
                W-ENTRADA-LEITOR.
           INITIALIZE TABELA-ITENS.

           DISPLAY CLEAR-SCREEN.
           CALL "CABECALHO".

           DISPLAY "CONTINGENCIA - MOVIMENTO SEM LIGACAO" AT 1310.
           DISPLAY "FILIAL:"                              AT 1350.
           DISPLAY W-FILIAL-SESSAO                        AT 1358.
           DISPLAY "OPERACAO (E)MPREST. (D)EVOL. (V)ENDA:" AT 1502.
           DISPLAY "MENSAGEM:"                            AT 2302.
           DISPLAY "OUTRA OPERACAO? (S/N):"               AT 2502.

       RECEBER-OPERACAO.
           PERFORM WITH TEST AFTER UNTIL OPERACAO-OK
               ACCEPT W-OPERACAO AT 1541 WITH AUTO
               MOVE FUNCTION UPPER-CASE (W-OPERACAO) TO W-OPERACAO
               IF  OPERACAO-OK
                   PERFORM LIMPAR-ESPACO-MENSAGEM
               ELSE
                   DISPLAY "DIGITE 'E', 'D' OU 'V'" AT 2312
               END-IF
           END-PERFORM.

       CAPTURAR-EMPRESTIMO.
           *> MESMA CESTA DO EMPRESTAR: UM LEITOR, ATE 10 LIVROS. O
           *> PRAZO SAI DA POLITICA NA IMPORTACAO, CONTADO DA DATA DO
           *> EMPRESTIMO; O COMPROVANTE LEVA O NUMERO OFFLINE DE CADA
           *> LIVRO, QUE E O QUE SE INFORMA NA DEVOLUCAO.
           DISPLAY "LEITOR (CODIGO OU CARTAO):"  AT 1602.
           DISPLAY "CODIGO DO LIVRO:"            AT 1702.
           DISPLAY "EXEMPLAR (0=SEM ETIQUETA):"  AT 1730.
           DISPLAY "LIVROS NO ATENDIMENTO:"      AT 1802.
           DISPLAY "MAIS LIVROS? (S/N):"         AT 1902.
           DISPLAY "CONFIRMA O EMPRESTIMO? (S/N):" AT 2202.
           PERFORM RECEBER-LEITOR.
           IF  DADOS-OK
               MOVE 10 TO W-MAX-ITENS
               MOVE "S" TO W-MAIS-ITENS
               PERFORM UNTIL W-MAIS-ITENS = "N"
                       OR W-TOTAL-ITENS >= W-MAX-ITENS
                   PERFORM RECEBER-LIVRO-EMPRESTIMO
                   IF  W-TOTAL-ITENS < W-MAX-ITENS
                       PERFORM PERGUNTAR-MAIS-ITENS
                   END-IF
               END-PERFORM
               IF  W-TOTAL-ITENS > 0
                   PERFORM CONFIRMAR-OPERACAO
                   IF  W-CONFIRMA = "S"
                       PERFORM GRAVAR-EMPRESTIMOS
                   ELSE
                       DISPLAY "EMPRESTIMO DESCARTADO" AT 2312
                   END-IF
               ELSE
                   DISPLAY "NENHUM LIVRO INFORMADO - NADA GRAVADO"
                           AT 2312
               END-IF
           END-IF.

       RECEBER-LEITOR.
           MOVE "N" TO W-DADOS-OK.
           ACCEPT W-ENTRADA-LEITOR AT 1629.
           CALL "VALIDARCARTAO" USING "V" W-ENTRADA-LEITOR
                W-COD-LEITOR-DIG W-VIA-CARTAO W-TIPO-ENTRADA.
           EVALUATE TRUE
               WHEN ENTRADA-INVALIDA
                   DISPLAY "CARTAO INVALIDO - DIGITO NAO CONFERE"
                           AT 2312
               WHEN W-COD-LEITOR-DIG = 0
                   DISPLAY "INFORME O CODIGO OU O CARTAO DO LEITOR"
                           AT 2312
               WHEN OTHER
                   MOVE "S" TO W-DADOS-OK
                   PERFORM LIMPAR-ESPACO-MENSAGEM
           END-EVALUATE.

       RECEBER-LIVRO-EMPRESTIMO.
           MOVE ZEROS TO COD-ED NUM-EXEMPLAR-ED.
           DISPLAY W-BRANCO (1:3) AT 1719.
           DISPLAY W-BRANCO (1:3) AT 1757.
           ACCEPT COD-ED AT 1719.
           ACCEPT NUM-EXEMPLAR-ED AT 1757.
           MOVE COD-ED TO W-COD-LIVRO-DIG.
           MOVE NUM-EXEMPLAR-ED TO W-NUM-EXEMPLAR-DIG.
           EVALUATE TRUE
               WHEN W-COD-LIVRO-DIG = 0
                   DISPLAY "INFORME O CODIGO DO LIVRO" AT 2312
               WHEN OTHER
                   PERFORM VERIFICAR-LIVRO-REPETIDO
                   IF  NOT DADOS-OK
                       DISPLAY "EXEMPLAR JA ESTA NESTE ATENDIMENTO"
                               AT 2312
                   ELSE
                       ADD 1 TO W-TOTAL-ITENS
                       MOVE W-COD-LIVRO-DIG
                         TO ITE-COD-LIVRO (W-TOTAL-ITENS)
                       MOVE W-NUM-EXEMPLAR-DIG
                         TO ITE-NUM-EXEMPLAR (W-TOTAL-ITENS)
                       MOVE 1 TO ITE-QTD (W-TOTAL-ITENS)
                       MOVE W-TOTAL-ITENS TO TOTAL-ITENS-ED
                       DISPLAY TOTAL-ITENS-ED AT 1825
                       PERFORM LIMPAR-ESPACO-MENSAGEM
                   END-IF
           END-EVALUATE.

       VERIFICAR-LIVRO-REPETIDO.
           *> A MESMA COPIA (LIVRO E ETIQUETA) NAO PODE SAIR DUAS
           *> VEZES NO MESMO ATENDIMENTO.
           MOVE "S" TO W-DADOS-OK.
           IF  W-NUM-EXEMPLAR-DIG > 0
               PERFORM VARYING W-IDX FROM 1 BY 1
                       UNTIL W-IDX > W-TOTAL-ITENS
                   IF  ITE-COD-LIVRO (W-IDX) = W-COD-LIVRO-DIG
                           AND ITE-NUM-EXEMPLAR (W-IDX) =
                               W-NUM-EXEMPLAR-DIG
                       MOVE "N" TO W-DADOS-OK
                   END-IF
               END-PERFORM
           END-IF.

       PERGUNTAR-MAIS-ITENS.
           MOVE SPACES TO W-MAIS-ITENS.
           PERFORM WITH TEST AFTER UNTIL W-MAIS-ITENS = "S" OR "N"
               ACCEPT W-MAIS-ITENS AT 1922 WITH AUTO
               MOVE FUNCTION UPPER-CASE (W-MAIS-ITENS)
                 TO W-MAIS-ITENS
           END-PERFORM.

       CONFIRMAR-OPERACAO.
           PERFORM WITH TEST AFTER UNTIL W-CONFIRMA = "S" OR "N"
               ACCEPT W-CONFIRMA AT 2232 WITH AUTO
               MOVE FUNCTION UPPER-CASE (W-CONFIRMA) TO W-CONFIRMA
               IF  W-CONFIRMA NOT = "S" AND "N"
                   DISPLAY "DIGITAR 'S' PARA CONFIRMAR E 'N' PARA"
                           AT 2312
               ELSE
                   PERFORM LIMPAR-ESPACO-MENSAGEM
               END-IF
           END-PERFORM.

       GRAVAR-EMPRESTIMOS.
           PERFORM INICIAR-GRAVACAO.
           IF  W-COD-ERRO-OFF = "00" OR W-COD-ERRO-OFF = "05"
               PERFORM GRAVAR-ITEM-EMPRESTIMO
                   VARYING W-IDX FROM 1 BY 1
                   UNTIL W-IDX > W-TOTAL-ITENS
               CLOSE ARQ-OFFLINE
               PERFORM SALVAR-SEQUENCIA
               PERFORM GRAVAR-COMPROVANTE
               MOVE W-PRIMEIRA-SEQ TO SEQ-ED
               MOVE W-ULTIMA-SEQ TO SEQ-FINAL-ED
               DISPLAY "EMPRESTIMOS OFFLINE " AT 2312
               DISPLAY SEQ-ED AT 2332
               DISPLAY " A " AT 2337
               DISPLAY SEQ-FINAL-ED AT 2340
               DISPLAY " ANOTADOS" AT 2345
           ELSE
               DISPLAY "ERRO AO GRAVAR ARQUIVO LOCAL (STATUS "
                       W-COD-ERRO-OFF ")" AT 2312
           END-IF.

       INICIAR-GRAVACAO.
           *> TODOS OS ITENS DO ATENDIMENTO LEVAM O MESMO GRUPO E O
           *> MESMO MOMENTO DA CONFIRMACAO.
           ACCEPT W-DATA-HOJE-AAAAMMDD FROM DATE YYYYMMDD.
           ACCEPT W-HORA-AGORA FROM TIME.
           ADD 1 TO W-ULTIMO-GRUPO.
           COMPUTE W-PRIMEIRA-SEQ = W-ULTIMA-SEQ + 1.
           OPEN EXTEND ARQ-OFFLINE.

       PREPARAR-REGISTRO.
           INITIALIZE REG-OFFLINE.
           ADD 1 TO W-ULTIMA-SEQ.
           MOVE W-ULTIMA-SEQ         TO SEQ-OFF.
           MOVE W-OPERACAO           TO TIPO-OFF.
           MOVE W-FILIAL-SESSAO      TO COD-FILIAL-OFF.
           MOVE W-OPERADOR-SESSAO    TO OPERADOR-OFF.
           MOVE W-DATA-HOJE-AAAAMMDD TO DATA-OFF.
           MOVE W-HORA-AGORA         TO HORA-OFF.
           MOVE W-ULTIMO-GRUPO       TO GRUPO-OFF.

       GRAVAR-ITEM-EMPRESTIMO.
           PERFORM PREPARAR-REGISTRO.
           MOVE W-COD-LEITOR-DIG         TO COD-LEITOR-OFF.
           MOVE ITE-COD-LIVRO (W-IDX)    TO COD-LIVRO-OFF.
           MOVE ITE-NUM-EXEMPLAR (W-IDX) TO NUM-EXEMPLAR-OFF.
           MOVE 1                        TO QTD-OFF.
           MOVE SEQ-OFF                  TO ITE-SEQ (W-IDX).
           WRITE REG-OFFLINE.

       GRAVAR-COMPROVANTE.
           *> MESMA CONVENCAO DE OPEN EXTEND DO EMPRESTAR (STATUS
           *> "05" = ARQUIVO CRIADO AGORA).
           OPEN EXTEND ARQ-COMPROVANTE.
           IF  W-COD-ERRO-CMP = "00" OR W-COD-ERRO-CMP = "05"
               MOVE SPACES TO REG-COMPROVANTE
               STRING "COMPROVANTE DE EMPRESTIMO (CONTINGENCIA) - "
                      "LEITOR " W-COD-LEITOR-DIG " FILIAL "
                      W-FILIAL-SESSAO
                   DELIMITED BY SIZE INTO REG-COMPROVANTE
               END-STRING
               WRITE REG-COMPROVANTE
               PERFORM GRAVAR-LINHA-COMPROVANTE
                   VARYING W-IDX FROM 1 BY 1
                   UNTIL W-IDX > W-TOTAL-ITENS
               MOVE SPACES TO REG-COMPROVANTE
               STRING "  PRAZO PELA POLITICA DA CATEGORIA, A CONTAR DE "
                      W-DATA-HOJE-AAAAMMDD (7:2) "/"
                      W-DATA-HOJE-AAAAMMDD (5:2) "/"
                      W-DATA-HOJE-AAAAMMDD (1:4)
                   DELIMITED BY SIZE INTO REG-COMPROVANTE
               END-STRING
               WRITE REG-COMPROVANTE
               MOVE "  NA DEVOLUCAO INFORME O NUMERO OFFLINE DO LIVRO"
                 TO REG-COMPROVANTE
               WRITE REG-COMPROVANTE
               MOVE SPACES TO REG-COMPROVANTE
               WRITE REG-COMPROVANTE
               CLOSE ARQ-COMPROVANTE
           END-IF.

       GRAVAR-LINHA-COMPROVANTE.
           MOVE SPACES TO REG-COMPROVANTE.
           MOVE ITE-SEQ (W-IDX) TO SEQ-ED.
           STRING "  NUMERO OFFLINE " SEQ-ED " LIVRO "
                  ITE-COD-LIVRO (W-IDX)
               DELIMITED BY SIZE INTO REG-COMPROVANTE
           END-STRING.
           IF  ITE-NUM-EXEMPLAR (W-IDX) > 0
               MOVE ITE-NUM-EXEMPLAR (W-IDX) TO NUM-EXEMPLAR-ED
               STRING " EX " NUM-EXEMPLAR-ED DELIMITED BY SIZE
                   INTO REG-COMPROVANTE (36:10)
               END-STRING
           END-IF.
           WRITE REG-COMPROVANTE.

       CAPTURAR-DEVOLUCAO.
           *> A DEVOLUCAO APONTA O EMPRESTIMO DO SISTEMA (COMPROVANTE
           *> NORMAL) OU O NUMERO OFFLINE (COMPROVANTE DE CONTINGENCIA
           *> DESTA FILIAL). A MULTA, SE HOUVER, E CALCULADA NA
           *> IMPORTACAO PELA DATA DESTA DEVOLUCAO.
           DISPLAY "EMPRESTIMO DO SISTEMA:"      AT 1602.
           DISPLAY "OU NUMERO OFFLINE:"          AT 1702.
           DISPLAY "CODIGO DO LIVRO:"            AT 1802.
           DISPLAY "CONFIRMA A DEVOLUCAO? (S/N):" AT 2202.
           MOVE "N" TO W-DADOS-OK.
           MOVE ZEROS TO COD-EMP-ED SEQ-ED COD-ED.
           ACCEPT COD-EMP-ED AT 1625.
           MOVE COD-EMP-ED TO W-COD-EMP-DIG.
           IF  W-COD-EMP-DIG = 0
               ACCEPT SEQ-ED AT 1721
               MOVE SEQ-ED TO W-SEQ-EMP-DIG
           END-IF.
           EVALUATE TRUE
               WHEN W-COD-EMP-DIG = 0 AND W-SEQ-EMP-DIG = 0
                   DISPLAY "INFORME O EMPRESTIMO OU O NUMERO OFFLINE"
                           AT 2312
               WHEN W-COD-EMP-DIG > 0
                   ACCEPT COD-ED AT 1819
                   MOVE COD-ED TO W-LIVRO-DEVOLUCAO
                   PERFORM CONFERIR-DEVOLUCAO-LOCAL
               WHEN OTHER
                   PERFORM CONFERIR-DEVOLUCAO-LOCAL
                   IF  DADOS-OK
                       IF  ACHOU-EMPRESTIMO
                           MOVE W-LIVRO-DEVOLUCAO TO COD-ED
                           DISPLAY COD-ED AT 1819
                       ELSE
                           ACCEPT COD-ED AT 1819
                           MOVE COD-ED TO W-LIVRO-DEVOLUCAO
                       END-IF
                   END-IF
           END-EVALUATE.
           IF  DADOS-OK
               PERFORM CONFIRMAR-OPERACAO
               IF  W-CONFIRMA = "S"
                   PERFORM GRAVAR-DEVOLUCAO
               ELSE
                   DISPLAY "DEVOLUCAO NAO ANOTADA" AT 2312
               END-IF
           END-IF.

       CONFERIR-DEVOLUCAO-LOCAL.
           *> O ARQUIVO LOCAL E PEQUENO: UMA LEITURA CONFERE SE O
           *> NUMERO OFFLINE EXISTE E SE A DEVOLUCAO JA FOI ANOTADA.
           *> NUMERO QUE NAO ESTA NO ARQUIVO MAS JA FOI DADO E DE UMA
           *> CONTINGENCIA JA IMPORTADA: A IMPORTACAO O LOCALIZA.
           MOVE "N" TO W-ACHOU-EMPRESTIMO W-JA-DEVOLVIDO W-DADOS-OK.
           PERFORM ABRIR-ARQUIVO-LOCAL.
           PERFORM UNTIL FIM-ARQUIVO
               EVALUATE TRUE
                   WHEN OFF-EMPRESTIMO AND W-SEQ-EMP-DIG > 0
                           AND SEQ-OFF = W-SEQ-EMP-DIG
                       MOVE "S" TO W-ACHOU-EMPRESTIMO
                       MOVE COD-LIVRO-OFF TO W-LIVRO-DEVOLUCAO
                   WHEN OFF-DEVOLUCAO AND W-SEQ-EMP-DIG > 0
                           AND SEQ-EMPRESTIMO-OFF = W-SEQ-EMP-DIG
                       MOVE "S" TO W-JA-DEVOLVIDO
                   WHEN OFF-DEVOLUCAO AND W-COD-EMP-DIG > 0
                           AND COD-EMPRESTIMO-OFF = W-COD-EMP-DIG
                       MOVE "S" TO W-JA-DEVOLVIDO
               END-EVALUATE
               PERFORM LER-ARQUIVO-LOCAL
           END-PERFORM.
           CLOSE ARQ-OFFLINE.
           EVALUATE TRUE
               WHEN JA-DEVOLVIDO
                   DISPLAY "DEVOLUCAO JA ANOTADA NESTA CONTINGENCIA"
                           AT 2312
               WHEN W-SEQ-EMP-DIG > W-ULTIMA-SEQ
                   DISPLAY "NUMERO OFFLINE NAO E EMPRESTIMO DESTA "
                           "FILIAL" AT 2312
               WHEN OTHER
                   MOVE "S" TO W-DADOS-OK
                   PERFORM LIMPAR-ESPACO-MENSAGEM
           END-EVALUATE.

       GRAVAR-DEVOLUCAO.
           PERFORM INICIAR-GRAVACAO.
           IF  W-COD-ERRO-OFF = "00" OR W-COD-ERRO-OFF = "05"
               PERFORM PREPARAR-REGISTRO
               MOVE W-COD-EMP-DIG     TO COD-EMPRESTIMO-OFF
               MOVE W-SEQ-EMP-DIG     TO SEQ-EMPRESTIMO-OFF
               MOVE W-LIVRO-DEVOLUCAO TO COD-LIVRO-OFF
               MOVE 1                 TO QTD-OFF
               WRITE REG-OFFLINE
               CLOSE ARQ-OFFLINE
               PERFORM SALVAR-SEQUENCIA
               MOVE W-ULTIMA-SEQ TO SEQ-ED
               DISPLAY "DEVOLUCAO OFFLINE " AT 2312
               DISPLAY SEQ-ED AT 2330
               DISPLAY " ANOTADA" AT 2335
           ELSE
               DISPLAY "ERRO AO GRAVAR ARQUIVO LOCAL (STATUS "
                       W-COD-ERRO-OFF ")" AT 2312
           END-IF.

       CAPTURAR-VENDA.
           *> SEM O CADASTRO CENTRAL, O PRECO E O DA ETIQUETA,
           *> DIGITADO NO BALCAO; O ESTOQUE E CONFERIDO NA IMPORTACAO,
           *> QUE APLICA O CUPOM INTEIRO OU O MANDA TODO PARA EXCECAO.
           DISPLAY "CODIGO DO LIVRO:"            AT 1602.
           DISPLAY "QTD:"                        AT 1626.
           DISPLAY "PRECO UNIT.:"                AT 1640.
           DISPLAY "ITENS NO CUPOM:"             AT 1802.
           DISPLAY "TOTAL:"                      AT 1830.
           DISPLAY "MAIS ITENS? (S/N):"          AT 1902.
           DISPLAY "PAGAMENTO (D/C/P/O):"        AT 2002.
           DISPLAY "CONFIRMA A VENDA? (S/N):"    AT 2202.
           MOVE 30 TO W-MAX-ITENS.
           MOVE "S" TO W-MAIS-ITENS.
           PERFORM UNTIL W-MAIS-ITENS = "N"
                   OR W-TOTAL-ITENS >= W-MAX-ITENS
               PERFORM RECEBER-ITEM-VENDA
               IF  W-TOTAL-ITENS < W-MAX-ITENS
                   PERFORM PERGUNTAR-MAIS-ITENS
               END-IF
           END-PERFORM.
           IF  W-TOTAL-ITENS > 0
               PERFORM WITH TEST AFTER UNTIL FORMA-PAGTO-OK
                   ACCEPT W-FORMA-PAGTO AT 2023 WITH AUTO
                   MOVE FUNCTION UPPER-CASE (W-FORMA-PAGTO)
                     TO W-FORMA-PAGTO
                   IF  FORMA-PAGTO-OK
                       PERFORM LIMPAR-ESPACO-MENSAGEM
                   ELSE
                       DISPLAY "DIGITE 'D', 'C', 'P' OU 'O'" AT 2312
                   END-IF
               END-PERFORM
               PERFORM CONFIRMAR-OPERACAO
               IF  W-CONFIRMA = "S"
                   PERFORM GRAVAR-VENDA
               ELSE
                   DISPLAY "VENDA DESCARTADA" AT 2312
               END-IF
           ELSE
               DISPLAY "NENHUM ITEM INFORMADO - VENDA DESCARTADA"
                       AT 2312
           END-IF.

       RECEBER-ITEM-VENDA.
           MOVE ZEROS TO COD-ED QTD-ED PRECO-ED.
           DISPLAY W-BRANCO (1:3) AT 1619.
           DISPLAY W-BRANCO (1:5) AT 1631.
           DISPLAY W-BRANCO (1:8) AT 1653.
           ACCEPT COD-ED AT 1619.
           ACCEPT QTD-ED AT 1631.
           ACCEPT PRECO-ED AT 1653.
           MOVE COD-ED   TO W-COD-LIVRO-DIG.
           MOVE QTD-ED   TO W-QTD-DIG.
           MOVE PRECO-ED TO W-PRECO-DIG.
           EVALUATE TRUE
               WHEN W-COD-LIVRO-DIG = 0
                   DISPLAY "INFORME O CODIGO DO LIVRO" AT 2312
               WHEN W-QTD-DIG = 0
                   DISPLAY "QUANTIDADE DEVE SER MAIOR QUE ZERO"
                           AT 2312
               WHEN W-PRECO-DIG = 0 OR W-PRECO-DIG > 10000,00
                   DISPLAY "PRECO DEVERA SER > 0 E <= 10.000,00"
                           AT 2312
               WHEN OTHER
                   ADD 1 TO W-TOTAL-ITENS
                   MOVE W-COD-LIVRO-DIG TO ITE-COD-LIVRO (W-TOTAL-ITENS)
                   MOVE W-QTD-DIG       TO ITE-QTD (W-TOTAL-ITENS)
                   MOVE W-PRECO-DIG     TO ITE-PRECO (W-TOTAL-ITENS)
                   COMPUTE W-VALOR-TOTAL = W-VALOR-TOTAL
                           + ITE-QTD (W-TOTAL-ITENS)
                           * ITE-PRECO (W-TOTAL-ITENS)
                   MOVE W-TOTAL-ITENS TO TOTAL-ITENS-ED
                   MOVE W-VALOR-TOTAL TO VALOR-TOTAL-ED
                   DISPLAY TOTAL-ITENS-ED AT 1818
                   DISPLAY VALOR-TOTAL-ED AT 1837
                   PERFORM LIMPAR-ESPACO-MENSAGEM
           END-EVALUATE.

       GRAVAR-VENDA.
           PERFORM INICIAR-GRAVACAO.
           IF  W-COD-ERRO-OFF = "00" OR W-COD-ERRO-OFF = "05"
               PERFORM GRAVAR-ITEM-VENDA
                   VARYING W-IDX FROM 1 BY 1
                   UNTIL W-IDX > W-TOTAL-ITENS
               CLOSE ARQ-OFFLINE
               PERFORM SALVAR-SEQUENCIA
               PERFORM GRAVAR-CUPOM
               MOVE W-ULTIMO-GRUPO TO SEQ-ED
               DISPLAY "CUPOM OFFLINE " AT 2312
               DISPLAY SEQ-ED AT 2326
               DISPLAY " ANOTADO" AT 2331
           ELSE
               DISPLAY "ERRO AO GRAVAR ARQUIVO LOCAL (STATUS "
                       W-COD-ERRO-OFF ")" AT 2312
           END-IF.

       GRAVAR-ITEM-VENDA.
           PERFORM PREPARAR-REGISTRO.
           MOVE ITE-COD-LIVRO (W-IDX) TO COD-LIVRO-OFF.
           MOVE ITE-QTD (W-IDX)       TO QTD-OFF.
           MOVE ITE-PRECO (W-IDX)     TO PRECO-OFF.
           MOVE W-FORMA-PAGTO         TO FORMA-PAGTO-OFF.
           WRITE REG-OFFLINE.

       GRAVAR-CUPOM.
           *> MESMA CONVENCAO DE OPEN EXTEND DO CUPOM DA VENDA; O
           *> NUMERO DA VENDA DEFINITIVO SO SAI NA IMPORTACAO.
           OPEN EXTEND ARQ-CUPOM.
           IF  W-COD-ERRO-CUP = "00" OR W-COD-ERRO-CUP = "05"
               MOVE SPACES TO REG-CUPOM
               MOVE W-ULTIMO-GRUPO TO SEQ-ED
               STRING "CUPOM OFFLINE " SEQ-ED " FILIAL "
                      W-FILIAL-SESSAO " DATA "
                      W-DATA-HOJE-AAAAMMDD (7:2) "/"
                      W-DATA-HOJE-AAAAMMDD (5:2) "/"
                      W-DATA-HOJE-AAAAMMDD (1:4)
                   DELIMITED BY SIZE INTO REG-CUPOM
               END-STRING
               WRITE REG-CUPOM
               PERFORM GRAVAR-LINHA-CUPOM
                   VARYING W-IDX FROM 1 BY 1
                   UNTIL W-IDX > W-TOTAL-ITENS
               MOVE SPACES TO REG-CUPOM
               MOVE W-VALOR-TOTAL TO VALOR-TOTAL-ED
               MOVE W-TOTAL-ITENS TO TOTAL-ITENS-ED
               STRING "  TOTAL DO CUPOM (" TOTAL-ITENS-ED " ITENS) "
                      VALOR-TOTAL-ED " PAGTO " W-FORMA-PAGTO
                   DELIMITED BY SIZE INTO REG-CUPOM
               END-STRING
               WRITE REG-CUPOM
               CLOSE ARQ-CUPOM
           END-IF.

       GRAVAR-LINHA-CUPOM.
           MOVE SPACES TO REG-CUPOM.
           MOVE ITE-PRECO (W-IDX) TO PRECO-ED.
           COMPUTE VALOR-ITEM-ED = ITE-QTD (W-IDX) * ITE-PRECO (W-IDX).
           STRING "  LIVRO " ITE-COD-LIVRO (W-IDX)
                  " QTD " ITE-QTD (W-IDX)
                  " UNIT " PRECO-ED " " VALOR-ITEM-ED
               DELIMITED BY SIZE INTO REG-CUPOM
           END-STRING.
           WRITE REG-CUPOM.

       OPCAO-CONTINUIDADE.
           PERFORM WITH TEST AFTER UNTIL OPC-OK
               ACCEPT W-OPCAO AT 2525 WITH AUTO
               MOVE FUNCTION UPPER-CASE (W-OPCAO) TO W-OPCAO
               IF  OPC-OK
                   PERFORM LIMPAR-ESPACO-MENSAGEM
               ELSE
                   DISPLAY "DIGITE 'S' OU 'N'" AT 2312
               END-IF
           END-PERFORM.

       LIMPAR-ESPACO-MENSAGEM.
           DISPLAY W-BRANCO AT 2312.

       FINALIZACAO.
           DISPLAY "TERMINO DO PROCESSAMENTO" AT 2621.

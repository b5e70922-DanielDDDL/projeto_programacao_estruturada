                   ORGANIZATION INDEXED
                   RECORD KEY IS COD-EMPRESTIMO
                   ALTERNATE RECORD KEY IS COD-LIVRO-EMP WITH DUPLICATES
                   ALTERNATE RECORD KEY IS COD-LEITOR-EMP
                       WITH DUPLICATES
                   ACCESS DYNAMIC
                   FILE STATUS IS W-COD-ERRO-EMP.

                   SELECT OPTIONAL ARQ-RESERVA
                   ORGANIZATION INDEXED
                   RECORD KEY IS COD-RESERVA
                   ALTERNATE RECORD KEY IS COD-LIVRO-RES WITH DUPLICATES
                   ALTERNATE RECORD KEY IS COD-LEITOR-RES
                       WITH DUPLICATES
                   ACCESS DYNAMIC
                   FILE STATUS IS W-COD-ERRO-RES.

                   ASSIGN TO "multas.dat"
                   ORGANIZATION INDEXED
                   RECORD KEY IS COD-EMPRESTIMO-MUL
                   ALTERNATE RECORD KEY IS COD-LEITOR-MUL
                       WITH DUPLICATES
                   ACCESS RANDOM
                   FILE STATUS IS W-COD-ERRO-MUL.

                   ORGANIZATION LINE SEQUENTIAL
                   FILE STATUS IS W-COD-ERRO-PRE.

                   SELECT OPTIONAL ARQ-LEITOR
                   ASSIGN TO "leitores.dat"
                   ORGANIZATION INDEXED
                   RECORD KEY IS COD-LEITOR
                   ACCESS RANDOM
                   FILE STATUS IS W-COD-ERRO-LEI.

                   SELECT OPTIONAL ARQ-RECIBO
                   ASSIGN TO "recibos.txt"
             LABEL RECORD STANDARD.
         01  REG-PARAM-RESERVA  PIC X(20).

         FD  ARQ-LEITOR
             LABEL RECORD STANDARD.
         COPY "REGLEITOR.cpy".

         FD  ARQ-RECIBO
             LABEL RECORD STANDARD.
         77  W-EMPRESTIMO-OK    PIC X     VALUE "N".
             88  EMPRESTIMO-OK            VALUE "S".
         77  COD-EMP-ED         PIC ZZZZ9 VALUE ZEROS.
      *> CAMPO DO EMPRESTIMO: CODIGO DO EMPRESTIMO OU CARTAO DO LEITOR
      *> (CONFERIDO EM VALIDARCARTAO); PELO CARTAO, OS EMPRESTIMOS
      *> ATIVOS DO LEITOR SAO LISTADOS NA LINHA 16 PARA A ESCOLHA.
         77  W-ENTRADA-EMP      PIC X(8)  VALUE SPACES.
         77  W-COD-DIGITADO     PIC 9(5)  VALUE ZEROS.
         77  W-VIA-CARTAO       PIC 99    VALUE ZEROS.
         77  W-TIPO-ENTRADA     PIC X     VALUE SPACES.
             88  ENTRADA-CARTAO           VALUE "C".
             88  ENTRADA-INVALIDA         VALUE "X".
         77  W-QTD-ATIVOS       PIC 99    VALUE ZEROS.
         77  W-PRIMEIRO-ATIVO   PIC 9(5)  VALUE ZEROS.
         77  W-POS-TELA         PIC 9(4)  VALUE ZEROS.
         77  W-FIM-VARREDURA    PIC X     VALUE "N".
             88  FIM-VARREDURA            VALUE "S".
         77  W-DATA-HOJE-AAAAMMDD PIC 9(8) VALUE ZEROS.
         77  W-BRANCO           PIC X(50) VALUE SPACES.
         77  W-REG-LIVRO-ANTES  PIC X(173) VALUE SPACES.
         77  W-RESERVA-FILA     PIC 9(5)  VALUE ZEROS.
         77  W-NOME-FILA        PIC X(40) VALUE SPACES.
         77  W-COD-ERRO-MUL     PIC XX    VALUE SPACES.
         77  W-COD-ERRO-LEI     PIC XX    VALUE SPACES.
             88  STATUS-LEI-OK            VALUE "00".
         77  W-COD-ERRO-PRE     PIC XX    VALUE SPACES.
         77  W-COD-ERRO-EXE     PIC XX    VALUE SPACES.
             88  STATUS-EXE-OK            VALUE "00".
         77  W-DATA-LIMITE-AAAAMMDD PIC 9(8) VALUE ZEROS.
         77  W-DATA-UTIL        PIC 9(8)  VALUE ZEROS.
         77  W-COD-ERRO-REC     PIC XX    VALUE SPACES.
      *> VALOR DA MULTA POR DIA DE ATRASO: O DA POLITICA DO TIPO DE
      *> LEITOR x CATEGORIA DO LIVRO (OBTERPOLITICA), QUE SO RECORRE
      *> A "multaparam.txt" QUANDO A TABELA NAO TEM REGRA.
         77  W-VALOR-DIA-MULTA  PIC 9(3)V99 VALUE 1,00.
         77  W-TIPO-LEITOR-EMP  PIC X     VALUE SPACES.
         77  W-MAX-EMPRESTIMOS  PIC 99    VALUE ZEROS.
         77  W-PRAZO-POLITICA   PIC 99    VALUE ZEROS.
         77  W-MAX-RENOVACOES   PIC 99    VALUE ZEROS.
         77  W-CONSULTA-LOCAL   PIC X     VALUE "N".
         77  W-DATA-PREVISTA-AAAAMMDD PIC 9(8) VALUE ZEROS.
         77  W-DIAS-UTEIS       PIC 9(5)  VALUE ZEROS.
         77  W-DIAS-ATRASO      PIC S9(5) VALUE ZEROS.
               OPEN I-O ARQ-RESERVA
               OPEN I-O ARQ-EXEMPLAR
               OPEN I-O ARQ-FILIAL
               OPEN INPUT ARQ-LEITOR
               PERFORM CARREGAR-PARAMETRO-RESERVA
           END-IF.

               END-IF
           END-IF.

       PROCESSAMENTO.
           PERFORM FORMATAR-TELA.
           PERFORM RECEBER-COD-EMPRESTIMO.
       FORMATAR-TELA.
           MOVE "N" TO W-EMPRESTIMO-OK.
           MOVE ZEROS TO COD-EMP-ED.
           MOVE SPACES TO W-CONFIRMA W-ENTRADA-EMP.

           DISPLAY CLEAR-SCREEN.
           CALL "CABECALHO".

           DISPLAY "DEVOLUCAO DE LIVROS"               AT 1310.
           DISPLAY "EMPRESTIMO OU CARTAO:"              AT 1502.
           DISPLAY "LIVRO:"                             AT 1702.
           DISPLAY "LEITOR:"                            AT 1902.
           DISPLAY "MULTA POR ATRASO:"                  AT 2002.
           DISPLAY "OUTRA DEVOLUCAO? (S/N):"             AT 2502.

       RECEBER-COD-EMPRESTIMO.
           *> O CAMPO ACEITA O CODIGO DO EMPRESTIMO OU O CARTAO DO
           *> LEITOR (CARTAOLEITOR); PELO CARTAO, SEGUE COM O
           *> EMPRESTIMO ATIVO DO LEITOR ESCOLHIDO NA LISTA.
           ACCEPT W-ENTRADA-EMP AT 1524.
           CALL "VALIDARCARTAO" USING "V" W-ENTRADA-EMP W-COD-DIGITADO
                W-VIA-CARTAO W-TIPO-ENTRADA.
           EVALUATE TRUE
               WHEN ENTRADA-INVALIDA
                   DISPLAY "CARTAO INVALIDO - DIGITO NAO CONFERE"
                           AT 2312
               WHEN ENTRADA-CARTAO
                   PERFORM ESCOLHER-EMPRESTIMO-CARTAO
               WHEN OTHER
                   MOVE W-COD-DIGITADO TO COD-EMPRESTIMO
                   PERFORM LER-EMPRESTIMO-INFORMADO
           END-EVALUATE.

       ESCOLHER-EMPRESTIMO-CARTAO.
           MOVE W-COD-DIGITADO TO COD-LEITOR.
           READ ARQ-LEITOR.
           EVALUATE TRUE
               WHEN NOT STATUS-LEI-OK
                   DISPLAY "LEITOR DO CARTAO NAO CADASTRADO" AT 2312
               WHEN W-VIA-CARTAO NOT = VIA-CARTAO-LEITOR
                   DISPLAY "CARTAO CANCELADO - VIA SUBSTITUIDA" AT 2312
               WHEN OTHER
                   PERFORM LISTAR-EMPRESTIMOS-LEITOR
                   EVALUATE W-QTD-ATIVOS
                       WHEN 0
                           DISPLAY "LEITOR SEM EMPRESTIMOS ATIVOS"
                                   AT 2312
                       WHEN 1
                           MOVE W-PRIMEIRO-ATIVO TO COD-EMPRESTIMO
                           PERFORM LER-EMPRESTIMO-INFORMADO
                       WHEN OTHER
                           PERFORM RECEBER-EMPRESTIMO-DO-LEITOR
                   END-EVALUATE
           END-EVALUATE.

       LISTAR-EMPRESTIMOS-LEITOR.
           *> SO OS EMPRESTIMOS DO LEITOR, PELA CHAVE ALTERNATIVA
           *> COD-LEITOR-EMP, COMO EM CONTAR-EMPRESTIMOS-ATIVOS
           *> (EMPRESTAR). CABEM 10 CODIGOS NA LINHA.
           MOVE ZEROS TO W-QTD-ATIVOS W-PRIMEIRO-ATIVO.
           MOVE 1610 TO W-POS-TELA.
           MOVE "N" TO W-FIM-VARREDURA.
           DISPLAY "ATIVOS:" AT 1602.
           MOVE W-COD-DIGITADO TO COD-LEITOR-EMP.
           START ARQ-EMPRESTIMO KEY IS EQUAL TO COD-LEITOR-EMP
               INVALID KEY MOVE "S" TO W-FIM-VARREDURA
           END-START.
           PERFORM UNTIL FIM-VARREDURA
               READ ARQ-EMPRESTIMO NEXT RECORD
                   AT END MOVE "S" TO W-FIM-VARREDURA
               END-READ
               IF  NOT FIM-VARREDURA
                       AND COD-LEITOR-EMP NOT = W-COD-DIGITADO
                   MOVE "S" TO W-FIM-VARREDURA
               END-IF
               IF  NOT FIM-VARREDURA AND EMPRESTIMO-ATIVO
                   ADD 1 TO W-QTD-ATIVOS
                   IF  W-QTD-ATIVOS = 1
                       MOVE COD-EMPRESTIMO TO W-PRIMEIRO-ATIVO
                   END-IF
                   IF  W-QTD-ATIVOS <= 10
                       MOVE COD-EMPRESTIMO TO COD-EMP-ED
                       DISPLAY COD-EMP-ED AT W-POS-TELA
                       ADD 6 TO W-POS-TELA
                   END-IF
               END-IF
           END-PERFORM.

       RECEBER-EMPRESTIMO-DO-LEITOR.
           DISPLAY "QUAL EMPRESTIMO:" AT 1802.
           ACCEPT COD-EMP-ED AT 1819.
           MOVE COD-EMP-ED TO COD-EMPRESTIMO.
           READ ARQ-EMPRESTIMO.
           IF  STATUS-EMP-OK AND COD-LEITOR-EMP NOT = W-COD-DIGITADO
               DISPLAY "EMPRESTIMO NAO E DESTE LEITOR" AT 2312
           ELSE
               PERFORM LER-EMPRESTIMO-INFORMADO
           END-IF.

       LER-EMPRESTIMO-INFORMADO.
           READ ARQ-EMPRESTIMO.
           IF  STATUS-EMP-OK
               IF  EMPRESTIMO-ENCERRADO
               MOVE W-DATA-UTIL TO DATA-LIMITE-RETIRADA
               MOVE "S" TO SITUACAO-RESERVA
               MOVE "N" TO AVISO-EMITIDO-RES
               MOVE COD-FILIAL-EMP TO COD-FILIAL-RES
               REWRITE REG-RESERVA
               DISPLAY "RETIRAR ATE " AT 2602
               DISPLAY DATA-LIMITE-RETIRADA (7:2) AT 2614

       CALCULAR-E-GRAVAR-MULTA.
           *> COMPARA A DATA DE DEVOLUCAO COM A DATA PREVISTA; HAVENDO
           *> ATRASO, CALCULA A MULTA PELO VALOR-DIA DA POLITICA,
           *> MOSTRA NA TELA, GRAVA O REGISTRO EM "multas.dat" (EM
           *> ABERTO) E IMPRIME A LINHA DE RECIBO PARA O CAIXA EM
           *> "recibos.txt".
                W-DATA-HOJE-AAAAMMDD W-DIAS-UTEIS.
           MOVE W-DIAS-UTEIS TO W-DIAS-ATRASO.
           IF  W-DIAS-ATRASO > 0
               PERFORM OBTER-VALOR-DIA-MULTA
               COMPUTE W-VALOR-MULTA =
                       W-DIAS-ATRASO * W-VALOR-DIA-MULTA
               MOVE W-VALOR-MULTA TO VALOR-MULTA-ED
               DISPLAY "SEM MULTA - DEVOLVIDO NO PRAZO" AT 2020
           END-IF.

       OBTER-VALOR-DIA-MULTA.
           *> REG-LIVRO JA ESTA LIDO (CATEGORIA DO LIVRO DEVOLVIDO); O
           *> TIPO VEM DO CADASTRO DO LEITOR DO EMPRESTIMO.
           MOVE SPACES TO W-TIPO-LEITOR-EMP.
           MOVE COD-LEITOR-EMP TO COD-LEITOR.
           READ ARQ-LEITOR.
           IF  STATUS-LEI-OK
               MOVE TIPO-LEITOR TO W-TIPO-LEITOR-EMP
           END-IF.
           CALL "OBTERPOLITICA" USING W-TIPO-LEITOR-EMP CATEGORIA-LIVRO
                W-MAX-EMPRESTIMOS W-PRAZO-POLITICA W-MAX-RENOVACOES
                W-VALOR-DIA-MULTA W-CONSULTA-LOCAL.

       GRAVAR-MULTA.
           MOVE COD-EMPRESTIMO  TO COD-EMPRESTIMO-MUL.
           MOVE COD-LEITOR-EMP  TO COD-LEITOR-MUL.
               CLOSE ARQ-RESERVA
               CLOSE ARQ-EXEMPLAR
               CLOSE ARQ-FILIAL
               CLOSE ARQ-LEITOR
           END-IF.
           DISPLAY "TERMINO DO PROCESSAMENTO" AT 2621.

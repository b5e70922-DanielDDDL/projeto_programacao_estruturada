                   ORGANIZATION INDEXED
                   RECORD KEY IS COD-EMPRESTIMO
                   ALTERNATE RECORD KEY IS COD-LIVRO-EMP WITH DUPLICATES
                   ALTERNATE RECORD KEY IS COD-LEITOR-EMP
                       WITH DUPLICATES
                   ACCESS DYNAMIC
                   FILE STATUS IS W-COD-ERRO-EMP.

                   SELECT OPTIONAL CAD-PRODUTO
                   ASSIGN TO "livros.dat"
                   ORGANIZATION INDEXED
                   RECORD KEY IS COD-LIVRO
                   ACCESS RANDOM
                   FILE STATUS IS CODERRO.

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

             LABEL RECORD STANDARD.
         COPY "REGRESERVA.cpy".

         FD  CAD-PRODUTO
             LABEL RECORD STANDARD.
         COPY "REGLIVRO.cpy".

         FD  ARQ-LEITOR
             LABEL RECORD STANDARD.
         COPY "REGLEITOR.cpy".

         WORKING-STORAGE SECTION.
         77  W-COD-ERRO-EMP     PIC XX    VALUE SPACES.
             88  STATUS-EMP-OK            VALUE "00".
             88  STATUS-EMP-NAO-ENCONTRADO VALUE "23".
         77  W-COD-ERRO-RES     PIC XX    VALUE SPACES.
         77  CODERRO            PIC XX    VALUE SPACES.
             88  STATUS-OK                VALUE "00".
         77  W-COD-ERRO-LEI     PIC XX    VALUE SPACES.
             88  STATUS-LEI-OK            VALUE "00".
         77  W-OPCAO            PIC X     VALUE SPACES.
             88  OPC-OK                   VALUE "S" "N".
         77  W-CONFIRMA         PIC X     VALUE SPACES.
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
         77  W-DIAS-PRAZO       PIC 99    VALUE ZEROS.
         77  PRAZO-ED           PIC Z9    VALUE ZEROS.
      *> LIMITE DE RENOVACOES E PRAZO DE CADA RENOVACAO: OS DA
      *> POLITICA DO TIPO DE LEITOR x CATEGORIA DO LIVRO
      *> (OBTERPOLITICA). ESGOTADO O LIMITE, O LIVRO TEM DE VOLTAR AO
      *> BALCAO PARA UM EMPRESTIMO NOVO.
         77  W-LIMITE-RENOVACOES PIC 99   VALUE 02.
         77  W-TIPO-LEITOR-EMP  PIC X     VALUE SPACES.
         77  W-VALIDADE-LEITOR-EMP PIC 9(8) VALUE ZEROS.
         77  W-DATA-HOJE-AAAAMMDD PIC 9(8) VALUE ZEROS.
         77  W-CATEGORIA-EMP    PIC X(15) VALUE SPACES.
         77  W-MAX-EMPRESTIMOS  PIC 99    VALUE ZEROS.
         77  W-VALOR-DIA-MULTA  PIC 9(3)V99 VALUE ZEROS.
         77  W-CONSULTA-LOCAL   PIC X     VALUE "N".
         77  W-INTEIRO-PREVISTA PIC 9(7)  VALUE ZEROS.
         77  W-DATA-PREVISTA-AAAAMMDD PIC 9(8) VALUE ZEROS.
         77  W-DATA-UTIL        PIC 9(8)  VALUE ZEROS.
           ELSE
               OPEN I-O ARQ-EMPRESTIMO
               OPEN INPUT ARQ-RESERVA
               OPEN INPUT CAD-PRODUTO
               OPEN INPUT ARQ-LEITOR
           END-IF.

       VERIFICAR-JANELA-LOTE.
           PERFORM FORMATAR-TELA.
           PERFORM RECEBER-COD-EMPRESTIMO.
           IF  EMPRESTIMO-OK
               PERFORM APURAR-PRAZO
               PERFORM CONFIRMAR-E-RENOVAR
           END-IF.
           PERFORM OPCAO-CONTINUIDADE.
       FORMATAR-TELA.
           MOVE "N" TO W-EMPRESTIMO-OK.
           MOVE ZEROS TO COD-EMP-ED W-DIAS-PRAZO.
           MOVE SPACES TO W-CONFIRMA W-ENTRADA-EMP.

           DISPLAY CLEAR-SCREEN.
           CALL "CABECALHO".

           DISPLAY "RENOVACAO DE EMPRESTIMO"             AT 1310.
           DISPLAY "EMPRESTIMO OU CARTAO:"               AT 1502.
           DISPLAY "LIVRO/LEITOR:"                       AT 1702.
           DISPLAY "VENCIMENTO ATUAL:"                   AT 1902.
           DISPLAY "RENOVACOES JA FEITAS:"               AT 1930.
           DISPLAY "DIAS A ACRESCENTAR (POLITICA):"      AT 2102.
           DISPLAY "NOVO VENCIMENTO:"                    AT 2202.
           DISPLAY "CONFIRMA A RENOVACAO? (S/N):"        AT 2302.
           DISPLAY "MENSAGEM:"                           AT 2502.
           DISPLAY "OUTRA RENOVACAO? (S/N):"             AT 2702.

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
                           AT 2512
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
                   DISPLAY "LEITOR DO CARTAO NAO CADASTRADO" AT 2512
               WHEN W-VIA-CARTAO NOT = VIA-CARTAO-LEITOR
                   DISPLAY "CARTAO CANCELADO - VIA SUBSTITUIDA" AT 2512
               WHEN OTHER
                   PERFORM LISTAR-EMPRESTIMOS-LEITOR
                   EVALUATE W-QTD-ATIVOS
                       WHEN 0
                           DISPLAY "LEITOR SEM EMPRESTIMOS ATIVOS"
                                   AT 2512
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
               DISPLAY "EMPRESTIMO NAO E DESTE LEITOR" AT 2512
           ELSE
               PERFORM LER-EMPRESTIMO-INFORMADO
           END-IF.

       LER-EMPRESTIMO-INFORMADO.
           READ ARQ-EMPRESTIMO.
           IF  STATUS-EMP-OK
               IF  NOT EMPRESTIMO-ATIVO
                   DISPLAY "EMPRESTIMO NAO ESTA ATIVO" AT 2512
               ELSE
                   PERFORM OBTER-POLITICA-EMPRESTIMO
                   ACCEPT W-DATA-HOJE-AAAAMMDD FROM DATE YYYYMMDD
                   EVALUATE TRUE
                       WHEN NUM-RENOVACOES >= W-LIMITE-RENOVACOES
                           DISPLAY "LIMITE DE " AT 2512
                           DISPLAY W-LIMITE-RENOVACOES AT 2522
                           DISPLAY " RENOVACOES JA ATINGIDO" AT 2524
                       WHEN W-VALIDADE-LEITOR-EMP > 0
                               AND W-VALIDADE-LEITOR-EMP <
                                   W-DATA-HOJE-AAAAMMDD
                           DISPLAY "INSCRICAO DO LEITOR VENCIDA - "
                                   "RENOVACAO NEGADA" AT 2512
                       WHEN OTHER
                           PERFORM VERIFICAR-FILA-RESERVA
                           IF  W-RESERVA-FILA > 0
                               DISPLAY "LIVRO RESERVADO PARA "
                                       W-NOME-FILA (1:25)
                                       " - RENOVACAO NEGADA" AT 2512
                           ELSE
                               MOVE "S" TO W-EMPRESTIMO-OK
                               DISPLAY COD-LIVRO-EMP AT 1716
                               DISPLAY NOME-LEITOR (1:30) AT 1721
                               DISPLAY DP-DIA AT 1920
                               DISPLAY "/" AT 1922
                               DISPLAY DP-MES AT 1923
                               DISPLAY "/" AT 1925
                               DISPLAY DP-ANO AT 1926
                               DISPLAY NUM-RENOVACOES AT 1952
                               PERFORM LIMPAR-ESPACO-MENSAGEM
                           END-IF
                   END-EVALUATE
               END-IF
           ELSE
               IF  STATUS-EMP-NAO-ENCONTRADO
               END-IF
           END-IF.

       OBTER-POLITICA-EMPRESTIMO.
           *> TIPO DO LEITOR E CATEGORIA DO LIVRO DO EMPRESTIMO; SEM
           *> CADASTRO (EMPRESTIMO ANTIGO), OBTERPOLITICA DEVOLVE AS
           *> REGRAS DE SEMPRE.
           *> A VALIDADE DA INSCRICAO VEM NA MESMA LEITURA.
           MOVE SPACES TO W-TIPO-LEITOR-EMP W-CATEGORIA-EMP.
           MOVE ZEROS TO W-VALIDADE-LEITOR-EMP.
           MOVE COD-LEITOR-EMP TO COD-LEITOR.
           READ ARQ-LEITOR.
           IF  STATUS-LEI-OK
               MOVE TIPO-LEITOR TO W-TIPO-LEITOR-EMP
               MOVE DATA-VALIDADE-LEITOR TO W-VALIDADE-LEITOR-EMP
           END-IF.
           MOVE COD-LIVRO-EMP TO COD-LIVRO.
           READ CAD-PRODUTO.
           IF  STATUS-OK
               MOVE CATEGORIA-LIVRO TO W-CATEGORIA-EMP
           END-IF.
           CALL "OBTERPOLITICA" USING W-TIPO-LEITOR-EMP W-CATEGORIA-EMP
                W-MAX-EMPRESTIMOS W-DIAS-PRAZO W-LIMITE-RENOVACOES
                W-VALOR-DIA-MULTA W-CONSULTA-LOCAL.

       VERIFICAR-FILA-RESERVA.
           *> SE HA RESERVA ATIVA PARA O LIVRO, A RENOVACAO E NEGADA:
           *> O PROXIMO DA FILA ESTA ESPERANDO ESTE EXEMPLAR (MESMA
               AT END MOVE "10" TO W-COD-ERRO-RES
           END-READ.

       APURAR-PRAZO.
           *> O PRAZO DA RENOVACAO E O PADRAO DA POLITICA, NAO MAIS
           *> DIGITADO NO BALCAO.
           MOVE W-DIAS-PRAZO TO PRAZO-ED.
           DISPLAY PRAZO-ED AT 2133.
           PERFORM CALCULAR-NOVA-DATA.
           DISPLAY W-DATA-PREVISTA-AAAAMMDD (7:2) AT 2219.
           DISPLAY "/" AT 2221.
           IF  NOT EM-LOTE
               CLOSE ARQ-EMPRESTIMO
               CLOSE ARQ-RESERVA
               CLOSE CAD-PRODUTO
               CLOSE ARQ-LEITOR
           END-IF.
           DISPLAY "TERMINO DO PROCESSAMENTO" AT 2921.

                   ORGANIZATION INDEXED
                   RECORD KEY IS COD-EMPRESTIMO
                   ALTERNATE RECORD KEY IS COD-LIVRO-EMP WITH DUPLICATES
                   ALTERNATE RECORD KEY IS COD-LEITOR-EMP
                       WITH DUPLICATES
                   ACCESS DYNAMIC
                   FILE STATUS IS W-COD-ERRO-EMP.

                   ORGANIZATION INDEXED
                   RECORD KEY IS COD-RESERVA
                   ALTERNATE RECORD KEY IS COD-LIVRO-RES WITH DUPLICATES
                   ALTERNATE RECORD KEY IS COD-LEITOR-RES
                       WITH DUPLICATES
                   ACCESS DYNAMIC
                   FILE STATUS IS W-COD-ERRO-RES.

         77  W-LEITOR-OK        PIC X     VALUE "N".
             88  LEITOR-OK                VALUE "S".
         77  COD-ED             PIC ZZ9   VALUE ZEROS.
         77  COD-EMP-ED         PIC ZZZZ9 VALUE ZEROS.
         77  W-PROX-COD-EMP     PIC 9(5)  VALUE ZEROS.
         77  W-NUM-CONTROLE     PIC 9(9)  VALUE ZEROS.
         77  W-DIAS-UTEIS       PIC 9(5)  VALUE ZEROS.
         77  W-BRANCO           PIC X(50) VALUE SPACES.
         77  W-REG-LIVRO-ANTES  PIC X(173) VALUE SPACES.
      *> REGRAS DO EMPRESTIMO PARA O TIPO DO LEITOR E A CATEGORIA
      *> DO LIVRO, DEVOLVIDAS POR OBTERPOLITICA ("politicas.dat"):
      *> O LIMITE DE EMPRESTIMOS ATIVOS VALE POR CATEGORIA E O PRAZO
      *> E O PADRAO DA POLITICA, NAO MAIS DIGITADO NO BALCAO. O LIMITE
      *> TOTAL DO LEITOR E O DA REGRA GERAL DO TIPO (CATEGORIA EM
      *> BRANCO), OU OS 03 DE SEMPRE SEM ELA.
         77  W-TIPO-LEITOR-DIG  PIC X     VALUE SPACES.
         77  W-LIMITE-EMPRESTIMOS PIC 99  VALUE 03.
         77  W-CATEGORIA-GERAL  PIC X(15) VALUE SPACES.
         77  W-MAX-EMPRESTIMOS  PIC 99    VALUE ZEROS.
         77  W-MAX-RENOVACOES   PIC 99    VALUE ZEROS.
         77  W-VALOR-DIA-MULTA  PIC 9(3)V99 VALUE ZEROS.
         77  W-CONSULTA-LOCAL   PIC X     VALUE "N".
             88  CONSULTA-LOCAL           VALUE "S".
         77  W-ATIVOS-CATEGORIA PIC 9(3)  VALUE ZEROS.
         77  W-EMPRESTIMOS-ATIVOS PIC 9(3) VALUE ZEROS.
         77  PRAZO-ED           PIC Z9    VALUE ZEROS.
      *> CATEGORIAS DOS EMPRESTIMOS JA ATIVOS DO LEITOR, PARA O
      *> LIMITE POR CATEGORIA SEM RELER O ARQUIVO A CADA LIVRO.
         01  TABELA-ATIVOS.
             02  ATV-CATEGORIA  OCCURS 50 TIMES  PIC X(15).
      *> QUANTIDADE FIXA DO MOVIMENTO DE EMPRESTIMO NO KARDEX
         77  W-QTD-UM           PIC 9(5)  VALUE 1.
      *> ENDERECO DA PRATELEIRA (OBTERLOCAL) DO LIVRO NESTA FILIAL
         77  W-LOCAL-ED         PIC X(25) VALUE SPACES.
      *> FILIAL DA SESSAO DO TERMINAL, ESCOLHIDA NO LOGIN E LIDA DE
      *> "filial.atual"; SEM O ARQUIVO, VALE A FILIAL 01 (MATRIZ).
         77  W-COD-ERRO-FIL     PIC XX    VALUE SPACES.
      *> DE REGISTRO (REG-EMPRESTIMO) DESTES CAMPOS.
         77  W-COD-LEITOR-DIG   PIC 9(5)  VALUE ZEROS.
         77  W-NOME-LEITOR-DIG  PIC X(40) VALUE SPACES.
      *> CAMPO DO LEITOR: CODIGO DIGITADO OU CARTAO LIDO NO BALCAO
      *> (CONFERIDO EM VALIDARCARTAO).
         77  W-ENTRADA-LEITOR   PIC X(8)  VALUE SPACES.
         77  W-VIA-CARTAO       PIC 99    VALUE ZEROS.
         77  W-TIPO-ENTRADA     PIC X     VALUE SPACES.
             88  ENTRADA-CARTAO           VALUE "C".
             88  ENTRADA-INVALIDA         VALUE "X".
         77  W-COD-ERRO-RES     PIC XX    VALUE SPACES.
         77  W-OPCAO-RESERVA    PIC X     VALUE SPACES.
         77  W-PROX-COD-RESERVA PIC 9(5)  VALUE ZEROS.
                 03  CES-NUM-EXEMPLAR PIC 9(3).
                 03  CES-RESERVA      PIC 9(5).
                 03  CES-COD-EMP      PIC 9(5).
                 03  CES-CATEGORIA    PIC X(15).
                 03  CES-PRAZO        PIC 99.
                 03  CES-DATA-PREVISTA PIC 9(8).

         SCREEN SECTION.
            01 CLEAR-SCREEN.
           END-IF.

       PROCESSAMENTO.
           *> SESSAO DE ATENDIMENTO: UM LEITOR E VARIOS LIVROS NA
           *> MESMA CESTA - O ESTUDANTE QUE LEVA QUATRO TITULOS NAO
           *> DIGITA MAIS O CODIGO DELE QUATRO VEZES. O PRAZO DE CADA
           *> LIVRO VEM DA POLITICA DO TIPO DE LEITOR x CATEGORIA.
           PERFORM FORMATAR-TELA.
           PERFORM RECEBER-LEITOR.
           IF  LEITOR-OK
               PERFORM RECEBER-LIVROS
               IF  W-TOTAL-CESTA > 0
                   PERFORM CONFIRMAR-E-GRAVAR

       FORMATAR-TELA.
           MOVE "N" TO W-LIVRO-OK W-LEITOR-OK W-EXEMPLAR-OK.
           MOVE ZEROS TO COD-ED COD-EMP-ED W-DIAS-PRAZO
                W-COD-LEITOR-DIG W-RESERVA-ATENDIDA
                W-NUM-EXEMPLAR-DIG W-TOTAL-CESTA W-VAGAS.
           MOVE SPACES TO NOME-LEITOR W-CONFIRMA W-NOME-LEITOR-DIG
                W-TIPO-LEITOR-DIG W-ENTRADA-LEITOR.

           DISPLAY CLEAR-SCREEN.
           CALL "CABECALHO".
           DISPLAY "EMPRESTIMO DE LIVROS"              AT 1310.
           DISPLAY "FILIAL:"                           AT 1340.
           DISPLAY W-FILIAL-SESSAO                     AT 1348.
           DISPLAY "CODIGO OU CARTAO:"                 AT 1502.
           DISPLAY "TIPO DO LEITOR:"                   AT 1602.
           DISPLAY "CODIGO DO LIVRO:"                  AT 1802.
           DISPLAY "EXEMPLAR (0=AUTOMATICO):"          AT 1902.
           DISPLAY "PRAZO (DIAS):"                     AT 1940.
           DISPLAY "LIVROS NA CESTA:"                  AT 2002.
           DISPLAY "MAIS LIVROS? (S/N):"               AT 2102.
           DISPLAY "CONFIRMA O EMPRESTIMO? (S/N):"     AT 2202.
               END-IF
           END-PERFORM.
           IF  W-TOTAL-CESTA >= W-VAGAS
               IF  W-VAGAS < 10
                   DISPLAY "LIMITE DO LEITOR ATINGIDO - FECHE A CESTA"
                           AT 2312
               ELSE
                   DISPLAY "CESTA CHEIA - FECHE O ATENDIMENTO" AT 2312
               END-IF
           END-IF.

       LIMPAR-CAMPOS-LIVRO.
                W-RESERVA-ATENDIDA.
           DISPLAY W-BRANCO AT 1821.
           DISPLAY W-BRANCO (1:10) AT 1927.
           DISPLAY W-BRANCO (1:3) AT 1954.
           DISPLAY W-BRANCO (1:32) AT 1740.

       GUARDAR-LIVRO-CESTA.
           ADD 1 TO W-TOTAL-CESTA.
             TO CES-NUM-EXEMPLAR (W-TOTAL-CESTA).
           MOVE W-RESERVA-ATENDIDA TO CES-RESERVA (W-TOTAL-CESTA).
           MOVE ZEROS TO CES-COD-EMP (W-TOTAL-CESTA).
           MOVE CATEGORIA-LIVRO TO CES-CATEGORIA (W-TOTAL-CESTA).
           MOVE W-DIAS-PRAZO TO CES-PRAZO (W-TOTAL-CESTA).
           PERFORM EXIBIR-TOTAL-CESTA.

       PERGUNTAR-MAIS-LIVROS.
           END-IF.
           READ CAD-PRODUTO.
           IF  STATUS-OK
               *> ENDERECO DA PRATELEIRA NESTA FILIAL, PARA O BALCAO
               *> BUSCAR A COPIA
               CALL "OBTERLOCAL" USING COD-LIVRO W-FILIAL-SESSAO
                    W-LOCAL-ED
               DISPLAY "LOCAL:" AT 1740
               DISPLAY W-LOCAL-ED AT 1747
               PERFORM APLICAR-POLITICA-DO-LIVRO
               IF  CONSULTA-LOCAL
                   DISPLAY "OBRA SO PARA CONSULTA LOCAL - EMPRESTIMO "
                           "NEGADO" AT 2312
               ELSE
                   IF  W-ATIVOS-CATEGORIA >= W-MAX-EMPRESTIMOS
                       DISPLAY "LEITOR JA ATINGIU O LIMITE DE "
                               W-MAX-EMPRESTIMOS " NA CATEGORIA"
                               AT 2312
                   ELSE
                       PERFORM VERIFICAR-ESTOQUE-DO-LIVRO
                   END-IF
               END-IF
           ELSE
               END-IF
           END-IF.

       VERIFICAR-ESTOQUE-DO-LIVRO.
           PERFORM APURAR-SALDO-FILIAL.
           PERFORM SOMAR-QTD-NA-CESTA.
           IF  QTD-ESTOQUE = 0
                   OR W-QTD-NA-CESTA >= QTD-ESTOQUE
               DISPLAY "SEM ESTOQUE DISPONIVEL PARA EMPRESTIMO"
                       AT 2312
               PERFORM OFERECER-RESERVA
           ELSE
               IF  W-QTD-NA-CESTA >= W-SALDO-FILIAL
                   DISPLAY "SEM ESTOQUE NA FILIAL "
                           W-FILIAL-SESSAO AT 2312
               ELSE
                   PERFORM VERIFICAR-FILA-DO-LIVRO
               END-IF
           END-IF.

       APLICAR-POLITICA-DO-LIVRO.
           *> REGRAS DO TIPO DO LEITOR PARA A CATEGORIA DO LIVRO: OBRA
           *> DE CONSULTA LOCAL NAO SAI; O LIMITE CONTA OS EMPRESTIMOS
           *> ATIVOS DO LEITOR NA MESMA CATEGORIA MAIS OS DA CESTA.
           CALL "OBTERPOLITICA" USING W-TIPO-LEITOR-DIG CATEGORIA-LIVRO
                W-MAX-EMPRESTIMOS W-DIAS-PRAZO W-MAX-RENOVACOES
                W-VALOR-DIA-MULTA W-CONSULTA-LOCAL.
           MOVE ZEROS TO W-ATIVOS-CATEGORIA.
           PERFORM VARYING W-IDX FROM 1 BY 1
                   UNTIL W-IDX > W-EMPRESTIMOS-ATIVOS OR W-IDX > 50
               IF  ATV-CATEGORIA (W-IDX) = CATEGORIA-LIVRO
                   ADD 1 TO W-ATIVOS-CATEGORIA
               END-IF
           END-PERFORM.
           PERFORM VARYING W-IDX FROM 1 BY 1
                   UNTIL W-IDX > W-TOTAL-CESTA
               IF  CES-CATEGORIA (W-IDX) = CATEGORIA-LIVRO
                   ADD 1 TO W-ATIVOS-CATEGORIA
               END-IF
           END-PERFORM.
           MOVE W-DIAS-PRAZO TO PRAZO-ED.
           DISPLAY PRAZO-ED AT 1954.

       SOMAR-QTD-NA-CESTA.
           *> O ESTOQUE SO E BAIXADO NA CONFIRMACAO; OS LIVROS JA
           *> BIPADOS DO MESMO TITULO PRECISAM SER DESCONTADOS AQUI.

       RECEBER-LEITOR.
           *> O LEITOR E IDENTIFICADO PELO CODIGO DO CADASTRO DE
           *> LEITORES (PROGRAMA LEITORES); LEITOR BLOQUEADO NAO PODE
           *> LEVAR LIVRO, E O LIMITE DE EMPRESTIMOS ATIVOS E CONFERIDO
           *> LIVRO A LIVRO, PELA POLITICA DA CATEGORIA. INSCRICAO
           *> VENCIDA TAMBEM IMPEDE (RENOVARINSCRICAO). O CAMPO ACEITA
           *> O CODIGO DIGITADO OU O CARTAO DO LEITOR (CARTAOLEITOR).
           ACCEPT W-ENTRADA-LEITOR AT 1520.
           CALL "VALIDARCARTAO" USING "V" W-ENTRADA-LEITOR COD-LEITOR
                W-VIA-CARTAO W-TIPO-ENTRADA.
           IF  ENTRADA-INVALIDA
               DISPLAY "CARTAO INVALIDO - DIGITO NAO CONFERE"
                       AT 2312
           ELSE
               PERFORM LER-LEITOR-INFORMADO
           END-IF.

       LER-LEITOR-INFORMADO.
           READ ARQ-LEITOR.
           ACCEPT W-DATA-HOJE-AAAAMMDD FROM DATE YYYYMMDD.
           IF  STATUS-LEI-OK
               EVALUATE TRUE
                   WHEN ENTRADA-CARTAO
                           AND W-VIA-CARTAO NOT = VIA-CARTAO-LEITOR
                       DISPLAY "CARTAO CANCELADO - VIA SUBSTITUIDA"
                               AT 2312
                   WHEN LEITOR-BLOQUEADO
                       DISPLAY "LEITOR BLOQUEADO - EMPRESTIMO NEGADO"
                               AT 2312
                   WHEN DATA-VALIDADE-LEITOR > 0
                           AND DATA-VALIDADE-LEITOR <
                               W-DATA-HOJE-AAAAMMDD
                       DISPLAY "INSCRICAO VENCIDA EM " AT 2312
                       DISPLAY DATA-VALIDADE-LEITOR (7:2) AT 2333
                       DISPLAY "/" AT 2335
                       DISPLAY DATA-VALIDADE-LEITOR (5:2) AT 2336
                       DISPLAY "/" AT 2338
                       DISPLAY DATA-VALIDADE-LEITOR (1:4) AT 2339
                       DISPLAY " - RENOVE A INSCRICAO" AT 2343
                   WHEN OTHER
                       MOVE COD-LEITOR      TO W-COD-LEITOR-DIG
                       MOVE NOME-LEITOR-CAD TO W-NOME-LEITOR-DIG
                       MOVE TIPO-LEITOR     TO W-TIPO-LEITOR-DIG
                       DISPLAY NOME-LEITOR-CAD AT 1529
                       DISPLAY TIPO-LEITOR AT 1618
                       PERFORM CONTAR-EMPRESTIMOS-ATIVOS
                       PERFORM APLICAR-LIMITE-DO-LEITOR
               END-EVALUATE
           ELSE
               IF  STATUS-LEI-NAO-ENCONTRADO
                   DISPLAY "LEITOR NAO CADASTRADO - USE O CADASTRO"
               END-IF
           END-IF.

       APLICAR-LIMITE-DO-LEITOR.
           *> ALEM DO LIMITE DE CADA CATEGORIA, O LEITOR TEM UM LIMITE
           *> TOTAL DE EMPRESTIMOS ATIVOS: A REGRA GERAL DO TIPO DELE
           *> (OBTERPOLITICA COM A CATEGORIA EM BRANCO, OU 03 SEM A
           *> TABELA). A CESTA NAO PASSA DO QUE FALTA PARA ELE NEM DO
           *> TAMANHO DA TABELA.
           CALL "OBTERPOLITICA" USING W-TIPO-LEITOR-DIG
                W-CATEGORIA-GERAL W-LIMITE-EMPRESTIMOS W-DIAS-PRAZO
                W-MAX-RENOVACOES W-VALOR-DIA-MULTA W-CONSULTA-LOCAL.
           IF  W-EMPRESTIMOS-ATIVOS >= W-LIMITE-EMPRESTIMOS
               DISPLAY "LEITOR JA ATINGIU O LIMITE DE "
                       W-LIMITE-EMPRESTIMOS " EMPRESTIMOS" AT 2312
           ELSE
               COMPUTE W-VAGAS = W-LIMITE-EMPRESTIMOS
                       - W-EMPRESTIMOS-ATIVOS
               IF  W-VAGAS > 10
                   MOVE 10 TO W-VAGAS
               END-IF
               MOVE "S" TO W-LEITOR-OK
               PERFORM LIMPAR-ESPACO-MENSAGEM
           END-IF.

       CONTAR-EMPRESTIMOS-ATIVOS.
           *> SO OS EMPRESTIMOS DO LEITOR, PELA CHAVE ALTERNATIVA
           *> COD-LEITOR-EMP (STATUS "02" = HA MAIS DO MESMO LEITOR).
           MOVE ZEROS TO W-EMPRESTIMOS-ATIVOS.
           MOVE W-COD-LEITOR-DIG TO COD-LEITOR-EMP.
           START ARQ-EMPRESTIMO KEY IS EQUAL TO COD-LEITOR-EMP
               INVALID KEY MOVE "23" TO W-COD-ERRO-EMP
           END-START.
           IF  W-COD-ERRO-EMP = "00"
               PERFORM LER-PROXIMO-PARA-COD-EMP
               PERFORM UNTIL W-COD-ERRO-EMP NOT = "00" AND "02"
                       OR COD-LEITOR-EMP NOT = W-COD-LEITOR-DIG
                   IF  EMPRESTIMO-ATIVO
                       ADD 1 TO W-EMPRESTIMOS-ATIVOS
                       PERFORM GUARDAR-CATEGORIA-ATIVA
                   END-IF
                   PERFORM LER-PROXIMO-PARA-COD-EMP
               END-PERFORM
           END-IF.
           MOVE "00" TO W-COD-ERRO-EMP.

       GUARDAR-CATEGORIA-ATIVA.
           IF  W-EMPRESTIMOS-ATIVOS <= 50
               MOVE COD-LIVRO-EMP TO COD-LIVRO
               READ CAD-PRODUTO
               IF  STATUS-OK
                   MOVE CATEGORIA-LIVRO
                     TO ATV-CATEGORIA (W-EMPRESTIMOS-ATIVOS)
               ELSE
                   MOVE SPACES TO ATV-CATEGORIA (W-EMPRESTIMOS-ATIVOS)
               END-IF
           END-IF.

       RECEBER-EXEMPLAR.
           *> SE O TITULO TEM EXEMPLARES CADASTRADOS (EXEMPLARES), O
           *> EMPRESTIMO REGISTRA QUAL COPIA FISICA SAIU: O OPERADOR
               REWRITE REG-EXEMPLAR
           END-IF.

       CONFIRMAR-E-GRAVAR.
           PERFORM WITH TEST AFTER UNTIL W-CONFIRMA = "S" OR "N"
               ACCEPT W-CONFIRMA AT 2232 WITH AUTO
               MOVE CES-RESERVA (W-IDX)      TO W-RESERVA-ATENDIDA
               PERFORM GERAR-PROXIMO-COD-EMPRESTIMO
               MOVE W-PROX-COD-EMP TO CES-COD-EMP (W-IDX)
               MOVE CES-PRAZO (W-IDX) TO W-DIAS-PRAZO
               PERFORM CALCULAR-DATAS
               MOVE W-DATA-PREVISTA-AAAAMMDD
                 TO CES-DATA-PREVISTA (W-IDX)
               MOVE COD-LIVRO TO COD-LIVRO-EMP
               MOVE W-COD-LEITOR-DIG  TO COD-LEITOR-EMP
               MOVE W-NOME-LEITOR-DIG TO NOME-LEITOR

       GRAVAR-COMPROVANTE.
           *> COMPROVANTE UNICO DO ATENDIMENTO, COM TODOS OS TITULOS
           *> E O VENCIMENTO DE CADA UM (O PRAZO E O DA POLITICA DA
           *> CATEGORIA) - MESMA CONVENCAO DE OPEN EXTEND DO CUPOM DE
           *> VENDA (STATUS "05" = ARQUIVO CRIADO AGORA).
           OPEN EXTEND ARQ-COMPROVANTE.
           IF  W-COD-ERRO-CMP = "00" OR W-COD-ERRO-CMP = "05"
               MOVE SPACES TO REG-COMPROVANTE
                   INTO REG-COMPROVANTE
               END-STRING
               WRITE REG-COMPROVANTE
               PERFORM GRAVAR-LINHA-COMPROVANTE
                   VARYING W-IDX FROM 1 BY 1
                   UNTIL W-IDX > W-TOTAL-CESTA
                   INTO REG-COMPROVANTE (68:10)
               END-STRING
           END-IF.
           STRING " ATE "                           DELIMITED BY SIZE
                  CES-DATA-PREVISTA (W-IDX) (7:2)   DELIMITED BY SIZE
                  "/"                               DELIMITED BY SIZE
                  CES-DATA-PREVISTA (W-IDX) (5:2)   DELIMITED BY SIZE
                  "/"                               DELIMITED BY SIZE
                  CES-DATA-PREVISTA (W-IDX) (1:4)   DELIMITED BY SIZE
               INTO REG-COMPROVANTE (78:15)
           END-STRING.
           WRITE REG-COMPROVANTE.

       APURAR-SALDO-FILIAL.
           MOVE "A" TO SITUACAO-RESERVA.
           MOVE ZEROS TO DATA-LIMITE-RETIRADA.
           MOVE "N" TO AVISO-EMITIDO-RES.
           MOVE ZEROS TO COD-FILIAL-RES.
           WRITE REG-RESERVA.
           IF  W-COD-ERRO-RES = "00"
               MOVE COD-RESERVA TO COD-RESERVA-ED


       IDENTIFICATION DIVISION.

       PROGRAM-ID. ENCOMENDAS.
       AUTHOR. DANIEL.

       ENVIRONMENT DIVISION.
         CONFIGURATION SECTION.

             SPECIAL-NAMES.
                 DECIMAL-POINT IS COMMA.

             INPUT-OUTPUT SECTION.
               FILE-CONTROL.
                   SELECT OPTIONAL ARQ-ENCOMENDA
                   ASSIGN TO "encomendas.dat"
                   ORGANIZATION INDEXED
                   RECORD KEY IS COD-ENCOMENDA
                   ALTERNATE RECORD KEY IS COD-LIVRO-ENC
                       WITH DUPLICATES
                   ACCESS DYNAMIC
                   FILE STATUS IS W-COD-ERRO-ENC.

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

                   SELECT OPTIONAL ARQ-ISBN-XREF
                   ASSIGN TO "isbnlivros.dat"
                   ORGANIZATION INDEXED
                   RECORD KEY IS XR-ISBN
                   ACCESS RANDOM
                   FILE STATUS IS W-COD-ERRO-XRF.

                   SELECT OPTIONAL ARQ-CATALOGO-IDX
                   ASSIGN TO "catalogoisbn.dat"
                   ORGANIZATION INDEXED
                   RECORD KEY IS CX-ISBN
                   ACCESS RANDOM
                   FILE STATUS IS W-COD-ERRO-CAT.

                   SELECT OPTIONAL ARQ-FILIAL-SESSAO
                   ASSIGN TO "filial.atual"
                   ORGANIZATION LINE SEQUENTIAL
                   FILE STATUS IS W-COD-ERRO-FIS.

       DATA DIVISION.
         FILE SECTION.
         FD  ARQ-ENCOMENDA
             LABEL RECORD STANDARD.
         COPY "REGENCOMENDA.cpy".

         FD  CAD-PRODUTO
             LABEL RECORD STANDARD.
         COPY "REGLIVRO.cpy".

         FD  ARQ-LEITOR
             LABEL RECORD STANDARD.
         COPY "REGLEITOR.cpy".

         FD  ARQ-ISBN-XREF
             LABEL RECORD STANDARD.
         COPY "REGISBNXREF.cpy".

         FD  ARQ-CATALOGO-IDX
             LABEL RECORD STANDARD.
         COPY "REGCATISBN.cpy".

         FD  ARQ-FILIAL-SESSAO
             LABEL RECORD STANDARD.
         01  REG-FILIAL-SESSAO  PIC X(2).

         WORKING-STORAGE SECTION.
         77  CODERRO            PIC XX    VALUE SPACES.
             88  STATUS-OK                VALUE "00".
         77  W-COD-ERRO-ENC     PIC XX    VALUE SPACES.
             88  STATUS-ENC-OK            VALUE "00" "02".
         77  W-COD-ERRO-LEI     PIC XX    VALUE SPACES.
         77  W-COD-ERRO-XRF     PIC XX    VALUE SPACES.
         77  W-COD-ERRO-CAT     PIC XX    VALUE SPACES.
         77  W-COD-ERRO-FIS     PIC XX    VALUE SPACES.
         77  W-OPCAO            PIC X     VALUE SPACES.
             88  OPC-OK                   VALUE "S" "N".
         77  W-CONFIRMA         PIC X     VALUE SPACES.
         77  W-ENCOMENDA-NOVA   PIC X     VALUE "N".
             88  ENCOMENDA-NOVA           VALUE "S".
         77  W-ENCOMENDA-OK     PIC X     VALUE "N".
             88  ENCOMENDA-OK             VALUE "S".
         77  W-ACAO             PIC X     VALUE SPACES.
             88  ACAO-RETIRADA            VALUE "R".
             88  ACAO-CANCELAR            VALUE "C".
             88  ACAO-NENHUMA             VALUE "N".
         77  W-EM-LOTE          PIC X     VALUE "N".
             88  EM-LOTE                  VALUE "S".
         77  COD-ENCOMENDA-ED   PIC ZZZZ9 VALUE ZEROS.
         77  COD-LEITOR-ED      PIC ZZZZ9 VALUE ZEROS.
         77  COD-ED             PIC ZZ9   VALUE ZEROS.
         77  QTD-ED             PIC ZZ9   VALUE ZEROS.
         77  ESTOQUE-ED         PIC ZZZZ9 VALUE ZEROS.
         77  SINAL-ED           PIC ZZ.ZZ9,99 VALUE ZEROS.
         77  W-DATA-HOJE-AAAAMMDD PIC 9(8) VALUE ZEROS.
         77  W-PROX-COD-ENCOMENDA PIC 9(5) VALUE ZEROS.
         77  W-NUM-CONTROLE     PIC 9(9)  VALUE ZEROS.
         77  W-BRANCO           PIC X(50) VALUE SPACES.
         77  W-DESC-SITUACAO    PIC X(30) VALUE SPACES.
         77  W-REG-ENCOMENDA-MONTADA PIC X(169) VALUE SPACES.
      *> FILIAL DA SESSAO DO TERMINAL ("filial.atual"); SEM O
      *> ARQUIVO, VALE A FILIAL 01 (MATRIZ).
         77  W-FILIAL-SESSAO    PIC 9(2)  VALUE 01.
         77  W-FILIAL-TEXTO     PIC X(2)  VALUE SPACES.
         77  W-FILIAL-NUM REDEFINES W-FILIAL-TEXTO PIC 9(2).

         SCREEN SECTION.
            01 CLEAR-SCREEN.
               05 BLANK SCREEN BACKGROUND-COLOR 0 FOREGROUND-COLOR 0.

       PROCEDURE DIVISION.

       INICIO.
           *> ENCOMENDA DE CLIENTE: O BALCAO REGISTRA O TITULO PEDIDO
           *> (PELO ISBN, PELO CODIGO OU SO PELO NOME), O CLIENTE E O
           *> SINAL RECEBIDO. AS ENCOMENDAS ABERTAS VIRAM LINHAS DE
           *> PEDIDO EM PEDIDOCOMPRA; NA CHEGADA, ENTRADA SEPARA AS
           *> UNIDADES E AVISOENCOMENDA GERA O AVISO. AQUI TAMBEM SE
           *> DA BAIXA NA RETIRADA OU NO CANCELAMENTO.
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
               OPEN I-O ARQ-ENCOMENDA
               OPEN INPUT CAD-PRODUTO
               OPEN INPUT ARQ-LEITOR
               OPEN INPUT ARQ-ISBN-XREF
               OPEN INPUT ARQ-CATALOGO-IDX
               PERFORM OBTER-FILIAL-SESSAO
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
           PERFORM RECEBER-COD-ENCOMENDA.
           IF  ENCOMENDA-NOVA
               PERFORM RECEBER-CLIENTE
               PERFORM RECEBER-TITULO
               PERFORM RECEBER-QTD-E-SINAL
               PERFORM CONFIRMAR-E-INCLUIR
           ELSE
               IF  ENCOMENDA-OK
                   PERFORM EXIBIR-ENCOMENDA
                   PERFORM RECEBER-ACAO
                   IF  NOT ACAO-NENHUMA
                       PERFORM CONFIRMAR-E-ENCERRAR
                   END-IF
               END-IF
           END-IF.
           PERFORM OPCAO-CONTINUIDADE.

       FORMATAR-TELA.
           MOVE "N" TO W-ENCOMENDA-NOVA W-ENCOMENDA-OK.
           MOVE ZEROS TO COD-ENCOMENDA-ED COD-LEITOR-ED COD-ED QTD-ED
                SINAL-ED.
           MOVE SPACES TO W-CONFIRMA W-ACAO.

           DISPLAY CLEAR-SCREEN.
           CALL "CABECALHO".

           DISPLAY "ENCOMENDA DE CLIENTE"               AT 1310.
           DISPLAY "FILIAL:"                            AT 1340.
           DISPLAY W-FILIAL-SESSAO                      AT 1348.
           DISPLAY "ENCOMENDA (0 = NOVA):"              AT 1502.
           DISPLAY "LEITOR (0 = SEM CADASTRO):"         AT 1602.
           DISPLAY "NOME DO CLIENTE:"                   AT 1702.
           DISPLAY "TELEFONE:"                          AT 1802.
           DISPLAY "ISBN (BRANCO = SEM ISBN):"          AT 1902.
           DISPLAY "CODIGO DO LIVRO (0 = SEM CADASTRO):" AT 2002.
           DISPLAY "TITULO:"                            AT 2102.
           DISPLAY "QUANTIDADE:"                        AT 2202.
           DISPLAY "SINAL PAGO (R$):"                   AT 2240.
           DISPLAY "SITUACAO:"                          AT 2302.
           DISPLAY "CONFIRMA A GRAVACAO? (S/N):"        AT 2502.
           DISPLAY "MENSAGEM:"                          AT 2702.
           DISPLAY "OUTRA ENCOMENDA? (S/N):"            AT 2902.

       RECEBER-COD-ENCOMENDA.
           ACCEPT COD-ENCOMENDA-ED AT 1524.
           IF  COD-ENCOMENDA-ED = 0
               MOVE "S" TO W-ENCOMENDA-NOVA
               INITIALIZE REG-ENCOMENDA
               MOVE "ABERTA (NOVA)" TO W-DESC-SITUACAO
               DISPLAY W-DESC-SITUACAO AT 2312
           ELSE
               MOVE COD-ENCOMENDA-ED TO COD-ENCOMENDA
               READ ARQ-ENCOMENDA
               IF  STATUS-ENC-OK
                   MOVE "S" TO W-ENCOMENDA-OK
                   PERFORM LIMPAR-ESPACO-MENSAGEM
               ELSE
                   DISPLAY "ENCOMENDA NAO ENCONTRADA" AT 2712
               END-IF
           END-IF.

       RECEBER-CLIENTE.
           *> LEITOR CADASTRADO TRAZ NOME E TELEFONE (E O ENDERECO DO
           *> AVISO); SEM CADASTRO, NOME E TELEFONE SAO OBRIGATORIOS
           *> PARA A LOJA CONSEGUIR AVISAR A CHEGADA.
           MOVE ZEROS TO COD-LEITOR-ENC.
           PERFORM WITH TEST AFTER UNTIL COD-LEITOR-ED = 0
                   OR COD-LEITOR-ENC > 0
               ACCEPT COD-LEITOR-ED AT 1629
               IF  COD-LEITOR-ED > 0
                   MOVE COD-LEITOR-ED TO COD-LEITOR
                   READ ARQ-LEITOR
                   IF  W-COD-ERRO-LEI = "00"
                       MOVE COD-LEITOR      TO COD-LEITOR-ENC
                       MOVE NOME-LEITOR-CAD TO NOME-CLIENTE-ENC
                       MOVE TELEFONE-LEITOR TO TELEFONE-ENC
                       PERFORM LIMPAR-ESPACO-MENSAGEM
                   ELSE
                       DISPLAY "LEITOR NAO CADASTRADO" AT 2712
                   END-IF
               END-IF
           END-PERFORM.
           DISPLAY NOME-CLIENTE-ENC AT 1719.
           DISPLAY TELEFONE-ENC AT 1812.
           IF  COD-LEITOR-ENC = 0
               PERFORM WITH TEST AFTER UNTIL NOME-CLIENTE-ENC NOT =
                       SPACES AND TELEFONE-ENC NOT = SPACES
                   ACCEPT NOME-CLIENTE-ENC AT 1719
                   ACCEPT TELEFONE-ENC AT 1812
                   IF  NOME-CLIENTE-ENC = SPACES
                           OR TELEFONE-ENC = SPACES
                       DISPLAY "NOME E TELEFONE SAO OBRIGATORIOS"
                               AT 2712
                   ELSE
                       PERFORM LIMPAR-ESPACO-MENSAGEM
                   END-IF
               END-PERFORM
           END-IF.

       RECEBER-TITULO.
           *> O ISBN E RESOLVIDO PRIMEIRO PELO CADASTRO DA LOJA
           *> (isbnlivros.dat) E DEPOIS PELO CATALOGO DO DISTRIBUIDOR
           *> (catalogoisbn.dat), QUE DA SO O TITULO. SEM ISBN, VALE O
           *> CODIGO DO LIVRO OU O TITULO DIGITADO.
           ACCEPT ISBN-ENC AT 1928.
           IF  ISBN-ENC NOT = SPACES
               MOVE ISBN-ENC TO XR-ISBN
               READ ARQ-ISBN-XREF
               IF  W-COD-ERRO-XRF = "00"
                   MOVE XR-COD-LIVRO TO COD-LIVRO
                   PERFORM LER-LIVRO-ENCOMENDADO
               ELSE
                   MOVE ISBN-ENC TO CX-ISBN
                   READ ARQ-CATALOGO-IDX
                   IF  W-COD-ERRO-CAT = "00"
                       MOVE CX-TITULO TO TITULO-ENC
                       DISPLAY "TITULO DO CATALOGO - LIVRO AINDA NAO "
                               "CADASTRADO" AT 2712
                   END-IF
               END-IF
           ELSE
               PERFORM WITH TEST AFTER UNTIL COD-ED = 0
                       OR COD-LIVRO-ENC > 0
                   ACCEPT COD-ED AT 2038
                   IF  COD-ED > 0
                       MOVE COD-ED TO COD-LIVRO
                       PERFORM LER-LIVRO-ENCOMENDADO
                       IF  COD-LIVRO-ENC = 0
                           DISPLAY "LIVRO NAO ENCONTRADO" AT 2712
                       END-IF
                   END-IF
               END-PERFORM
           END-IF.
           MOVE COD-LIVRO-ENC TO COD-ED.
           DISPLAY COD-ED AT 2038.
           DISPLAY TITULO-ENC AT 2110.
           IF  COD-LIVRO-ENC = 0
               PERFORM WITH TEST AFTER UNTIL TITULO-ENC NOT = SPACES
                   ACCEPT TITULO-ENC AT 2110
                   IF  TITULO-ENC = SPACES
                       DISPLAY "O TITULO E OBRIGATORIO" AT 2712
                   END-IF
               END-PERFORM
           END-IF.

       LER-LIVRO-ENCOMENDADO.
           READ CAD-PRODUTO.
           IF  STATUS-OK
               MOVE COD-LIVRO    TO COD-LIVRO-ENC
               MOVE TITULO-LIVRO TO TITULO-ENC
               IF  ISBN-ENC = SPACES
                   MOVE ISBN-LIVRO TO ISBN-ENC
                   DISPLAY ISBN-ENC AT 1928
               END-IF
               *> TITULO COM ESTOQUE NAO PRECISA DE ENCOMENDA, MAS A
               *> DECISAO FICA COM O BALCAO (PODE SER OUTRA FILIAL)
               IF  QTD-ESTOQUE > 0
                   MOVE QTD-ESTOQUE TO ESTOQUE-ED
                   DISPLAY "ATENCAO: TITULO TEM " ESTOQUE-ED
                           " EM ESTOQUE" AT 2712
               ELSE
                   PERFORM LIMPAR-ESPACO-MENSAGEM
               END-IF
           ELSE
               MOVE ZEROS TO COD-LIVRO-ENC
           END-IF.

       RECEBER-QTD-E-SINAL.
           MOVE 1 TO QTD-ED.
           DISPLAY QTD-ED AT 2214.
           PERFORM WITH TEST AFTER UNTIL QTD-ENC > 0
               ACCEPT QTD-ED AT 2214
               MOVE QTD-ED TO QTD-ENC
               IF  QTD-ENC = 0
                   DISPLAY "QUANTIDADE DEVERA SER MAIOR QUE ZERO"
                           AT 2712
               END-IF
           END-PERFORM.
           ACCEPT SINAL-ED AT 2257.
           MOVE SINAL-ED TO VALOR-SINAL-ENC.

       CONFIRMAR-E-INCLUIR.
           PERFORM RECEBER-CONFIRMACAO.
           IF  W-CONFIRMA = "S"
               PERFORM GERAR-PROXIMO-COD-ENCOMENDA
               ACCEPT W-DATA-HOJE-AAAAMMDD FROM DATE YYYYMMDD
               MOVE W-PROX-COD-ENCOMENDA TO COD-ENCOMENDA
               MOVE W-DATA-HOJE-AAAAMMDD TO DATA-ENCOMENDA
               MOVE W-FILIAL-SESSAO      TO COD-FILIAL-ENC
               MOVE "A"                  TO SITUACAO-ENC
               MOVE "N"                  TO AVISO-EMITIDO-ENC
               WRITE REG-ENCOMENDA
               *> "02" = CHAVE ALTERNADA (LIVRO) DUPLICADA: NORMAL
               IF  STATUS-ENC-OK
                   MOVE COD-ENCOMENDA TO COD-ENCOMENDA-ED
                   DISPLAY COD-ENCOMENDA-ED AT 1524
                   DISPLAY "ENCOMENDA " COD-ENCOMENDA
                           " GRAVADA COM SUCESSO" AT 2712
               ELSE
                   DISPLAY "ERRO AO GRAVAR ENCOMENDA (STATUS "
                           W-COD-ERRO-ENC ")" AT 2712
               END-IF
           ELSE
               DISPLAY "GRAVACAO DESCARTADA" AT 2712
           END-IF.

       GERAR-PROXIMO-COD-ENCOMENDA.
           MOVE ZEROS TO W-NUM-CONTROLE.
           CALL "PROXIMONUMERO" USING "P" "ENCOMENDA   "
                W-NUM-CONTROLE.
           IF  W-NUM-CONTROLE > 0
               MOVE W-NUM-CONTROLE TO W-PROX-COD-ENCOMENDA
           ELSE
               PERFORM VARRER-MAIOR-COD-ENCOMENDA
               MOVE W-PROX-COD-ENCOMENDA TO W-NUM-CONTROLE
               CALL "PROXIMONUMERO" USING "D" "ENCOMENDA   "
                    W-NUM-CONTROLE
           END-IF.

       VARRER-MAIOR-COD-ENCOMENDA.
           *> O REGISTRO EM MONTAGEM E GUARDADO: A VARREDURA USA O
           *> MESMO BUFFER DO ARQUIVO.
           MOVE REG-ENCOMENDA TO W-REG-ENCOMENDA-MONTADA.
           MOVE ZEROS TO W-PROX-COD-ENCOMENDA COD-ENCOMENDA.
           START ARQ-ENCOMENDA KEY IS NOT LESS THAN COD-ENCOMENDA
               INVALID KEY MOVE "10" TO W-COD-ERRO-ENC
           END-START.
           PERFORM UNTIL W-COD-ERRO-ENC NOT = "00"
               READ ARQ-ENCOMENDA NEXT RECORD
                   AT END MOVE "10" TO W-COD-ERRO-ENC
               END-READ
               IF  W-COD-ERRO-ENC = "00"
                       AND COD-ENCOMENDA > W-PROX-COD-ENCOMENDA
                   MOVE COD-ENCOMENDA TO W-PROX-COD-ENCOMENDA
               END-IF
           END-PERFORM.
           ADD 1 TO W-PROX-COD-ENCOMENDA.
           MOVE "00" TO W-COD-ERRO-ENC.
           MOVE W-REG-ENCOMENDA-MONTADA TO REG-ENCOMENDA.

       EXIBIR-ENCOMENDA.
           MOVE COD-LEITOR-ENC TO COD-LEITOR-ED.
           DISPLAY COD-LEITOR-ED AT 1629.
           DISPLAY NOME-CLIENTE-ENC AT 1719.
           DISPLAY TELEFONE-ENC AT 1812.
           DISPLAY ISBN-ENC AT 1928.
           MOVE COD-LIVRO-ENC TO COD-ED.
           DISPLAY COD-ED AT 2038.
           DISPLAY TITULO-ENC AT 2110.
           MOVE QTD-ENC TO QTD-ED.
           DISPLAY QTD-ED AT 2214.
           MOVE VALOR-SINAL-ENC TO SINAL-ED.
           DISPLAY SINAL-ED AT 2257.
           EVALUATE TRUE
               WHEN ENC-ABERTA
                   MOVE "ABERTA - SEM PEDIDO DE COMPRA"
                     TO W-DESC-SITUACAO
               WHEN ENC-PEDIDA
                   MOVE "PEDIDA AO FORNECEDOR"
                     TO W-DESC-SITUACAO
               WHEN ENC-SEPARADA
                   MOVE "CHEGOU - SEPARADA NA FILIAL"
                     TO W-DESC-SITUACAO
                   MOVE COD-FILIAL-SEP-ENC TO W-DESC-SITUACAO (29:2)
               WHEN ENC-RETIRADA
                   MOVE "RETIRADA PELO CLIENTE"
                     TO W-DESC-SITUACAO
               WHEN OTHER
                   MOVE "CANCELADA" TO W-DESC-SITUACAO
           END-EVALUATE.
           DISPLAY W-DESC-SITUACAO AT 2312.
           IF  ENC-PEDIDA
               DISPLAY "PEDIDO:" AT 2345
               DISPLAY COD-PEDIDO-ENC AT 2353
           END-IF.

       RECEBER-ACAO.
           *> RETIRADA SO DEPOIS DA CHEGADA (SEPARADA); ENCOMENDA
           *> AINDA NAO ATENDIDA SO PODE SER CANCELADA.
           MOVE "N" TO W-ACAO.
           IF  ENC-SEPARADA
               DISPLAY "(R)ETIRADA (C)ANCELAR (N)ADA:" AT 2402
               PERFORM WITH TEST AFTER UNTIL
                       ACAO-RETIRADA OR ACAO-CANCELAR OR ACAO-NENHUMA
                   ACCEPT W-ACAO AT 2432 WITH AUTO
                   MOVE FUNCTION UPPER-CASE (W-ACAO) TO W-ACAO
               END-PERFORM
           ELSE
               IF  ENC-AGUARDANDO
                   DISPLAY "(C)ANCELAR (N)ADA:" AT 2402
                   PERFORM WITH TEST AFTER UNTIL
                           ACAO-CANCELAR OR ACAO-NENHUMA
                       ACCEPT W-ACAO AT 2421 WITH AUTO
                       MOVE FUNCTION UPPER-CASE (W-ACAO) TO W-ACAO
                   END-PERFORM
               ELSE
                   DISPLAY "ENCOMENDA JA ENCERRADA" AT 2712
               END-IF
           END-IF.

       CONFIRMAR-E-ENCERRAR.
           PERFORM RECEBER-CONFIRMACAO.
           IF  W-CONFIRMA = "S"
               ACCEPT W-DATA-HOJE-AAAAMMDD FROM DATE YYYYMMDD
               MOVE W-DATA-HOJE-AAAAMMDD TO DATA-ENCERRAMENTO-ENC
               IF  ACAO-RETIRADA
                   MOVE "T" TO SITUACAO-ENC
               ELSE
                   MOVE "C" TO SITUACAO-ENC
               END-IF
               REWRITE REG-ENCOMENDA
               IF  STATUS-ENC-OK
                   PERFORM EXIBIR-ORIENTACAO-SINAL
               ELSE
                   DISPLAY "ERRO AO GRAVAR ENCOMENDA (STATUS "
                           W-COD-ERRO-ENC ")" AT 2712
               END-IF
           ELSE
               DISPLAY "GRAVACAO DESCARTADA" AT 2712
           END-IF.

       EXIBIR-ORIENTACAO-SINAL.
           *> NA RETIRADA AS UNIDADES SEPARADAS SAO LIBERADAS PARA A
           *> VENDA DO BALCAO, ONDE O SINAL E ABATIDO; NO CANCELAMENTO
           *> O SINAL E DEVOLVIDO AO CLIENTE.
           MOVE VALOR-SINAL-ENC TO SINAL-ED.
           IF  ENC-RETIRADA
               IF  VALOR-SINAL-ENC > 0
                   DISPLAY "RETIRADA GRAVADA - ABATER SINAL DE R$ "
                           SINAL-ED " NA VENDA" AT 2712
               ELSE
                   DISPLAY "RETIRADA GRAVADA - FAZER A VENDA"
                           AT 2712
               END-IF
           ELSE
               IF  VALOR-SINAL-ENC > 0
                   DISPLAY "CANCELADA - DEVOLVER SINAL DE R$ "
                           SINAL-ED AT 2712
               ELSE
                   DISPLAY "ENCOMENDA CANCELADA" AT 2712
               END-IF
           END-IF.

       RECEBER-CONFIRMACAO.
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

       OPCAO-CONTINUIDADE.
           PERFORM WITH TEST AFTER UNTIL OPC-OK
               ACCEPT W-OPCAO AT 2926 WITH AUTO
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
           IF  NOT EM-LOTE
               CLOSE ARQ-ENCOMENDA
               CLOSE CAD-PRODUTO
               CLOSE ARQ-LEITOR
               CLOSE ARQ-ISBN-XREF
               CLOSE ARQ-CATALOGO-IDX
           END-IF.
           DISPLAY "TERMINO DO PROCESSAMENTO" AT 3021.

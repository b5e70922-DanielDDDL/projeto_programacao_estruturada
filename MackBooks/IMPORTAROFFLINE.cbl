
       IDENTIFICATION DIVISION.

       PROGRAM-ID. IMPORTAROFFLINE.
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

                   SELECT OPTIONAL CAD-PRODUTO
                   ASSIGN TO "livros.dat"
                   ORGANIZATION INDEXED
                   RECORD KEY IS COD-LIVRO
                   ACCESS RANDOM
                   FILE STATUS IS CODERRO.

                   SELECT OPTIONAL ARQ-EMPRESTIMO
                   ASSIGN TO "emprestimos.dat"
                   ORGANIZATION INDEXED
                   RECORD KEY IS COD-EMPRESTIMO
                   ALTERNATE RECORD KEY IS COD-LIVRO-EMP WITH DUPLICATES
                   ALTERNATE RECORD KEY IS COD-LEITOR-EMP
                       WITH DUPLICATES
                   ACCESS DYNAMIC
                   FILE STATUS IS W-COD-ERRO-EMP.

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

                   SELECT OPTIONAL ARQ-EXEMPLAR
                   ASSIGN TO "exemplares.dat"
                   ORGANIZATION INDEXED
                   RECORD KEY IS CHAVE-EXEMPLAR
                   ACCESS DYNAMIC
                   FILE STATUS IS W-COD-ERRO-EXE.

                   SELECT OPTIONAL ARQ-FILIAL
                   ASSIGN TO "estfilial.dat"
                   ORGANIZATION INDEXED
                   RECORD KEY IS COD-ESTOQUE-FIL
                   ALTERNATE RECORD KEY IS COD-LIVRO-FIL WITH DUPLICATES
                   ACCESS DYNAMIC
                   FILE STATUS IS W-COD-ERRO-FIL.

                   SELECT OPTIONAL ARQ-MULTA
                   ASSIGN TO "multas.dat"
                   ORGANIZATION INDEXED
                   RECORD KEY IS COD-EMPRESTIMO-MUL
                   ALTERNATE RECORD KEY IS COD-LEITOR-MUL
                       WITH DUPLICATES
                   ACCESS RANDOM
                   FILE STATUS IS W-COD-ERRO-MUL.

                   SELECT OPTIONAL ARQ-VENDA-CAB
                   ASSIGN TO "vendacab.dat"
                   ORGANIZATION INDEXED
                   RECORD KEY IS COD-VENDA-CAB
                   ACCESS DYNAMIC
                   FILE STATUS IS W-COD-ERRO-CAB.

                   SELECT OPTIONAL ARQ-VENDA
                   ASSIGN TO "vendas.dat"
                   ORGANIZATION INDEXED
                   RECORD KEY IS CHAVE-VENDA
                   ACCESS DYNAMIC
                   FILE STATUS IS W-COD-ERRO-VEN.

                   SELECT OPTIONAL ARQ-MAPA-OFFLINE
                   ASSIGN TO "mapaoffline.dat"
                   ORGANIZATION INDEXED
                   RECORD KEY IS CHAVE-MAPA
                   ACCESS RANDOM
                   FILE STATUS IS W-COD-ERRO-MAP.

                   SELECT OPTIONAL ARQ-PARAM-RESERVA
                   ASSIGN TO "reservaparam.txt"
                   ORGANIZATION LINE SEQUENTIAL
                   FILE STATUS IS W-COD-ERRO-PRE.

                   SELECT OPTIONAL ARQ-RELATORIO
                   ASSIGN TO "excoffline.txt"
                   ORGANIZATION LINE SEQUENTIAL
                   FILE STATUS IS W-COD-ERRO-REL.

       DATA DIVISION.
         FILE SECTION.
         FD  ARQ-OFFLINE
             LABEL RECORD STANDARD.
         01  REG-ARQ-OFFLINE  PIC X(72).

         FD  CAD-PRODUTO
             LABEL RECORD STANDARD.
         COPY "REGLIVRO.cpy".

         FD  ARQ-EMPRESTIMO
             LABEL RECORD STANDARD.
         COPY "REGEMPR.cpy".

         FD  ARQ-LEITOR
             LABEL RECORD STANDARD.
         COPY "REGLEITOR.cpy".

         FD  ARQ-RESERVA
             LABEL RECORD STANDARD.
         COPY "REGRESERVA.cpy".

         FD  ARQ-EXEMPLAR
             LABEL RECORD STANDARD.
         COPY "REGEXEMPLAR.cpy".

         FD  ARQ-FILIAL
             LABEL RECORD STANDARD.
         COPY "REGFILIAL.cpy".

         FD  ARQ-MULTA
             LABEL RECORD STANDARD.
         COPY "REGMULTA.cpy".

         FD  ARQ-VENDA-CAB
             LABEL RECORD STANDARD.
         COPY "REGVENDACAB.cpy".

         FD  ARQ-VENDA
             LABEL RECORD STANDARD.
         COPY "REGVENDA.cpy".

      *> CORRESPONDENCIA ENTRE O NUMERO OFFLINE DE UM EMPRESTIMO E O
      *> EMPRESTIMO GERADO NA IMPORTACAO: A DEVOLUCAO PODE VIR NUMA
      *> CONTINGENCIA POSTERIOR, QUANDO O ARQUIVO DO EMPRESTIMO JA FOI
      *> IMPORTADO E RENOMEADO.
         FD  ARQ-MAPA-OFFLINE
             LABEL RECORD STANDARD.
         01  REG-MAPA-OFFLINE.
             02  CHAVE-MAPA.
                 03  FILIAL-MAPA       PIC 9(2).
                 03  SEQ-MAPA          PIC 9(5).
             02  COD-EMPRESTIMO-MAPA   PIC 9(5).
             02  DATA-IMPORTACAO-MAPA  PIC 9(8).

         FD  ARQ-PARAM-RESERVA
             LABEL RECORD STANDARD.
         01  REG-PARAM-RESERVA  PIC X(20).

         FD  ARQ-RELATORIO
             LABEL RECORD STANDARD.
         01  REG-RELATORIO  PIC X(100).

         WORKING-STORAGE SECTION.
         COPY "REGOFFLINE.cpy".

         77  CODERRO            PIC XX    VALUE SPACES.
             88  STATUS-OK                VALUE "00".
         77  W-COD-ERRO-OFF     PIC XX    VALUE SPACES.
         77  W-COD-ERRO-EMP     PIC XX    VALUE SPACES.
             88  STATUS-EMP-OK            VALUE "00".
         77  W-COD-ERRO-LEI     PIC XX    VALUE SPACES.
             88  STATUS-LEI-OK            VALUE "00".
         77  W-COD-ERRO-RES     PIC XX    VALUE SPACES.
         77  W-COD-ERRO-EXE     PIC XX    VALUE SPACES.
             88  STATUS-EXE-OK            VALUE "00".
         77  W-COD-ERRO-FIL     PIC XX    VALUE SPACES.
         77  W-COD-ERRO-MUL     PIC XX    VALUE SPACES.
         77  W-COD-ERRO-CAB     PIC XX    VALUE SPACES.
         77  W-COD-ERRO-VEN     PIC XX    VALUE SPACES.
         77  W-COD-ERRO-MAP     PIC XX    VALUE SPACES.
         77  W-COD-ERRO-PRE     PIC XX    VALUE SPACES.
         77  W-COD-ERRO-REL     PIC XX    VALUE SPACES.
         77  W-EM-LOTE          PIC X     VALUE "N".
             88  EM-LOTE                  VALUE "S".
         77  W-FIM-ARQUIVO      PIC X     VALUE "N".
             88  FIM-ARQUIVO              VALUE "S".
      *> ARQUIVOS DAS FILIAIS: "offlineNN.txt"; DEPOIS DE CARREGADO,
      *> CADA UM E RENOMEADO PARA "offlineNN-AAAAMMDDHHMMSS.imp" ANTES
      *> DE QUALQUER ATUALIZACAO, PARA NUNCA SER APLICADO DUAS VEZES.
         77  W-NOME-ARQ-OFF     PIC X(20) VALUE SPACES.
         77  W-NOME-ARQ-IMP     PIC X(30) VALUE SPACES.
         77  W-FILIAL-PEDIDA    PIC 99    VALUE ZEROS.
         77  W-FILIAL-ARQ       PIC 99    VALUE ZEROS.
         77  W-FILIAL-LACO      PIC 9(3)  VALUE ZEROS.
         77  W-ESTOUROU         PIC X     VALUE "N".
             88  ESTOUROU                 VALUE "S".
         77  W-INICIO-ARQ       PIC 9(5)  VALUE ZEROS.
         77  W-LIDAS-ARQ        PIC 9(5)  VALUE ZEROS.
         77  W-ARQUIVOS-LIDOS   PIC 9(3)  VALUE ZEROS.
         77  W-DATA-HOJE-AAAAMMDD PIC 9(8) VALUE ZEROS.
         77  W-HORA-AGORA       PIC 9(8)  VALUE ZEROS.
         77  W-TOTAL-TRANS      PIC 9(5)  VALUE ZEROS.
         77  W-IDX              PIC 9(5)  VALUE ZEROS.
         77  W-IDX-2            PIC 9(5)  VALUE ZEROS.
         77  W-IDX-3            PIC 9(5)  VALUE ZEROS.
         77  W-IDX-FIM          PIC 9(5)  VALUE ZEROS.
         77  W-FIM-CUPOM        PIC X     VALUE "N".
             88  FIM-CUPOM                VALUE "S".
      *> MOTIVO DO CONFLITO DA TRANSACAO EM REPROCESSO; EM BRANCO, A
      *> TRANSACAO E APLICADA.
         77  W-MOTIVO           PIC X(40) VALUE SPACES.
             88  SEM-CONFLITO             VALUE SPACES.
         77  W-MOTIVO-ITEM      PIC X(40) VALUE SPACES.
         77  W-TIPO-TEXTO       PIC X(10) VALUE SPACES.
         77  W-TIPO-LEITOR      PIC X     VALUE SPACES.
         77  W-NOME-LEITOR      PIC X(40) VALUE SPACES.
         77  W-MAX-EMPRESTIMOS  PIC 99    VALUE ZEROS.
         77  W-DIAS-PRAZO       PIC 99    VALUE ZEROS.
         77  W-MAX-RENOVACOES   PIC 99    VALUE ZEROS.
         77  W-VALOR-DIA-MULTA  PIC 9(3)V99 VALUE 1,00.
         77  W-CONSULTA-LOCAL   PIC X     VALUE "N".
             88  CONSULTA-LOCAL           VALUE "S".
         77  W-FILIAL-MOVTO     PIC 99    VALUE ZEROS.
         77  W-LIVRO-MOVTO      PIC 9(3)  VALUE ZEROS.
         77  W-SALDO-FILIAL     PIC 9(5)  VALUE ZEROS.
         77  W-ACHOU-REGISTRO   PIC X     VALUE "N".
             88  ACHOU-REGISTRO           VALUE "S".
         77  W-PROX-COD-ESTOQUE-FIL PIC 9(5) VALUE ZEROS.
         77  W-TEM-EXEMPLARES   PIC X     VALUE "N".
             88  TEM-EXEMPLARES           VALUE "S".
         77  W-NUM-EXEMPLAR     PIC 9(3)  VALUE ZEROS.
         77  W-RESERVA-FILA     PIC 9(5)  VALUE ZEROS.
         77  W-LEITOR-FILA      PIC 9(5)  VALUE ZEROS.
         77  W-NOME-FILA        PIC X(40) VALUE SPACES.
         77  W-RESERVA-ATENDIDA PIC 9(5)  VALUE ZEROS.
         77  W-NUM-CONTROLE     PIC 9(9)  VALUE ZEROS.
         77  W-PROX-COD-EMP     PIC 9(5)  VALUE ZEROS.
         77  W-PROX-COD-VENDA   PIC 9(5)  VALUE ZEROS.
         77  W-COD-EMP-ALVO     PIC 9(5)  VALUE ZEROS.
         77  W-INTEIRO-DATA     PIC 9(7)  VALUE ZEROS.
         77  W-DATA-PREVISTA-AAAAMMDD PIC 9(8) VALUE ZEROS.
         77  W-DATA-LIMITE-AAAAMMDD PIC 9(8) VALUE ZEROS.
         77  W-DATA-UTIL        PIC 9(8)  VALUE ZEROS.
         77  W-DIAS-UTEIS       PIC 9(5)  VALUE ZEROS.
         77  W-DIAS-ATRASO      PIC S9(5) VALUE ZEROS.
         77  W-VALOR-MULTA      PIC 9(5)V99 VALUE ZEROS.
      *> DIAS ABERTOS PARA RETIRAR O EXEMPLAR SEPARADO NA DEVOLUCAO;
      *> MESMO PARAMETRO DO DEVOLVER ("reservaparam.txt").
         77  W-DIAS-RETIRADA    PIC 99    VALUE 03.
         77  W-DIAS-TEXTO       PIC XX    VALUE SPACES.
         77  W-DIAS-NUM REDEFINES W-DIAS-TEXTO PIC 99.
         77  W-QTD-UM           PIC 9(5)  VALUE 1.
         77  W-REG-LIVRO-ANTES  PIC X(173) VALUE SPACES.
         77  W-CUSTO-MEDIO      PIC 9(4)V99 VALUE ZEROS.
         77  W-ZEROS-5          PIC 9(5)  VALUE ZEROS.
         77  W-QTD-CONSIG       PIC 9(5)  VALUE ZEROS.
         77  W-CUSTO-CONSIG     PIC 9(4)V99 VALUE ZEROS.
         77  W-COD-FORNEC-CONSIG PIC 9(3) VALUE ZEROS.
         77  W-QTD-ACUMULADA    PIC 9(5)  VALUE ZEROS.
         77  W-ITENS-CUPOM      PIC 9(3)  VALUE ZEROS.
         77  W-VALOR-CUPOM      PIC 9(7)V99 VALUE ZEROS.
         77  W-VALOR-ITEM       PIC 9(7)V99 VALUE ZEROS.
         77  W-ITEM-RECUSADO    PIC 9(5)  VALUE ZEROS.
         77  W-EMP-APLICADOS    PIC 9(5)  VALUE ZEROS.
         77  W-EMP-REJEITADOS   PIC 9(5)  VALUE ZEROS.
         77  W-DEV-APLICADAS    PIC 9(5)  VALUE ZEROS.
         77  W-DEV-REJEITADAS   PIC 9(5)  VALUE ZEROS.
         77  W-CUP-APLICADOS    PIC 9(5)  VALUE ZEROS.
         77  W-CUP-REJEITADOS   PIC 9(5)  VALUE ZEROS.
         77  W-OUTRAS-REJEITADAS PIC 9(5) VALUE ZEROS.
         77  W-RESERVAS-SEPARADAS PIC 9(5) VALUE ZEROS.
         77  W-EXCECOES         PIC 9(5)  VALUE ZEROS.
      *> DATA EM QUE A TRANSACAO E LANCADA: A DO BALCAO OU, SE O MES
      *> DELA JA FOI FECHADO (FECHARMES), A DE HOJE.
         77  W-DATA-LANCTO      PIC 9(8)  VALUE ZEROS.
         77  W-SITUACAO-PERIODO PIC X     VALUE "A".
             88  PERIODO-FECHADO          VALUE "F".
         77  W-REPOSTADAS       PIC 9(5)  VALUE ZEROS.
         77  W-DOC-REPOSTO      PIC X(10) VALUE SPACES.
         77  W-COD-REPOSTO      PIC 9(5)  VALUE ZEROS.
         77  W-LIVRO-LOG        PIC 9(3)  VALUE ZEROS.
         77  W-TITULO-LOG       PIC X(40) VALUE SPACES.
         77  W-LOG-ANTES        PIC X(173) VALUE SPACES.
         77  W-LOG-DEPOIS       PIC X(173) VALUE SPACES.
         77  W-LINHA            PIC X(100) VALUE SPACES.
         77  SEQ-ED             PIC ZZZZ9 VALUE ZEROS.
         77  COD-ED             PIC ZZ9   VALUE ZEROS.
         77  COD-EMP-ED         PIC ZZZZ9 VALUE ZEROS.
         77  QTD-ED             PIC ZZZZ9 VALUE ZEROS.
         77  TOTAL-ED           PIC ZZZZ9 VALUE ZEROS.
         77  VALOR-ED           PIC Z.ZZZ.ZZ9,99 VALUE ZEROS.

      *> TRANSACOES DE TODOS OS ARQUIVOS CARREGADOS, REPROCESSADAS NA
      *> ORDEM DE TRN-CHAVE (MOMENTO DA CONFIRMACAO, FILIAL, NUMERO).
         01  TABELA-TRANSACOES.
             02  TRN-ITEM  OCCURS 2000 TIMES.
                 03  TRN-CHAVE.
                     04  TRN-DATA-HORA    PIC 9(16).
                     04  TRN-FILIAL       PIC 9(2).
                     04  TRN-SEQ          PIC 9(5).
                 03  TRN-TIPO             PIC X.
                 03  TRN-GRUPO            PIC 9(5).
                 03  TRN-REGISTRO         PIC X(72).
      *> EMPRESTIMO OU VENDA GERADO NA MATRIZ; ZERO SE REJEITADA.
                 03  TRN-COD-GERADO       PIC 9(5).
         01  TRN-TROCA                    PIC X(106).

       PROCEDURE DIVISION.

       INICIO.
           *> RETORNO DA CONTINGENCIA: AS TRANSACOES ANOTADAS PELAS
           *> FILIAIS SEM LIGACAO (CAPTURAOFFLINE) SAO APLICADAS NOS
           *> ARQUIVOS CENTRAIS NA ORDEM EM QUE ACONTECERAM, COM AS
           *> MESMAS REGRAS DO EMPRESTAR, DEVOLVER E VENDA. O QUE NAO
           *> PUDER SER APLICADO (LIVRO JA EMPRESTADO EM OUTRA FILIAL,
           *> LEITOR BLOQUEADO NESSE MEIO TEMPO, ESTOQUE QUE FICARIA
           *> NEGATIVO...) NAO ALTERA NADA E VAI PARA O RELATORIO DE
           *> EXCECOES, PARA O GERENTE RESOLVER COM O LEITOR OU CLIENTE.
           PERFORM INICIALIZACAO.
           IF  NOT EM-LOTE
               PERFORM CARREGAR-TRANSACOES
               IF  W-TOTAL-TRANS > 0
                   PERFORM ORDENAR-TRANSACOES
                   PERFORM ABRIR-ARQUIVOS-CENTRAIS
                   PERFORM APLICAR-TRANSACOES
                   PERFORM LISTAR-CORRESPONDENCIAS
                   PERFORM FECHAR-ARQUIVOS-CENTRAIS
               END-IF
               PERFORM FINALIZACAO
           END-IF.
           EXIT PROGRAM.

       INICIALIZACAO.
           DISPLAY "IMPORTACAO DO MOVIMENTO DE CONTINGENCIA".
           PERFORM VERIFICAR-JANELA-LOTE.
           IF  NOT EM-LOTE
               ACCEPT W-DATA-HOJE-AAAAMMDD FROM DATE YYYYMMDD
               ACCEPT W-HORA-AGORA FROM TIME
               DISPLAY "FILIAL A IMPORTAR (0=TODAS): "
                       WITH NO ADVANCING
               ACCEPT W-FILIAL-PEDIDA
               INITIALIZE TABELA-TRANSACOES
               PERFORM CARREGAR-PARAMETRO-RESERVA
               OPEN OUTPUT ARQ-RELATORIO
               MOVE SPACES TO W-LINHA
               STRING "IMPORTACAO DE CONTINGENCIA EM "
                      W-DATA-HOJE-AAAAMMDD (7:2) "/"
                      W-DATA-HOJE-AAAAMMDD (5:2) "/"
                      W-DATA-HOJE-AAAAMMDD (1:4) " "
                      W-HORA-AGORA (1:2) ":" W-HORA-AGORA (3:2)
                   DELIMITED BY SIZE INTO W-LINHA
               END-STRING
               PERFORM GRAVAR-LINHA
           END-IF.

       VERIFICAR-JANELA-LOTE.
           *> A IMPORTACAO ATUALIZA OS MESMOS ARQUIVOS DOS TERMINAIS:
           *> NAO RODA COM A ROTINA NOTURNA EM ANDAMENTO.
           CALL "VERIFICARLOTE" USING W-EM-LOTE.
           IF  EM-LOTE
               DISPLAY "PROCESSAMENTO NOTURNO EM ANDAMENTO - TENTE "
                       "MAIS TARDE"
               STOP "   <ENTER> PARA CONTINUAR"
           END-IF.

       CARREGAR-PARAMETRO-RESERVA.
           OPEN INPUT ARQ-PARAM-RESERVA.
           IF  W-COD-ERRO-PRE = "00"
               MOVE SPACES TO REG-PARAM-RESERVA
               READ ARQ-PARAM-RESERVA
                   AT END CONTINUE
               END-READ
               CLOSE ARQ-PARAM-RESERVA
               MOVE REG-PARAM-RESERVA (1:2) TO W-DIAS-TEXTO
               IF  W-DIAS-TEXTO IS NUMERIC AND W-DIAS-NUM > 0
                   MOVE W-DIAS-NUM TO W-DIAS-RETIRADA
               END-IF
           END-IF.

       CARREGAR-TRANSACOES.
           MOVE SPACES TO W-LINHA.
           PERFORM GRAVAR-LINHA.
           MOVE "ARQUIVOS DAS FILIAIS" TO W-LINHA.
           PERFORM GRAVAR-LINHA.
           IF  W-FILIAL-PEDIDA = 0
               PERFORM CARREGAR-ARQUIVO-FILIAL
                   VARYING W-FILIAL-LACO FROM 1 BY 1
                   UNTIL W-FILIAL-LACO > 99
           ELSE
               MOVE W-FILIAL-PEDIDA TO W-FILIAL-LACO
               PERFORM CARREGAR-ARQUIVO-FILIAL
           END-IF.
           IF  W-ARQUIVOS-LIDOS = 0
               MOVE "  NENHUM ARQUIVO DE CONTINGENCIA A IMPORTAR"
                 TO W-LINHA
               PERFORM GRAVAR-LINHA
           END-IF.

       CARREGAR-ARQUIVO-FILIAL.
           MOVE W-FILIAL-LACO TO W-FILIAL-ARQ.
           MOVE SPACES TO W-NOME-ARQ-OFF.
           STRING "offline" W-FILIAL-ARQ ".txt"
               DELIMITED BY SIZE INTO W-NOME-ARQ-OFF
           END-STRING.
           MOVE "N" TO W-FIM-ARQUIVO W-ESTOUROU.
           OPEN INPUT ARQ-OFFLINE.
           EVALUATE W-COD-ERRO-OFF
               WHEN "00"
                   MOVE W-TOTAL-TRANS TO W-INICIO-ARQ
                   PERFORM LER-ARQUIVO-OFFLINE
                   PERFORM UNTIL FIM-ARQUIVO OR ESTOUROU
                       IF  W-TOTAL-TRANS >= 2000
                           MOVE "S" TO W-ESTOUROU
                       ELSE
                           PERFORM GUARDAR-TRANSACAO
                           PERFORM LER-ARQUIVO-OFFLINE
                       END-IF
                   END-PERFORM
                   CLOSE ARQ-OFFLINE
                   PERFORM RETIRAR-ARQUIVO-CARREGADO
               WHEN "05"
                   CLOSE ARQ-OFFLINE
               WHEN OTHER
                   MOVE SPACES TO W-LINHA
                   STRING "  " W-NOME-ARQ-OFF " ERRO NA ABERTURA "
                          "(STATUS " W-COD-ERRO-OFF ") - NAO IMPORTADO"
                       DELIMITED BY SIZE INTO W-LINHA
                   END-STRING
                   PERFORM GRAVAR-LINHA
           END-EVALUATE.

       LER-ARQUIVO-OFFLINE.
           READ ARQ-OFFLINE INTO REG-OFFLINE
               AT END MOVE "S" TO W-FIM-ARQUIVO
           END-READ.

       GUARDAR-TRANSACAO.
           ADD 1 TO W-TOTAL-TRANS.
           MOVE DATA-HORA-OFF  TO TRN-DATA-HORA (W-TOTAL-TRANS).
           MOVE COD-FILIAL-OFF TO TRN-FILIAL (W-TOTAL-TRANS).
           MOVE SEQ-OFF        TO TRN-SEQ (W-TOTAL-TRANS).
           MOVE TIPO-OFF       TO TRN-TIPO (W-TOTAL-TRANS).
           MOVE GRUPO-OFF      TO TRN-GRUPO (W-TOTAL-TRANS).
           MOVE REG-OFFLINE    TO TRN-REGISTRO (W-TOTAL-TRANS).
           MOVE ZEROS          TO TRN-COD-GERADO (W-TOTAL-TRANS).

       RETIRAR-ARQUIVO-CARREGADO.
           *> O ARQUIVO SO SAI DO LUGAR SE COUBE INTEIRO NA TABELA; O
           *> QUE NAO COUBE FICA PARA A PROXIMA IMPORTACAO. SEM A
           *> RENOMEACAO NADA DELE E APLICADO, PARA NAO HAVER
           *> REPROCESSO DUPLICADO NA RODADA SEGUINTE.
           COMPUTE W-LIDAS-ARQ = W-TOTAL-TRANS - W-INICIO-ARQ.
           MOVE SPACES TO W-LINHA.
           EVALUATE TRUE
               WHEN ESTOUROU
                   MOVE W-INICIO-ARQ TO W-TOTAL-TRANS
                   STRING "  " W-NOME-ARQ-OFF " NAO COUBE NESTA "
                          "IMPORTACAO - RODAR DE NOVO DEPOIS"
                       DELIMITED BY SIZE INTO W-LINHA
                   END-STRING
               WHEN W-LIDAS-ARQ = 0
                   STRING "  " W-NOME-ARQ-OFF " VAZIO"
                       DELIMITED BY SIZE INTO W-LINHA
                   END-STRING
               WHEN OTHER
                   MOVE SPACES TO W-NOME-ARQ-IMP
                   STRING "offline" W-FILIAL-ARQ "-"
                          W-DATA-HOJE-AAAAMMDD W-HORA-AGORA (1:6)
                          ".imp"
                       DELIMITED BY SIZE INTO W-NOME-ARQ-IMP
                   END-STRING
                   CALL "CBL_RENAME_FILE" USING W-NOME-ARQ-OFF
                        W-NOME-ARQ-IMP
                   IF  RETURN-CODE NOT = 0
                       MOVE W-INICIO-ARQ TO W-TOTAL-TRANS
                       STRING "  " W-NOME-ARQ-OFF " NAO PODE SER "
                              "RENOMEADO - NAO IMPORTADO"
                           DELIMITED BY SIZE INTO W-LINHA
                       END-STRING
                   ELSE
                       ADD 1 TO W-ARQUIVOS-LIDOS
                       MOVE W-LIDAS-ARQ TO TOTAL-ED
                       STRING "  " W-NOME-ARQ-OFF " " TOTAL-ED
                              " TRANSACOES - GUARDADO COMO "
                              W-NOME-ARQ-IMP
                           DELIMITED BY SIZE INTO W-LINHA
                       END-STRING
                   END-IF
           END-EVALUATE.
           PERFORM GRAVAR-LINHA.

       ORDENAR-TRANSACOES.
           *> OS ITENS DE UM MESMO CUPOM TEM O MESMO MOMENTO E A MESMA
           *> FILIAL E NUMEROS SEGUIDOS: FICAM JUNTOS APOS A ORDENACAO.
           PERFORM VARYING W-IDX FROM 1 BY 1
                   UNTIL W-IDX >= W-TOTAL-TRANS
               PERFORM VARYING W-IDX-2 FROM 1 BY 1
                       UNTIL W-IDX-2 > W-TOTAL-TRANS - W-IDX
                   IF  TRN-CHAVE (W-IDX-2) > TRN-CHAVE (W-IDX-2 + 1)
                       MOVE TRN-ITEM (W-IDX-2) TO TRN-TROCA
                       MOVE TRN-ITEM (W-IDX-2 + 1) TO TRN-ITEM (W-IDX-2)
                       MOVE TRN-TROCA TO TRN-ITEM (W-IDX-2 + 1)
                   END-IF
               END-PERFORM
           END-PERFORM.

       ABRIR-ARQUIVOS-CENTRAIS.
           *> SE ARQUIVO NAO FOR ENCONTRADO, UM NOVO SERA CRIADO
           OPEN I-O CAD-PRODUTO.
           OPEN I-O ARQ-EMPRESTIMO.
           OPEN INPUT ARQ-LEITOR.
           OPEN I-O ARQ-RESERVA.
           OPEN I-O ARQ-EXEMPLAR.
           OPEN I-O ARQ-FILIAL.
           OPEN I-O ARQ-MULTA.
           OPEN I-O ARQ-VENDA-CAB.
           OPEN I-O ARQ-VENDA.
           OPEN I-O ARQ-MAPA-OFFLINE.
           MOVE SPACES TO W-LINHA.
           PERFORM GRAVAR-LINHA.
           MOVE "EXCECOES (TRANSACOES NAO APLICADAS)" TO W-LINHA.
           PERFORM GRAVAR-LINHA.
           MOVE "FL NUMERO DATA       HORA  OPERADOR   TIPO       "
             TO W-LINHA.
           MOVE "DETALHE" TO W-LINHA (52:7).
           PERFORM GRAVAR-LINHA.

       APLICAR-TRANSACOES.
           MOVE 1 TO W-IDX.
           PERFORM UNTIL W-IDX > W-TOTAL-TRANS
               MOVE TRN-REGISTRO (W-IDX) TO REG-OFFLINE
               MOVE W-IDX TO W-IDX-FIM
               MOVE SPACES TO W-MOTIVO
               PERFORM DEFINIR-DATA-LANCAMENTO
               EVALUATE TRUE
                   WHEN DATA-OFF IS NOT NUMERIC OR DATA-OFF = 0
                       MOVE "REGISTRO INVALIDO NO ARQUIVO DA FILIAL"
                         TO W-MOTIVO
                       ADD 1 TO W-OUTRAS-REJEITADAS
                       PERFORM REGISTRAR-EXCECAO
                   WHEN OFF-EMPRESTIMO
                       PERFORM APLICAR-EMPRESTIMO
                   WHEN OFF-DEVOLUCAO
                       PERFORM APLICAR-DEVOLUCAO
                   WHEN OFF-VENDA
                       PERFORM APLICAR-CUPOM
                   WHEN OTHER
                       MOVE "TIPO DE TRANSACAO DESCONHECIDO"
                         TO W-MOTIVO
                       ADD 1 TO W-OUTRAS-REJEITADAS
                       PERFORM REGISTRAR-EXCECAO
               END-EVALUATE
               COMPUTE W-IDX = W-IDX-FIM + 1
           END-PERFORM.

       DEFINIR-DATA-LANCAMENTO.
           *> TRANSACAO DE UM MES JA FECHADO NAO ENTRA NELE: E LANCADA
           *> HOJE, NO PERIODO ABERTO, E O LOG DE AUDITORIA GUARDA A
           *> DATA ORIGINAL DO BALCAO (REGISTRAR-REPOSTAGEM). PRAZO DO
           *> EMPRESTIMO E DIAS DE ATRASO CONTINUAM CONTADOS DA DATA DO
           *> BALCAO, QUE FOI QUANDO O LEITOR LEVOU OU DEVOLVEU O LIVRO.
           MOVE DATA-OFF TO W-DATA-LANCTO.
           MOVE "A" TO W-SITUACAO-PERIODO.
           IF  DATA-OFF IS NUMERIC AND DATA-OFF > 0
               CALL "VERIFICARPERIODO" USING DATA-OFF
                    W-SITUACAO-PERIODO
               IF  PERIODO-FECHADO
                   MOVE W-DATA-HOJE-AAAAMMDD TO W-DATA-LANCTO
               END-IF
           END-IF.

       APLICAR-EMPRESTIMO.
           *> AS CONFERENCIAS DO EMPRESTAR, NA SITUACAO ATUAL DOS
           *> ARQUIVOS CENTRAIS: O QUE MUDOU DURANTE A CONTINGENCIA
           *> (OUTRA FILIAL EMPRESTOU O EXEMPLAR, O LEITOR FOI
           *> BLOQUEADO, O ESTOQUE ACABOU) VIRA EXCECAO.
           MOVE COD-LIVRO-OFF TO COD-LIVRO.
           READ CAD-PRODUTO.
           IF  NOT STATUS-OK
               MOVE "LIVRO NAO CADASTRADO" TO W-MOTIVO
           ELSE
               PERFORM CONFERIR-LEITOR
           END-IF.
           IF  SEM-CONFLITO
               CALL "OBTERPOLITICA" USING W-TIPO-LEITOR CATEGORIA-LIVRO
                    W-MAX-EMPRESTIMOS W-DIAS-PRAZO W-MAX-RENOVACOES
                    W-VALOR-DIA-MULTA W-CONSULTA-LOCAL
               IF  CONSULTA-LOCAL
                   MOVE "OBRA SO PARA CONSULTA LOCAL" TO W-MOTIVO
               END-IF
           END-IF.
           IF  SEM-CONFLITO
               PERFORM CONFERIR-ESTOQUE-EMPRESTIMO
           END-IF.
           IF  SEM-CONFLITO
               PERFORM CONFERIR-EXEMPLAR
           END-IF.
           IF  SEM-CONFLITO
               PERFORM VERIFICAR-FILA-RESERVA
               MOVE ZEROS TO W-RESERVA-ATENDIDA
               IF  W-RESERVA-FILA > 0
                   IF  W-LEITOR-FILA NOT = COD-LEITOR-OFF
                       MOVE "LIVRO RESERVADO PARA OUTRO LEITOR"
                         TO W-MOTIVO
                   ELSE
                       MOVE W-RESERVA-FILA TO W-RESERVA-ATENDIDA
                   END-IF
               END-IF
           END-IF.
           IF  SEM-CONFLITO
               PERFORM GRAVAR-EMPRESTIMO
           END-IF.
           IF  SEM-CONFLITO
               ADD 1 TO W-EMP-APLICADOS
           ELSE
               ADD 1 TO W-EMP-REJEITADOS
               PERFORM REGISTRAR-EXCECAO
           END-IF.

       CONFERIR-LEITOR.
           MOVE COD-LEITOR-OFF TO COD-LEITOR.
           READ ARQ-LEITOR.
           EVALUATE TRUE
               WHEN NOT STATUS-LEI-OK
                   MOVE "LEITOR NAO CADASTRADO" TO W-MOTIVO
               WHEN LEITOR-BLOQUEADO
                   MOVE "LEITOR BLOQUEADO" TO W-MOTIVO
               WHEN DATA-VALIDADE-LEITOR > 0
                       AND DATA-VALIDADE-LEITOR < DATA-OFF
                   MOVE "INSCRICAO DO LEITOR VENCIDA" TO W-MOTIVO
               WHEN OTHER
                   MOVE TIPO-LEITOR     TO W-TIPO-LEITOR
                   MOVE NOME-LEITOR-CAD TO W-NOME-LEITOR
           END-EVALUATE.

       CONFERIR-ESTOQUE-EMPRESTIMO.
           MOVE COD-FILIAL-OFF TO W-FILIAL-MOVTO.
           MOVE COD-LIVRO      TO W-LIVRO-MOVTO.
           PERFORM LOCALIZAR-REGISTRO-FILIAL.
           MOVE ZEROS TO W-SALDO-FILIAL.
           IF  ACHOU-REGISTRO
               MOVE QTD-ESTOQUE-FIL TO W-SALDO-FILIAL
           END-IF.
           EVALUATE TRUE
               WHEN QTD-ESTOQUE = 0
                   MOVE "ESTOQUE DO LIVRO FICARIA NEGATIVO"
                     TO W-MOTIVO
               WHEN W-SALDO-FILIAL = 0
                   MOVE "ESTOQUE DA FILIAL FICARIA NEGATIVO"
                     TO W-MOTIVO
           END-EVALUATE.

       CONFERIR-EXEMPLAR.
           *> EXEMPLAR INFORMADO NO BALCAO PRECISA ESTAR DISPONIVEL;
           *> SEM ETIQUETA, FICA O PRIMEIRO DISPONIVEL (COMO NO
           *> EMPRESTAR), SE O LIVRO TIVER CONTROLE DE COPIAS.
           MOVE ZEROS TO W-NUM-EXEMPLAR.
           IF  NUM-EXEMPLAR-OFF > 0
               MOVE COD-LIVRO        TO COD-LIVRO-EXE
               MOVE NUM-EXEMPLAR-OFF TO NUM-EXEMPLAR
               READ ARQ-EXEMPLAR
               EVALUATE TRUE
                   WHEN NOT STATUS-EXE-OK
                       MOVE "EXEMPLAR NAO CADASTRADO" TO W-MOTIVO
                   WHEN EXEMPLAR-EMPRESTADO
                       MOVE "EXEMPLAR JA EMPRESTADO" TO W-MOTIVO
                   WHEN NOT EXEMPLAR-DISPONIVEL
                       MOVE "EXEMPLAR INDISPONIVEL (BAIXA/CONSERTO)"
                         TO W-MOTIVO
                   WHEN OTHER
                       MOVE NUM-EXEMPLAR-OFF TO W-NUM-EXEMPLAR
               END-EVALUATE
           ELSE
               PERFORM VERIFICAR-TEM-EXEMPLARES
               IF  TEM-EXEMPLARES
                   PERFORM ESCOLHER-EXEMPLAR-DISPONIVEL
                   IF  W-NUM-EXEMPLAR = 0
                       MOVE "NENHUM EXEMPLAR DISPONIVEL" TO W-MOTIVO
                   END-IF
               END-IF
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
           MOVE ZEROS TO W-NUM-EXEMPLAR.
           MOVE COD-LIVRO TO COD-LIVRO-EXE.
           MOVE ZEROS TO NUM-EXEMPLAR.
           START ARQ-EXEMPLAR KEY IS NOT LESS THAN CHAVE-EXEMPLAR
               INVALID KEY MOVE "23" TO W-COD-ERRO-EXE
           END-START.
           IF  W-COD-ERRO-EXE = "00"
               PERFORM LER-PROXIMO-EXEMPLAR
               PERFORM UNTIL W-COD-ERRO-EXE NOT = "00"
                       OR COD-LIVRO-EXE NOT = COD-LIVRO
                       OR W-NUM-EXEMPLAR > 0
                   IF  EXEMPLAR-DISPONIVEL
                       MOVE NUM-EXEMPLAR TO W-NUM-EXEMPLAR
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
           *> LOCALIZA A RESERVA ATIVA MAIS ANTIGA (MENOR COD-RESERVA)
           *> DA FILA DO LIVRO; A RETIRADA SO PODE SER FEITA PELO
           *> LEITOR QUE ESTA NA FRENTE DA FILA.
           MOVE ZEROS TO W-RESERVA-FILA W-LEITOR-FILA.
           MOVE SPACES TO W-NOME-FILA.
           MOVE COD-LIVRO TO COD-LIVRO-RES.
           START ARQ-RESERVA KEY IS NOT LESS THAN COD-LIVRO-RES
               INVALID KEY MOVE "23" TO W-COD-ERRO-RES
           END-START.
           IF  W-COD-ERRO-RES = "00"
               PERFORM LER-PROXIMA-RESERVA
               PERFORM UNTIL W-COD-ERRO-RES NOT = "00"
                       OR COD-LIVRO-RES NOT = COD-LIVRO
                   IF  RESERVA-NA-FILA
                       IF  W-RESERVA-FILA = 0
                               OR COD-RESERVA < W-RESERVA-FILA
                           MOVE COD-RESERVA     TO W-RESERVA-FILA
                           MOVE COD-LEITOR-RES  TO W-LEITOR-FILA
                           MOVE NOME-LEITOR-RES TO W-NOME-FILA
                       END-IF
                   END-IF
                   PERFORM LER-PROXIMA-RESERVA
               END-PERFORM
           END-IF.
           MOVE "00" TO W-COD-ERRO-RES.

       LER-PROXIMA-RESERVA.
           READ ARQ-RESERVA NEXT RECORD
               AT END MOVE "10" TO W-COD-ERRO-RES
           END-READ.

       GRAVAR-EMPRESTIMO.
           *> O EMPRESTIMO TEM A DATA DO BALCAO E O PRAZO DA POLITICA
           *> CONTADO DELA; A FILIAL E A DA CONTINGENCIA.
           PERFORM GERAR-PROXIMO-COD-EMPRESTIMO.
           MOVE W-PROX-COD-EMP   TO COD-EMPRESTIMO.
           MOVE COD-LIVRO        TO COD-LIVRO-EMP.
           MOVE W-NOME-LEITOR    TO NOME-LEITOR.
           MOVE W-DATA-LANCTO (1:4) TO DE-ANO.
           MOVE W-DATA-LANCTO (5:2) TO DE-MES.
           MOVE W-DATA-LANCTO (7:2) TO DE-DIA.
           COMPUTE W-INTEIRO-DATA =
                   FUNCTION INTEGER-OF-DATE (DATA-OFF) + W-DIAS-PRAZO.
           COMPUTE W-DATA-PREVISTA-AAAAMMDD =
                   FUNCTION DATE-OF-INTEGER (W-INTEIRO-DATA).
           CALL "CALCDIAUTIL" USING "P" W-DATA-PREVISTA-AAAAMMDD
                W-DATA-UTIL W-DIAS-UTEIS.
           MOVE W-DATA-UTIL (1:4) TO DP-ANO.
           MOVE W-DATA-UTIL (5:2) TO DP-MES.
           MOVE W-DATA-UTIL (7:2) TO DP-DIA.
           MOVE ZEROS            TO DATA-DEVOLUCAO NUM-RENOVACOES.
           MOVE "A"              TO SITUACAO-EMPRESTIMO.
           MOVE COD-LEITOR-OFF   TO COD-LEITOR-EMP.
           MOVE W-NUM-EXEMPLAR   TO NUM-EXEMPLAR-EMP.
           MOVE COD-FILIAL-OFF   TO COD-FILIAL-EMP.
           WRITE REG-EMPRESTIMO.
           IF  W-COD-ERRO-EMP NOT = "00"
               STRING "ERRO AO GRAVAR EMPRESTIMO (STATUS "
                      W-COD-ERRO-EMP ")"
                   DELIMITED BY SIZE INTO W-MOTIVO
               END-STRING
           ELSE
               MOVE W-PROX-COD-EMP TO TRN-COD-GERADO (W-IDX)
               PERFORM GRAVAR-MAPA-EMPRESTIMO
               IF  PERIODO-FECHADO
                   MOVE "EMPRESTIMO"    TO W-DOC-REPOSTO
                   MOVE W-PROX-COD-EMP  TO W-COD-REPOSTO
                   MOVE COD-LIVRO       TO W-LIVRO-LOG
                   PERFORM REGISTRAR-REPOSTAGEM
               END-IF
               MOVE REG-LIVRO TO W-REG-LIVRO-ANTES
               SUBTRACT 1 FROM QTD-ESTOQUE
               REWRITE REG-LIVRO
               IF  STATUS-OK
                   CALL "LOGAUDITORIA" USING "EMPRESTIMO" COD-LIVRO
                        TITULO-LIVRO W-REG-LIVRO-ANTES REG-LIVRO
                   CALL "GRAVARKARDEX" USING "EMPRESTIMO"
                        COD-LIVRO "-" W-QTD-UM QTD-ESTOQUE
               END-IF
               PERFORM LOCALIZAR-REGISTRO-FILIAL
               IF  ACHOU-REGISTRO
                   SUBTRACT 1 FROM QTD-ESTOQUE-FIL
                   REWRITE REG-ESTOQUE-FILIAL
               END-IF
               IF  W-RESERVA-ATENDIDA > 0
                   MOVE W-RESERVA-ATENDIDA TO COD-RESERVA
                   READ ARQ-RESERVA
                   IF  W-COD-ERRO-RES = "00"
                       MOVE "T" TO SITUACAO-RESERVA
                       REWRITE REG-RESERVA
                   END-IF
               END-IF
               IF  W-NUM-EXEMPLAR > 0
                   MOVE COD-LIVRO      TO COD-LIVRO-EXE
                   MOVE W-NUM-EXEMPLAR TO NUM-EXEMPLAR
                   READ ARQ-EXEMPLAR
                   IF  STATUS-EXE-OK
                       MOVE "E" TO SITUACAO-EXEMPLAR
                       REWRITE REG-EXEMPLAR
                   END-IF
               END-IF
           END-IF.

       GRAVAR-MAPA-EMPRESTIMO.
           MOVE COD-FILIAL-OFF       TO FILIAL-MAPA.
           MOVE SEQ-OFF              TO SEQ-MAPA.
           MOVE W-PROX-COD-EMP       TO COD-EMPRESTIMO-MAPA.
           MOVE W-DATA-HOJE-AAAAMMDD TO DATA-IMPORTACAO-MAPA.
           WRITE REG-MAPA-OFFLINE.
           IF  W-COD-ERRO-MAP = "22"
               REWRITE REG-MAPA-OFFLINE
           END-IF.

       GERAR-PROXIMO-COD-EMPRESTIMO.
           *> O NUMERO VEM DO ARQUIVO DE CONTADORES (PROXIMONUMERO);
           *> SE A SERIE AINDA NAO FOI SEMEADA (SEMEARCONTADORES),
           *> FAZ A VARREDURA ANTIGA UMA ULTIMA VEZ E GRAVA O
           *> RESULTADO NO CONTADOR.
           MOVE ZEROS TO W-NUM-CONTROLE.
           CALL "PROXIMONUMERO" USING "P" "EMPRESTIMO  "
                W-NUM-CONTROLE.
           IF  W-NUM-CONTROLE > 0
               MOVE W-NUM-CONTROLE TO W-PROX-COD-EMP
           ELSE
               PERFORM VARRER-MAIOR-COD-EMPRESTIMO
               MOVE W-PROX-COD-EMP TO W-NUM-CONTROLE
               CALL "PROXIMONUMERO" USING "D" "EMPRESTIMO  "
                    W-NUM-CONTROLE
           END-IF.

       VARRER-MAIOR-COD-EMPRESTIMO.
           MOVE ZEROS TO W-PROX-COD-EMP COD-EMPRESTIMO.
           START ARQ-EMPRESTIMO KEY IS NOT LESS THAN COD-EMPRESTIMO
               INVALID KEY MOVE "10" TO W-COD-ERRO-EMP
           END-START.
           IF  W-COD-ERRO-EMP = "00"
               PERFORM LER-PROXIMO-PARA-COD-EMP
               PERFORM UNTIL W-COD-ERRO-EMP NOT = "00"
                   IF  COD-EMPRESTIMO > W-PROX-COD-EMP
                       MOVE COD-EMPRESTIMO TO W-PROX-COD-EMP
                   END-IF
                   PERFORM LER-PROXIMO-PARA-COD-EMP
               END-PERFORM
           END-IF.
           ADD 1 TO W-PROX-COD-EMP.
           MOVE "00" TO W-COD-ERRO-EMP.

       LER-PROXIMO-PARA-COD-EMP.
           READ ARQ-EMPRESTIMO NEXT RECORD
               AT END MOVE "10" TO W-COD-ERRO-EMP
           END-READ.

       APLICAR-DEVOLUCAO.
           *> DEVOLUCAO DE EMPRESTIMO DO SISTEMA OU DE EMPRESTIMO FEITO
           *> EM CONTINGENCIA (PELO NUMERO OFFLINE, NESTA IMPORTACAO OU
           *> NUMA ANTERIOR). A MULTA E CALCULADA PELA DATA DO BALCAO
           *> E FICA EM ABERTO PARA O CAIXA.
           PERFORM LOCALIZAR-EMPRESTIMO-ALVO.
           IF  SEM-CONFLITO
               MOVE W-COD-EMP-ALVO TO COD-EMPRESTIMO
               READ ARQ-EMPRESTIMO
               EVALUATE TRUE
                   WHEN NOT STATUS-EMP-OK
                       MOVE "EMPRESTIMO NAO ENCONTRADO" TO W-MOTIVO
                   WHEN EMPRESTIMO-ENCERRADO
                       MOVE "EMPRESTIMO JA ENCERRADO NA MATRIZ"
                         TO W-MOTIVO
                   WHEN COD-LIVRO-OFF > 0
                           AND COD-LIVRO-OFF NOT = COD-LIVRO-EMP
                       MOVE "LIVRO NAO CONFERE COM O EMPRESTIMO"
                         TO W-MOTIVO
               END-EVALUATE
           END-IF.
           IF  SEM-CONFLITO
               MOVE COD-LIVRO-EMP TO COD-LIVRO
               READ CAD-PRODUTO
               IF  NOT STATUS-OK
                   MOVE "LIVRO DO EMPRESTIMO NAO CADASTRADO"
                     TO W-MOTIVO
               END-IF
           END-IF.
           IF  SEM-CONFLITO
               PERFORM GRAVAR-DEVOLUCAO
           END-IF.
           IF  SEM-CONFLITO
               ADD 1 TO W-DEV-APLICADAS
           ELSE
               ADD 1 TO W-DEV-REJEITADAS
               PERFORM REGISTRAR-EXCECAO
           END-IF.

       LOCALIZAR-EMPRESTIMO-ALVO.
           MOVE ZEROS TO W-COD-EMP-ALVO.
           EVALUATE TRUE
               WHEN COD-EMPRESTIMO-OFF > 0
                   MOVE COD-EMPRESTIMO-OFF TO W-COD-EMP-ALVO
               WHEN SEQ-EMPRESTIMO-OFF = 0
                   MOVE "DEVOLUCAO SEM EMPRESTIMO INFORMADO"
                     TO W-MOTIVO
               WHEN OTHER
                   PERFORM VARYING W-IDX-2 FROM 1 BY 1
                           UNTIL W-IDX-2 > W-TOTAL-TRANS
                           OR (TRN-TIPO (W-IDX-2) = "E"
                           AND TRN-FILIAL (W-IDX-2) = COD-FILIAL-OFF
                           AND TRN-SEQ (W-IDX-2) = SEQ-EMPRESTIMO-OFF)
                       CONTINUE
                   END-PERFORM
                   IF  W-IDX-2 > W-TOTAL-TRANS
                       MOVE COD-FILIAL-OFF     TO FILIAL-MAPA
                       MOVE SEQ-EMPRESTIMO-OFF TO SEQ-MAPA
                       READ ARQ-MAPA-OFFLINE
                       IF  W-COD-ERRO-MAP = "00"
                           MOVE COD-EMPRESTIMO-MAPA TO W-COD-EMP-ALVO
                       ELSE
                           MOVE "NUMERO OFFLINE SEM EMPRESTIMO APLICADO"
                             TO W-MOTIVO
                       END-IF
                   ELSE
                       IF  TRN-COD-GERADO (W-IDX-2) = 0
                           MOVE "EMPRESTIMO OFFLINE NAO FOI APLICADO"
                             TO W-MOTIVO
                       ELSE
                           MOVE TRN-COD-GERADO (W-IDX-2)
                             TO W-COD-EMP-ALVO
                       END-IF
                   END-IF
           END-EVALUATE.

       GRAVAR-DEVOLUCAO.
           MOVE W-DATA-LANCTO (1:4) TO DD-ANO.
           MOVE W-DATA-LANCTO (5:2) TO DD-MES.
           MOVE W-DATA-LANCTO (7:2) TO DD-DIA.
           MOVE "D" TO SITUACAO-EMPRESTIMO.
           REWRITE REG-EMPRESTIMO.
           IF  NOT STATUS-EMP-OK
               STRING "ERRO AO ATUALIZAR EMPRESTIMO (STATUS "
                      W-COD-ERRO-EMP ")"
                   DELIMITED BY SIZE INTO W-MOTIVO
               END-STRING
           ELSE
               IF  PERIODO-FECHADO
                   MOVE "DEVOLUCAO"     TO W-DOC-REPOSTO
                   MOVE COD-EMPRESTIMO  TO W-COD-REPOSTO
                   MOVE COD-LIVRO-EMP   TO W-LIVRO-LOG
                   PERFORM REGISTRAR-REPOSTAGEM
               END-IF
               PERFORM CALCULAR-E-GRAVAR-MULTA
               MOVE REG-LIVRO TO W-REG-LIVRO-ANTES
               ADD 1 TO QTD-ESTOQUE
               REWRITE REG-LIVRO
               IF  STATUS-OK
                   CALL "LOGAUDITORIA" USING "DEVOLUCAO " COD-LIVRO
                        TITULO-LIVRO W-REG-LIVRO-ANTES REG-LIVRO
                   CALL "GRAVARKARDEX" USING "DEVOLUCAO "
                        COD-LIVRO "+" W-QTD-UM QTD-ESTOQUE
               END-IF
               IF  COD-FILIAL-EMP > 0
                   PERFORM REPOR-ESTOQUE-FILIAL
               END-IF
               IF  NUM-EXEMPLAR-EMP > 0
                   MOVE COD-LIVRO-EMP    TO COD-LIVRO-EXE
                   MOVE NUM-EXEMPLAR-EMP TO NUM-EXEMPLAR
                   READ ARQ-EXEMPLAR
                   IF  STATUS-EXE-OK
                       MOVE "D" TO SITUACAO-EXEMPLAR
                       REWRITE REG-EXEMPLAR
                   END-IF
               END-IF
               PERFORM ANUNCIAR-RESERVA
           END-IF.

       CALCULAR-E-GRAVAR-MULTA.
           *> ATRASO EM DIAS ABERTOS ENTRE O VENCIMENTO E A DATA EM QUE
           *> O LIVRO FOI DEVOLVIDO NO BALCAO, COMO NO DEVOLVER.
           MOVE DATA-PREVISTA-DEVOL TO W-DATA-PREVISTA-AAAAMMDD.
           CALL "CALCDIAUTIL" USING "C" W-DATA-PREVISTA-AAAAMMDD
                DATA-OFF W-DIAS-UTEIS.
           MOVE W-DIAS-UTEIS TO W-DIAS-ATRASO.
           IF  W-DIAS-ATRASO > 0
               MOVE SPACES TO W-TIPO-LEITOR
               MOVE COD-LEITOR-EMP TO COD-LEITOR
               READ ARQ-LEITOR
               IF  STATUS-LEI-OK
                   MOVE TIPO-LEITOR TO W-TIPO-LEITOR
               END-IF
               CALL "OBTERPOLITICA" USING W-TIPO-LEITOR
                    CATEGORIA-LIVRO W-MAX-EMPRESTIMOS W-DIAS-PRAZO
                    W-MAX-RENOVACOES W-VALOR-DIA-MULTA
                    W-CONSULTA-LOCAL
               COMPUTE W-VALOR-MULTA =
                       W-DIAS-ATRASO * W-VALOR-DIA-MULTA
               MOVE COD-EMPRESTIMO  TO COD-EMPRESTIMO-MUL
               MOVE COD-LEITOR-EMP  TO COD-LEITOR-MUL
               MOVE NOME-LEITOR     TO NOME-LEITOR-MUL
               MOVE DD-ANO          TO DM-ANO
               MOVE DD-MES          TO DM-MES
               MOVE DD-DIA          TO DM-DIA
               MOVE W-DIAS-ATRASO   TO DIAS-ATRASO-MUL
               MOVE W-VALOR-MULTA   TO VALOR-MULTA
               MOVE "A"             TO SITUACAO-MULTA
               MOVE ZEROS           TO VALOR-PAGO-MUL DATA-QUITACAO-MUL
               WRITE REG-MULTA
           END-IF.

       REPOR-ESTOQUE-FILIAL.
           *> O LIVRO VOLTA AO ESTOQUE DA FILIAL EM QUE O EMPRESTIMO
           *> FOI FEITO; SEM REGISTRO DA FILIAL PARA O LIVRO, CRIA-SE
           *> UM (MESMA CONVENCAO DO DEVOLVER).
           MOVE COD-FILIAL-EMP TO W-FILIAL-MOVTO.
           MOVE COD-LIVRO-EMP  TO W-LIVRO-MOVTO.
           PERFORM LOCALIZAR-REGISTRO-FILIAL.
           IF  ACHOU-REGISTRO
               ADD 1 TO QTD-ESTOQUE-FIL
               REWRITE REG-ESTOQUE-FILIAL
           ELSE
               PERFORM GERAR-PROXIMO-COD-ESTOQUE-FIL
               MOVE COD-LIVRO-EMP  TO COD-LIVRO-FIL
               MOVE COD-FILIAL-EMP TO COD-FILIAL
               MOVE "(DEVOLUCAO)"  TO NOME-FILIAL
               MOVE 1              TO QTD-ESTOQUE-FIL
               WRITE REG-ESTOQUE-FILIAL
           END-IF.

       ANUNCIAR-RESERVA.
           *> COM FILA DE RESERVAS, O EXEMPLAR DEVOLVIDO FICA SEPARADO
           *> PARA O PRIMEIRO DA FILA; O RELATORIO AVISA A FILIAL.
           PERFORM VERIFICAR-FILA-RESERVA.
           IF  W-RESERVA-FILA > 0
               MOVE W-RESERVA-FILA TO COD-RESERVA
               READ ARQ-RESERVA
               IF  W-COD-ERRO-RES = "00" AND RESERVA-ATIVA
                   COMPUTE W-INTEIRO-DATA =
                       FUNCTION INTEGER-OF-DATE (W-DATA-HOJE-AAAAMMDD)
                       + W-DIAS-RETIRADA
                   COMPUTE W-DATA-LIMITE-AAAAMMDD =
                           FUNCTION DATE-OF-INTEGER (W-INTEIRO-DATA)
                   CALL "CALCDIAUTIL" USING "P" W-DATA-LIMITE-AAAAMMDD
                        W-DATA-UTIL W-DIAS-UTEIS
                   MOVE W-DATA-UTIL TO DATA-LIMITE-RETIRADA
                   MOVE "S" TO SITUACAO-RESERVA
                   MOVE "N" TO AVISO-EMITIDO-RES
                   MOVE COD-FILIAL-EMP TO COD-FILIAL-RES
                   REWRITE REG-RESERVA
                   ADD 1 TO W-RESERVAS-SEPARADAS
                   MOVE SPACES TO W-LINHA
                   STRING "   AVISO: LIVRO " COD-LIVRO
                          " DEVOLVIDO ESTA RESERVADO PARA "
                          W-NOME-FILA (1:30)
                       DELIMITED BY SIZE INTO W-LINHA
                   END-STRING
                   PERFORM GRAVAR-LINHA
               END-IF
           END-IF.

       APLICAR-CUPOM.
           *> O CUPOM E APLICADO INTEIRO OU VAI TODO PARA EXCECAO:
           *> VENDA PELA METADE NAO BATE COM O DINHEIRO DO CAIXA.
           PERFORM DELIMITAR-CUPOM.
           MOVE ZEROS TO W-ITEM-RECUSADO W-VALOR-CUPOM.
           PERFORM CONFERIR-ITEM-CUPOM
               VARYING W-IDX-2 FROM W-IDX BY 1
               UNTIL W-IDX-2 > W-IDX-FIM OR NOT SEM-CONFLITO.
           IF  SEM-CONFLITO
               PERFORM GRAVAR-CUPOM-VENDA
           END-IF.
           IF  SEM-CONFLITO
               ADD 1 TO W-CUP-APLICADOS
           ELSE
               ADD 1 TO W-CUP-REJEITADOS
               MOVE W-MOTIVO TO W-MOTIVO-ITEM
               PERFORM VARYING W-IDX-2 FROM W-IDX BY 1
                       UNTIL W-IDX-2 > W-IDX-FIM
                   MOVE TRN-REGISTRO (W-IDX-2) TO REG-OFFLINE
                   IF  W-IDX-2 = W-ITEM-RECUSADO
                       MOVE W-MOTIVO-ITEM TO W-MOTIVO
                   ELSE
                       MOVE "CUPOM RECUSADO POR OUTRO ITEM" TO W-MOTIVO
                   END-IF
                   PERFORM REGISTRAR-EXCECAO
               END-PERFORM
           END-IF.

       DELIMITAR-CUPOM.
           MOVE W-IDX TO W-IDX-FIM.
           MOVE "N" TO W-FIM-CUPOM.
           PERFORM UNTIL FIM-CUPOM
               IF  W-IDX-FIM >= W-TOTAL-TRANS
                   MOVE "S" TO W-FIM-CUPOM
               ELSE
                   IF  TRN-TIPO (W-IDX-FIM + 1) = "V"
                           AND TRN-FILIAL (W-IDX-FIM + 1) =
                               COD-FILIAL-OFF
                           AND TRN-GRUPO (W-IDX-FIM + 1) = GRUPO-OFF
                       ADD 1 TO W-IDX-FIM
                   ELSE
                       MOVE "S" TO W-FIM-CUPOM
                   END-IF
               END-IF
           END-PERFORM.
           COMPUTE W-ITENS-CUPOM = W-IDX-FIM - W-IDX + 1.

       CONFERIR-ITEM-CUPOM.
           *> A QUANTIDADE CONFERIDA E A DO LIVRO NO CUPOM INTEIRO ATE
           *> ESTE ITEM, CONTRA O ESTOQUE GERAL E O DA FILIAL.
           MOVE TRN-REGISTRO (W-IDX-2) TO REG-OFFLINE.
           MOVE COD-LIVRO-OFF TO COD-LIVRO.
           READ CAD-PRODUTO.
           IF  NOT STATUS-OK
               MOVE "LIVRO NAO CADASTRADO" TO W-MOTIVO
           ELSE
               MOVE ZEROS TO W-QTD-ACUMULADA
               PERFORM SOMAR-QTD-NO-CUPOM
                   VARYING W-IDX-3 FROM W-IDX BY 1
                   UNTIL W-IDX-3 > W-IDX-2
               MOVE TRN-REGISTRO (W-IDX-2) TO REG-OFFLINE
               MOVE COD-FILIAL-OFF TO W-FILIAL-MOVTO
               MOVE COD-LIVRO      TO W-LIVRO-MOVTO
               PERFORM LOCALIZAR-REGISTRO-FILIAL
               MOVE ZEROS TO W-SALDO-FILIAL
               IF  ACHOU-REGISTRO
                   MOVE QTD-ESTOQUE-FIL TO W-SALDO-FILIAL
               END-IF
               EVALUATE TRUE
                   WHEN QTD-OFF = 0
                       MOVE "QUANTIDADE ZERADA NO ITEM" TO W-MOTIVO
                   WHEN W-QTD-ACUMULADA > QTD-ESTOQUE
                       MOVE "ESTOQUE DO LIVRO FICARIA NEGATIVO"
                         TO W-MOTIVO
                   WHEN W-QTD-ACUMULADA > W-SALDO-FILIAL
                       MOVE "ESTOQUE DA FILIAL FICARIA NEGATIVO"
                         TO W-MOTIVO
                   WHEN OTHER
                       COMPUTE W-VALOR-CUPOM = W-VALOR-CUPOM
                               + QTD-OFF * PRECO-OFF
               END-EVALUATE
           END-IF.
           IF  NOT SEM-CONFLITO
               MOVE W-IDX-2 TO W-ITEM-RECUSADO
           END-IF.

       SOMAR-QTD-NO-CUPOM.
           MOVE TRN-REGISTRO (W-IDX-3) TO REG-OFFLINE.
           IF  COD-LIVRO-OFF = COD-LIVRO
               ADD QTD-OFF TO W-QTD-ACUMULADA
           END-IF.

       GRAVAR-CUPOM-VENDA.
           *> VENDA COM A DATA, A FILIAL E A FORMA DE PAGAMENTO DO
           *> BALCAO; O PRECO E O COBRADO (O DA ETIQUETA).
           MOVE TRN-REGISTRO (W-IDX) TO REG-OFFLINE.
           PERFORM GERAR-PROXIMO-COD-VENDA.
           MOVE W-PROX-COD-VENDA TO COD-VENDA-CAB.
           MOVE W-DATA-LANCTO (1:4) TO DC-ANO.
           MOVE W-DATA-LANCTO (5:2) TO DC-MES.
           MOVE W-DATA-LANCTO (7:2) TO DC-DIA.
           MOVE W-ITENS-CUPOM    TO QTD-ITENS-CAB.
           MOVE W-VALOR-CUPOM    TO VALOR-TOTAL-CAB.
           MOVE "V"              TO TIPO-VENDA-CAB.
           MOVE ZEROS            TO COD-VENDA-ORIGEM.
           MOVE FORMA-PAGTO-OFF  TO FORMA-PAGTO-CAB.
           MOVE COD-FILIAL-OFF   TO COD-FILIAL-CAB.
           WRITE REG-VENDA-CAB.
           IF  W-COD-ERRO-CAB NOT = "00"
               STRING "ERRO AO GRAVAR VENDA (STATUS "
                      W-COD-ERRO-CAB ")"
                   DELIMITED BY SIZE INTO W-MOTIVO
               END-STRING
               MOVE W-IDX TO W-ITEM-RECUSADO
           ELSE
               IF  PERIODO-FECHADO
                   MOVE "VENDA"          TO W-DOC-REPOSTO
                   MOVE W-PROX-COD-VENDA TO W-COD-REPOSTO
                   MOVE COD-LIVRO-OFF    TO W-LIVRO-LOG
                   PERFORM REGISTRAR-REPOSTAGEM
               END-IF
               PERFORM GRAVAR-ITEM-CUPOM
                   VARYING W-IDX-2 FROM W-IDX BY 1
                   UNTIL W-IDX-2 > W-IDX-FIM
           END-IF.

       GRAVAR-ITEM-CUPOM.
           MOVE TRN-REGISTRO (W-IDX-2) TO REG-OFFLINE.
           MOVE W-PROX-COD-VENDA TO TRN-COD-GERADO (W-IDX-2).
           COMPUTE W-VALOR-ITEM = QTD-OFF * PRECO-OFF.
           MOVE W-PROX-COD-VENDA TO COD-VENDA.
           COMPUTE ITEM-VENDA = W-IDX-2 - W-IDX + 1.
           MOVE W-DATA-LANCTO (1:4) TO DV-ANO.
           MOVE W-DATA-LANCTO (5:2) TO DV-MES.
           MOVE W-DATA-LANCTO (7:2) TO DV-DIA.
           MOVE COD-LIVRO-OFF    TO COD-LIVRO-VEN.
           MOVE QTD-OFF          TO QTD-VENDIDA.
           MOVE PRECO-OFF        TO PRECO-UNIT-VEN.
           MOVE "L"              TO TIPO-PRECO-VEN.
           MOVE W-VALOR-ITEM     TO VALOR-TOTAL-VEN.
           MOVE "V"              TO TIPO-MOVTO-VEN.
           MOVE "N"              TO DESCONTO-APLICADO-VEN.
           MOVE PRECO-OFF        TO PRECO-ORIGINAL-VEN.
           MOVE SPACES           TO MOTIVO-DESCONTO-VEN
                                    AUTORIZOU-DESCONTO-VEN.
           CALL "CUSTOMEDIO" USING "C" COD-LIVRO-VEN W-ZEROS-5
                W-ZEROS-5 W-CUSTO-MEDIO W-CUSTO-MEDIO.
           MOVE W-CUSTO-MEDIO    TO CUSTO-MEDIO-VEN.
           WRITE REG-VENDA.
           MOVE COD-LIVRO-OFF TO COD-LIVRO.
           READ CAD-PRODUTO.
           IF  STATUS-OK
               MOVE REG-LIVRO TO W-REG-LIVRO-ANTES
               SUBTRACT QTD-OFF FROM QTD-ESTOQUE
               REWRITE REG-LIVRO
               IF  STATUS-OK
                   CALL "LOGAUDITORIA" USING "VENDA     " COD-LIVRO
                        TITULO-LIVRO W-REG-LIVRO-ANTES REG-LIVRO
                   CALL "GRAVARKARDEX" USING "VENDA     " COD-LIVRO
                        "-" QTD-OFF QTD-ESTOQUE
                   *> COMO NA VENDA DO CAIXA: A UNIDADE CONSIGNADA SAI
                   *> PRIMEIRO, A ACERTAR NO MES DO LANCAMENTO.
                   MOVE QTD-OFF TO W-QTD-CONSIG
                   CALL "CONSIGNACAO" USING "V" W-COD-FORNEC-CONSIG
                        COD-LIVRO W-QTD-CONSIG W-CUSTO-CONSIG
                        W-DATA-LANCTO
               END-IF
           END-IF.
           MOVE COD-FILIAL-OFF TO W-FILIAL-MOVTO.
           MOVE COD-LIVRO-OFF  TO W-LIVRO-MOVTO.
           PERFORM LOCALIZAR-REGISTRO-FILIAL.
           IF  ACHOU-REGISTRO
               SUBTRACT QTD-OFF FROM QTD-ESTOQUE-FIL
               REWRITE REG-ESTOQUE-FILIAL
           END-IF.

       GERAR-PROXIMO-COD-VENDA.
           *> O NUMERO VEM DO ARQUIVO DE CONTADORES (PROXIMONUMERO);
           *> SE A SERIE AINDA NAO FOI SEMEADA (SEMEARCONTADORES),
           *> FAZ A VARREDURA ANTIGA UMA ULTIMA VEZ E GRAVA O
           *> RESULTADO NO CONTADOR.
           MOVE ZEROS TO W-NUM-CONTROLE.
           CALL "PROXIMONUMERO" USING "P" "VENDA       "
                W-NUM-CONTROLE.
           IF  W-NUM-CONTROLE > 0
               MOVE W-NUM-CONTROLE TO W-PROX-COD-VENDA
           ELSE
               PERFORM VARRER-MAIOR-COD-VENDA
               MOVE W-PROX-COD-VENDA TO W-NUM-CONTROLE
               CALL "PROXIMONUMERO" USING "D" "VENDA       "
                    W-NUM-CONTROLE
           END-IF.

       VARRER-MAIOR-COD-VENDA.
           MOVE ZEROS TO W-PROX-COD-VENDA COD-VENDA-CAB.
           START ARQ-VENDA-CAB KEY IS NOT LESS THAN COD-VENDA-CAB
               INVALID KEY MOVE "10" TO W-COD-ERRO-CAB
           END-START.
           IF  W-COD-ERRO-CAB = "00"
               PERFORM LER-PROXIMO-CABECALHO
               PERFORM UNTIL W-COD-ERRO-CAB NOT = "00"
                   IF  COD-VENDA-CAB > W-PROX-COD-VENDA
                       MOVE COD-VENDA-CAB TO W-PROX-COD-VENDA
                   END-IF
                   PERFORM LER-PROXIMO-CABECALHO
               END-PERFORM
           END-IF.
           ADD 1 TO W-PROX-COD-VENDA.
           MOVE "00" TO W-COD-ERRO-CAB.

       LER-PROXIMO-CABECALHO.
           READ ARQ-VENDA-CAB NEXT RECORD
               AT END MOVE "10" TO W-COD-ERRO-CAB
           END-READ.

       LOCALIZAR-REGISTRO-FILIAL.
           *> MESMA ROTINA DO EMPRESTAR/DEVOLVER, PARA O LIVRO E A
           *> FILIAL DO MOVIMENTO EM W-LIVRO-MOVTO/W-FILIAL-MOVTO.
           MOVE "N" TO W-ACHOU-REGISTRO.
           MOVE W-LIVRO-MOVTO TO COD-LIVRO-FIL.
           START ARQ-FILIAL KEY IS NOT LESS THAN COD-LIVRO-FIL
               INVALID KEY MOVE "23" TO W-COD-ERRO-FIL
           END-START.
           IF  W-COD-ERRO-FIL = "00"
               PERFORM LER-PROXIMA-FILIAL
               PERFORM UNTIL W-COD-ERRO-FIL NOT = "00"
                       OR COD-LIVRO-FIL NOT = W-LIVRO-MOVTO
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

       REGISTRAR-REPOSTAGEM.
           *> REFERENCIA DO LANCAMENTO DE HOJE A TRANSACAO ORIGINAL:
           *> FILIAL, NUMERO OFFLINE E DATA DO BALCAO NO MES FECHADO.
           ADD 1 TO W-REPOSTADAS.
           MOVE SPACES TO W-TITULO-LOG W-LOG-ANTES W-LOG-DEPOIS.
           MOVE SEQ-OFF TO SEQ-ED.
           STRING "CONTINGENCIA FILIAL " COD-FILIAL-OFF
                  " NUMERO " SEQ-ED
               DELIMITED BY SIZE INTO W-TITULO-LOG
           END-STRING.
           STRING "TRANSACAO OFFLINE " SEQ-ED " DA FILIAL "
                  COD-FILIAL-OFF " DE " DATA-OFF (7:2) "/"
                  DATA-OFF (5:2) "/" DATA-OFF (1:4)
                  " - MES JA FECHADO"
               DELIMITED BY SIZE INTO W-LOG-ANTES
           END-STRING.
           STRING "LANCADA EM " W-DATA-LANCTO (7:2) "/"
                  W-DATA-LANCTO (5:2) "/" W-DATA-LANCTO (1:4)
                  " COMO " DELIMITED BY SIZE
                  W-DOC-REPOSTO DELIMITED BY SPACE
                  " " W-COD-REPOSTO DELIMITED BY SIZE
               INTO W-LOG-DEPOIS
           END-STRING.
           CALL "LOGAUDITORIA" USING "REPOSTAGEM" W-LIVRO-LOG
                W-TITULO-LOG W-LOG-ANTES W-LOG-DEPOIS.

       REGISTRAR-EXCECAO.
           *> UMA LINHA COM A TRANSACAO COMO FOI ANOTADA NA FILIAL E
           *> OUTRA COM O MOTIVO DA RECUSA.
           ADD 1 TO W-EXCECOES.
           EVALUATE TRUE
               WHEN OFF-EMPRESTIMO
                   MOVE "EMPRESTIMO" TO W-TIPO-TEXTO
               WHEN OFF-DEVOLUCAO
                   MOVE "DEVOLUCAO"  TO W-TIPO-TEXTO
               WHEN OFF-VENDA
                   MOVE "VENDA"      TO W-TIPO-TEXTO
               WHEN OTHER
                   MOVE TIPO-OFF     TO W-TIPO-TEXTO
           END-EVALUATE.
           MOVE SPACES TO W-LINHA.
           MOVE SEQ-OFF TO SEQ-ED.
           MOVE COD-FILIAL-OFF       TO W-LINHA (1:2).
           MOVE SEQ-ED               TO W-LINHA (5:5).
           STRING DATA-OFF (7:2) "/" DATA-OFF (5:2) "/"
                  DATA-OFF (1:4)
               DELIMITED BY SIZE INTO W-LINHA (11:10)
           END-STRING.
           STRING HORA-OFF (1:2) ":" HORA-OFF (3:2)
               DELIMITED BY SIZE INTO W-LINHA (22:5)
           END-STRING.
           MOVE OPERADOR-OFF         TO W-LINHA (28:10).
           MOVE W-TIPO-TEXTO         TO W-LINHA (39:10).
           EVALUATE TRUE
               WHEN OFF-EMPRESTIMO
                   MOVE COD-LIVRO-OFF TO COD-ED
                   STRING "LIVRO " COD-ED " EX " NUM-EXEMPLAR-OFF
                          " LEITOR " COD-LEITOR-OFF
                       DELIMITED BY SIZE INTO W-LINHA (52:40)
                   END-STRING
               WHEN OFF-DEVOLUCAO AND COD-EMPRESTIMO-OFF > 0
                   MOVE COD-EMPRESTIMO-OFF TO COD-EMP-ED
                   STRING "EMPRESTIMO " COD-EMP-ED
                       DELIMITED BY SIZE INTO W-LINHA (52:40)
                   END-STRING
               WHEN OFF-DEVOLUCAO
                   MOVE SEQ-EMPRESTIMO-OFF TO COD-EMP-ED
                   STRING "NUMERO OFFLINE " COD-EMP-ED
                       DELIMITED BY SIZE INTO W-LINHA (52:40)
                   END-STRING
               WHEN OFF-VENDA
                   MOVE COD-LIVRO-OFF TO COD-ED
                   MOVE QTD-OFF TO QTD-ED
                   MOVE GRUPO-OFF TO COD-EMP-ED
                   STRING "CUPOM " COD-EMP-ED " LIVRO " COD-ED
                          " QTD " QTD-ED
                       DELIMITED BY SIZE INTO W-LINHA (52:40)
                   END-STRING
           END-EVALUATE.
           PERFORM GRAVAR-LINHA.
           MOVE SPACES TO W-LINHA.
           STRING "   MOTIVO: " W-MOTIVO
               DELIMITED BY SIZE INTO W-LINHA
           END-STRING.
           PERFORM GRAVAR-LINHA.

       LISTAR-CORRESPONDENCIAS.
           *> NUMEROS DEFINITIVOS DOS EMPRESTIMOS E VENDAS APLICADOS,
           *> PARA A FILIAL ATUALIZAR OS COMPROVANTES E CUPONS LOCAIS.
           MOVE SPACES TO W-LINHA.
           PERFORM GRAVAR-LINHA.
           MOVE "TRANSACOES APLICADAS (NUMERO OFFLINE = NUMERO NA "
             TO W-LINHA.
           MOVE "MATRIZ)" TO W-LINHA (50:7).
           PERFORM GRAVAR-LINHA.
           PERFORM VARYING W-IDX FROM 1 BY 1
                   UNTIL W-IDX > W-TOTAL-TRANS
               IF  TRN-COD-GERADO (W-IDX) > 0
                   MOVE SPACES TO W-LINHA
                   MOVE TRN-COD-GERADO (W-IDX) TO COD-EMP-ED
                   EVALUATE TRUE
                       WHEN TRN-TIPO (W-IDX) = "E"
                           MOVE TRN-SEQ (W-IDX) TO SEQ-ED
                           STRING "  FILIAL " TRN-FILIAL (W-IDX)
                                  " EMPRESTIMO OFFLINE " SEQ-ED
                                  " = EMPRESTIMO " COD-EMP-ED
                               DELIMITED BY SIZE INTO W-LINHA
                           END-STRING
                           PERFORM GRAVAR-LINHA
                       WHEN W-IDX = 1
                           PERFORM LISTAR-CUPOM-APLICADO
                       WHEN TRN-GRUPO (W-IDX) NOT =
                               TRN-GRUPO (W-IDX - 1)
                           OR TRN-FILIAL (W-IDX) NOT =
                               TRN-FILIAL (W-IDX - 1)
                           OR TRN-TIPO (W-IDX - 1) NOT = "V"
                           PERFORM LISTAR-CUPOM-APLICADO
                   END-EVALUATE
               END-IF
           END-PERFORM.

       LISTAR-CUPOM-APLICADO.
           MOVE TRN-GRUPO (W-IDX) TO SEQ-ED.
           STRING "  FILIAL " TRN-FILIAL (W-IDX)
                  " CUPOM OFFLINE      " SEQ-ED
                  " = VENDA      " COD-EMP-ED
               DELIMITED BY SIZE INTO W-LINHA
           END-STRING.
           PERFORM GRAVAR-LINHA.

       FECHAR-ARQUIVOS-CENTRAIS.
           CLOSE CAD-PRODUTO.
           CLOSE ARQ-EMPRESTIMO.
           CLOSE ARQ-LEITOR.
           CLOSE ARQ-RESERVA.
           CLOSE ARQ-EXEMPLAR.
           CLOSE ARQ-FILIAL.
           CLOSE ARQ-MULTA.
           CLOSE ARQ-VENDA-CAB.
           CLOSE ARQ-VENDA.
           CLOSE ARQ-MAPA-OFFLINE.

       GRAVAR-LINHA.
           DISPLAY W-LINHA (1:79).
           MOVE W-LINHA TO REG-RELATORIO.
           WRITE REG-RELATORIO.

       FINALIZACAO.
           MOVE SPACES TO W-LINHA.
           PERFORM GRAVAR-LINHA.
           MOVE "RESUMO                  APLICADOS  REJEITADOS"
             TO W-LINHA.
           PERFORM GRAVAR-LINHA.
           MOVE SPACES TO W-LINHA.
           STRING "  EMPRESTIMOS            " W-EMP-APLICADOS
                  "       " W-EMP-REJEITADOS
               DELIMITED BY SIZE INTO W-LINHA
           END-STRING.
           PERFORM GRAVAR-LINHA.
           MOVE SPACES TO W-LINHA.
           STRING "  DEVOLUCOES             " W-DEV-APLICADAS
                  "       " W-DEV-REJEITADAS
               DELIMITED BY SIZE INTO W-LINHA
           END-STRING.
           PERFORM GRAVAR-LINHA.
           MOVE SPACES TO W-LINHA.
           STRING "  CUPONS DE VENDA        " W-CUP-APLICADOS
                  "       " W-CUP-REJEITADOS
               DELIMITED BY SIZE INTO W-LINHA
           END-STRING.
           PERFORM GRAVAR-LINHA.
           IF  W-OUTRAS-REJEITADAS > 0
               MOVE SPACES TO W-LINHA
               STRING "  REGISTROS INVALIDOS              "
                      W-OUTRAS-REJEITADAS
                   DELIMITED BY SIZE INTO W-LINHA
               END-STRING
               PERFORM GRAVAR-LINHA
           END-IF.
           IF  W-REPOSTADAS > 0
               MOVE SPACES TO W-LINHA
               STRING "  LANCADAS HOJE (MES DO BALCAO JA FECHADO): "
                      W-REPOSTADAS
                   DELIMITED BY SIZE INTO W-LINHA
               END-STRING
               PERFORM GRAVAR-LINHA
           END-IF.
           MOVE SPACES TO W-LINHA.
           STRING "  RESERVAS SEPARADAS NAS DEVOLUCOES: "
                  W-RESERVAS-SEPARADAS
               DELIMITED BY SIZE INTO W-LINHA
           END-STRING.
           PERFORM GRAVAR-LINHA.
           CLOSE ARQ-RELATORIO.
           CALL "SPOOLAR" USING "IMPORTAROFFLINE     "
                "excoffline.txt      ".
           STOP "   <ENTER> PARA CONTINUAR".

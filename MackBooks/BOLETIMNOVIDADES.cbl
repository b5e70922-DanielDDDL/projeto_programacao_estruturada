
       IDENTIFICATION DIVISION.

       PROGRAM-ID. BOLETIMNOVIDADES.
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

                   SELECT OPTIONAL ARQ-ENTRADA
                   ASSIGN TO "entradas.dat"
                   ORGANIZATION INDEXED
                   RECORD KEY IS COD-ENTRADA
                   ACCESS SEQUENTIAL
                   FILE STATUS IS W-COD-ERRO-ENT.

                   SELECT OPTIONAL ARQ-DOACAO
                   ASSIGN TO "doacoes.dat"
                   ORGANIZATION INDEXED
                   RECORD KEY IS COD-DOACAO
                   ACCESS SEQUENTIAL
                   FILE STATUS IS W-COD-ERRO-DOA.

                   SELECT OPTIONAL ARQ-KARDEX
                   ASSIGN TO "kardex.dat"
                   ORGANIZATION LINE SEQUENTIAL
                   FILE STATUS IS W-COD-ERRO-KDX.

                   SELECT OPTIONAL ARQ-FILIAL
                   ASSIGN TO "estfilial.dat"
                   ORGANIZATION INDEXED
                   RECORD KEY IS COD-ESTOQUE-FIL
                   ALTERNATE RECORD KEY IS COD-LIVRO-FIL WITH DUPLICATES
                   ACCESS DYNAMIC
                   FILE STATUS IS W-COD-ERRO-FIL.

                   SELECT OPTIONAL ARQ-RELATORIO
                   ASSIGN TO "boletim.txt"
                   ORGANIZATION LINE SEQUENTIAL
                   FILE STATUS IS W-COD-ERRO-REL.

                   SELECT OPTIONAL ARQ-INFORMATIVO
                   ASSIGN TO "novidades.txt"
                   ORGANIZATION LINE SEQUENTIAL
                   FILE STATUS IS W-COD-ERRO-INF.

       DATA DIVISION.
         FILE SECTION.
         FD  CAD-PRODUTO
             LABEL RECORD STANDARD.
         COPY "REGLIVRO.cpy".

         FD  ARQ-ENTRADA
             LABEL RECORD STANDARD.
         COPY "REGENTRADA.cpy".

         FD  ARQ-DOACAO
             LABEL RECORD STANDARD.
         COPY "REGDOACAO.cpy".

         FD  ARQ-KARDEX
             LABEL RECORD STANDARD.
         COPY "REGKARDEX.cpy".

         FD  ARQ-FILIAL
             LABEL RECORD STANDARD.
         COPY "REGFILIAL.cpy".

         FD  ARQ-RELATORIO
             LABEL RECORD STANDARD.
         01  REG-RELATORIO  PIC X(100).

         FD  ARQ-INFORMATIVO
             LABEL RECORD STANDARD.
         01  REG-INFORMATIVO  PIC X(100).

         WORKING-STORAGE SECTION.
         77  CODERRO            PIC XX    VALUE SPACES.
             88  STATUS-OK                VALUE "00".
         77  W-COD-ERRO-ENT     PIC XX    VALUE SPACES.
         77  W-COD-ERRO-DOA     PIC XX    VALUE SPACES.
         77  W-COD-ERRO-KDX     PIC XX    VALUE SPACES.
         77  W-COD-ERRO-FIL     PIC XX    VALUE SPACES.
         77  W-COD-ERRO-REL     PIC XX    VALUE SPACES.
         77  W-COD-ERRO-INF     PIC XX    VALUE SPACES.
         77  W-FIM-ARQUIVO      PIC X     VALUE "N".
             88  FIM-ARQUIVO              VALUE "S".
         77  W-FIM-FILIAIS      PIC X     VALUE "N".
             88  FIM-FILIAIS              VALUE "S".
         77  W-TEM-FILIAL       PIC X     VALUE "N".
             88  TEM-FILIAL               VALUE "S".
         77  W-DATA-HOJE        PIC 9(8)  VALUE ZEROS.
         77  W-DATA-INICIAL     PIC 9(8)  VALUE ZEROS.
         77  W-DATA-FINAL       PIC 9(8)  VALUE ZEROS.
         77  W-DATA-REG         PIC 9(8)  VALUE ZEROS.
         77  W-INTEIRO-DATA     PIC 9(7)  VALUE ZEROS.
         77  W-COD-LIVRO-MOV    PIC 9(3)  VALUE ZEROS.
         77  W-IDX              PIC 9(3)  VALUE ZEROS.
         77  W-IDX-2            PIC 9(3)  VALUE ZEROS.
         77  W-POS-FILIAIS      PIC 9(3)  VALUE ZEROS.
         77  W-POS-LINHA        PIC 9(3)  VALUE ZEROS.
         77  W-TOTAL-ITENS      PIC 9(3)  VALUE ZEROS.
         77  W-TOTAL-NOVOS      PIC 9(3)  VALUE ZEROS.
         77  W-TOTAL-REPOSTOS   PIC 9(3)  VALUE ZEROS.
         77  W-TOTAL-CATEGORIAS PIC 9(3)  VALUE ZEROS.
         77  W-CATEGORIA-ATUAL  PIC X(15) VALUE SPACES.
         77  W-FILIAIS          PIC X(60) VALUE SPACES.
         77  W-LINHA            PIC X(100) VALUE SPACES.
         77  PRECO-ED           PIC Z.ZZ9,99 VALUE ZEROS.
         77  PROMO-ED           PIC Z.ZZ9,99 VALUE ZEROS.

      *> SITUACAO DE CADA TITULO NO PERIODO: RECEBIDO ANTES DO INICIO
      *> (NAO E NOVIDADE DE CATALOGO), RECEBIDO DENTRO DO PERIODO E
      *> RECEBIDO COM O ESTOQUE ZERADO (VOLTOU AO ESTOQUE).
         01  TABELA-LIVROS.
             02  LIVRO-TAB  OCCURS 999 TIMES.
                 03  TAB-ANTERIOR       PIC X.
                 03  TAB-NO-PERIODO     PIC X.
                 03  TAB-REPOSTO        PIC X.

      *> TITULOS DO BOLETIM, EM ORDEM DE CATEGORIA E TITULO.
         01  TABELA-BOLETIM.
             02  BOL-ITEM OCCURS 500 TIMES.
                 03  BOL-CHAVE.
                     04  BOL-CATEGORIA     PIC X(15).
                     04  BOL-TITULO        PIC X(40).
                     04  BOL-COD-LIVRO     PIC 9(3).
                 03  BOL-MOTIVO        PIC X.
                     88  BOL-NOVO              VALUE "N".
                     88  BOL-REPOSTO           VALUE "R".
         01  BOL-TROCA             PIC X(59).

       PROCEDURE DIVISION.

       INICIO.
           *> BOLETIM DE NOVIDADES DE UM PERIODO, POR CATEGORIA: OS
           *> TITULOS QUE ENTRARAM PELA PRIMEIRA VEZ (NOTA OU DOACAO
           *> SEM NENHUMA ANTERIOR) E OS QUE VOLTARAM AO ESTOQUE DEPOIS
           *> DE ESGOTADOS (NO kardex.dat, A ENTRADA QUE PARTIU DO
           *> SALDO ZERO). SAI IMPRESSO PELO SPOOL (boletim.txt) E EM
           *> TEXTO CORRIDO PARA O INFORMATIVO (novidades.txt).
           PERFORM INICIALIZACAO.
           PERFORM APURAR-ENTRADAS.
           PERFORM APURAR-DOACOES.
           PERFORM APURAR-REPOSICOES.
           PERFORM SELECIONAR-TITULOS.
           PERFORM ORDENAR-BOLETIM.
           PERFORM EMITIR-BOLETIM.
           PERFORM FINALIZACAO.
           EXIT PROGRAM.

       INICIALIZACAO.
           DISPLAY "BOLETIM DE NOVIDADES POR CATEGORIA".
           ACCEPT W-DATA-HOJE FROM DATE YYYYMMDD.
           INITIALIZE TABELA-LIVROS TABELA-BOLETIM.
           DISPLAY "DATA INICIAL (AAAAMMDD, 0 = 30 DIAS ATRAS): "
                   WITH NO ADVANCING.
           ACCEPT W-DATA-INICIAL.
           IF  W-DATA-INICIAL = 0
               COMPUTE W-INTEIRO-DATA =
                       FUNCTION INTEGER-OF-DATE (W-DATA-HOJE) - 30
               COMPUTE W-DATA-INICIAL =
                       FUNCTION DATE-OF-INTEGER (W-INTEIRO-DATA)
           END-IF.
           DISPLAY "DATA FINAL (AAAAMMDD, 0 = HOJE)..........: "
                   WITH NO ADVANCING.
           ACCEPT W-DATA-FINAL.
           IF  W-DATA-FINAL = 0
               MOVE W-DATA-HOJE TO W-DATA-FINAL
           END-IF.
           OPEN INPUT CAD-PRODUTO.
           OPEN INPUT ARQ-FILIAL.
           OPEN OUTPUT ARQ-RELATORIO.
           OPEN OUTPUT ARQ-INFORMATIVO.

       APURAR-ENTRADAS.
           OPEN INPUT ARQ-ENTRADA.
           MOVE "N" TO W-FIM-ARQUIVO.
           PERFORM LER-PROXIMA-ENTRADA.
           PERFORM UNTIL FIM-ARQUIVO
               MOVE DATA-ENTRADA  TO W-DATA-REG
               MOVE COD-LIVRO-ENT TO W-COD-LIVRO-MOV
               PERFORM MARCAR-RECEBIMENTO
               PERFORM LER-PROXIMA-ENTRADA
           END-PERFORM.
           CLOSE ARQ-ENTRADA.

       LER-PROXIMA-ENTRADA.
           READ ARQ-ENTRADA NEXT RECORD
               AT END MOVE "S" TO W-FIM-ARQUIVO
           END-READ.
           *> UM ERRO DE LEITURA NAO CAI NO AT END; SEM ESTE TESTE O
           *> LACO GIRARIA PARA SEMPRE
           IF  NOT FIM-ARQUIVO
                   AND W-COD-ERRO-ENT NOT = "00" AND "02"
               DISPLAY "ERRO AO LER entradas.dat (STATUS "
                       W-COD-ERRO-ENT ")"
               MOVE "S" TO W-FIM-ARQUIVO
           END-IF.

       APURAR-DOACOES.
           OPEN INPUT ARQ-DOACAO.
           MOVE "N" TO W-FIM-ARQUIVO.
           PERFORM LER-PROXIMA-DOACAO.
           PERFORM UNTIL FIM-ARQUIVO
               MOVE DATA-DOACAO   TO W-DATA-REG
               MOVE COD-LIVRO-DOA TO W-COD-LIVRO-MOV
               PERFORM MARCAR-RECEBIMENTO
               PERFORM LER-PROXIMA-DOACAO
           END-PERFORM.
           CLOSE ARQ-DOACAO.

       LER-PROXIMA-DOACAO.
           READ ARQ-DOACAO NEXT RECORD
               AT END MOVE "S" TO W-FIM-ARQUIVO
           END-READ.
           IF  NOT FIM-ARQUIVO
                   AND W-COD-ERRO-DOA NOT = "00" AND "02"
               DISPLAY "ERRO AO LER doacoes.dat (STATUS "
                       W-COD-ERRO-DOA ")"
               MOVE "S" TO W-FIM-ARQUIVO
           END-IF.

       MARCAR-RECEBIMENTO.
           IF  W-COD-LIVRO-MOV > 0
               EVALUATE TRUE
                   WHEN W-DATA-REG < W-DATA-INICIAL
                       MOVE "S" TO TAB-ANTERIOR (W-COD-LIVRO-MOV)
                   WHEN W-DATA-REG <= W-DATA-FINAL
                       MOVE "S" TO TAB-NO-PERIODO (W-COD-LIVRO-MOV)
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

       APURAR-REPOSICOES.
           *> O SALDO DO KARDEX E O DE DEPOIS DO MOVIMENTO: SALDO
           *> IGUAL A QUANTIDADE RECEBIDA QUER DIZER QUE O TITULO
           *> ESTAVA ESGOTADO. SEM O KARDEX, SO SAEM AS NOVIDADES.
           OPEN INPUT ARQ-KARDEX.
           MOVE "N" TO W-FIM-ARQUIVO.
           IF  W-COD-ERRO-KDX NOT = "00"
               MOVE "S" TO W-FIM-ARQUIVO
           ELSE
               PERFORM LER-PROXIMO-KARDEX
           END-IF.
           PERFORM UNTIL FIM-ARQUIVO
               MOVE KDX-DATA-HORA (1:8) TO W-DATA-REG
               IF  W-DATA-REG >= W-DATA-INICIAL
                       AND W-DATA-REG <= W-DATA-FINAL
                       AND (KDX-TIPO = "ENTRADA   " OR "ENTCONSIG "
                                    OR "DOACAO    ")
                       AND KDX-SALDO = KDX-QTD
                       AND KDX-COD-LIVRO > 0
                   MOVE "S" TO TAB-REPOSTO (KDX-COD-LIVRO)
               END-IF
               PERFORM LER-PROXIMO-KARDEX
           END-PERFORM.
           CLOSE ARQ-KARDEX.

       LER-PROXIMO-KARDEX.
           READ ARQ-KARDEX
               AT END MOVE "S" TO W-FIM-ARQUIVO
           END-READ.
           IF  NOT FIM-ARQUIVO AND W-COD-ERRO-KDX NOT = "00"
               DISPLAY "ERRO AO LER kardex.dat (STATUS "
                       W-COD-ERRO-KDX ")"
               MOVE "S" TO W-FIM-ARQUIVO
           END-IF.

       SELECIONAR-TITULOS.
           PERFORM VARYING W-IDX FROM 1 BY 1 UNTIL W-IDX > 999
               IF  TAB-NO-PERIODO (W-IDX) = "S"
                       AND (TAB-ANTERIOR (W-IDX) NOT = "S"
                            OR TAB-REPOSTO (W-IDX) = "S")
                   PERFORM ACRESCENTAR-TITULO
               END-IF
           END-PERFORM.

       ACRESCENTAR-TITULO.
           MOVE W-IDX TO COD-LIVRO.
           READ CAD-PRODUTO.
           IF  STATUS-OK
               IF  W-TOTAL-ITENS < 500
                   ADD 1 TO W-TOTAL-ITENS
                   MOVE CATEGORIA-LIVRO
                     TO BOL-CATEGORIA (W-TOTAL-ITENS)
                   MOVE TITULO-LIVRO TO BOL-TITULO (W-TOTAL-ITENS)
                   MOVE COD-LIVRO    TO BOL-COD-LIVRO (W-TOTAL-ITENS)
                   IF  TAB-ANTERIOR (W-IDX) = "S"
                       MOVE "R" TO BOL-MOTIVO (W-TOTAL-ITENS)
                       ADD 1 TO W-TOTAL-REPOSTOS
                   ELSE
                       MOVE "N" TO BOL-MOTIVO (W-TOTAL-ITENS)
                       ADD 1 TO W-TOTAL-NOVOS
                   END-IF
               ELSE
                   DISPLAY "MAIS DE 500 TITULOS - BOLETIM TRUNCADO"
               END-IF
           END-IF.

       ORDENAR-BOLETIM.
           PERFORM VARYING W-IDX FROM 1 BY 1
                   UNTIL W-IDX >= W-TOTAL-ITENS
               PERFORM VARYING W-IDX-2 FROM 1 BY 1
                       UNTIL W-IDX-2 > W-TOTAL-ITENS - W-IDX
                   IF  BOL-CHAVE (W-IDX-2) > BOL-CHAVE (W-IDX-2 + 1)
                       MOVE BOL-ITEM (W-IDX-2) TO BOL-TROCA
                       MOVE BOL-ITEM (W-IDX-2 + 1) TO BOL-ITEM (W-IDX-2)
                       MOVE BOL-TROCA TO BOL-ITEM (W-IDX-2 + 1)
                   END-IF
               END-PERFORM
           END-PERFORM.

       EMITIR-BOLETIM.
           MOVE SPACES TO W-LINHA.
           STRING "NOVIDADES DE " W-DATA-INICIAL (7:2) "/"
                  W-DATA-INICIAL (5:2) "/" W-DATA-INICIAL (1:4)
                  " A " W-DATA-FINAL (7:2) "/" W-DATA-FINAL (5:2)
                  "/" W-DATA-FINAL (1:4)
               DELIMITED BY SIZE INTO W-LINHA
           END-STRING.
           PERFORM GRAVAR-LINHA.
           MOVE "(*) DE VOLTA AO ESTOQUE" TO W-LINHA.
           PERFORM GRAVAR-LINHA.
           MOVE SPACES TO W-CATEGORIA-ATUAL.
           PERFORM VARYING W-IDX FROM 1 BY 1
                   UNTIL W-IDX > W-TOTAL-ITENS
               IF  W-IDX = 1
                       OR BOL-CATEGORIA (W-IDX) NOT = W-CATEGORIA-ATUAL
                   MOVE BOL-CATEGORIA (W-IDX) TO W-CATEGORIA-ATUAL
                   ADD 1 TO W-TOTAL-CATEGORIAS
                   MOVE SPACES TO W-LINHA
                   PERFORM GRAVAR-LINHA
                   IF  W-CATEGORIA-ATUAL = SPACES
                       MOVE "SEM CATEGORIA" TO W-LINHA
                   ELSE
                       MOVE W-CATEGORIA-ATUAL TO W-LINHA
                   END-IF
                   PERFORM GRAVAR-LINHA
               END-IF
               PERFORM GRAVAR-TITULO-BOLETIM
           END-PERFORM.

       GRAVAR-TITULO-BOLETIM.
           *> TRES LINHAS POR TITULO: TITULO E AUTOR; EDITORA, ANO E
           *> PRECO; FILIAIS QUE TEM O LIVRO NA PRATELEIRA.
           MOVE BOL-COD-LIVRO (W-IDX) TO COD-LIVRO.
           READ CAD-PRODUTO.
           MOVE SPACES TO W-LINHA.
           IF  BOL-REPOSTO (W-IDX)
               MOVE "*" TO W-LINHA (2:1)
           END-IF.
           STRING TITULO-LIVRO DELIMITED BY "  "
                  " - " DELIMITED BY SIZE
                  AUTOR-LIVRO DELIMITED BY "  "
               INTO W-LINHA (4:76)
           END-STRING.
           PERFORM GRAVAR-LINHA.
           MOVE PRECO-LIVRO TO PRECO-ED.
           MOVE SPACES TO W-LINHA.
           MOVE 6 TO W-POS-LINHA.
           STRING EDITORA-LIVRO DELIMITED BY "  "
                  ", " DELIMITED BY SIZE
                  ANO-PUBLICACAO DELIMITED BY SIZE
                  " - R$ " DELIMITED BY SIZE
                  PRECO-ED DELIMITED BY SIZE
               INTO W-LINHA WITH POINTER W-POS-LINHA
           END-STRING.
           IF  PRECO-PROMOCIONAL > 0
               MOVE PRECO-PROMOCIONAL TO PROMO-ED
               STRING "  PROMOCAO R$ " DELIMITED BY SIZE
                      PROMO-ED DELIMITED BY SIZE
                   INTO W-LINHA WITH POINTER W-POS-LINHA
               END-STRING
           END-IF.
           PERFORM GRAVAR-LINHA.
           PERFORM MONTAR-FILIAIS.
           MOVE SPACES TO W-LINHA.
           STRING "DISPONIVEL EM: " DELIMITED BY SIZE
                  W-FILIAIS DELIMITED BY SIZE
               INTO W-LINHA (6:74)
           END-STRING.
           PERFORM GRAVAR-LINHA.

       MONTAR-FILIAIS.
           *> FILIAIS COM SALDO; SEM NENHUM REGISTRO EM estfilial.dat
           *> O ESTOQUE DO CADASTRO E DA MATRIZ (FILIAL 01).
           MOVE SPACES TO W-FILIAIS.
           MOVE 1 TO W-POS-FILIAIS.
           MOVE "N" TO W-TEM-FILIAL.
           MOVE "N" TO W-FIM-FILIAIS.
           MOVE COD-LIVRO TO COD-LIVRO-FIL.
           START ARQ-FILIAL KEY IS = COD-LIVRO-FIL
               INVALID KEY MOVE "S" TO W-FIM-FILIAIS
           END-START.
           IF  NOT FIM-FILIAIS
               PERFORM LER-PROXIMA-FILIAL
           END-IF.
           PERFORM UNTIL FIM-FILIAIS
               MOVE "S" TO W-TEM-FILIAL
               IF  QTD-ESTOQUE-FIL > 0 AND W-POS-FILIAIS < 40
                   STRING NOME-FILIAL DELIMITED BY "  "
                          "; " DELIMITED BY SIZE
                       INTO W-FILIAIS
                       WITH POINTER W-POS-FILIAIS
                   END-STRING
               END-IF
               PERFORM LER-PROXIMA-FILIAL
           END-PERFORM.
           IF  NOT TEM-FILIAL AND QTD-ESTOQUE > 0
               MOVE "MATRIZ; " TO W-FILIAIS
               MOVE 9 TO W-POS-FILIAIS
           END-IF.
           IF  W-POS-FILIAIS = 1
               MOVE "ESGOTADO NO MOMENTO" TO W-FILIAIS
           ELSE
               MOVE SPACES TO W-FILIAIS (W-POS-FILIAIS - 2:2)
           END-IF.

       LER-PROXIMA-FILIAL.
           READ ARQ-FILIAL NEXT RECORD
               AT END MOVE "S" TO W-FIM-FILIAIS
           END-READ.
           IF  NOT FIM-FILIAIS
               IF  W-COD-ERRO-FIL NOT = "00" AND "02"
                   MOVE "S" TO W-FIM-FILIAIS
               ELSE
                   IF  COD-LIVRO-FIL NOT = COD-LIVRO
                       MOVE "S" TO W-FIM-FILIAIS
                   END-IF
               END-IF
           END-IF.

       GRAVAR-LINHA.
           *> O MESMO TEXTO VAI PARA O SPOOL E PARA O INFORMATIVO.
           DISPLAY W-LINHA (1:79).
           MOVE W-LINHA TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE W-LINHA TO REG-INFORMATIVO.
           WRITE REG-INFORMATIVO.

       FINALIZACAO.
           MOVE SPACES TO W-LINHA.
           PERFORM GRAVAR-LINHA.
           STRING "TITULOS NOVOS: " W-TOTAL-NOVOS
                  "  DE VOLTA AO ESTOQUE: " W-TOTAL-REPOSTOS
                  "  CATEGORIAS: " W-TOTAL-CATEGORIAS
               DELIMITED BY SIZE INTO W-LINHA
           END-STRING.
           DISPLAY W-LINHA (1:79).
           MOVE W-LINHA TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           CLOSE CAD-PRODUTO.
           CLOSE ARQ-FILIAL.
           CLOSE ARQ-RELATORIO.
           CLOSE ARQ-INFORMATIVO.
           DISPLAY "INFORMATIVO GRAVADO EM novidades.txt".
           CALL "SPOOLAR" USING "BOLETIMNOVIDADES    "
                "boletim.txt         ".
           STOP "   <ENTER> PARA CONTINUAR".

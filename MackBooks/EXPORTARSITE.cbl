
       IDENTIFICATION DIVISION.

       PROGRAM-ID. EXPORTARSITE.
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
                   ACCESS SEQUENTIAL
                   FILE STATUS IS CODERRO.

                   SELECT OPTIONAL ARQ-FILIAL
                   ASSIGN TO "estfilial.dat"
                   ORGANIZATION INDEXED
                   RECORD KEY IS COD-ESTOQUE-FIL
                   ALTERNATE RECORD KEY IS COD-LIVRO-FIL WITH DUPLICATES
                   ACCESS DYNAMIC
                   FILE STATUS IS W-COD-ERRO-FIL.

                   SELECT OPTIONAL ARQ-RESERVA
                   ASSIGN TO "reservas.dat"
                   ORGANIZATION INDEXED
                   RECORD KEY IS COD-RESERVA
                   ALTERNATE RECORD KEY IS COD-LIVRO-RES
                       WITH DUPLICATES
                   ALTERNATE RECORD KEY IS COD-LEITOR-RES
                       WITH DUPLICATES
                   ACCESS SEQUENTIAL
                   FILE STATUS IS W-COD-ERRO-RES.

                   SELECT OPTIONAL ARQ-MODO-LOTE
                   ASSIGN TO "modolote.txt"
                   ORGANIZATION LINE SEQUENTIAL
                   FILE STATUS IS W-COD-ERRO-MOD.

                   SELECT OPTIONAL ARQ-SITE
                   ASSIGN TO "catalogo_site.txt"
                   ORGANIZATION LINE SEQUENTIAL
                   FILE STATUS IS W-COD-ERRO-SIT.

       DATA DIVISION.
         FILE SECTION.
         FD  CAD-PRODUTO
             LABEL RECORD STANDARD.
         COPY "REGLIVRO.cpy".

         FD  ARQ-FILIAL
             LABEL RECORD STANDARD.
         COPY "REGFILIAL.cpy".

         FD  ARQ-RESERVA
             LABEL RECORD STANDARD.
         COPY "REGRESERVA.cpy".

         FD  ARQ-MODO-LOTE
             LABEL RECORD STANDARD.
         01  REG-MODO-LOTE  PIC X(10).

         FD  ARQ-SITE
             LABEL RECORD STANDARD.
      *> LAYOUT FIXO DE 120 POSICOES, TIPO DO REGISTRO NA POSICAO 1:
      *> "H" CABECALHO COM A DATA DE GERACAO; "L" UM POR TITULO, COM
      *> O PRECO VIGENTE (TIPO "P" = PROMOCIONAL, "N" = NORMAL, DUAS
      *> CASAS IMPLICITAS); "F" UM POR FILIAL DO TITULO ACIMA, COM A
      *> QUANTIDADE DISPONIVEL PARA VENDA/EMPRESTIMO; "T" CONTROLE NO
      *> FIM: QUANTIDADE DE REGISTROS "L" + "F" E TOTAL DE HASH (SOMA
      *> DOS CODIGOS E DOS PRECOS EM CENTAVOS DOS "L" MAIS AS
      *> QUANTIDADES DOS "F"), QUE O SITE CONFERE ANTES DE CARREGAR.
         01  REG-SITE-CABECALHO.
             02  TIPO-REG-SITE      PIC X.
                 88  SITE-CABECALHO         VALUE "H".
                 88  SITE-TITULO            VALUE "L".
                 88  SITE-FILIAL            VALUE "F".
                 88  SITE-CONTROLE          VALUE "T".
             02  DATA-GERACAO-SITE  PIC 9(8).
             02  FILLER             PIC X(111).
         01  REG-SITE-TITULO.
             02  FILLER             PIC X.
             02  COD-LIVRO-SITE     PIC 9(3).
             02  ISBN-SITE          PIC X(13).
             02  TITULO-SITE        PIC X(40).
             02  AUTOR-SITE         PIC X(40).
             02  CATEGORIA-SITE     PIC X(15).
             02  PRECO-SITE         PIC 9(4)V99.
             02  TIPO-PRECO-SITE    PIC X.
             02  FILLER             PIC X(1).
         01  REG-SITE-FILIAL.
             02  FILLER             PIC X.
             02  COD-LIVRO-FIL-SITE PIC 9(3).
             02  COD-FILIAL-SITE    PIC 9(2).
             02  NOME-FILIAL-SITE   PIC X(20).
             02  QTD-DISPONIVEL-SITE PIC 9(5).
             02  FILLER             PIC X(89).
         01  REG-SITE-CONTROLE.
             02  FILLER             PIC X.
             02  QTD-REGISTROS-SITE PIC 9(7).
             02  HASH-TOTAL-SITE    PIC 9(15).
             02  FILLER             PIC X(97).

         WORKING-STORAGE SECTION.
         77  CODERRO            PIC XX    VALUE SPACES.
         77  W-COD-ERRO-FIL     PIC XX    VALUE SPACES.
         77  W-COD-ERRO-RES     PIC XX    VALUE SPACES.
         77  W-COD-ERRO-MOD     PIC XX    VALUE SPACES.
         77  W-COD-ERRO-SIT     PIC XX    VALUE SPACES.
         77  W-FIM-ARQUIVO      PIC X     VALUE "N".
             88  FIM-ARQUIVO              VALUE "S".
         77  W-FIM-FILIAIS      PIC X     VALUE "N".
             88  FIM-FILIAIS              VALUE "S".
         77  W-MODO-LOTE        PIC X     VALUE "N".
             88  MODO-LOTE                VALUE "S".
         77  W-TEM-FILIAL       PIC X     VALUE "N".
             88  TEM-FILIAL               VALUE "S".
         77  W-DATA-HOJE        PIC 9(8)  VALUE ZEROS.
         77  W-FILIAL-RES       PIC 9(2)  VALUE ZEROS.
         77  W-DISPONIVEL       PIC S9(5) VALUE ZEROS.
         77  W-TOTAL-TITULOS    PIC 9(5)  VALUE ZEROS.
         77  W-TOTAL-REGISTROS  PIC 9(7)  VALUE ZEROS.
         77  W-HASH-TOTAL       PIC 9(15) VALUE ZEROS.

      *> EXEMPLARES SEPARADOS PARA RESERVA, POR TITULO E FILIAL.
         01  TABELA-SEPARADOS.
             02  SEP-LIVRO          OCCURS 999 TIMES.
                 03  SEP-QTD-FILIAL OCCURS 99 TIMES
                                    PIC 9(3) COMP-3.

       PROCEDURE DIVISION.

       INICIO.
           *> FEED DIARIO DO CATALOGO PARA O SITE: UM REGISTRO POR
           *> TITULO COM O PRECO VIGENTE E UM POR FILIAL COM O QUE
           *> ESTA DISPONIVEL DE FATO. O ESTOQUE JA NAO CONTA O QUE
           *> ESTA EMPRESTADO, EM CONSERTO OU BAIXADO; AQUI SAI TAMBEM
           *> O EXEMPLAR SEPARADO NO BALCAO PARA RESERVA.
           PERFORM INICIALIZACAO.
           IF  RETURN-CODE = 0
               PERFORM CONTAR-SEPARADOS
               PERFORM GRAVAR-CABECALHO
               MOVE "N" TO W-FIM-ARQUIVO
               PERFORM LER-PROXIMO-LIVRO
               PERFORM PROCESSAMENTO UNTIL FIM-ARQUIVO
               PERFORM GRAVAR-CONTROLE
           END-IF.
           PERFORM FINALIZACAO.
           GOBACK.

       INICIALIZACAO.
           DISPLAY "FEED DO CATALOGO PARA O SITE".
           MOVE ZEROS TO RETURN-CODE.
           PERFORM VERIFICAR-MODO-LOTE.
           ACCEPT W-DATA-HOJE FROM DATE YYYYMMDD.
           INITIALIZE TABELA-SEPARADOS.
           OPEN INPUT CAD-PRODUTO.
           OPEN INPUT ARQ-FILIAL.
           OPEN INPUT ARQ-RESERVA.
           IF  CODERRO NOT = "00" AND "05"
               DISPLAY "ERRO AO ABRIR livros.dat (STATUS " CODERRO ")"
               MOVE 8 TO RETURN-CODE
           ELSE
               OPEN OUTPUT ARQ-SITE
               IF  W-COD-ERRO-SIT NOT = "00" AND "05"
                   DISPLAY "ERRO AO CRIAR catalogo_site.txt (STATUS "
                           W-COD-ERRO-SIT ")"
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.

       VERIFICAR-MODO-LOTE.
           *> "LOTE" EM modolote.txt (GRAVADO POR ROTINANOTURNA)
           *> SIGNIFICA EXECUCAO SEM TECLADO: SEM PAUSA NO FIM.
           MOVE "N" TO W-MODO-LOTE.
           OPEN INPUT ARQ-MODO-LOTE.
           IF  W-COD-ERRO-MOD = "00"
               MOVE SPACES TO REG-MODO-LOTE
               READ ARQ-MODO-LOTE
                   AT END CONTINUE
               END-READ
               CLOSE ARQ-MODO-LOTE
               IF  REG-MODO-LOTE (1:4) = "LOTE"
                   MOVE "S" TO W-MODO-LOTE
               END-IF
           END-IF.

       CONTAR-SEPARADOS.
           *> A RESERVA SEPARADA ANTES DE GUARDAR A FILIAL (ZERO)
           *> CONTA NA MATRIZ.
           MOVE "N" TO W-FIM-ARQUIVO.
           PERFORM LER-PROXIMA-RESERVA.
           PERFORM UNTIL FIM-ARQUIVO
               IF  RESERVA-SEPARADA AND COD-LIVRO-RES > 0
                   MOVE COD-FILIAL-RES TO W-FILIAL-RES
                   IF  W-FILIAL-RES = 0
                       MOVE 01 TO W-FILIAL-RES
                   END-IF
                   ADD 1 TO SEP-QTD-FILIAL (COD-LIVRO-RES, W-FILIAL-RES)
               END-IF
               PERFORM LER-PROXIMA-RESERVA
           END-PERFORM.

       LER-PROXIMA-RESERVA.
           READ ARQ-RESERVA NEXT RECORD
               AT END MOVE "S" TO W-FIM-ARQUIVO
           END-READ.
           *> UM ERRO DE LEITURA NAO CAI NO AT END; SEM ESTE TESTE O
           *> LACO GIRARIA PARA SEMPRE
           IF  NOT FIM-ARQUIVO
                   AND W-COD-ERRO-RES NOT = "00" AND "02"
               DISPLAY "ERRO AO LER reservas.dat (STATUS "
                       W-COD-ERRO-RES ")"
               MOVE 8 TO RETURN-CODE
               MOVE "S" TO W-FIM-ARQUIVO
           END-IF.

       GRAVAR-CABECALHO.
           MOVE SPACES TO REG-SITE-CABECALHO.
           MOVE "H" TO TIPO-REG-SITE.
           MOVE W-DATA-HOJE TO DATA-GERACAO-SITE.
           WRITE REG-SITE-CABECALHO.

       PROCESSAMENTO.
           PERFORM GRAVAR-TITULO.
           PERFORM GRAVAR-FILIAIS-DO-TITULO.
           PERFORM LER-PROXIMO-LIVRO.

       GRAVAR-TITULO.
           MOVE SPACES TO REG-SITE-TITULO.
           MOVE "L"             TO TIPO-REG-SITE.
           MOVE COD-LIVRO       TO COD-LIVRO-SITE.
           MOVE ISBN-LIVRO      TO ISBN-SITE.
           MOVE TITULO-LIVRO    TO TITULO-SITE.
           MOVE AUTOR-LIVRO     TO AUTOR-SITE.
           MOVE CATEGORIA-LIVRO TO CATEGORIA-SITE.
           *> APLICARPROMOCAO PREENCHE O PRECO PROMOCIONAL SO DURANTE
           *> A VIGENCIA E O ZERA NO FIM.
           IF  PRECO-PROMOCIONAL > 0
               MOVE PRECO-PROMOCIONAL TO PRECO-SITE
               MOVE "P" TO TIPO-PRECO-SITE
           ELSE
               MOVE PRECO-LIVRO TO PRECO-SITE
               MOVE "N" TO TIPO-PRECO-SITE
           END-IF.
           PERFORM GRAVAR-REGISTRO-SITE.
           ADD 1 TO W-TOTAL-TITULOS.
           COMPUTE W-HASH-TOTAL = W-HASH-TOTAL + COD-LIVRO-SITE
                                + PRECO-SITE * 100.

       GRAVAR-FILIAIS-DO-TITULO.
           *> SEM NENHUM REGISTRO EM estfilial.dat O ESTOQUE DO
           *> CADASTRO FICA TODO NA MATRIZ (FILIAL 01).
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
               MOVE SPACES TO REG-SITE-FILIAL
               MOVE QTD-ESTOQUE-FIL TO W-DISPONIVEL
               IF  COD-FILIAL > 0
                   SUBTRACT SEP-QTD-FILIAL (COD-LIVRO, COD-FILIAL)
                       FROM W-DISPONIVEL
               END-IF
               MOVE COD-FILIAL  TO COD-FILIAL-SITE
               MOVE NOME-FILIAL TO NOME-FILIAL-SITE
               PERFORM GRAVAR-FILIAL
               PERFORM LER-PROXIMA-FILIAL
           END-PERFORM.
           IF  NOT TEM-FILIAL
               COMPUTE W-DISPONIVEL = QTD-ESTOQUE
                       - SEP-QTD-FILIAL (COD-LIVRO, 01)
               MOVE SPACES TO REG-SITE-FILIAL
               MOVE 01       TO COD-FILIAL-SITE
               MOVE "MATRIZ" TO NOME-FILIAL-SITE
               PERFORM GRAVAR-FILIAL
           END-IF.

       LER-PROXIMA-FILIAL.
           READ ARQ-FILIAL NEXT RECORD
               AT END MOVE "S" TO W-FIM-FILIAIS
           END-READ.
           IF  NOT FIM-FILIAIS
               IF  W-COD-ERRO-FIL NOT = "00" AND "02"
                   DISPLAY "ERRO AO LER estfilial.dat (STATUS "
                           W-COD-ERRO-FIL ")"
                   MOVE 8 TO RETURN-CODE
                   MOVE "S" TO W-FIM-FILIAIS
               ELSE
                   IF  COD-LIVRO-FIL NOT = COD-LIVRO
                       MOVE "S" TO W-FIM-FILIAIS
                   END-IF
               END-IF
           END-IF.

       GRAVAR-FILIAL.
           *> FILIAL E NOME JA PREENCHIDOS PELO CHAMADOR. SEPARADO A
           *> MAIS QUE O SALDO (SALDO AINDA NAO CONCILIADO) NAO
           *> DEIXA A DISPONIBILIDADE NEGATIVA.
           IF  W-DISPONIVEL < 0
               MOVE ZEROS TO W-DISPONIVEL
           END-IF.
           MOVE "F"          TO TIPO-REG-SITE.
           MOVE COD-LIVRO    TO COD-LIVRO-FIL-SITE.
           MOVE W-DISPONIVEL TO QTD-DISPONIVEL-SITE.
           PERFORM GRAVAR-REGISTRO-SITE.
           ADD QTD-DISPONIVEL-SITE TO W-HASH-TOTAL.

       GRAVAR-REGISTRO-SITE.
           WRITE REG-SITE-TITULO.
           IF  W-COD-ERRO-SIT = "00"
               ADD 1 TO W-TOTAL-REGISTROS
           ELSE
               DISPLAY "ERRO AO GRAVAR catalogo_site.txt (STATUS "
                       W-COD-ERRO-SIT ")"
               *> UM FEED TRUNCADO NAO PODE PASSAR POR CONCLUIDO
               MOVE 8 TO RETURN-CODE
           END-IF.

       LER-PROXIMO-LIVRO.
           READ CAD-PRODUTO NEXT RECORD
               AT END MOVE "S" TO W-FIM-ARQUIVO
           END-READ.
           IF  NOT FIM-ARQUIVO
                   AND CODERRO NOT = "00" AND "02"
               DISPLAY "ERRO AO LER livros.dat (STATUS " CODERRO ")"
               MOVE 8 TO RETURN-CODE
               MOVE "S" TO W-FIM-ARQUIVO
           END-IF.

       GRAVAR-CONTROLE.
           MOVE SPACES TO REG-SITE-CONTROLE.
           MOVE "T"               TO TIPO-REG-SITE.
           MOVE W-TOTAL-REGISTROS TO QTD-REGISTROS-SITE.
           MOVE W-HASH-TOTAL      TO HASH-TOTAL-SITE.
           WRITE REG-SITE-CONTROLE.

       FINALIZACAO.
           CLOSE CAD-PRODUTO.
           CLOSE ARQ-FILIAL.
           CLOSE ARQ-RESERVA.
           CLOSE ARQ-SITE.
           DISPLAY "TITULOS NO FEED..........: " W-TOTAL-TITULOS.
           DISPLAY "REGISTROS DE DETALHE.....: " W-TOTAL-REGISTROS.
           DISPLAY "TOTAL DE HASH............: " W-HASH-TOTAL.
           DISPLAY "ARQUIVO GERADO...........: catalogo_site.txt".
           IF  NOT MODO-LOTE
               STOP "   <ENTER> PARA CONTINUAR"
           END-IF.


       IDENTIFICATION DIVISION.

       PROGRAM-ID. LISTASEPARACAO.
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

                   SELECT OPTIONAL ARQ-RESERVA
                   ASSIGN TO "reservas.dat"
                   ORGANIZATION INDEXED
                   RECORD KEY IS COD-RESERVA
                   ALTERNATE RECORD KEY IS COD-LIVRO-RES WITH DUPLICATES
                   ALTERNATE RECORD KEY IS COD-LEITOR-RES
                       WITH DUPLICATES
                   ACCESS SEQUENTIAL
                   FILE STATUS IS W-COD-ERRO-RES.

                   SELECT OPTIONAL ARQ-TRANSF
                   ASSIGN TO "transferencias.dat"
                   ORGANIZATION INDEXED
                   RECORD KEY IS COD-TRANSF
                   ACCESS SEQUENTIAL
                   FILE STATUS IS W-COD-ERRO-TRA.

                   SELECT OPTIONAL ARQ-LOCALIZACAO
                   ASSIGN TO "localizacoes.dat"
                   ORGANIZATION INDEXED
                   RECORD KEY IS CHAVE-LOCALIZACAO
                   ACCESS RANDOM
                   FILE STATUS IS W-COD-ERRO-LOC.

                   SELECT OPTIONAL ARQ-FILIAL-SESSAO
                   ASSIGN TO "filial.atual"
                   ORGANIZATION LINE SEQUENTIAL
                   FILE STATUS IS W-COD-ERRO-FIS.

                   SELECT OPTIONAL ARQ-RELATORIO
                   ASSIGN TO "separacao.txt"
                   ORGANIZATION LINE SEQUENTIAL
                   FILE STATUS IS W-COD-ERRO-REL.

       DATA DIVISION.
         FILE SECTION.
         FD  CAD-PRODUTO
             LABEL RECORD STANDARD.
         COPY "REGLIVRO.cpy".

         FD  ARQ-RESERVA
             LABEL RECORD STANDARD.
         COPY "REGRESERVA.cpy".

         FD  ARQ-TRANSF
             LABEL RECORD STANDARD.
         COPY "REGTRANSF.cpy".

         FD  ARQ-LOCALIZACAO
             LABEL RECORD STANDARD.
         COPY "REGLOCAL.cpy".

         FD  ARQ-FILIAL-SESSAO
             LABEL RECORD STANDARD.
         01  REG-FILIAL-SESSAO  PIC X(2).

         FD  ARQ-RELATORIO
             LABEL RECORD STANDARD.
         01  REG-RELATORIO  PIC X(100).

         WORKING-STORAGE SECTION.
         77  CODERRO            PIC XX    VALUE SPACES.
             88  STATUS-OK                VALUE "00".
         77  W-COD-ERRO-RES     PIC XX    VALUE SPACES.
         77  W-COD-ERRO-TRA     PIC XX    VALUE SPACES.
         77  W-COD-ERRO-LOC     PIC XX    VALUE SPACES.
             88  STATUS-LOC-OK            VALUE "00".
         77  W-COD-ERRO-FIS     PIC XX    VALUE SPACES.
         77  W-COD-ERRO-REL     PIC XX    VALUE SPACES.
         77  W-FIM-ARQUIVO      PIC X     VALUE "N".
             88  FIM-ARQUIVO              VALUE "S".
         77  W-FILIAL-LISTA     PIC 9(2)  VALUE ZEROS.
         77  W-DATA-LISTA       PIC 9(8)  VALUE ZEROS.
         77  W-DATA-TRANSF      PIC 9(8)  VALUE ZEROS.
         77  W-IDX              PIC 9(3)  VALUE ZEROS.
         77  W-IDX-2            PIC 9(3)  VALUE ZEROS.
         77  W-TOTAL-ITENS      PIC 9(3)  VALUE ZEROS.
         77  W-TOTAL-RESERVAS   PIC 9(3)  VALUE ZEROS.
         77  W-TOTAL-TRANSF     PIC 9(3)  VALUE ZEROS.
         77  W-TOTAL-SEM-LOCAL  PIC 9(3)  VALUE ZEROS.
         77  W-TOTAL-FORA       PIC 9(3)  VALUE ZEROS.
         77  W-COD-LIVRO-ITEM   PIC 9(3)  VALUE ZEROS.
         77  W-LINHA            PIC X(100) VALUE SPACES.
         77  QTD-ED             PIC ZZZZ9 VALUE ZEROS.
      *> FILIAL DA SESSAO DO TERMINAL, ESCOLHIDA NO LOGIN E LIDA DE
      *> "filial.atual"; SEM O ARQUIVO, VALE A FILIAL 01 (MATRIZ).
         77  W-FILIAL-SESSAO    PIC 9(2)  VALUE 01.
         77  W-FILIAL-TEXTO     PIC X(2)  VALUE SPACES.
         77  W-FILIAL-NUM REDEFINES W-FILIAL-TEXTO PIC 9(2).

      *> ITENS A SEPARAR. A CHAVE DE ORDEM COMECA PELO ENDERECO DA
      *> PRATELEIRA ("0" + SETOR/CORREDOR/PRATELEIRA); TITULO SEM
      *> LOCALIZACAO LEVA "9" E VAI PARA O FIM DA LISTA.
         01  TABELA-SEPARACAO.
             02  SEP-ITEM OCCURS 300 TIMES.
                 03  SEP-CHAVE.
                     04  SEP-SEM-LOCAL     PIC X.
                     04  SEP-ENDERECO.
                         05  SEP-SETOR     PIC X(3).
                         05  SEP-CORREDOR  PIC 99.
                         05  SEP-PRATELEIRA PIC 99.
                     04  SEP-COD-LIVRO     PIC 9(3).
                 03  SEP-TIPO          PIC X(7).
                 03  SEP-DOCUMENTO     PIC 9(5).
                 03  SEP-DETALHE       PIC X(30).
         01  SEP-TROCA             PIC X(55).

       PROCEDURE DIVISION.

       INICIO.
           *> LISTA DIARIA DE SEPARACAO DE UMA FILIAL, NA ORDEM DE
           *> CAMINHADA PELA LOJA: AS RESERVAS SEPARADAS PARA RETIRADA
           *> (DEVOLVER/EXPIRARRESERVA) E AS TRANSFERENCIAS DO DIA QUE
           *> SAEM DESTA FILIAL (TRANSFERENCIA). O ENDERECO VEM DE
           *> "localizacoes.dat"; O QUE NAO TEM ENDERECO FICA NO FIM.
           PERFORM INICIALIZACAO.
           PERFORM RECOLHER-RESERVAS.
           PERFORM RECOLHER-TRANSFERENCIAS.
           PERFORM ORDENAR-ITENS.
           PERFORM EMITIR-LISTA.
           PERFORM FINALIZACAO.
           EXIT PROGRAM.

       INICIALIZACAO.
           PERFORM OBTER-FILIAL-SESSAO.
           DISPLAY "LISTA DE SEPARACAO".
           DISPLAY "FILIAL (0=ESTA FILIAL)....: " WITH NO ADVANCING.
           ACCEPT W-FILIAL-LISTA.
           IF  W-FILIAL-LISTA = 0
               MOVE W-FILIAL-SESSAO TO W-FILIAL-LISTA
           END-IF.
           DISPLAY "DATA (AAAAMMDD, 0=HOJE)...: " WITH NO ADVANCING.
           ACCEPT W-DATA-LISTA.
           IF  W-DATA-LISTA = 0
               ACCEPT W-DATA-LISTA FROM DATE YYYYMMDD
           END-IF.
           INITIALIZE TABELA-SEPARACAO.
           OPEN INPUT CAD-PRODUTO.
           OPEN INPUT ARQ-LOCALIZACAO.
           OPEN OUTPUT ARQ-RELATORIO.

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

       RECOLHER-RESERVAS.
           *> RESERVA SEPARADA E AINDA DENTRO DO PRAZO DE RETIRADA, NA
           *> FILIAL QUE GUARDA O EXEMPLAR. FILIAL ZERO (SEPARADA ANTES
           *> DE A RESERVA GUARDAR A FILIAL) SAI EM TODAS AS LISTAS.
           OPEN INPUT ARQ-RESERVA.
           MOVE "N" TO W-FIM-ARQUIVO.
           PERFORM LER-PROXIMA-RESERVA.
           PERFORM UNTIL FIM-ARQUIVO
               IF  RESERVA-SEPARADA
                       AND DATA-LIMITE-RETIRADA >= W-DATA-LISTA
                       AND (COD-FILIAL-RES = W-FILIAL-LISTA OR ZEROS)
                   MOVE COD-LIVRO-RES TO W-COD-LIVRO-ITEM
                   PERFORM ACRESCENTAR-ITEM
                   IF  W-IDX > 0
                       ADD 1 TO W-TOTAL-RESERVAS
                       MOVE "RESERVA"       TO SEP-TIPO (W-IDX)
                       MOVE COD-RESERVA     TO SEP-DOCUMENTO (W-IDX)
                       MOVE NOME-LEITOR-RES TO SEP-DETALHE (W-IDX)
                   END-IF
               END-IF
               PERFORM LER-PROXIMA-RESERVA
           END-PERFORM.
           CLOSE ARQ-RESERVA.

       LER-PROXIMA-RESERVA.
           READ ARQ-RESERVA NEXT RECORD
               AT END MOVE "S" TO W-FIM-ARQUIVO
           END-READ.
           IF  NOT FIM-ARQUIVO
                   AND W-COD-ERRO-RES NOT = "00" AND "02"
               DISPLAY "ERRO AO LER reservas.dat (STATUS "
                       W-COD-ERRO-RES ")"
               MOVE "S" TO W-FIM-ARQUIVO
           END-IF.

       RECOLHER-TRANSFERENCIAS.
           *> TRANSFERENCIA LANCADA NA DATA, SAINDO DESTA FILIAL: AS
           *> CAIXAS PRECISAM SER MONTADAS COM A GUIA.
           OPEN INPUT ARQ-TRANSF.
           MOVE "N" TO W-FIM-ARQUIVO.
           PERFORM LER-PROXIMA-TRANSF.
           PERFORM UNTIL FIM-ARQUIVO
               MOVE DATA-TRANSF TO W-DATA-TRANSF
               IF  W-DATA-TRANSF = W-DATA-LISTA
                       AND FILIAL-ORIGEM-TRA = W-FILIAL-LISTA
                   MOVE COD-LIVRO-TRA TO W-COD-LIVRO-ITEM
                   PERFORM ACRESCENTAR-ITEM
                   IF  W-IDX > 0
                       ADD 1 TO W-TOTAL-TRANSF
                       MOVE "TRANSF."  TO SEP-TIPO (W-IDX)
                       MOVE COD-TRANSF TO SEP-DOCUMENTO (W-IDX)
                       MOVE QTD-TRANSF TO QTD-ED
                       STRING "PARA FILIAL " FILIAL-DESTINO-TRA
                              " QTD " QTD-ED
                           DELIMITED BY SIZE INTO SEP-DETALHE (W-IDX)
                       END-STRING
                   END-IF
               END-IF
               PERFORM LER-PROXIMA-TRANSF
           END-PERFORM.
           CLOSE ARQ-TRANSF.

       LER-PROXIMA-TRANSF.
           READ ARQ-TRANSF NEXT RECORD
               AT END MOVE "S" TO W-FIM-ARQUIVO
           END-READ.
           IF  NOT FIM-ARQUIVO
                   AND W-COD-ERRO-TRA NOT = "00" AND "02"
               DISPLAY "ERRO AO LER transferencias.dat (STATUS "
                       W-COD-ERRO-TRA ")"
               MOVE "S" TO W-FIM-ARQUIVO
           END-IF.

       ACRESCENTAR-ITEM.
           *> DEVOLVE EM W-IDX A POSICAO NOVA (ZERO COM A TABELA CHEIA)
           *> JA COM A CHAVE DE ORDEM MONTADA.
           MOVE ZEROS TO W-IDX.
           IF  W-TOTAL-ITENS < 300
               ADD 1 TO W-TOTAL-ITENS
               MOVE W-TOTAL-ITENS TO W-IDX
               MOVE W-COD-LIVRO-ITEM TO SEP-COD-LIVRO (W-IDX)
               MOVE W-COD-LIVRO-ITEM TO COD-LIVRO-LOC
               MOVE W-FILIAL-LISTA   TO COD-FILIAL-LOC
               READ ARQ-LOCALIZACAO
               IF  STATUS-LOC-OK
                   MOVE "0"          TO SEP-SEM-LOCAL (W-IDX)
                   MOVE ENDERECO-LOC TO SEP-ENDERECO (W-IDX)
               ELSE
                   MOVE "9"          TO SEP-SEM-LOCAL (W-IDX)
                   MOVE SPACES       TO SEP-ENDERECO (W-IDX)
                   ADD 1 TO W-TOTAL-SEM-LOCAL
               END-IF
           ELSE
               ADD 1 TO W-TOTAL-FORA
           END-IF.

       ORDENAR-ITENS.
           PERFORM VARYING W-IDX FROM 1 BY 1
                   UNTIL W-IDX >= W-TOTAL-ITENS
               PERFORM VARYING W-IDX-2 FROM 1 BY 1
                       UNTIL W-IDX-2 > W-TOTAL-ITENS - W-IDX
                   IF  SEP-CHAVE (W-IDX-2) > SEP-CHAVE (W-IDX-2 + 1)
                       MOVE SEP-ITEM (W-IDX-2) TO SEP-TROCA
                       MOVE SEP-ITEM (W-IDX-2 + 1) TO SEP-ITEM (W-IDX-2)
                       MOVE SEP-TROCA TO SEP-ITEM (W-IDX-2 + 1)
                   END-IF
               END-PERFORM
           END-PERFORM.

       EMITIR-LISTA.
           MOVE SPACES TO W-LINHA.
           STRING "LISTA DE SEPARACAO - FILIAL " W-FILIAL-LISTA
                  " - DATA " W-DATA-LISTA (7:2) "/" W-DATA-LISTA (5:2)
                  "/" W-DATA-LISTA (1:4)
               DELIMITED BY SIZE INTO W-LINHA
           END-STRING.
           PERFORM GRAVAR-LINHA.
           MOVE "    SETOR CR PR LIVRO TITULO                    TIPO"
             TO W-LINHA.
           MOVE "    DOC.  DETALHE" TO W-LINHA (53:17).
           PERFORM GRAVAR-LINHA.
           PERFORM VARYING W-IDX FROM 1 BY 1
                   UNTIL W-IDX > W-TOTAL-ITENS
               PERFORM GRAVAR-LINHA-ITEM
           END-PERFORM.

       GRAVAR-LINHA-ITEM.
           MOVE SEP-COD-LIVRO (W-IDX) TO COD-LIVRO.
           READ CAD-PRODUTO.
           IF  NOT STATUS-OK
               MOVE "(LIVRO NAO CADASTRADO)" TO TITULO-LIVRO
           END-IF.
           MOVE SPACES TO W-LINHA.
           MOVE "[ ]" TO W-LINHA (1:3).
           IF  SEP-SEM-LOCAL (W-IDX) = "9"
               MOVE "SEM LOCAL" TO W-LINHA (5:9)
           ELSE
               MOVE SEP-SETOR (W-IDX)      TO W-LINHA (5:3)
               MOVE SEP-CORREDOR (W-IDX)   TO W-LINHA (11:2)
               MOVE SEP-PRATELEIRA (W-IDX) TO W-LINHA (14:2)
           END-IF.
           MOVE SEP-COD-LIVRO (W-IDX)  TO W-LINHA (17:3).
           MOVE TITULO-LIVRO (1:25)    TO W-LINHA (23:25).
           MOVE SEP-TIPO (W-IDX)       TO W-LINHA (49:7).
           MOVE SEP-DOCUMENTO (W-IDX)  TO W-LINHA (57:5).
           MOVE SEP-DETALHE (W-IDX)    TO W-LINHA (63:30).
           PERFORM GRAVAR-LINHA.

       GRAVAR-LINHA.
           DISPLAY W-LINHA (1:79).
           MOVE W-LINHA TO REG-RELATORIO.
           WRITE REG-RELATORIO.

       FINALIZACAO.
           MOVE SPACES TO W-LINHA.
           PERFORM GRAVAR-LINHA.
           STRING "RESERVAS: " W-TOTAL-RESERVAS
                  "  TRANSFERENCIAS: " W-TOTAL-TRANSF
                  "  SEM LOCALIZACAO: " W-TOTAL-SEM-LOCAL
               DELIMITED BY SIZE INTO W-LINHA
           END-STRING.
           PERFORM GRAVAR-LINHA.
           IF  W-TOTAL-FORA > 0
               MOVE SPACES TO W-LINHA
               STRING "TABELA CHEIA - " W-TOTAL-FORA
                      " ITENS FORA DA LISTA"
                   DELIMITED BY SIZE INTO W-LINHA
               END-STRING
               PERFORM GRAVAR-LINHA
           END-IF.
           CLOSE CAD-PRODUTO.
           CLOSE ARQ-LOCALIZACAO.
           CLOSE ARQ-RELATORIO.
           CALL "SPOOLAR" USING "LISTASEPARACAO      "
                "separacao.txt       ".
           STOP "   <ENTER> PARA CONTINUAR".

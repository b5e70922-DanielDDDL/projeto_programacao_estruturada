
       IDENTIFICATION DIVISION.

       PROGRAM-ID. AVISOENCOMENDA.
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

                   SELECT OPTIONAL ARQ-LEITOR
                   ASSIGN TO "leitores.dat"
                   ORGANIZATION INDEXED
                   RECORD KEY IS COD-LEITOR
                   ACCESS RANDOM
                   FILE STATUS IS W-COD-ERRO-LEI.

                   SELECT OPTIONAL ARQ-MODELO
                   ASSIGN TO "cartaencomenda.txt"
                   ORGANIZATION LINE SEQUENTIAL
                   FILE STATUS IS W-COD-ERRO-MOD.

                   SELECT OPTIONAL ARQ-AVISOS
                   ASSIGN TO "avisoencomenda.txt"
                   ORGANIZATION LINE SEQUENTIAL
                   FILE STATUS IS W-COD-ERRO-AVI.

       DATA DIVISION.
         FILE SECTION.
         FD  ARQ-ENCOMENDA
             LABEL RECORD STANDARD.
         COPY "REGENCOMENDA.cpy".

         FD  ARQ-LEITOR
             LABEL RECORD STANDARD.
         COPY "REGLEITOR.cpy".

         FD  ARQ-MODELO
             LABEL RECORD STANDARD.
         01  REG-MODELO  PIC X(80).

         FD  ARQ-AVISOS
             LABEL RECORD STANDARD.
         01  REG-AVISO  PIC X(100).

         WORKING-STORAGE SECTION.
         77  W-COD-ERRO-ENC     PIC XX    VALUE SPACES.
         77  W-COD-ERRO-LEI     PIC XX    VALUE SPACES.
         77  W-COD-ERRO-MOD     PIC XX    VALUE SPACES.
         77  W-COD-ERRO-AVI     PIC XX    VALUE SPACES.
         77  W-FIM-VARREDURA    PIC X     VALUE "N".
             88  FIM-VARREDURA            VALUE "S".
         77  W-IDX              PIC 9(3)  VALUE ZEROS.
         77  W-IDX-MOD          PIC 99    VALUE ZEROS.
         77  W-TOTAL-PENDENTES  PIC 9(3)  VALUE ZEROS.
         77  W-TOTAL-AVISOS     PIC 9(3)  VALUE ZEROS.
         77  QTD-ED             PIC ZZ9   VALUE ZEROS.
         77  SINAL-ED           PIC ZZ.ZZ9,99 VALUE ZEROS.

      *> MODELO DA CARTA: AS LINHAS DE cartaencomenda.txt ANTES DA
      *> LINHA MARCADORA "%LIVROS%" SAEM NO TOPO (APOS O NOME DO
      *> CLIENTE) E AS LINHAS DEPOIS DELA SAEM NO RODAPE - MESMA
      *> CONVENCAO DE cartaaviso.txt EM AVISORESERVA. SEM MODELO,
      *> VALE O TEXTO PADRAO ABAIXO.
         77  W-TOTAL-LINHAS-TOPO   PIC 99 VALUE ZEROS.
         77  W-TOTAL-LINHAS-RODAPE PIC 99 VALUE ZEROS.
         77  W-LENDO-RODAPE     PIC X     VALUE "N".
             88  LENDO-RODAPE             VALUE "S".
         01  TABELA-MODELO-TOPO.
             02  LINHA-TOPO  OCCURS 15 TIMES  PIC X(80).
         01  TABELA-MODELO-RODAPE.
             02  LINHA-RODAPE  OCCURS 15 TIMES  PIC X(80).

      *> ENCOMENDAS SEPARADAS AINDA SEM AVISO, RECOLHIDAS NA
      *> VARREDURA E TRATADAS DEPOIS PARA NAO REGRAVAR DURANTE O
      *> READ NEXT.
         01  TABELA-PENDENTES.
             02  PENDENTE  OCCURS 200 TIMES.
                 03  PEN-COD-ENCOMENDA PIC 9(5).
                 03  PEN-COD-LEITOR    PIC 9(5).
                 03  PEN-CLIENTE       PIC X(40).
                 03  PEN-TELEFONE      PIC X(15).
                 03  PEN-TITULO        PIC X(40).
                 03  PEN-QTD           PIC 9(3).
                 03  PEN-SINAL         PIC 9(5)V99.
                 03  PEN-FILIAL        PIC 9(2).

       PROCEDURE DIVISION.

       INICIO.
           *> AVISO DE CHEGADA DE ENCOMENDA: PARA CADA ENCOMENDA DE
           *> CLIENTE SEPARADA POR ENTRADA AINDA SEM AVISO, GERA UMA
           *> CARTA EM "avisoencomenda.txt" COM NOME, CONTATO, TITULO,
           *> FILIAL DE RETIRADA E SINAL JA PAGO. RODA SEM TECLADO,
           *> COMO PASSO DA ROTINA NOTURNA (DEPOIS DE AVISORESERVA).
           PERFORM INICIALIZACAO.
           PERFORM LOCALIZAR-PENDENTES.
           IF  W-TOTAL-PENDENTES = 0
               DISPLAY "NENHUMA ENCOMENDA AGUARDANDO AVISO"
           ELSE
               PERFORM GERAR-AVISOS
           END-IF.
           PERFORM FINALIZACAO.
           GOBACK.

       INICIALIZACAO.
           DISPLAY "AVISOS DE CHEGADA DE ENCOMENDA".
           PERFORM CARREGAR-MODELO.
           OPEN INPUT ARQ-LEITOR.
           OPEN I-O ARQ-ENCOMENDA.

       CARREGAR-MODELO.
           MOVE ZEROS TO W-TOTAL-LINHAS-TOPO W-TOTAL-LINHAS-RODAPE.
           MOVE "N" TO W-LENDO-RODAPE.
           OPEN INPUT ARQ-MODELO.
           IF  W-COD-ERRO-MOD = "00"
               PERFORM LER-LINHA-MODELO
               PERFORM UNTIL W-COD-ERRO-MOD NOT = "00"
                   IF  FUNCTION TRIM (REG-MODELO) = "%LIVROS%"
                       MOVE "S" TO W-LENDO-RODAPE
                   ELSE
                       PERFORM GUARDAR-LINHA-MODELO
                   END-IF
                   PERFORM LER-LINHA-MODELO
               END-PERFORM
               CLOSE ARQ-MODELO
           END-IF.
           IF  W-TOTAL-LINHAS-TOPO = 0
               MOVE 2 TO W-TOTAL-LINHAS-TOPO
               MOVE "PREZADO CLIENTE," TO LINHA-TOPO (1)
               MOVE "O LIVRO QUE VOCE ENCOMENDOU CHEGOU:"
                 TO LINHA-TOPO (2)
           END-IF.
           IF  W-TOTAL-LINHAS-RODAPE = 0
               MOVE 2 TO W-TOTAL-LINHAS-RODAPE
               MOVE "O EXEMPLAR ESTA SEPARADO NO SEU NOME."
                 TO LINHA-RODAPE (1)
               MOVE "ATENCIOSAMENTE, BOOK'S CORP" TO LINHA-RODAPE (2)
           END-IF.

       LER-LINHA-MODELO.
           READ ARQ-MODELO
               AT END MOVE "10" TO W-COD-ERRO-MOD
           END-READ.

       GUARDAR-LINHA-MODELO.
           IF  LENDO-RODAPE
               IF  W-TOTAL-LINHAS-RODAPE < 15
                   ADD 1 TO W-TOTAL-LINHAS-RODAPE
                   MOVE REG-MODELO
                     TO LINHA-RODAPE (W-TOTAL-LINHAS-RODAPE)
               END-IF
           ELSE
               IF  W-TOTAL-LINHAS-TOPO < 15
                   ADD 1 TO W-TOTAL-LINHAS-TOPO
                   MOVE REG-MODELO
                     TO LINHA-TOPO (W-TOTAL-LINHAS-TOPO)
               END-IF
           END-IF.

       LOCALIZAR-PENDENTES.
           MOVE ZEROS TO W-TOTAL-PENDENTES COD-ENCOMENDA.
           MOVE "N" TO W-FIM-VARREDURA.
           START ARQ-ENCOMENDA KEY IS NOT LESS THAN COD-ENCOMENDA
               INVALID KEY MOVE "S" TO W-FIM-VARREDURA
           END-START.
           PERFORM UNTIL FIM-VARREDURA
               READ ARQ-ENCOMENDA NEXT RECORD
                   AT END MOVE "S" TO W-FIM-VARREDURA
               END-READ
               IF  NOT FIM-VARREDURA
                       AND ENC-SEPARADA
                       AND NOT AVISO-ENC-EMITIDO
                       AND W-TOTAL-PENDENTES < 200
                   ADD 1 TO W-TOTAL-PENDENTES
                   MOVE COD-ENCOMENDA
                     TO PEN-COD-ENCOMENDA (W-TOTAL-PENDENTES)
                   MOVE COD-LEITOR-ENC
                     TO PEN-COD-LEITOR (W-TOTAL-PENDENTES)
                   MOVE NOME-CLIENTE-ENC
                     TO PEN-CLIENTE (W-TOTAL-PENDENTES)
                   MOVE TELEFONE-ENC
                     TO PEN-TELEFONE (W-TOTAL-PENDENTES)
                   MOVE TITULO-ENC
                     TO PEN-TITULO (W-TOTAL-PENDENTES)
                   MOVE QTD-ENC
                     TO PEN-QTD (W-TOTAL-PENDENTES)
                   MOVE VALOR-SINAL-ENC
                     TO PEN-SINAL (W-TOTAL-PENDENTES)
                   MOVE COD-FILIAL-SEP-ENC
                     TO PEN-FILIAL (W-TOTAL-PENDENTES)
               END-IF
           END-PERFORM.

       GERAR-AVISOS.
           OPEN OUTPUT ARQ-AVISOS.
           IF  W-COD-ERRO-AVI NOT = "00" AND "05"
               DISPLAY "ERRO AO ABRIR avisoencomenda.txt (STATUS "
                       W-COD-ERRO-AVI ")"
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM GERAR-UM-AVISO
                   VARYING W-IDX FROM 1 BY 1
                   UNTIL W-IDX > W-TOTAL-PENDENTES
               CLOSE ARQ-AVISOS
               CALL "SPOOLAR" USING "AVISOENCOMENDA      "
                    "avisoencomenda.txt  "
           END-IF.

       GERAR-UM-AVISO.
           MOVE ALL "=" TO REG-AVISO.
           WRITE REG-AVISO.
           PERFORM GRAVAR-ENDERECAMENTO.
           MOVE SPACES TO REG-AVISO.
           WRITE REG-AVISO.
           PERFORM VARYING W-IDX-MOD FROM 1 BY 1
                   UNTIL W-IDX-MOD > W-TOTAL-LINHAS-TOPO
               MOVE LINHA-TOPO (W-IDX-MOD) TO REG-AVISO
               WRITE REG-AVISO
           END-PERFORM.
           PERFORM GRAVAR-LINHA-LIVRO.
           MOVE SPACES TO REG-AVISO.
           WRITE REG-AVISO.
           PERFORM VARYING W-IDX-MOD FROM 1 BY 1
                   UNTIL W-IDX-MOD > W-TOTAL-LINHAS-RODAPE
               MOVE LINHA-RODAPE (W-IDX-MOD) TO REG-AVISO
               WRITE REG-AVISO
           END-PERFORM.
           MOVE SPACES TO REG-AVISO.
           WRITE REG-AVISO.
           ADD 1 TO W-TOTAL-AVISOS.
           PERFORM MARCAR-AVISO-EMITIDO.

       GRAVAR-ENDERECAMENTO.
           MOVE SPACES TO REG-AVISO.
           STRING "AO CLIENTE: " DELIMITED BY SIZE
                  PEN-CLIENTE (W-IDX) DELIMITED BY SIZE
                  " ENCOMENDA " DELIMITED BY SIZE
                  PEN-COD-ENCOMENDA (W-IDX) DELIMITED BY SIZE
               INTO REG-AVISO
           END-STRING.
           WRITE REG-AVISO.
           MOVE SPACES TO REG-AVISO.
           STRING "TELEFONE..: " DELIMITED BY SIZE
                  PEN-TELEFONE (W-IDX) DELIMITED BY SIZE
               INTO REG-AVISO
           END-STRING.
           WRITE REG-AVISO.
           *> CLIENTE QUE E LEITOR CADASTRADO TAMBEM RECEBE PELO
           *> ENDERECO DO CADASTRO
           IF  PEN-COD-LEITOR (W-IDX) > 0
               MOVE PEN-COD-LEITOR (W-IDX) TO COD-LEITOR
               READ ARQ-LEITOR
               IF  W-COD-ERRO-LEI = "00"
                   MOVE SPACES TO REG-AVISO
                   STRING "ENDERECO..: " DELIMITED BY SIZE
                          ENDERECO-LEITOR DELIMITED BY SIZE
                       INTO REG-AVISO
                   END-STRING
                   WRITE REG-AVISO
               END-IF
           END-IF.

       GRAVAR-LINHA-LIVRO.
           MOVE PEN-QTD (W-IDX) TO QTD-ED.
           MOVE SPACES TO REG-AVISO.
           STRING "   " DELIMITED BY SIZE
                  PEN-TITULO (W-IDX) DELIMITED BY SIZE
                  " - QTD " DELIMITED BY SIZE
                  QTD-ED DELIMITED BY SIZE
                  " - RETIRAR NA FILIAL " DELIMITED BY SIZE
                  PEN-FILIAL (W-IDX) DELIMITED BY SIZE
               INTO REG-AVISO
           END-STRING.
           WRITE REG-AVISO.
           IF  PEN-SINAL (W-IDX) > 0
               MOVE PEN-SINAL (W-IDX) TO SINAL-ED
               MOVE SPACES TO REG-AVISO
               STRING "   SINAL JA PAGO: R$ " DELIMITED BY SIZE
                      SINAL-ED DELIMITED BY SIZE
                   INTO REG-AVISO
               END-STRING
               WRITE REG-AVISO
           END-IF.

       MARCAR-AVISO-EMITIDO.
           MOVE PEN-COD-ENCOMENDA (W-IDX) TO COD-ENCOMENDA.
           READ ARQ-ENCOMENDA.
           IF  W-COD-ERRO-ENC = "00"
               MOVE "S" TO AVISO-EMITIDO-ENC
               REWRITE REG-ENCOMENDA
           END-IF.

       FINALIZACAO.
           CLOSE ARQ-LEITOR.
           CLOSE ARQ-ENCOMENDA.
           DISPLAY "AVISOS GERADOS EM avisoencomenda.txt: "
                   W-TOTAL-AVISOS.

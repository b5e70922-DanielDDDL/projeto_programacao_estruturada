
       IDENTIFICATION DIVISION.

       PROGRAM-ID. RELATORIOEXEMPLAR.
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

                   SELECT OPTIONAL ARQ-EXEMPLAR
                   ASSIGN TO "exemplares.dat"
                   ORGANIZATION INDEXED
                   RECORD KEY IS CHAVE-EXEMPLAR
                   ACCESS SEQUENTIAL
                   FILE STATUS IS W-COD-ERRO-EXE.

                   SELECT OPTIONAL ARQ-RESERVA
                   ASSIGN TO "reservas.dat"
                   ORGANIZATION INDEXED
                   RECORD KEY IS COD-RESERVA
                   ALTERNATE RECORD KEY IS COD-LIVRO-RES WITH DUPLICATES
                   ALTERNATE RECORD KEY IS COD-LEITOR-RES
                       WITH DUPLICATES
                   ACCESS SEQUENTIAL
                   FILE STATUS IS W-COD-ERRO-RES.

                   SELECT OPTIONAL ARQ-EMPRESTIMO
                   ASSIGN TO "emprestimos.dat"
                   ORGANIZATION INDEXED
                   RECORD KEY IS COD-EMPRESTIMO
                   ALTERNATE RECORD KEY IS COD-LIVRO-EMP WITH DUPLICATES
                   ALTERNATE RECORD KEY IS COD-LEITOR-EMP
                       WITH DUPLICATES
                   ACCESS SEQUENTIAL
                   FILE STATUS IS W-COD-ERRO-EMP.

                   SELECT OPTIONAL ARQ-HISTORICO
                   ASSIGN TO DYNAMIC W-NOME-ARQ-HIST
                   ORGANIZATION SEQUENTIAL
                   FILE STATUS IS W-COD-ERRO-HIST.

                   SELECT OPTIONAL ARQ-SUBSTITUICAO
                   ASSIGN TO "substituicoes.txt"
                   ORGANIZATION LINE SEQUENTIAL
                   FILE STATUS IS W-COD-ERRO-SUB.

                   SELECT OPTIONAL ARQ-RELATORIO
                   ASSIGN TO "relexemplares.txt"
                   ORGANIZATION LINE SEQUENTIAL
                   FILE STATUS IS W-COD-ERRO-REL.

       DATA DIVISION.
         FILE SECTION.
         FD  CAD-PRODUTO
             LABEL RECORD STANDARD.
         COPY "REGLIVRO.cpy".

         FD  ARQ-EXEMPLAR
             LABEL RECORD STANDARD.
         COPY "REGEXEMPLAR.cpy".

         FD  ARQ-RESERVA
             LABEL RECORD STANDARD.
         COPY "REGRESERVA.cpy".

         FD  ARQ-EMPRESTIMO
             LABEL RECORD STANDARD.
         COPY "REGEMPR.cpy".

         FD  ARQ-HISTORICO
             LABEL RECORD STANDARD.
         01  REG-EMPRESTIMO-HIST  PIC X(85).

         FD  ARQ-SUBSTITUICAO
             LABEL RECORD STANDARD.
         COPY "REGSUBST.cpy".

         FD  ARQ-RELATORIO
             LABEL RECORD STANDARD.
         01  REG-RELATORIO  PIC X(100).

         WORKING-STORAGE SECTION.
         77  CODERRO            PIC XX    VALUE SPACES.
             88  STATUS-OK                VALUE "00".
         77  W-COD-ERRO-EXE     PIC XX    VALUE SPACES.
         77  W-COD-ERRO-RES     PIC XX    VALUE SPACES.
         77  W-COD-ERRO-EMP     PIC XX    VALUE SPACES.
         77  W-COD-ERRO-HIST    PIC XX    VALUE SPACES.
         77  W-COD-ERRO-SUB     PIC XX    VALUE SPACES.
         77  W-COD-ERRO-REL     PIC XX    VALUE SPACES.
         77  W-FIM-ARQUIVO      PIC X     VALUE "N".
             88  FIM-ARQUIVO              VALUE "S".
         77  W-ACHOU            PIC X     VALUE "N".
             88  ACHOU                    VALUE "S".
         77  W-MARCADO          PIC X     VALUE "N".
             88  MARCADO                  VALUE "S".
         77  W-LIMITE-EMPRESTIMOS PIC 9(5) VALUE ZEROS.
         77  W-LIMITE-IDADE     PIC 99    VALUE ZEROS.
         77  W-DATA-HOJE        PIC 9(8)  VALUE ZEROS.
         77  W-DATA-UM-ANO      PIC 9(8)  VALUE ZEROS.
         77  W-ANO-HIST         PIC 9(4)  VALUE ZEROS.
         77  W-ANO-FIM          PIC 9(4)  VALUE ZEROS.
         77  W-NOME-ARQ-HIST    PIC X(20) VALUE SPACES.
         77  W-DATA-EMP-NUM     PIC 9(8)  VALUE ZEROS.
         77  W-COD-LIVRO-AUX    PIC 9(3)  VALUE ZEROS.
         77  W-NUM-EXEMPLAR-AUX PIC 9(3)  VALUE ZEROS.
         77  W-IDADE-ANOS       PIC 99    VALUE ZEROS.
         77  W-COD-LIVRO-ANT    PIC 9(3)  VALUE ZEROS.
         77  W-IDX              PIC 9(5)  VALUE ZEROS.
         77  W-IDX-FIM          PIC 9(5)  VALUE ZEROS.
         77  W-IDX-COPIA        PIC 9(5)  VALUE ZEROS.
         77  W-TOTAL-COPIAS     PIC 9(5)  VALUE ZEROS.
         77  W-TOTAL-MARCADAS   PIC 9(5)  VALUE ZEROS.
         77  W-TOTAL-SEM-COPIA  PIC 9(5)  VALUE ZEROS.
         77  W-MOTIVOS          PIC X(3)  VALUE SPACES.
         77  W-LINHA            PIC X(100) VALUE SPACES.
         77  QTD-ED             PIC ZZZZ9 VALUE ZEROS.
         77  QTD-PEQ-ED         PIC ZZ9   VALUE ZEROS.
         77  IDADE-ED           PIC Z9    VALUE ZEROS.

      *> IMAGEM DE TRABALHO DO REGISTRO DO HISTORICO (MESMO LAYOUT DE
      *> REGEMPR.cpy, NOMES PROPRIOS PARA CONVIVER COM O ARQUIVO VIVO)
         01  W-EMPRESTIMO-HIST.
             02  WH-COD-EMPRESTIMO     PIC 9(5).
             02  WH-COD-LIVRO-EMP      PIC 9(3).
             02  WH-NOME-LEITOR        PIC X(40).
             02  WH-DATA-EMPRESTIMO    PIC 9(8).
             02  WH-DATA-PREVISTA      PIC 9(8).
             02  WH-DATA-DEVOLUCAO     PIC 9(8).
             02  WH-SITUACAO           PIC X.
             02  WH-COD-LEITOR         PIC 9(5).
             02  WH-NUM-RENOVACOES     PIC 99.
             02  WH-NUM-EXEMPLAR       PIC 9(3).
             02  WH-COD-FILIAL         PIC 9(2).

      *> UMA POSICAO POR CODIGO DE LIVRO (001-999): ONDE COMECAM AS
      *> COPIAS DO TITULO NA TABELA DE COPIAS, QUANTAS SAO, A FILA DE
      *> RESERVAS EM ABERTO E OS EMPRESTIMOS DOS ULTIMOS 12 MESES.
         01  TABELA-TITULOS.
             02  TIT-ITEM OCCURS 999 TIMES.
                 03  TIT-INICIO        PIC 9(5).
                 03  TIT-QTD-COPIAS    PIC 9(3).
                 03  TIT-FILA          PIC 9(3).
                 03  TIT-EMPR-RECENTES PIC 9(5).
      *> COPIAS EM USO (DISPONIVEL, EMPRESTADA OU EM CONSERTO), NA
      *> ORDEM DA CHAVE DE exemplares.dat.
         01  TABELA-COPIAS.
             02  CPA-ITEM OCCURS 5000 TIMES.
                 03  CPA-COD-LIVRO     PIC 9(3).
                 03  CPA-NUM-EXEMPLAR  PIC 9(3).
                 03  CPA-DATA-AQUIS    PIC 9(8).
                 03  CPA-CONDICAO      PIC X.
                     88  CPA-CONDICAO-RUIM     VALUE "D".
                 03  CPA-SITUACAO      PIC X.
                 03  CPA-EMPRESTIMOS   PIC 9(5).
                 03  CPA-ULTIMO-EMPR   PIC 9(8).

       PROCEDURE DIVISION.

       INICIO.
           *> CICLO DE VIDA DOS EXEMPLARES: PARA CADA COPIA EM USO,
           *> QUANTAS VEZES SAIU (ARQUIVO VIVO MAIS OS HISTORICOS
           *> emprhist-AAAA.dat), IDADE DESDE A AQUISICAO, CONDICAO E
           *> ULTIMO EMPRESTIMO. MARCA PARA SUBSTITUICAO A COPIA ACIMA
           *> DO LIMITE DE EMPRESTIMOS OU DE IDADE, OU EM CONDICAO RUIM
           *> NUM TITULO COM PROCURA (FILA DE RESERVA EM ABERTO OU
           *> EMPRESTIMO NOS ULTIMOS 12 MESES). AS MARCADAS VAO PARA
           *> "substituicoes.txt", QUE O PEDIDOCOMPRA CONVERTE EM
           *> LINHAS DE PEDIDO (MODO REPOSICAO).
           PERFORM INICIALIZACAO.
           PERFORM CARREGAR-EXEMPLARES.
           PERFORM CONTAR-FILAS-RESERVA.
           PERFORM VARRER-ARQUIVO-VIVO.
           PERFORM VARRER-HISTORICOS.
           PERFORM EMITIR-RELATORIO.
           PERFORM FINALIZACAO.
           EXIT PROGRAM.

       INICIALIZACAO.
           DISPLAY "CICLO DE VIDA DOS EXEMPLARES".
           DISPLAY "LIMITE DE EMPRESTIMOS POR COPIA (0=50): "
                   WITH NO ADVANCING.
           ACCEPT W-LIMITE-EMPRESTIMOS.
           IF  W-LIMITE-EMPRESTIMOS = 0
               MOVE 50 TO W-LIMITE-EMPRESTIMOS
           END-IF.
           DISPLAY "LIMITE DE IDADE EM ANOS (0=8).........: "
                   WITH NO ADVANCING.
           ACCEPT W-LIMITE-IDADE.
           IF  W-LIMITE-IDADE = 0
               MOVE 8 TO W-LIMITE-IDADE
           END-IF.
           ACCEPT W-DATA-HOJE FROM DATE YYYYMMDD.
           COMPUTE W-DATA-UM-ANO = FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE (W-DATA-HOJE) - 365).
           INITIALIZE TABELA-TITULOS TABELA-COPIAS.
           OPEN INPUT CAD-PRODUTO.
           OPEN OUTPUT ARQ-SUBSTITUICAO.
           OPEN OUTPUT ARQ-RELATORIO.

       CARREGAR-EXEMPLARES.
           *> COPIA BAIXADA OU VENDIDA JA SAIU DO ACERVO E NAO ENTRA.
           OPEN INPUT ARQ-EXEMPLAR.
           MOVE "N" TO W-FIM-ARQUIVO.
           PERFORM LER-PROXIMO-EXEMPLAR.
           PERFORM UNTIL FIM-ARQUIVO
               IF  NOT EXEMPLAR-BAIXADO AND NOT EXEMPLAR-VENDIDO
                       AND COD-LIVRO-EXE > 0
                   IF  W-TOTAL-COPIAS < 5000
                       PERFORM GUARDAR-COPIA
                   ELSE
                       ADD 1 TO W-TOTAL-SEM-COPIA
                   END-IF
               END-IF
               PERFORM LER-PROXIMO-EXEMPLAR
           END-PERFORM.
           CLOSE ARQ-EXEMPLAR.
           IF  W-TOTAL-SEM-COPIA > 0
               DISPLAY "TABELA CHEIA - " W-TOTAL-SEM-COPIA
                       " COPIAS FORA DO RELATORIO"
           END-IF.

       GUARDAR-COPIA.
           ADD 1 TO W-TOTAL-COPIAS.
           IF  TIT-QTD-COPIAS (COD-LIVRO-EXE) = 0
               MOVE W-TOTAL-COPIAS TO TIT-INICIO (COD-LIVRO-EXE)
           END-IF.
           ADD 1 TO TIT-QTD-COPIAS (COD-LIVRO-EXE).
           MOVE COD-LIVRO-EXE     TO CPA-COD-LIVRO (W-TOTAL-COPIAS).
           MOVE NUM-EXEMPLAR      TO CPA-NUM-EXEMPLAR (W-TOTAL-COPIAS).
           MOVE DATA-AQUISICAO    TO CPA-DATA-AQUIS (W-TOTAL-COPIAS).
           MOVE CONDICAO-EXEMPLAR TO CPA-CONDICAO (W-TOTAL-COPIAS).
           MOVE SITUACAO-EXEMPLAR TO CPA-SITUACAO (W-TOTAL-COPIAS).

       LER-PROXIMO-EXEMPLAR.
           READ ARQ-EXEMPLAR NEXT RECORD
               AT END MOVE "S" TO W-FIM-ARQUIVO
           END-READ.
           IF  NOT FIM-ARQUIVO
                   AND W-COD-ERRO-EXE NOT = "00" AND "02"
               DISPLAY "ERRO AO LER exemplares.dat (STATUS "
                       W-COD-ERRO-EXE ")"
               MOVE "S" TO W-FIM-ARQUIVO
           END-IF.

       CONTAR-FILAS-RESERVA.
           OPEN INPUT ARQ-RESERVA.
           MOVE "N" TO W-FIM-ARQUIVO.
           PERFORM LER-PROXIMA-RESERVA.
           PERFORM UNTIL FIM-ARQUIVO
               IF  RESERVA-NA-FILA AND COD-LIVRO-RES > 0
                   ADD 1 TO TIT-FILA (COD-LIVRO-RES)
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

       VARRER-ARQUIVO-VIVO.
           MOVE "N" TO W-FIM-ARQUIVO.
           OPEN INPUT ARQ-EMPRESTIMO.
           PERFORM LER-PROXIMO-EMPRESTIMO.
           PERFORM UNTIL FIM-ARQUIVO
               MOVE DATA-EMPRESTIMO  TO W-DATA-EMP-NUM
               MOVE COD-LIVRO-EMP    TO W-COD-LIVRO-AUX
               MOVE NUM-EXEMPLAR-EMP TO W-NUM-EXEMPLAR-AUX
               PERFORM CONTABILIZAR-EMPRESTIMO
               PERFORM LER-PROXIMO-EMPRESTIMO
           END-PERFORM.
           CLOSE ARQ-EMPRESTIMO.

       LER-PROXIMO-EMPRESTIMO.
           READ ARQ-EMPRESTIMO NEXT RECORD
               AT END MOVE "S" TO W-FIM-ARQUIVO
           END-READ.
           *> UM ERRO DE LEITURA (INDICE AVARIADO, STATUS 39/98) NAO
           *> CAI NO AT END; SEM ESTE TESTE O LACO GIRARIA PARA SEMPRE
           IF  NOT FIM-ARQUIVO
                   AND W-COD-ERRO-EMP NOT = "00" AND "02"
               DISPLAY "ERRO AO LER emprestimos.dat (STATUS "
                       W-COD-ERRO-EMP ")"
               MOVE "S" TO W-FIM-ARQUIVO
           END-IF.

       VARRER-HISTORICOS.
           *> TODA A VIDA DA COPIA CONTA: ABRE-SE O HISTORICO DE CADA
           *> ANO DESDE O INICIO DO ARQUIVAMENTO (SE EXISTIR).
           MOVE W-DATA-HOJE (1:4) TO W-ANO-FIM.
           PERFORM VARYING W-ANO-HIST FROM 2017 BY 1
                   UNTIL W-ANO-HIST > W-ANO-FIM
               PERFORM VARRER-UM-HISTORICO
           END-PERFORM.

       VARRER-UM-HISTORICO.
           MOVE SPACES TO W-NOME-ARQ-HIST.
           STRING "emprhist-"  DELIMITED BY SIZE
                  W-ANO-HIST   DELIMITED BY SIZE
                  ".dat"       DELIMITED BY SIZE
               INTO W-NOME-ARQ-HIST
           END-STRING.
           OPEN INPUT ARQ-HISTORICO.
           IF  W-COD-ERRO-HIST = "00"
               MOVE "N" TO W-FIM-ARQUIVO
               PERFORM LER-PROXIMO-HISTORICO
               PERFORM UNTIL FIM-ARQUIVO
                   MOVE REG-EMPRESTIMO-HIST TO W-EMPRESTIMO-HIST
                   MOVE WH-DATA-EMPRESTIMO TO W-DATA-EMP-NUM
                   MOVE WH-COD-LIVRO-EMP   TO W-COD-LIVRO-AUX
                   MOVE WH-NUM-EXEMPLAR    TO W-NUM-EXEMPLAR-AUX
                   PERFORM CONTABILIZAR-EMPRESTIMO
                   PERFORM LER-PROXIMO-HISTORICO
               END-PERFORM
               CLOSE ARQ-HISTORICO
           END-IF.

       LER-PROXIMO-HISTORICO.
           READ ARQ-HISTORICO
               AT END MOVE "S" TO W-FIM-ARQUIVO
           END-READ.
           IF  NOT FIM-ARQUIVO
                   AND W-COD-ERRO-HIST NOT = "00" AND "02"
               DISPLAY "ERRO AO LER " W-NOME-ARQ-HIST " (STATUS "
                       W-COD-ERRO-HIST ")"
               MOVE "S" TO W-FIM-ARQUIVO
           END-IF.

       CONTABILIZAR-EMPRESTIMO.
           *> EMPRESTIMO ANTERIOR AO CONTROLE POR EXEMPLAR (COPIA
           *> ZERO) CONTA SO NA PROCURA DO TITULO.
           IF  W-COD-LIVRO-AUX > 0
               IF  W-DATA-EMP-NUM >= W-DATA-UM-ANO
                   ADD 1 TO TIT-EMPR-RECENTES (W-COD-LIVRO-AUX)
               END-IF
               IF  W-NUM-EXEMPLAR-AUX > 0
                   PERFORM LOCALIZAR-COPIA
                   IF  ACHOU
                       ADD 1 TO CPA-EMPRESTIMOS (W-IDX-COPIA)
                       IF  W-DATA-EMP-NUM >
                               CPA-ULTIMO-EMPR (W-IDX-COPIA)
                           MOVE W-DATA-EMP-NUM
                             TO CPA-ULTIMO-EMPR (W-IDX-COPIA)
                       END-IF
                   END-IF
               END-IF
           END-IF.

       LOCALIZAR-COPIA.
           *> AS COPIAS DE UM TITULO ESTAO JUNTAS NA TABELA; PROCURA-SE
           *> SO DENTRO DA FAIXA DO TITULO.
           MOVE "N" TO W-ACHOU.
           IF  TIT-QTD-COPIAS (W-COD-LIVRO-AUX) > 0
               COMPUTE W-IDX-FIM = TIT-INICIO (W-COD-LIVRO-AUX)
                                 + TIT-QTD-COPIAS (W-COD-LIVRO-AUX) - 1
               PERFORM VARYING W-IDX FROM TIT-INICIO (W-COD-LIVRO-AUX)
                       BY 1 UNTIL W-IDX > W-IDX-FIM OR ACHOU
                   IF  CPA-NUM-EXEMPLAR (W-IDX) = W-NUM-EXEMPLAR-AUX
                       MOVE "S" TO W-ACHOU
                       MOVE W-IDX TO W-IDX-COPIA
                   END-IF
               END-PERFORM
           END-IF.

       EMITIR-RELATORIO.
           MOVE SPACES TO W-LINHA.
           STRING "LIMITES: EMPRESTIMOS " W-LIMITE-EMPRESTIMOS
                  "  IDADE " W-LIMITE-IDADE " ANOS"
                  "  (C = CONDICAO RUIM COM PROCURA)"
               DELIMITED BY SIZE INTO W-LINHA
           END-STRING.
           PERFORM GRAVAR-LINHA.
           MOVE "  EX. AQUISICAO IDADE C S  EMPR. ULTIMO   MOTIVO"
             TO W-LINHA.
           PERFORM GRAVAR-LINHA.
           MOVE ZEROS TO W-COD-LIVRO-ANT.
           PERFORM VARYING W-IDX-COPIA FROM 1 BY 1
                   UNTIL W-IDX-COPIA > W-TOTAL-COPIAS
               IF  CPA-COD-LIVRO (W-IDX-COPIA) NOT = W-COD-LIVRO-ANT
                   MOVE CPA-COD-LIVRO (W-IDX-COPIA) TO W-COD-LIVRO-ANT
                   PERFORM GRAVAR-LINHA-TITULO
               END-IF
               PERFORM AVALIAR-COPIA
               PERFORM GRAVAR-LINHA-COPIA
           END-PERFORM.

       GRAVAR-LINHA-TITULO.
           MOVE W-COD-LIVRO-ANT TO COD-LIVRO.
           READ CAD-PRODUTO.
           IF  NOT STATUS-OK
               MOVE "(LIVRO NAO CADASTRADO)" TO TITULO-LIVRO
           END-IF.
           MOVE SPACES TO W-LINHA.
           PERFORM GRAVAR-LINHA.
           MOVE TIT-QTD-COPIAS (W-COD-LIVRO-ANT) TO QTD-PEQ-ED.
           STRING "LIVRO " W-COD-LIVRO-ANT " " TITULO-LIVRO (1:30)
                  " COPIAS " QTD-PEQ-ED
               DELIMITED BY SIZE INTO W-LINHA
           END-STRING.
           MOVE TIT-FILA (W-COD-LIVRO-ANT) TO QTD-PEQ-ED.
           MOVE TIT-EMPR-RECENTES (W-COD-LIVRO-ANT) TO QTD-ED.
           STRING " FILA " QTD-PEQ-ED " EMPR.12M " QTD-ED
               DELIMITED BY SIZE INTO W-LINHA (51:30)
           END-STRING.
           PERFORM GRAVAR-LINHA.

       AVALIAR-COPIA.
           MOVE ZEROS TO W-IDADE-ANOS.
           IF  CPA-DATA-AQUIS (W-IDX-COPIA) > 16010101
                   AND CPA-DATA-AQUIS (W-IDX-COPIA) <= W-DATA-HOJE
               COMPUTE W-IDADE-ANOS =
                     ( FUNCTION INTEGER-OF-DATE (W-DATA-HOJE)
                     - FUNCTION INTEGER-OF-DATE
                           (CPA-DATA-AQUIS (W-IDX-COPIA)) ) / 365
           END-IF.
           MOVE SPACES TO W-MOTIVOS.
           MOVE "N" TO W-MARCADO.
           IF  CPA-EMPRESTIMOS (W-IDX-COPIA) >= W-LIMITE-EMPRESTIMOS
               MOVE "E" TO W-MOTIVOS (1:1)
               MOVE "S" TO W-MARCADO
           END-IF.
           IF  W-IDADE-ANOS >= W-LIMITE-IDADE
               MOVE "I" TO W-MOTIVOS (2:1)
               MOVE "S" TO W-MARCADO
           END-IF.
           IF  CPA-CONDICAO-RUIM (W-IDX-COPIA)
                   AND (TIT-FILA (W-COD-LIVRO-ANT) > 0
                        OR TIT-EMPR-RECENTES (W-COD-LIVRO-ANT) > 0)
               MOVE "C" TO W-MOTIVOS (3:1)
               MOVE "S" TO W-MARCADO
           END-IF.
           IF  MARCADO
               ADD 1 TO W-TOTAL-MARCADAS
               MOVE CPA-COD-LIVRO (W-IDX-COPIA)    TO COD-LIVRO-SUB
               MOVE CPA-NUM-EXEMPLAR (W-IDX-COPIA) TO NUM-EXEMPLAR-SUB
               MOVE CPA-EMPRESTIMOS (W-IDX-COPIA)  TO EMPRESTIMOS-SUB
               MOVE W-IDADE-ANOS                   TO IDADE-ANOS-SUB
               MOVE CPA-CONDICAO (W-IDX-COPIA)     TO CONDICAO-SUB
               MOVE W-MOTIVOS                      TO MOTIVOS-SUB
               WRITE REG-SUBSTITUICAO
           END-IF.

       GRAVAR-LINHA-COPIA.
           MOVE SPACES TO W-LINHA.
           MOVE CPA-NUM-EXEMPLAR (W-IDX-COPIA) TO W-LINHA (3:3).
           MOVE CPA-DATA-AQUIS (W-IDX-COPIA)   TO W-LINHA (8:8).
           MOVE W-IDADE-ANOS                   TO IDADE-ED.
           MOVE IDADE-ED                       TO W-LINHA (19:2).
           MOVE CPA-CONDICAO (W-IDX-COPIA)     TO W-LINHA (23:1).
           MOVE CPA-SITUACAO (W-IDX-COPIA)     TO W-LINHA (25:1).
           MOVE CPA-EMPRESTIMOS (W-IDX-COPIA)  TO QTD-ED.
           MOVE QTD-ED                         TO W-LINHA (27:5).
           MOVE CPA-ULTIMO-EMPR (W-IDX-COPIA)  TO W-LINHA (33:8).
           IF  MARCADO
               STRING W-MOTIVOS " *SUBSTITUIR*"
                   DELIMITED BY SIZE INTO W-LINHA (42:16)
               END-STRING
           END-IF.
           PERFORM GRAVAR-LINHA.

       GRAVAR-LINHA.
           DISPLAY W-LINHA (1:79).
           MOVE W-LINHA TO REG-RELATORIO.
           WRITE REG-RELATORIO.

       FINALIZACAO.
           MOVE SPACES TO W-LINHA.
           PERFORM GRAVAR-LINHA.
           STRING "COPIAS EM USO: " W-TOTAL-COPIAS
                  "  MARCADAS PARA SUBSTITUICAO: " W-TOTAL-MARCADAS
               DELIMITED BY SIZE INTO W-LINHA
           END-STRING.
           PERFORM GRAVAR-LINHA.
           IF  W-TOTAL-MARCADAS > 0
               MOVE "LISTA EM substituicoes.txt - USE O PEDIDOCOMPRA, "
                 TO W-LINHA
               MOVE "MODO (R)EPOSICAO" TO W-LINHA (51:16)
               PERFORM GRAVAR-LINHA
           END-IF.
           CLOSE CAD-PRODUTO.
           CLOSE ARQ-SUBSTITUICAO.
           CLOSE ARQ-RELATORIO.
           CALL "SPOOLAR" USING "RELATORIOEXEMPLAR   "
                "relexemplares.txt   ".
           STOP "   <ENTER> PARA CONTINUAR".


       IDENTIFICATION DIVISION.

       PROGRAM-ID. SUGERIRTRANSF.
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

                   SELECT OPTIONAL ARQ-FILIAL
                   ASSIGN TO "estfilial.dat"
                   ORGANIZATION INDEXED
                   RECORD KEY IS COD-ESTOQUE-FIL
                   ALTERNATE RECORD KEY IS COD-LIVRO-FIL WITH DUPLICATES
                   ACCESS DYNAMIC
                   FILE STATUS IS W-COD-ERRO-FIL.

                   SELECT OPTIONAL ARQ-VENDA-CAB
                   ASSIGN TO "vendacab.dat"
                   ORGANIZATION INDEXED
                   RECORD KEY IS COD-VENDA-CAB
                   ACCESS RANDOM
                   FILE STATUS IS W-COD-ERRO-CAB.

                   SELECT OPTIONAL ARQ-VENDA
                   ASSIGN TO "vendas.dat"
                   ORGANIZATION INDEXED
                   RECORD KEY IS CHAVE-VENDA
                   ACCESS DYNAMIC
                   FILE STATUS IS W-COD-ERRO-VEN.

                   SELECT OPTIONAL ARQ-EMPRESTIMO
                   ASSIGN TO "emprestimos.dat"
                   ORGANIZATION INDEXED
                   RECORD KEY IS COD-EMPRESTIMO
                   ALTERNATE RECORD KEY IS COD-LIVRO-EMP WITH DUPLICATES
                   ALTERNATE RECORD KEY IS COD-LEITOR-EMP
                       WITH DUPLICATES
                   ACCESS SEQUENTIAL
                   FILE STATUS IS W-COD-ERRO-EMP.

                   SELECT OPTIONAL ARQ-SUGESTAO
                   ASSIGN TO "sugtransf.dat"
                   ORGANIZATION INDEXED
                   RECORD KEY IS COD-SUGESTAO
                   ACCESS DYNAMIC
                   FILE STATUS IS W-COD-ERRO-SUG.

                   SELECT OPTIONAL ARQ-RELATORIO
                   ASSIGN TO "sugtransf.txt"
                   ORGANIZATION LINE SEQUENTIAL
                   FILE STATUS IS W-COD-ERRO-REL.

                   SELECT OPTIONAL ARQ-MODO-LOTE
                   ASSIGN TO "modolote.txt"
                   ORGANIZATION LINE SEQUENTIAL
                   FILE STATUS IS W-COD-ERRO-MOD.

       DATA DIVISION.
         FILE SECTION.
         FD  CAD-PRODUTO
             LABEL RECORD STANDARD.
         COPY "REGLIVRO.cpy".

         FD  ARQ-FILIAL
             LABEL RECORD STANDARD.
         COPY "REGFILIAL.cpy".

         FD  ARQ-VENDA-CAB
             LABEL RECORD STANDARD.
         COPY "REGVENDACAB.cpy".

         FD  ARQ-VENDA
             LABEL RECORD STANDARD.
         COPY "REGVENDA.cpy".

         FD  ARQ-EMPRESTIMO
             LABEL RECORD STANDARD.
         COPY "REGEMPR.cpy".

         FD  ARQ-SUGESTAO
             LABEL RECORD STANDARD.
         COPY "REGSUGTRANSF.cpy".

         FD  ARQ-RELATORIO
             LABEL RECORD STANDARD.
         01  REG-RELATORIO  PIC X(100).

         FD  ARQ-MODO-LOTE
             LABEL RECORD STANDARD.
         01  REG-MODO-LOTE  PIC X(10).

         WORKING-STORAGE SECTION.
         77  CODERRO            PIC XX    VALUE SPACES.
             88  STATUS-OK                VALUE "00".
         77  W-COD-ERRO-FIL     PIC XX    VALUE SPACES.
         77  W-COD-ERRO-CAB     PIC XX    VALUE SPACES.
         77  W-COD-ERRO-VEN     PIC XX    VALUE SPACES.
         77  W-COD-ERRO-EMP     PIC XX    VALUE SPACES.
         77  W-COD-ERRO-SUG     PIC XX    VALUE SPACES.
         77  W-COD-ERRO-REL     PIC XX    VALUE SPACES.
         77  W-COD-ERRO-MOD     PIC XX    VALUE SPACES.
         77  W-MODO-LOTE        PIC X     VALUE "N".
             88  MODO-LOTE                VALUE "S".
         77  W-FIM-ARQUIVO      PIC X     VALUE "N".
             88  FIM-ARQUIVO              VALUE "S".
         77  W-DIAS-PERIODO     PIC 9(3)  VALUE ZEROS.
         77  W-MINIMO-ORIGEM    PIC 9(3)  VALUE ZEROS.
         77  W-DATA-HOJE-AAAAMMDD PIC 9(8) VALUE ZEROS.
         77  W-DATA-INICIAL     PIC 9(8)  VALUE ZEROS.
         77  W-INTEIRO-INICIAL  PIC 9(7)  VALUE ZEROS.
         77  W-DATA-LINHA       PIC 9(8)  VALUE ZEROS.
         77  W-FILIAL-MOVTO     PIC 9(2)  VALUE ZEROS.
         77  W-QTD-ASSINADA     PIC S9(5) VALUE ZEROS.
         77  W-LIVRO-ATUAL      PIC 9(3)  VALUE ZEROS.
         77  W-IDX              PIC 9(3)  VALUE ZEROS.
         77  W-IDX-ORIGEM       PIC 9(3)  VALUE ZEROS.
         77  W-IDX-DESTINO      PIC 9(3)  VALUE ZEROS.
         77  W-MAIOR-SOBRA      PIC 9(5)  VALUE ZEROS.
         77  W-MAIOR-FALTA      PIC 9(5)  VALUE ZEROS.
         77  W-RESERVA-FILIAL   PIC 9(5)  VALUE ZEROS.
         77  W-QTD-MOVER        PIC 9(5)  VALUE ZEROS.
         77  W-PROX-COD-SUGESTAO PIC 9(5) VALUE ZEROS.
         77  W-TOTAL-SUBSTITUIDAS PIC 9(5) VALUE ZEROS.
         77  W-TOTAL-SUGESTOES  PIC 9(5)  VALUE ZEROS.
         77  W-TOTAL-UNIDADES   PIC 9(7)  VALUE ZEROS.
         77  W-LINHA            PIC X(100) VALUE SPACES.
         77  QTD-ED             PIC ZZZZ9 VALUE ZEROS.

      *> DEMANDA DO PERIODO POR TITULO E FILIAL: UNIDADES VENDIDAS
      *> (ESTORNO ABATE) MAIS EMPRESTIMOS FEITOS NA FILIAL.
         01  TABELA-DEMANDA.
             02  DEM-LIVRO OCCURS 999 TIMES.
                 03  DEM-FILIAL  PIC S9(5) COMP-3 OCCURS 99 TIMES.

      *> FILIAIS QUE TEM REGISTRO DO TITULO EM estfilial.dat; SO ELAS
      *> ENTRAM NA CONTA (O DESTINO PRECISA TER O REGISTRO PARA A
      *> APROVACAO LANCAR A ENTRADA).
         01  TABELA-FILIAIS-TITULO.
             02  TOTAL-FILIAIS-TIT  PIC 9(3)  VALUE ZEROS.
             02  FILIAL-TIT OCCURS 99 TIMES.
                 03  TF-FILIAL       PIC 9(2).
                 03  TF-SALDO        PIC 9(5).
                 03  TF-DEMANDA      PIC 9(5).
                 03  TF-SOBRA        PIC 9(5).
                 03  TF-FALTA        PIC 9(5).

       PROCEDURE DIVISION.

       INICIO.
           *> LOTE SEMANAL DE REEQUILIBRIO DE ESTOQUE ENTRE FILIAIS:
           *> COMPARA O SALDO DE CADA TITULO EM CADA FILIAL COM A
           *> DEMANDA RECENTE DA FILIAL E SUGERE MOVER O EXCESSO DE
           *> QUEM TEM SOBRANDO PARA QUEM ESTA FICANDO SEM, SEMPRE
           *> DEIXANDO NA ORIGEM A PROPRIA DEMANDA E O MINIMO PEDIDO.
           *> AS SUGESTOES FICAM PENDENTES EM "sugtransf.dat" PARA O
           *> SUPERVISOR APROVAR UMA A UMA (APROVARTRANSF). RODA NO
           *> MENU OU NA ROTINA NOTURNA (SEGUNDA-FEIRA), SEM TECLADO,
           *> COM OS PARAMETROS PADRAO.
           PERFORM INICIALIZACAO.
           IF  RETURN-CODE = 0
               PERFORM SUBSTITUIR-PENDENTES
               PERFORM ACUMULAR-VENDAS
               PERFORM ACUMULAR-EMPRESTIMOS
               PERFORM CALCULAR-SUGESTOES
           END-IF.
           PERFORM FINALIZACAO.
           GOBACK.

       INICIALIZACAO.
           MOVE ZEROS TO RETURN-CODE W-DIAS-PERIODO W-MINIMO-ORIGEM.
           PERFORM VERIFICAR-MODO-LOTE.
           IF  NOT MODO-LOTE
               DISPLAY "SUGESTAO DE TRANSFERENCIAS ENTRE FILIAIS"
               DISPLAY "PERIODO DE DEMANDA EM DIAS (0=28)....: "
                       WITH NO ADVANCING
               ACCEPT W-DIAS-PERIODO
               DISPLAY "MINIMO A DEIXAR NA ORIGEM (0=1)......: "
                       WITH NO ADVANCING
               ACCEPT W-MINIMO-ORIGEM
           END-IF.
           IF  W-DIAS-PERIODO = 0
               MOVE 28 TO W-DIAS-PERIODO
           END-IF.
           IF  W-MINIMO-ORIGEM = 0
               MOVE 1 TO W-MINIMO-ORIGEM
           END-IF.
           ACCEPT W-DATA-HOJE-AAAAMMDD FROM DATE YYYYMMDD.
           COMPUTE W-INTEIRO-INICIAL =
                   FUNCTION INTEGER-OF-DATE (W-DATA-HOJE-AAAAMMDD)
                   - W-DIAS-PERIODO.
           COMPUTE W-DATA-INICIAL =
                   FUNCTION DATE-OF-INTEGER (W-INTEIRO-INICIAL).
           INITIALIZE TABELA-DEMANDA.
           OPEN INPUT CAD-PRODUTO.
           OPEN INPUT ARQ-FILIAL.
           OPEN I-O ARQ-SUGESTAO.
           IF  W-COD-ERRO-SUG NOT = "00" AND "05"
               DISPLAY "ERRO AO ABRIR sugtransf.dat (STATUS "
                       W-COD-ERRO-SUG ")"
               MOVE 8 TO RETURN-CODE
           END-IF.
           OPEN OUTPUT ARQ-RELATORIO.
           MOVE SPACES TO W-LINHA.
           STRING "SUGESTAO DE TRANSFERENCIAS - DEMANDA DE "
                  W-DATA-INICIAL (7:2) "/" W-DATA-INICIAL (5:2) "/"
                  W-DATA-INICIAL (1:4) " A "
                  W-DATA-HOJE-AAAAMMDD (7:2) "/"
                  W-DATA-HOJE-AAAAMMDD (5:2) "/"
                  W-DATA-HOJE-AAAAMMDD (1:4)
               DELIMITED BY SIZE INTO W-LINHA
           END-STRING.
           PERFORM GRAVAR-LINHA.
           MOVE SPACES TO W-LINHA.
           MOVE "SUGEST LIVRO TITULO"   TO W-LINHA (1:19).
           MOVE "DE  SALDO DEMANDA"     TO W-LINHA (41:17).
           MOVE "P/  SALDO DEMANDA"     TO W-LINHA (59:17).
           MOVE "QTD"                   TO W-LINHA (80:3).
           PERFORM GRAVAR-LINHA.

       VERIFICAR-MODO-LOTE.
           *> "LOTE" EM modolote.txt (GRAVADO POR ROTINANOTURNA)
           *> SIGNIFICA EXECUCAO SEM TECLADO: A LISTA SAI SO EM
           *> sugtransf.txt E NO SPOOL, SEM PAUSA.
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

       SUBSTITUIR-PENDENTES.
           *> O QUE FICOU PENDENTE DA SEMANA ANTERIOR E SUBSTITUIDO
           *> PELO CALCULO DE HOJE; A MESMA VARREDURA ACHA O MAIOR
           *> NUMERO JA USADO.
           MOVE ZEROS TO W-PROX-COD-SUGESTAO COD-SUGESTAO.
           MOVE "N" TO W-FIM-ARQUIVO.
           START ARQ-SUGESTAO KEY IS NOT LESS THAN COD-SUGESTAO
               INVALID KEY MOVE "S" TO W-FIM-ARQUIVO
           END-START.
           IF  NOT FIM-ARQUIVO
               PERFORM LER-PROXIMA-SUGESTAO
           END-IF.
           PERFORM UNTIL FIM-ARQUIVO
               IF  COD-SUGESTAO > W-PROX-COD-SUGESTAO
                   MOVE COD-SUGESTAO TO W-PROX-COD-SUGESTAO
               END-IF
               IF  SUGESTAO-PENDENTE
                   MOVE "S" TO SITUACAO-SUG
                   MOVE W-DATA-HOJE-AAAAMMDD TO DATA-DECISAO-SUG
                   MOVE "(LOTE)"   TO USUARIO-DECISAO-SUG
                   REWRITE REG-SUGESTAO-TRANSF
                   ADD 1 TO W-TOTAL-SUBSTITUIDAS
               END-IF
               PERFORM LER-PROXIMA-SUGESTAO
           END-PERFORM.

       LER-PROXIMA-SUGESTAO.
           READ ARQ-SUGESTAO NEXT RECORD
               AT END MOVE "S" TO W-FIM-ARQUIVO
           END-READ.
           *> UM ERRO DE LEITURA NAO CAI NO AT END; SEM ESTE TESTE O
           *> LACO GIRARIA PARA SEMPRE.
           IF  NOT FIM-ARQUIVO AND W-COD-ERRO-SUG NOT = "00"
               DISPLAY "ERRO AO LER sugtransf.dat (STATUS "
                       W-COD-ERRO-SUG ")"
               MOVE "S" TO W-FIM-ARQUIVO
           END-IF.

       ACUMULAR-VENDAS.
           *> A FILIAL DA VENDA ESTA NO CABECALHO DO CUPOM; CUPOM
           *> ANTERIOR AO CONTROLE POR FILIAL CONTA NA MATRIZ (01).
           OPEN INPUT ARQ-VENDA-CAB.
           OPEN INPUT ARQ-VENDA.
           MOVE "N" TO W-FIM-ARQUIVO.
           MOVE ZEROS TO COD-VENDA ITEM-VENDA.
           START ARQ-VENDA KEY IS NOT LESS THAN CHAVE-VENDA
               INVALID KEY MOVE "S" TO W-FIM-ARQUIVO
           END-START.
           IF  NOT FIM-ARQUIVO
               PERFORM LER-PROXIMA-VENDA
           END-IF.
           PERFORM UNTIL FIM-ARQUIVO
               MOVE DATA-VENDA TO W-DATA-LINHA
               IF  W-DATA-LINHA >= W-DATA-INICIAL
                       AND W-DATA-LINHA <= W-DATA-HOJE-AAAAMMDD
                       AND COD-LIVRO-VEN > 0
                   MOVE 01 TO W-FILIAL-MOVTO
                   MOVE COD-VENDA TO COD-VENDA-CAB
                   READ ARQ-VENDA-CAB
                   IF  W-COD-ERRO-CAB = "00" AND COD-FILIAL-CAB > 0
                       MOVE COD-FILIAL-CAB TO W-FILIAL-MOVTO
                   END-IF
                   IF  MOVTO-ESTORNO
                       COMPUTE W-QTD-ASSINADA = 0 - QTD-VENDIDA
                   ELSE
                       MOVE QTD-VENDIDA TO W-QTD-ASSINADA
                   END-IF
                   ADD W-QTD-ASSINADA
                    TO DEM-FILIAL (COD-LIVRO-VEN, W-FILIAL-MOVTO)
               END-IF
               PERFORM LER-PROXIMA-VENDA
           END-PERFORM.
           CLOSE ARQ-VENDA-CAB.
           CLOSE ARQ-VENDA.

       LER-PROXIMA-VENDA.
           READ ARQ-VENDA NEXT RECORD
               AT END MOVE "S" TO W-FIM-ARQUIVO
           END-READ.
           IF  NOT FIM-ARQUIVO AND W-COD-ERRO-VEN NOT = "00"
               DISPLAY "ERRO AO LER vendas.dat (STATUS "
                       W-COD-ERRO-VEN ")"
               MOVE "S" TO W-FIM-ARQUIVO
           END-IF.

       ACUMULAR-EMPRESTIMOS.
           OPEN INPUT ARQ-EMPRESTIMO.
           MOVE "N" TO W-FIM-ARQUIVO.
           PERFORM LER-PROXIMO-EMPRESTIMO.
           PERFORM UNTIL FIM-ARQUIVO
               MOVE DATA-EMPRESTIMO TO W-DATA-LINHA
               IF  W-DATA-LINHA >= W-DATA-INICIAL
                       AND W-DATA-LINHA <= W-DATA-HOJE-AAAAMMDD
                       AND COD-LIVRO-EMP > 0
                   MOVE 01 TO W-FILIAL-MOVTO
                   IF  COD-FILIAL-EMP > 0
                       MOVE COD-FILIAL-EMP TO W-FILIAL-MOVTO
                   END-IF
                   ADD 1 TO DEM-FILIAL (COD-LIVRO-EMP, W-FILIAL-MOVTO)
               END-IF
               PERFORM LER-PROXIMO-EMPRESTIMO
           END-PERFORM.
           CLOSE ARQ-EMPRESTIMO.

       LER-PROXIMO-EMPRESTIMO.
           READ ARQ-EMPRESTIMO NEXT RECORD
               AT END MOVE "S" TO W-FIM-ARQUIVO
           END-READ.
           IF  NOT FIM-ARQUIVO AND W-COD-ERRO-EMP NOT = "00"
               DISPLAY "ERRO AO LER emprestimos.dat (STATUS "
                       W-COD-ERRO-EMP ")"
               MOVE "S" TO W-FIM-ARQUIVO
           END-IF.

       CALCULAR-SUGESTOES.
           *> PERCORRE estfilial.dat PELA CHAVE DO LIVRO; CADA QUEBRA
           *> DE TITULO FECHA A TABELA DE FILIAIS E FAZ O CASAMENTO.
           MOVE "N" TO W-FIM-ARQUIVO.
           MOVE ZEROS TO COD-LIVRO-FIL W-LIVRO-ATUAL TOTAL-FILIAIS-TIT.
           START ARQ-FILIAL KEY IS NOT LESS THAN COD-LIVRO-FIL
               INVALID KEY MOVE "S" TO W-FIM-ARQUIVO
           END-START.
           IF  NOT FIM-ARQUIVO
               PERFORM LER-PROXIMA-FILIAL
           END-IF.
           PERFORM UNTIL FIM-ARQUIVO
               IF  COD-LIVRO-FIL NOT = W-LIVRO-ATUAL
                   IF  TOTAL-FILIAIS-TIT > 1
                       PERFORM CASAR-SOBRAS-E-FALTAS
                   END-IF
                   MOVE COD-LIVRO-FIL TO W-LIVRO-ATUAL
                   MOVE ZEROS TO TOTAL-FILIAIS-TIT
               END-IF
               IF  COD-LIVRO-FIL > 0 AND COD-FILIAL > 0
                       AND TOTAL-FILIAIS-TIT < 99
                   PERFORM GUARDAR-FILIAL-TITULO
               END-IF
               PERFORM LER-PROXIMA-FILIAL
           END-PERFORM.
           IF  TOTAL-FILIAIS-TIT > 1
               PERFORM CASAR-SOBRAS-E-FALTAS
           END-IF.

       LER-PROXIMA-FILIAL.
           READ ARQ-FILIAL NEXT RECORD
               AT END MOVE "S" TO W-FIM-ARQUIVO
           END-READ.
           IF  NOT FIM-ARQUIVO
                   AND W-COD-ERRO-FIL NOT = "00" AND "02"
               DISPLAY "ERRO AO LER estfilial.dat (STATUS "
                       W-COD-ERRO-FIL ")"
               MOVE "S" TO W-FIM-ARQUIVO
           END-IF.

       GUARDAR-FILIAL-TITULO.
           *> A FILIAL GUARDA PARA SI A PROPRIA DEMANDA E NUNCA MENOS
           *> QUE O MINIMO; O QUE PASSAR DISSO E SOBRA. FALTA E A
           *> DEMANDA QUE O SALDO NAO COBRE.
           ADD 1 TO TOTAL-FILIAIS-TIT.
           MOVE TOTAL-FILIAIS-TIT TO W-IDX.
           MOVE COD-FILIAL      TO TF-FILIAL (W-IDX).
           MOVE QTD-ESTOQUE-FIL TO TF-SALDO (W-IDX).
           MOVE ZEROS TO TF-DEMANDA (W-IDX) TF-SOBRA (W-IDX)
                TF-FALTA (W-IDX).
           IF  DEM-FILIAL (COD-LIVRO-FIL, COD-FILIAL) > 0
               MOVE DEM-FILIAL (COD-LIVRO-FIL, COD-FILIAL)
                 TO TF-DEMANDA (W-IDX)
           END-IF.
           MOVE TF-DEMANDA (W-IDX) TO W-RESERVA-FILIAL.
           IF  W-RESERVA-FILIAL < W-MINIMO-ORIGEM
               MOVE W-MINIMO-ORIGEM TO W-RESERVA-FILIAL
           END-IF.
           IF  TF-SALDO (W-IDX) > W-RESERVA-FILIAL
               COMPUTE TF-SOBRA (W-IDX) =
                       TF-SALDO (W-IDX) - W-RESERVA-FILIAL
           END-IF.
           IF  TF-DEMANDA (W-IDX) > TF-SALDO (W-IDX)
               COMPUTE TF-FALTA (W-IDX) =
                       TF-DEMANDA (W-IDX) - TF-SALDO (W-IDX)
           END-IF.

       CASAR-SOBRAS-E-FALTAS.
           *> A MAIOR FALTA RECEBE DA MAIOR SOBRA, ATE ACABAR UMA DAS
           *> DUAS; ASSIM SAEM POUCAS SUGESTOES E DE QUANTIDADE MAIOR.
           PERFORM LOCALIZAR-MAIOR-SOBRA-FALTA.
           PERFORM UNTIL W-MAIOR-SOBRA = 0 OR W-MAIOR-FALTA = 0
               IF  W-MAIOR-SOBRA < W-MAIOR-FALTA
                   MOVE W-MAIOR-SOBRA TO W-QTD-MOVER
               ELSE
                   MOVE W-MAIOR-FALTA TO W-QTD-MOVER
               END-IF
               PERFORM GRAVAR-SUGESTAO
               SUBTRACT W-QTD-MOVER FROM TF-SOBRA (W-IDX-ORIGEM)
               SUBTRACT W-QTD-MOVER FROM TF-FALTA (W-IDX-DESTINO)
               PERFORM LOCALIZAR-MAIOR-SOBRA-FALTA
           END-PERFORM.

       LOCALIZAR-MAIOR-SOBRA-FALTA.
           MOVE ZEROS TO W-MAIOR-SOBRA W-MAIOR-FALTA
                W-IDX-ORIGEM W-IDX-DESTINO.
           PERFORM VARYING W-IDX FROM 1 BY 1
                   UNTIL W-IDX > TOTAL-FILIAIS-TIT
               IF  TF-SOBRA (W-IDX) > W-MAIOR-SOBRA
                   MOVE TF-SOBRA (W-IDX) TO W-MAIOR-SOBRA
                   MOVE W-IDX TO W-IDX-ORIGEM
               END-IF
               IF  TF-FALTA (W-IDX) > W-MAIOR-FALTA
                   MOVE TF-FALTA (W-IDX) TO W-MAIOR-FALTA
                   MOVE W-IDX TO W-IDX-DESTINO
               END-IF
           END-PERFORM.

       GRAVAR-SUGESTAO.
           ADD 1 TO W-PROX-COD-SUGESTAO.
           INITIALIZE REG-SUGESTAO-TRANSF.
           MOVE W-PROX-COD-SUGESTAO  TO COD-SUGESTAO.
           MOVE W-DATA-HOJE-AAAAMMDD TO DATA-SUGESTAO.
           MOVE W-LIVRO-ATUAL        TO COD-LIVRO-SUG.
           MOVE TF-FILIAL (W-IDX-ORIGEM)   TO FILIAL-ORIGEM-SUG.
           MOVE TF-SALDO (W-IDX-ORIGEM)    TO SALDO-ORIGEM-SUG.
           MOVE TF-DEMANDA (W-IDX-ORIGEM)  TO DEMANDA-ORIGEM-SUG.
           MOVE TF-FILIAL (W-IDX-DESTINO)  TO FILIAL-DESTINO-SUG.
           MOVE TF-SALDO (W-IDX-DESTINO)   TO SALDO-DESTINO-SUG.
           MOVE TF-DEMANDA (W-IDX-DESTINO) TO DEMANDA-DESTINO-SUG.
           MOVE W-QTD-MOVER          TO QTD-SUGERIDA.
           MOVE "P"                  TO SITUACAO-SUG.
           WRITE REG-SUGESTAO-TRANSF.
           IF  W-COD-ERRO-SUG = "00"
               ADD 1 TO W-TOTAL-SUGESTOES
               ADD W-QTD-MOVER TO W-TOTAL-UNIDADES
               PERFORM GRAVAR-LINHA-SUGESTAO
           ELSE
               DISPLAY "ERRO AO GRAVAR sugtransf.dat (STATUS "
                       W-COD-ERRO-SUG ")"
           END-IF.

       GRAVAR-LINHA-SUGESTAO.
           MOVE COD-LIVRO-SUG TO COD-LIVRO.
           READ CAD-PRODUTO.
           IF  NOT STATUS-OK
               MOVE "(LIVRO NAO CADASTRADO)" TO TITULO-LIVRO
           END-IF.
           MOVE SPACES TO W-LINHA.
           MOVE COD-SUGESTAO        TO W-LINHA (1:5).
           MOVE COD-LIVRO-SUG       TO W-LINHA (8:3).
           MOVE TITULO-LIVRO (1:25) TO W-LINHA (14:25).
           MOVE FILIAL-ORIGEM-SUG   TO W-LINHA (41:2).
           MOVE SALDO-ORIGEM-SUG    TO QTD-ED.
           MOVE QTD-ED              TO W-LINHA (44:5).
           MOVE DEMANDA-ORIGEM-SUG  TO QTD-ED.
           MOVE QTD-ED              TO W-LINHA (51:5).
           MOVE FILIAL-DESTINO-SUG  TO W-LINHA (59:2).
           MOVE SALDO-DESTINO-SUG   TO QTD-ED.
           MOVE QTD-ED              TO W-LINHA (62:5).
           MOVE DEMANDA-DESTINO-SUG TO QTD-ED.
           MOVE QTD-ED              TO W-LINHA (68:5).
           MOVE QTD-SUGERIDA        TO QTD-ED.
           MOVE QTD-ED              TO W-LINHA (78:5).
           PERFORM GRAVAR-LINHA.

       GRAVAR-LINHA.
           IF  NOT MODO-LOTE
               DISPLAY W-LINHA (1:79)
           END-IF.
           MOVE W-LINHA TO REG-RELATORIO.
           WRITE REG-RELATORIO.

       FINALIZACAO.
           MOVE SPACES TO W-LINHA.
           PERFORM GRAVAR-LINHA.
           STRING "SUGESTOES GRAVADAS: " W-TOTAL-SUGESTOES
                  "  UNIDADES: " W-TOTAL-UNIDADES
                  "  PENDENTES SUBSTITUIDAS: " W-TOTAL-SUBSTITUIDAS
               DELIMITED BY SIZE INTO W-LINHA
           END-STRING.
           PERFORM GRAVAR-LINHA.
           CLOSE CAD-PRODUTO.
           CLOSE ARQ-FILIAL.
           CLOSE ARQ-SUGESTAO.
           CLOSE ARQ-RELATORIO.
           CALL "SPOOLAR" USING "SUGERIRTRANSF       "
                "sugtransf.txt       ".
           IF  NOT MODO-LOTE
               STOP "   <ENTER> PARA CONTINUAR"
           END-IF.

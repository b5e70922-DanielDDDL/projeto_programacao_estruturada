
       IDENTIFICATION DIVISION.

       PROGRAM-ID. VENCIMENTOSEMANA.
       AUTHOR. DANIEL.

       ENVIRONMENT DIVISION.
         CONFIGURATION SECTION.

             SPECIAL-NAMES.
                 DECIMAL-POINT IS COMMA.

             INPUT-OUTPUT SECTION.
               FILE-CONTROL.
                   SELECT OPTIONAL ARQ-FORNECEDOR
                   ASSIGN TO "fornecedores.dat"
                   ORGANIZATION INDEXED
                   RECORD KEY IS COD-FORNECEDOR
                   ACCESS RANDOM
                   FILE STATUS IS W-COD-ERRO-FOR.

                   SELECT OPTIONAL ARQ-APAGAR
                   ASSIGN TO "apagar.dat"
                   ORGANIZATION INDEXED
                   RECORD KEY IS CHAVE-APAGAR
                   ALTERNATE RECORD KEY IS COD-FORNEC-APG
                       WITH DUPLICATES
                   ACCESS SEQUENTIAL
                   FILE STATUS IS W-COD-ERRO-APG.

                   SELECT OPTIONAL ARQ-MODO-LOTE
                   ASSIGN TO "modolote.txt"
                   ORGANIZATION LINE SEQUENTIAL
                   FILE STATUS IS W-COD-ERRO-MOD.

                   SELECT OPTIONAL ARQ-RELATORIO
                   ASSIGN TO "vencsemana.txt"
                   ORGANIZATION LINE SEQUENTIAL
                   FILE STATUS IS W-COD-ERRO-REL.

       DATA DIVISION.
         FILE SECTION.
         FD  ARQ-FORNECEDOR
             LABEL RECORD STANDARD.
         COPY "REGFORNEC.cpy".

         FD  ARQ-APAGAR
             LABEL RECORD STANDARD.
         COPY "REGAPAGAR.cpy".

         FD  ARQ-MODO-LOTE
             LABEL RECORD STANDARD.
         01  REG-MODO-LOTE  PIC X(10).

         FD  ARQ-RELATORIO
             LABEL RECORD STANDARD.
         01  REG-RELATORIO  PIC X(100).

         WORKING-STORAGE SECTION.
         77  W-COD-ERRO-FOR     PIC XX    VALUE SPACES.
         77  W-COD-ERRO-APG     PIC XX    VALUE SPACES.
         77  W-COD-ERRO-MOD     PIC XX    VALUE SPACES.
         77  W-COD-ERRO-REL     PIC XX    VALUE SPACES.
         77  W-FIM-ARQUIVO      PIC X     VALUE "N".
             88  FIM-ARQUIVO              VALUE "S".
         77  W-MODO-LOTE        PIC X     VALUE "N".
             88  MODO-LOTE                VALUE "S".
         77  W-TABELA-CHEIA     PIC X     VALUE "N".
             88  TABELA-CHEIA             VALUE "S".
         77  W-DATA-HOJE-AAAAMMDD PIC 9(8) VALUE ZEROS.
         77  W-DATA-LIMITE      PIC 9(8)  VALUE ZEROS.
         77  W-INTEIRO-LIMITE   PIC 9(7)  VALUE ZEROS.
         77  W-TOTAL-VENCTOS    PIC 9(3)  VALUE ZEROS.
         77  W-TOTAL-VENCIDO    PIC 9(9)V99 VALUE ZEROS.
         77  W-TOTAL-A-VENCER   PIC 9(9)V99 VALUE ZEROS.
         77  W-IDX              PIC 9(3)  VALUE ZEROS.
         77  W-IDX-2            PIC 9(3)  VALUE ZEROS.
         77  W-LINHA            PIC X(100) VALUE SPACES.
         77  W-SITUACAO-IMP     PIC X(7)  VALUE SPACES.
         77  SALDO-ED           PIC Z.ZZZ.ZZ9,99 VALUE ZEROS.
         77  TOTAL-ED           PIC ZZ.ZZZ.ZZ9,99 VALUE ZEROS.

         01  TABELA-VENCIMENTOS.
             02  OCORRENCIA-VENCTO  OCCURS 500 TIMES.
                 03  VCT-DATA            PIC 9(8).
                 03  VCT-TITULO          PIC 9(5).
                 03  VCT-PARCELA         PIC 99.
                 03  VCT-FORNEC          PIC 9(3).
                 03  VCT-NOTA            PIC X(10).
                 03  VCT-SALDO           PIC 9(7)V99.
         01  OCORRENCIA-TROCA.
             02  TRC-DATA            PIC 9(8).
             02  TRC-TITULO          PIC 9(5).
             02  TRC-PARCELA         PIC 99.
             02  TRC-FORNEC          PIC 9(3).
             02  TRC-NOTA            PIC X(10).
             02  TRC-SALDO           PIC 9(7)V99.

       PROCEDURE DIVISION.

       INICIO.
           *> LISTA DA SEMANA DO CONTAS A PAGAR: PARCELAS EM ABERTO
           *> QUE VENCEM DE HOJE ATE DAQUI A 7 DIAS, MAIS AS JA
           *> VENCIDAS E NAO PAGAS, EM ORDEM DE VENCIMENTO. RODA NO
           *> MENU OU NA ROTINA NOTURNA (SEGUNDA-FEIRA), SEM TECLADO.
           PERFORM INICIALIZACAO.
           PERFORM PROCESSAMENTO UNTIL FIM-ARQUIVO.
           PERFORM CLASSIFICAR-POR-VENCIMENTO.
           PERFORM FINALIZACAO.
           GOBACK.

       INICIALIZACAO.
           MOVE ZEROS TO RETURN-CODE.
           PERFORM VERIFICAR-MODO-LOTE.
           ACCEPT W-DATA-HOJE-AAAAMMDD FROM DATE YYYYMMDD.
           COMPUTE W-INTEIRO-LIMITE =
                   FUNCTION INTEGER-OF-DATE (W-DATA-HOJE-AAAAMMDD) + 7.
           COMPUTE W-DATA-LIMITE =
                   FUNCTION DATE-OF-INTEGER (W-INTEIRO-LIMITE).
           OPEN INPUT ARQ-FORNECEDOR.
           OPEN INPUT ARQ-APAGAR.
           IF  W-COD-ERRO-APG NOT = "00" AND "05"
               DISPLAY "ERRO AO ABRIR apagar.dat (STATUS "
                       W-COD-ERRO-APG ")"
               MOVE 8 TO RETURN-CODE
               MOVE "S" TO W-FIM-ARQUIVO
           ELSE
               PERFORM LER-PROXIMA-PARCELA
           END-IF.

       VERIFICAR-MODO-LOTE.
           *> "LOTE" EM modolote.txt (GRAVADO POR ROTINANOTURNA)
           *> SIGNIFICA EXECUCAO SEM TECLADO: A LISTA SAI SO EM
           *> vencsemana.txt E NO SPOOL, SEM PAUSA.
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

       PROCESSAMENTO.
           IF  PARCELA-ABERTA
                   AND DATA-VENCTO-APG <= W-DATA-LIMITE
               IF  W-TOTAL-VENCTOS < 500
                   ADD 1 TO W-TOTAL-VENCTOS
                   MOVE DATA-VENCTO-APG
                     TO VCT-DATA (W-TOTAL-VENCTOS)
                   MOVE COD-TITULO-APG
                     TO VCT-TITULO (W-TOTAL-VENCTOS)
                   MOVE PARCELA-APG TO VCT-PARCELA (W-TOTAL-VENCTOS)
                   MOVE COD-FORNEC-APG TO VCT-FORNEC (W-TOTAL-VENCTOS)
                   MOVE NUM-NOTA-APG TO VCT-NOTA (W-TOTAL-VENCTOS)
                   COMPUTE VCT-SALDO (W-TOTAL-VENCTOS) =
                           VALOR-PARCELA-APG - VALOR-PAGO-APG
               ELSE
                   MOVE "S" TO W-TABELA-CHEIA
               END-IF
           END-IF.
           PERFORM LER-PROXIMA-PARCELA.

       LER-PROXIMA-PARCELA.
           READ ARQ-APAGAR NEXT RECORD
               AT END MOVE "S" TO W-FIM-ARQUIVO
           END-READ.
           IF  NOT FIM-ARQUIVO
                   AND W-COD-ERRO-APG NOT = "00" AND "02"
               DISPLAY "ERRO AO LER apagar.dat (STATUS "
                       W-COD-ERRO-APG ")"
               MOVE 8 TO RETURN-CODE
               MOVE "S" TO W-FIM-ARQUIVO
           END-IF.

       CLASSIFICAR-POR-VENCIMENTO.
           *> TROCA SIMPLES, COMO EM RELATORIOATRASO.
           PERFORM VARYING W-IDX FROM 1 BY 1
                   UNTIL W-IDX >= W-TOTAL-VENCTOS
               PERFORM VARYING W-IDX-2 FROM 1 BY 1
                       UNTIL W-IDX-2 > W-TOTAL-VENCTOS - W-IDX
                   IF  VCT-DATA (W-IDX-2) > VCT-DATA (W-IDX-2 + 1)
                       MOVE OCORRENCIA-VENCTO (W-IDX-2)
                         TO OCORRENCIA-TROCA
                       MOVE OCORRENCIA-VENCTO (W-IDX-2 + 1)
                         TO OCORRENCIA-VENCTO (W-IDX-2)
                       MOVE OCORRENCIA-TROCA
                         TO OCORRENCIA-VENCTO (W-IDX-2 + 1)
                   END-IF
               END-PERFORM
           END-PERFORM.

       EMITIR-LISTA.
           OPEN OUTPUT ARQ-RELATORIO.
           IF  W-COD-ERRO-REL NOT = "00" AND "05"
               DISPLAY "ERRO AO CRIAR vencsemana.txt (STATUS "
                       W-COD-ERRO-REL ")"
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE SPACES TO W-LINHA
               STRING "CONTAS A PAGAR - VENCIMENTOS ATE "
                      W-DATA-LIMITE (7:2) "/" W-DATA-LIMITE (5:2) "/"
                      W-DATA-LIMITE (1:4) " (E VENCIDOS)"
                   DELIMITED BY SIZE INTO W-LINHA
               END-STRING
               PERFORM GRAVAR-LINHA
               MOVE SPACES TO W-LINHA
               MOVE "VENCTO"     TO W-LINHA (1:6)
               MOVE "TITULO"     TO W-LINHA (12:6)
               MOVE "NOTA"       TO W-LINHA (21:4)
               MOVE "FORNECEDOR" TO W-LINHA (32:10)
               MOVE "SALDO"      TO W-LINHA (72:5)
               PERFORM GRAVAR-LINHA
               PERFORM VARYING W-IDX FROM 1 BY 1
                       UNTIL W-IDX > W-TOTAL-VENCTOS
                   PERFORM MONTAR-LINHA-VENCTO
               END-PERFORM
               IF  TABELA-CHEIA
                   MOVE "TABELA CHEIA - LISTA TRUNCADA EM 500"
                     TO W-LINHA
                   PERFORM GRAVAR-LINHA
               END-IF
               MOVE SPACES TO W-LINHA
               MOVE W-TOTAL-VENCIDO TO TOTAL-ED
               STRING "TOTAL VENCIDO.....: " TOTAL-ED
                   DELIMITED BY SIZE INTO W-LINHA
               END-STRING
               PERFORM GRAVAR-LINHA
               MOVE SPACES TO W-LINHA
               MOVE W-TOTAL-A-VENCER TO TOTAL-ED
               STRING "TOTAL DA SEMANA...: " TOTAL-ED
                   DELIMITED BY SIZE INTO W-LINHA
               END-STRING
               PERFORM GRAVAR-LINHA
               CLOSE ARQ-RELATORIO
               CALL "SPOOLAR" USING "VENCIMENTOSEMANA    "
                    "vencsemana.txt      "
           END-IF.

       MONTAR-LINHA-VENCTO.
           IF  VCT-DATA (W-IDX) < W-DATA-HOJE-AAAAMMDD
               MOVE "VENCIDO" TO W-SITUACAO-IMP
               ADD VCT-SALDO (W-IDX) TO W-TOTAL-VENCIDO
           ELSE
               MOVE SPACES TO W-SITUACAO-IMP
               ADD VCT-SALDO (W-IDX) TO W-TOTAL-A-VENCER
           END-IF.
           MOVE VCT-FORNEC (W-IDX) TO COD-FORNECEDOR.
           READ ARQ-FORNECEDOR.
           IF  W-COD-ERRO-FOR NOT = "00"
               MOVE "(NAO CADASTRADO)" TO NOME-FORNECEDOR
           END-IF.
           MOVE VCT-SALDO (W-IDX) TO SALDO-ED.
           MOVE SPACES TO W-LINHA.
           STRING VCT-DATA (W-IDX) (7:2) "/" VCT-DATA (W-IDX) (5:2)
                  "/" VCT-DATA (W-IDX) (1:4) " "
                  VCT-TITULO (W-IDX) "/" VCT-PARCELA (W-IDX) " "
                  VCT-NOTA (W-IDX) " "
                  VCT-FORNEC (W-IDX) " " NOME-FORNECEDOR (1:28) " "
                  SALDO-ED " " W-SITUACAO-IMP
               DELIMITED BY SIZE INTO W-LINHA
           END-STRING.
           PERFORM GRAVAR-LINHA.

       GRAVAR-LINHA.
           IF  NOT MODO-LOTE
               DISPLAY W-LINHA (1:79)
           END-IF.
           MOVE W-LINHA TO REG-RELATORIO.
           WRITE REG-RELATORIO.

       FINALIZACAO.
           CLOSE ARQ-APAGAR.
           *> COM RETURN-CODE 8 (ARQUIVO ILEGIVEL) NAO HA LISTA A
           *> EMITIR: UMA LISTA VAZIA PARECERIA "NADA A PAGAR".
           IF  RETURN-CODE = 0
               PERFORM EMITIR-LISTA
           END-IF.
           CLOSE ARQ-FORNECEDOR.
           IF  NOT MODO-LOTE
               DISPLAY "PARCELAS LISTADAS: " W-TOTAL-VENCTOS
               STOP "   <ENTER> PARA CONTINUAR"
           END-IF.

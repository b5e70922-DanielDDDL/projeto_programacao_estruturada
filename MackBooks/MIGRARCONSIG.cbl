       IDENTIFICATION DIVISION.

       PROGRAM-ID. MIGRARCONSIG.
       AUTHOR. DANIEL.

       ENVIRONMENT DIVISION.
         CONFIGURATION SECTION.

             SPECIAL-NAMES.
                 DECIMAL-POINT IS COMMA.

             INPUT-OUTPUT SECTION.
               FILE-CONTROL.
                   SELECT ARQ-CONSIG-ANTIGO
                   ASSIGN TO "consig.dat"
                   ORGANIZATION INDEXED
                   RECORD KEY IS CHAVE-CONSIGNACAO-ANT
                   ACCESS SEQUENTIAL
                   FILE STATUS IS W-COD-ERRO-ANT.

                   SELECT OPTIONAL ARQ-CONSIG-NOVO
                   ASSIGN TO "consig.mig"
                   ORGANIZATION INDEXED
                   RECORD KEY IS CHAVE-CONSIGNACAO
                   ACCESS SEQUENTIAL
                   FILE STATUS IS W-COD-ERRO-NOV.

                   SELECT OPTIONAL ARQ-VENDA
                   ASSIGN TO "vendas.dat"
                   ORGANIZATION INDEXED
                   RECORD KEY IS CHAVE-VENDA
                   ACCESS SEQUENTIAL
                   FILE STATUS IS W-COD-ERRO-VEN.

                   SELECT OPTIONAL ARQ-HIST-ITEM
                   ASSIGN TO DYNAMIC W-NOME-ARQ-HIST-ITEM
                   ORGANIZATION SEQUENTIAL
                   FILE STATUS IS W-COD-ERRO-HIT.

       DATA DIVISION.
         FILE SECTION.
      *> LAYOUT DE "consig.dat" ANTES DA BAIXA DA VENDA NA HORA (SEM
      *> OS CAMPOS DE VENDA A ACERTAR); SO PARA ESTA CONVERSAO - OS
      *> DEMAIS PROGRAMAS USAM REGCONSIG.cpy.
         FD  ARQ-CONSIG-ANTIGO
             LABEL RECORD STANDARD.
         01  REG-CONSIGNACAO-ANT.
             02  CHAVE-CONSIGNACAO-ANT.
                 03  COD-LIVRO-CSG-ANT  PIC 9(3).
                 03  COD-FORNEC-CSG-ANT PIC 9(3).
             02  CUSTO-CSG-ANT          PIC 9(4)V99.
             02  QTD-SALDO-CSG-ANT      PIC 9(5).
             02  FILLER                 PIC X(31).
             02  PERIODO-ACERTO-CSG-ANT PIC 9(6).

         FD  ARQ-CONSIG-NOVO
             LABEL RECORD STANDARD.
         COPY "REGCONSIG.cpy".

         FD  ARQ-VENDA
             LABEL RECORD STANDARD.
         COPY "REGVENDA.cpy".

         FD  ARQ-HIST-ITEM
             LABEL RECORD STANDARD.
         01  REG-VENDA-HIST  PIC X(67).

         WORKING-STORAGE SECTION.
         77  W-COD-ERRO-ANT     PIC XX    VALUE SPACES.
         77  W-COD-ERRO-NOV     PIC XX    VALUE SPACES.
         77  W-COD-ERRO-VEN     PIC XX    VALUE SPACES.
         77  W-COD-ERRO-HIT     PIC XX    VALUE SPACES.
         77  W-FIM-ARQUIVO      PIC X     VALUE "N".
             88  FIM-ARQUIVO              VALUE "S".
         77  W-CONFIRMA         PIC X     VALUE SPACES.
         77  W-TOTAL-LIDOS      PIC 9(5)  VALUE ZEROS.
         77  W-TOTAL-GRAVADOS   PIC 9(5)  VALUE ZEROS.
         77  W-DATA-HOJE        PIC 9(8)  VALUE ZEROS.
         77  W-PERIODO-ATUAL    PIC 9(6)  VALUE ZEROS.
         77  W-PERIODO-ANTERIOR PIC 9(6)  VALUE ZEROS.
         77  W-PERIODO-REG      PIC 9(6)  VALUE ZEROS.
         77  W-NOME-ARQ-HIST-ITEM PIC X(25) VALUE SPACES.
         77  W-QTD-BAIXA        PIC 9(5)  VALUE ZEROS.
         77  W-NOME-GUARDADO    PIC X(28) VALUE SPACES.
         77  W-NOME-BASE        PIC X(12) VALUE SPACES.
         77  W-NOME-ATUAL-TXT   PIC X(16) VALUE SPACES.
         77  W-NOME-MIG-TXT     PIC X(16) VALUE SPACES.

      *> VENDA LIQUIDA POR LIVRO (INDICE = CODIGO) AINDA NAO ACERTADA:
      *> A DO MES CORRENTE E A DO MES ANTERIOR, VENDAS MENOS ESTORNOS;
      *> CONSUMIDA A MEDIDA QUE E ATRIBUIDA AOS CONSIGNANTES.
         01  TABELA-VENDAS.
             02  VENDA-LIVRO  OCCURS 999 TIMES.
                 03  VENDA-MES       PIC S9(7).
                 03  VENDA-ANT       PIC S9(7).

       PROCEDURE DIVISION.

       INICIO.
           *> CONVERSAO UNICA DE "consig.dat" PARA O LAYOUT EM QUE A
           *> VENDA BAIXA O SALDO DO CONSIGNANTE NA HORA E FICA EM
           *> ABERTO NO REGISTRO ATE O ACERTO. A VENDA AINDA NAO
           *> ACERTADA (A DO MES CORRENTE E, SE O ACERTO DELE NAO FOI
           *> GRAVADO, A DO MES ANTERIOR) E LIDA DE vendas.dat E
           *> ATRIBUIDA AOS CONSIGNANTES COMO O ACERTO FAZIA - A
           *> UNIDADE CONSIGNADA SAI ANTES DA PROPRIA, ATE O SALDO DE
           *> CADA UM, NA ORDEM DO CODIGO DO FORNECEDOR. MESMO ESPIRITO
           *> DE MIGRARLAYOUT: O ORIGINAL E RENOMEADO, NAO APAGADO, E
           *> ARQUIVO QUE NAO ABRE NO LAYOUT ANTIGO JA DEVE ESTAR
           *> CONVERTIDO E E PULADO. RODAR ANTES DA PRIMEIRA VENDA COM
           *> OS PROGRAMAS NOVOS.
           DISPLAY "CONVERSAO DO ARQUIVO DE CONSIGNACOES".
           DISPLAY "(consig.dat)".
           PERFORM CONFIRMAR-CONVERSAO.
           IF  W-CONFIRMA = "S"
               PERFORM CONVERTER-CONSIGNACOES
           ELSE
               DISPLAY "CONVERSAO CANCELADA"
           END-IF.
           STOP "   <ENTER> PARA CONTINUAR".
           EXIT PROGRAM.

       CONFIRMAR-CONVERSAO.
           DISPLAY "CONFIRMA A CONVERSAO? (S/N): "
                   WITH NO ADVANCING.
           ACCEPT W-CONFIRMA.
           MOVE FUNCTION UPPER-CASE (W-CONFIRMA) TO W-CONFIRMA.

       CONVERTER-CONSIGNACOES.
           DISPLAY "CONSIGNACOES:".
           OPEN INPUT ARQ-CONSIG-ANTIGO.
           IF  W-COD-ERRO-ANT = "35"
               DISPLAY "  consig.dat NAO EXISTE - NADA A CONVERTER"
           ELSE
               IF  W-COD-ERRO-ANT NOT = "00" AND "05"
                   DISPLAY "  consig.dat NAO ABRE NO LAYOUT ANTIGO "
                           "(STATUS " W-COD-ERRO-ANT ") - PULADO"
               ELSE
                   PERFORM APURAR-VENDAS-ABERTAS
                   MOVE ZEROS TO W-TOTAL-LIDOS W-TOTAL-GRAVADOS
                   MOVE "N" TO W-FIM-ARQUIVO
                   OPEN OUTPUT ARQ-CONSIG-NOVO
                   PERFORM LER-CONSIGNACAO-ANTIGA
                   PERFORM CONVERTER-UMA-CONSIGNACAO UNTIL FIM-ARQUIVO
                   CLOSE ARQ-CONSIG-NOVO
                   CLOSE ARQ-CONSIG-ANTIGO
                   MOVE "consig" TO W-NOME-BASE
                   PERFORM PROMOVER-ARQUIVO-NOVO
                   DISPLAY "  REGISTROS LIDOS....: " W-TOTAL-LIDOS
                   DISPLAY "  REGISTROS GRAVADOS.: " W-TOTAL-GRAVADOS
               END-IF
           END-IF.

       APURAR-VENDAS-ABERTAS.
           ACCEPT W-DATA-HOJE FROM DATE YYYYMMDD.
           MOVE W-DATA-HOJE (1:6) TO W-PERIODO-ATUAL
                                     W-PERIODO-ANTERIOR.
           IF  W-PERIODO-ANTERIOR (5:2) = "01"
               SUBTRACT 89 FROM W-PERIODO-ANTERIOR
           ELSE
               SUBTRACT 1 FROM W-PERIODO-ANTERIOR
           END-IF.
           INITIALIZE TABELA-VENDAS.
           OPEN INPUT ARQ-VENDA.
           MOVE "N" TO W-FIM-ARQUIVO.
           PERFORM LER-PROXIMA-VENDA.
           PERFORM UNTIL FIM-ARQUIVO
               PERFORM ACUMULAR-VENDA
               PERFORM LER-PROXIMA-VENDA
           END-PERFORM.
           CLOSE ARQ-VENDA.
           *> EM JANEIRO, DEZEMBRO JA PODE TER SIDO ARQUIVADO PELA
           *> ROTINA NOTURNA EM vendhist-AAAA.dat (AAAA = ANO DO CORTE).
           IF  W-PERIODO-ATUAL (5:2) = "01"
               STRING "vendhist-" W-PERIODO-ATUAL (1:4) ".dat"
                   DELIMITED BY SIZE INTO W-NOME-ARQ-HIST-ITEM
               END-STRING
               OPEN INPUT ARQ-HIST-ITEM
               IF  W-COD-ERRO-HIT = "00"
                   MOVE "N" TO W-FIM-ARQUIVO
                   PERFORM LER-PROXIMA-VENDA-HIST
                   PERFORM UNTIL FIM-ARQUIVO
                       PERFORM ACUMULAR-VENDA
                       PERFORM LER-PROXIMA-VENDA-HIST
                   END-PERFORM
                   CLOSE ARQ-HIST-ITEM
               END-IF
           END-IF.

       ACUMULAR-VENDA.
           MOVE DATA-VENDA (1:6) TO W-PERIODO-REG.
           IF  COD-LIVRO-VEN > 0
               EVALUATE TRUE
                   WHEN W-PERIODO-REG = W-PERIODO-ATUAL
                       IF  MOVTO-ESTORNO
                           SUBTRACT QTD-VENDIDA
                               FROM VENDA-MES (COD-LIVRO-VEN)
                       ELSE
                           ADD QTD-VENDIDA TO VENDA-MES (COD-LIVRO-VEN)
                       END-IF
                   WHEN W-PERIODO-REG = W-PERIODO-ANTERIOR
                       IF  MOVTO-ESTORNO
                           SUBTRACT QTD-VENDIDA
                               FROM VENDA-ANT (COD-LIVRO-VEN)
                       ELSE
                           ADD QTD-VENDIDA TO VENDA-ANT (COD-LIVRO-VEN)
                       END-IF
               END-EVALUATE
           END-IF.

       LER-PROXIMA-VENDA.
           READ ARQ-VENDA NEXT RECORD
               AT END MOVE "S" TO W-FIM-ARQUIVO
           END-READ.
           IF  NOT FIM-ARQUIVO
                   AND W-COD-ERRO-VEN NOT = "00" AND "02" AND "05"
               DISPLAY "  ERRO AO LER vendas.dat (STATUS "
                       W-COD-ERRO-VEN ")"
               MOVE "S" TO W-FIM-ARQUIVO
           END-IF.

       LER-PROXIMA-VENDA-HIST.
           READ ARQ-HIST-ITEM INTO REG-VENDA
               AT END MOVE "S" TO W-FIM-ARQUIVO
           END-READ.
           IF  NOT FIM-ARQUIVO AND W-COD-ERRO-HIT NOT = "00"
               MOVE "S" TO W-FIM-ARQUIVO
           END-IF.

       CONVERTER-UMA-CONSIGNACAO.
           ADD 1 TO W-TOTAL-LIDOS.
           MOVE REG-CONSIGNACAO-ANT TO REG-CONSIGNACAO.
           MOVE ZEROS TO PERIODO-VENDA-CSG QTD-VEND-MES-CSG
                         QTD-VEND-ANT-CSG.
           IF  COD-LIVRO-CSG > 0 AND COD-FORNEC-CSG > 0
               PERFORM ATRIBUIR-VENDAS-ABERTAS
           END-IF.
           WRITE REG-CONSIGNACAO.
           IF  W-COD-ERRO-NOV = "00"
               ADD 1 TO W-TOTAL-GRAVADOS
           ELSE
               DISPLAY "  ERRO AO GRAVAR CONSIGNACAO "
                       COD-LIVRO-CSG-ANT "/" COD-FORNEC-CSG-ANT
                       " (STATUS " W-COD-ERRO-NOV ")"
           END-IF.
           PERFORM LER-CONSIGNACAO-ANTIGA.

       ATRIBUIR-VENDAS-ABERTAS.
           *> O MES ANTERIOR SO FICA EM ABERTO SE O ACERTO DELE NAO
           *> FOI GRAVADO; O MES CORRENTE, SE NAO FOI ACERTADO AINDA.
           IF  PERIODO-ACERTO-CSG < W-PERIODO-ANTERIOR
                   AND VENDA-ANT (COD-LIVRO-CSG) > 0
               IF  VENDA-ANT (COD-LIVRO-CSG) > QTD-SALDO-CSG
                   MOVE QTD-SALDO-CSG TO W-QTD-BAIXA
               ELSE
                   MOVE VENDA-ANT (COD-LIVRO-CSG) TO W-QTD-BAIXA
               END-IF
               SUBTRACT W-QTD-BAIXA FROM QTD-SALDO-CSG
                                         VENDA-ANT (COD-LIVRO-CSG)
               MOVE W-QTD-BAIXA TO QTD-VEND-ANT-CSG
           END-IF.
           IF  PERIODO-ACERTO-CSG < W-PERIODO-ATUAL
                   AND VENDA-MES (COD-LIVRO-CSG) > 0
               IF  VENDA-MES (COD-LIVRO-CSG) > QTD-SALDO-CSG
                   MOVE QTD-SALDO-CSG TO W-QTD-BAIXA
               ELSE
                   MOVE VENDA-MES (COD-LIVRO-CSG) TO W-QTD-BAIXA
               END-IF
               SUBTRACT W-QTD-BAIXA FROM QTD-SALDO-CSG
                                         VENDA-MES (COD-LIVRO-CSG)
               MOVE W-QTD-BAIXA TO QTD-VEND-MES-CSG
               MOVE W-PERIODO-ATUAL TO PERIODO-VENDA-CSG
           END-IF.

       LER-CONSIGNACAO-ANTIGA.
           READ ARQ-CONSIG-ANTIGO NEXT RECORD
               AT END MOVE "S" TO W-FIM-ARQUIVO
           END-READ.
           IF  NOT FIM-ARQUIVO
                   AND W-COD-ERRO-ANT NOT = "00" AND "02"
               DISPLAY "  LEITURA INTERROMPIDA (STATUS "
                       W-COD-ERRO-ANT ")"
               MOVE "S" TO W-FIM-ARQUIVO
           END-IF.

       PROMOVER-ARQUIVO-NOVO.
           *> O ARQUIVO NO LAYOUT ANTIGO E GUARDADO COM A DATA DO DIA
           *> (<nome>AAAAMMDD.ant) E O .mig ASSUME O NOME OFICIAL -
           *> MESMA CONVENCAO DE MIGRAREMPRESTIMO.
           ACCEPT W-DATA-HOJE FROM DATE YYYYMMDD.
           MOVE SPACES TO W-NOME-GUARDADO.
           STRING FUNCTION TRIM (W-NOME-BASE) W-DATA-HOJE ".ant"
               DELIMITED BY SIZE INTO W-NOME-GUARDADO
           END-STRING.
           MOVE SPACES TO W-NOME-ATUAL-TXT.
           STRING FUNCTION TRIM (W-NOME-BASE) ".dat"
               DELIMITED BY SIZE INTO W-NOME-ATUAL-TXT
           END-STRING.
           MOVE SPACES TO W-NOME-MIG-TXT.
           STRING FUNCTION TRIM (W-NOME-BASE) ".mig"
               DELIMITED BY SIZE INTO W-NOME-MIG-TXT
           END-STRING.
           CALL "CBL_RENAME_FILE" USING W-NOME-ATUAL-TXT
                W-NOME-GUARDADO.
           CALL "CBL_RENAME_FILE" USING W-NOME-MIG-TXT
                W-NOME-ATUAL-TXT.
           MOVE ZEROS TO RETURN-CODE.
           DISPLAY "  LAYOUT ANTIGO GUARDADO COMO " W-NOME-GUARDADO.

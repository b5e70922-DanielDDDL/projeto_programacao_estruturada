                   ACCESS SEQUENTIAL
                   FILE STATUS IS CODERRO.

                   SELECT OPTIONAL ARQ-CUSTO
                   ASSIGN TO "custos.dat"
                   ORGANIZATION INDEXED
                   RECORD KEY IS COD-LIVRO-CUS
                   ACCESS RANDOM
                   FILE STATUS IS W-COD-ERRO-CUS.

                   SELECT OPTIONAL ARQ-CONSIG
                   ASSIGN TO "consig.dat"
                   ORGANIZATION INDEXED
                   RECORD KEY IS CHAVE-CONSIGNACAO
                   ACCESS SEQUENTIAL
                   FILE STATUS IS W-COD-ERRO-CSG.

                   SELECT OPTIONAL ARQ-EMPRESTIMO
                   ASSIGN TO "emprestimos.dat"
                   ORGANIZATION INDEXED
                   RECORD KEY IS COD-EMPRESTIMO
                   ALTERNATE RECORD KEY IS COD-LIVRO-EMP WITH DUPLICATES
                   ALTERNATE RECORD KEY IS COD-LEITOR-EMP
                       WITH DUPLICATES
                   ACCESS SEQUENTIAL
                   FILE STATUS IS W-COD-ERRO-EMP.

                   ASSIGN TO "multas.dat"
                   ORGANIZATION INDEXED
                   RECORD KEY IS COD-EMPRESTIMO-MUL
                   ALTERNATE RECORD KEY IS COD-LEITOR-MUL
                       WITH DUPLICATES
                   ACCESS SEQUENTIAL
                   FILE STATUS IS W-COD-ERRO-MUL.

                   ACCESS RANDOM
                   FILE STATUS IS W-COD-ERRO-KPI.

                   SELECT OPTIONAL ARQ-PERIODO
                   ASSIGN TO "periodos.dat"
                   ORGANIZATION INDEXED
                   RECORD KEY IS PERIODO-PER
                   ACCESS RANDOM
                   FILE STATUS IS W-COD-ERRO-PER.

                   SELECT OPTIONAL ARQ-SESSAO
                   ASSIGN TO "usuario.atual"
                   ORGANIZATION LINE SEQUENTIAL
                   FILE STATUS IS W-COD-ERRO-SES.

       DATA DIVISION.
         FILE SECTION.
         FD  CAD-PRODUTO
             LABEL RECORD STANDARD.
         COPY "REGLIVRO.cpy".

         FD  ARQ-CUSTO
             LABEL RECORD STANDARD.
         COPY "REGCUSTO.cpy".

         FD  ARQ-CONSIG
             LABEL RECORD STANDARD.
         COPY "REGCONSIG.cpy".

         FD  ARQ-EMPRESTIMO
             LABEL RECORD STANDARD.
         COPY "REGEMPR.cpy".
             LABEL RECORD STANDARD.
         COPY "REGKPI.cpy".

         FD  ARQ-PERIODO
             LABEL RECORD STANDARD.
         COPY "REGPERIODO.cpy".

         FD  ARQ-SESSAO
             LABEL RECORD STANDARD.
         01  REG-SESSAO  PIC X(10).

         WORKING-STORAGE SECTION.
         77  CODERRO            PIC XX    VALUE SPACES.
         77  W-COD-ERRO-EMP     PIC XX    VALUE SPACES.
         77  W-COD-ERRO-CUS     PIC XX    VALUE SPACES.
         77  W-COD-ERRO-CSG     PIC XX    VALUE SPACES.
         77  W-QTD-PROPRIA      PIC 9(5)  VALUE ZEROS.
         77  W-QTD-SEM-ACERTO   PIC 9(5)  VALUE ZEROS.
         77  W-COD-ERRO-CAB     PIC XX    VALUE SPACES.
         77  W-COD-ERRO-MUL     PIC XX    VALUE SPACES.
         77  W-COD-ERRO-LEI     PIC XX    VALUE SPACES.
         77  W-VALOR-ESTOQUE    PIC 9(11)V99 VALUE ZEROS.
         77  W-KPI-NOVO         PIC X     VALUE "N".
             88  KPI-NOVO                 VALUE "S".
         77  W-COD-ERRO-PER     PIC XX    VALUE SPACES.
             88  STATUS-PER-OK            VALUE "00".
         77  W-COD-ERRO-SES     PIC XX    VALUE SPACES.
         77  W-PERIODO-NOVO     PIC X     VALUE "N".
             88  PERIODO-NOVO             VALUE "S".
         77  W-OPERADOR-SESSAO  PIC X(10) VALUE SPACES.
         77  W-DATA-HOJE-AAAAMMDD PIC 9(8) VALUE ZEROS.
         77  W-PERIODO-ATUAL    PIC 9(6)  VALUE ZEROS.
         77  W-LIVRO-LOG        PIC 9(3)  VALUE ZEROS.
         77  W-TITULO-LOG       PIC X(40) VALUE SPACES.
         77  W-LOG-ANTES        PIC X(173) VALUE SPACES.
         77  W-LOG-DEPOIS       PIC X(173) VALUE SPACES.
      *> UNIDADES EM CONSIGNACAO POR LIVRO (INDICE = CODIGO), SOMANDO
      *> TODOS OS FORNECEDORES; CARREGADA DE "consig.dat".
         01  TABELA-CONSIGNADO.
             02  QTD-CONSIGNADA  PIC 9(5) OCCURS 999 TIMES.

       PROCEDURE DIVISION.

           IF  W-PERIODO-DIG = 0
               DISPLAY "PERIODO INVALIDO - NADA A FAZER"
           ELSE
               PERFORM VERIFICAR-ACERTO-CONSIG
           END-IF.
           IF  W-PERIODO-DIG > 0
               OPEN INPUT CAD-PRODUTO
               OPEN INPUT ARQ-CUSTO
               OPEN INPUT ARQ-EMPRESTIMO
               OPEN INPUT ARQ-VENDA-CAB
               OPEN INPUT ARQ-MULTA
               OPEN I-O ARQ-KPI
           END-IF.

       VERIFICAR-ACERTO-CONSIG.
           *> MES QUE JA TERMINOU SO FECHA COM O ACERTO DE CONSIGNACAO
           *> DELE GRAVADO (ACERTOCONSIG): CONSIGNACAO COM SALDO OU
           *> VENDA EM ABERTO ACERTADA SO ATE ANTES DO MES (OU NUNCA)
           *> DEIXARIA O FORNECEDOR SEM O TITULO DO MES.
           ACCEPT W-DATA-HOJE-AAAAMMDD FROM DATE YYYYMMDD.
           MOVE W-DATA-HOJE-AAAAMMDD (1:6) TO W-PERIODO-ATUAL.
           IF  W-PERIODO-DIG < W-PERIODO-ATUAL
               MOVE ZEROS TO W-QTD-SEM-ACERTO
               OPEN INPUT ARQ-CONSIG
               PERFORM LER-PROXIMA-CONSIGNACAO
               PERFORM UNTIL W-COD-ERRO-CSG NOT = "00"
                   IF  COD-LIVRO-CSG > 0 AND COD-FORNEC-CSG > 0
                           AND PERIODO-ACERTO-CSG < W-PERIODO-DIG
                           AND (QTD-SALDO-CSG > 0
                                OR QTD-VEND-MES-CSG > 0
                                OR QTD-VEND-ANT-CSG > 0)
                       ADD 1 TO W-QTD-SEM-ACERTO
                   END-IF
                   PERFORM LER-PROXIMA-CONSIGNACAO
               END-PERFORM
               CLOSE ARQ-CONSIG
               IF  W-QTD-SEM-ACERTO > 0
                   DISPLAY "ACERTO DE CONSIGNACAO DE "
                           W-PERIODO-DIG (5:2) "/" W-PERIODO-DIG (1:4)
                           " NAO GRAVADO (" W-QTD-SEM-ACERTO
                           " CONSIGNACOES) - MES NAO FECHADO"
                   MOVE ZEROS TO W-PERIODO-DIG
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.

       APURAR-EMPRESTIMOS.
           MOVE "N" TO W-FIM-ARQUIVO.
           PERFORM LER-PROXIMO-EMPRESTIMO.
           END-IF.

       APURAR-ESTOQUE.
           PERFORM CARREGAR-CONSIGNADOS.
           MOVE "N" TO W-FIM-ARQUIVO.
           PERFORM LER-PROXIMO-LIVRO.
           *> ESTOQUE PROPRIO VALORIZADO PELO CUSTO MEDIO
           *> ("custos.dat"): AS UNIDADES EM CONSIGNACAO SAO DO
           *> FORNECEDOR E FICAM FORA; TITULO SEM CUSTO APURADO NAO
           *> SOMA
           PERFORM UNTIL FIM-ARQUIVO
               MOVE QTD-ESTOQUE TO W-QTD-PROPRIA
               IF  COD-LIVRO > 0
                   IF  QTD-CONSIGNADA (COD-LIVRO) < QTD-ESTOQUE
                       SUBTRACT QTD-CONSIGNADA (COD-LIVRO)
                           FROM W-QTD-PROPRIA
                   ELSE
                       MOVE ZEROS TO W-QTD-PROPRIA
                   END-IF
               END-IF
               MOVE COD-LIVRO TO COD-LIVRO-CUS
               READ ARQ-CUSTO
               IF  W-COD-ERRO-CUS = "00"
                   COMPUTE W-VALOR-ESTOQUE = W-VALOR-ESTOQUE
                           + W-QTD-PROPRIA * CUSTO-MEDIO-CUS
               END-IF
               PERFORM LER-PROXIMO-LIVRO
           END-PERFORM.

       CARREGAR-CONSIGNADOS.
           INITIALIZE TABELA-CONSIGNADO.
           OPEN INPUT ARQ-CONSIG.
           PERFORM LER-PROXIMA-CONSIGNACAO.
           PERFORM UNTIL W-COD-ERRO-CSG NOT = "00"
               IF  COD-LIVRO-CSG > 0
                   ADD QTD-SALDO-CSG TO QTD-CONSIGNADA (COD-LIVRO-CSG)
               END-IF
               PERFORM LER-PROXIMA-CONSIGNACAO
           END-PERFORM.
           CLOSE ARQ-CONSIG.

       LER-PROXIMA-CONSIGNACAO.
           READ ARQ-CONSIG NEXT RECORD
               AT END MOVE "10" TO W-COD-ERRO-CSG
           END-READ.

       LER-PROXIMO-LIVRO.
           READ CAD-PRODUTO NEXT RECORD
               AT END MOVE "S" TO W-FIM-ARQUIVO
           IF  STATUS-KPI-OK
               DISPLAY "FECHAMENTO DO PERIODO " W-PERIODO-DIG
                       " GRAVADO"
               PERFORM BLOQUEAR-PERIODO
           ELSE
               DISPLAY "ERRO AO GRAVAR FECHAMENTO (STATUS "
                       W-COD-ERRO-KPI ")"
               MOVE 8 TO RETURN-CODE
           END-IF.

       BLOQUEAR-PERIODO.
           *> MES FECHADO E MES BLOQUEADO: DEPOIS DE APURADO AQUI E
           *> EXPORTADO PARA O CONTADOR (EXPORTARCONTABIL), NENHUM
           *> PROGRAMA LANCA MAIS MOVIMENTO DATADO DENTRO DELE (VER
           *> VERIFICARPERIODO). SO O MES QUE JA TERMINOU E BLOQUEADO:
           *> O FECHAMENTO ANTECIPADO DO MES CORRENTE GRAVA OS
           *> INDICADORES, MAS O BALCAO CONTINUA LANCANDO COM A DATA DE
           *> HOJE. O MES REABERTO (PERIODOCONTABIL) VOLTA A SER
           *> BLOQUEADO QUANDO O FECHAMENTO E REFEITO.
           ACCEPT W-DATA-HOJE-AAAAMMDD FROM DATE YYYYMMDD.
           MOVE W-DATA-HOJE-AAAAMMDD (1:6) TO W-PERIODO-ATUAL.
           IF  W-PERIODO-DIG NOT < W-PERIODO-ATUAL
               DISPLAY "PERIODO EM ANDAMENTO - NAO BLOQUEADO PARA "
                       "LANCAMENTOS"
           ELSE
               PERFORM LER-SESSAO-ATUAL
               OPEN I-O ARQ-PERIODO
               MOVE W-PERIODO-DIG TO PERIODO-PER
               READ ARQ-PERIODO
               IF  STATUS-PER-OK
                   MOVE "N" TO W-PERIODO-NOVO
               ELSE
                   MOVE "S" TO W-PERIODO-NOVO
                   MOVE W-PERIODO-DIG TO PERIODO-PER
                   MOVE ZEROS  TO DATA-REABERTURA-PER
                   MOVE SPACES TO USUARIO-REABERTURA-PER
                                  MOTIVO-REABERTURA-PER
               END-IF
               IF  NOT PERIODO-NOVO AND PERIODO-FECHADO
                   DISPLAY "PERIODO " W-PERIODO-DIG
                           " JA ESTAVA BLOQUEADO"
               ELSE
                   MOVE "F" TO SITUACAO-PER
                   MOVE W-DATA-HOJE-AAAAMMDD TO DATA-FECHAMENTO-PER
                   MOVE W-OPERADOR-SESSAO    TO USUARIO-FECHAMENTO-PER
                   IF  PERIODO-NOVO
                       WRITE REG-PERIODO
                   ELSE
                       REWRITE REG-PERIODO
                   END-IF
                   IF  STATUS-PER-OK
                       DISPLAY "PERIODO " W-PERIODO-DIG
                               " BLOQUEADO PARA LANCAMENTOS"
                       PERFORM GRAVAR-LOG-BLOQUEIO
                   ELSE
                       DISPLAY "ERRO AO BLOQUEAR PERIODO (STATUS "
                               W-COD-ERRO-PER ")"
                       MOVE 8 TO RETURN-CODE
                   END-IF
               END-IF
               CLOSE ARQ-PERIODO
           END-IF.

       LER-SESSAO-ATUAL.
           MOVE "DESCONHEC." TO W-OPERADOR-SESSAO.
           OPEN INPUT ARQ-SESSAO.
           IF  W-COD-ERRO-SES = "00"
               READ ARQ-SESSAO INTO W-OPERADOR-SESSAO
                   AT END CONTINUE
               END-READ
               CLOSE ARQ-SESSAO
           END-IF.

       GRAVAR-LOG-BLOQUEIO.
           MOVE SPACES TO W-TITULO-LOG W-LOG-ANTES W-LOG-DEPOIS.
           STRING "PERIODO CONTABIL " W-PERIODO-DIG
               DELIMITED BY SIZE INTO W-TITULO-LOG
           END-STRING.
           STRING "PERIODO " W-PERIODO-DIG " ABERTO"
               DELIMITED BY SIZE INTO W-LOG-ANTES
           END-STRING.
           STRING "FECHADO POR " DELIMITED BY SIZE
                  W-OPERADOR-SESSAO DELIMITED BY SPACE
                  " EM " W-DATA-HOJE-AAAAMMDD (7:2) "/"
                  W-DATA-HOJE-AAAAMMDD (5:2) "/"
                  W-DATA-HOJE-AAAAMMDD (1:4) DELIMITED BY SIZE
               INTO W-LOG-DEPOIS
           END-STRING.
           CALL "LOGAUDITORIA" USING "BLOQUEIO  " W-LIVRO-LOG
                W-TITULO-LOG W-LOG-ANTES W-LOG-DEPOIS.

       FINALIZACAO.
           IF  W-PERIODO-DIG > 0
               CLOSE CAD-PRODUTO
               CLOSE ARQ-CUSTO
               CLOSE ARQ-EMPRESTIMO
               CLOSE ARQ-VENDA-CAB
               CLOSE ARQ-MULTA

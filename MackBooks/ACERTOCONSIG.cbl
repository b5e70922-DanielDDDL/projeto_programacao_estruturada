
       IDENTIFICATION DIVISION.

       PROGRAM-ID. ACERTOCONSIG.
       AUTHOR. DANIEL.

       ENVIRONMENT DIVISION.
         CONFIGURATION SECTION.

             SPECIAL-NAMES.
                 DECIMAL-POINT IS COMMA.

             INPUT-OUTPUT SECTION.
               FILE-CONTROL.
                   SELECT OPTIONAL ARQ-CONSIG
                   ASSIGN TO "consig.dat"
                   ORGANIZATION INDEXED
                   RECORD KEY IS CHAVE-CONSIGNACAO
                   ACCESS SEQUENTIAL
                   FILE STATUS IS W-COD-ERRO-CSG.

                   SELECT OPTIONAL CAD-PRODUTO
                   ASSIGN TO "livros.dat"
                   ORGANIZATION INDEXED
                   RECORD KEY IS COD-LIVRO
                   ACCESS RANDOM
                   FILE STATUS IS CODERRO.

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
                   ACCESS DYNAMIC
                   FILE STATUS IS W-COD-ERRO-APG.

                   SELECT OPTIONAL ARQ-RELATORIO
                   ASSIGN TO "acertoconsig.txt"
                   ORGANIZATION LINE SEQUENTIAL
                   FILE STATUS IS W-COD-ERRO-REL.

       DATA DIVISION.
         FILE SECTION.
         FD  ARQ-CONSIG
             LABEL RECORD STANDARD.
         COPY "REGCONSIG.cpy".

         FD  CAD-PRODUTO
             LABEL RECORD STANDARD.
         COPY "REGLIVRO.cpy".

         FD  ARQ-FORNECEDOR
             LABEL RECORD STANDARD.
         COPY "REGFORNEC.cpy".

         FD  ARQ-APAGAR
             LABEL RECORD STANDARD.
         COPY "REGAPAGAR.cpy".

         FD  ARQ-RELATORIO
             LABEL RECORD STANDARD.
         01  REG-RELATORIO  PIC X(100).

         WORKING-STORAGE SECTION.
         77  CODERRO            PIC XX    VALUE SPACES.
         77  W-COD-ERRO-CSG     PIC XX    VALUE SPACES.
         77  W-COD-ERRO-FOR     PIC XX    VALUE SPACES.
         77  W-COD-ERRO-APG     PIC XX    VALUE SPACES.
         77  W-COD-ERRO-REL     PIC XX    VALUE SPACES.
         77  W-FIM-ARQUIVO      PIC X     VALUE "N".
             88  FIM-ARQUIVO              VALUE "S".
         77  W-GRAVAR           PIC X     VALUE "N".
             88  GRAVAR-ACERTO            VALUE "S".
         77  W-LOGIN-OK         PIC X     VALUE "N".
         77  W-EM-LOTE          PIC X     VALUE "N".
             88  EM-LOTE                  VALUE "S".
         77  W-PERIODO-DIG      PIC 9(6)  VALUE ZEROS.
         77  W-PERIODO-ANTERIOR PIC 9(6)  VALUE ZEROS.
         77  W-PERIODO-FALTANTE PIC 9(6)  VALUE ZEROS.
         77  W-DATA-HOJE-AAAAMMDD PIC 9(8) VALUE ZEROS.
         77  W-QTD-VENDIDA      PIC 9(5)  VALUE ZEROS.
         77  W-VALOR-LINHA      PIC 9(7)V99 VALUE ZEROS.
         77  W-TOTAL-LINHAS     PIC 9(4)  VALUE ZEROS.
         77  W-IDX              PIC 9(4)  VALUE ZEROS.
         77  W-IDX-FOR          PIC 9(4)  VALUE ZEROS.
         77  W-TOTAL-FORNEC     PIC 9(3)  VALUE ZEROS.
         77  W-TOTAL-TITULOS    PIC 9(3)  VALUE ZEROS.
         77  W-VALOR-GERAL      PIC 9(9)V99 VALUE ZEROS.
         77  W-LINHA            PIC X(100) VALUE SPACES.
         77  W-NOME-IMP         PIC X(40) VALUE SPACES.
         77  W-PROX-COD-TITULO  PIC 9(5)  VALUE ZEROS.
         77  W-NUM-CONTROLE     PIC 9(9)  VALUE ZEROS.
         77  W-INTEIRO-VENCTO   PIC 9(7)  VALUE ZEROS.
         77  W-NUM-NOTA-ACERTO  PIC X(10) VALUE SPACES.
         77  QTD-ED             PIC ZZZZ9 VALUE ZEROS.
         77  CUSTO-ED           PIC Z.ZZ9,99 VALUE ZEROS.
         77  VALOR-ED           PIC Z.ZZZ.ZZ9,99 VALUE ZEROS.
         77  TOTAL-ED           PIC ZZ.ZZZ.ZZ9,99 VALUE ZEROS.

      *> LINHAS DO DEMONSTRATIVO (UMA POR LIVRO CONSIGNADO DE CADA
      *> FORNECEDOR), NA ORDEM DE "consig.dat" (LIVRO, FORNECEDOR).
         01  TABELA-ACERTO.
             02  LINHA-ACERTO  OCCURS 2000 TIMES.
                 03  LIN-FORNEC      PIC 9(3).
                 03  LIN-LIVRO       PIC 9(3).
                 03  LIN-RECEBIDO    PIC 9(5).
                 03  LIN-VENDIDO     PIC 9(5).
                 03  LIN-DEVOLVIDO   PIC 9(5).
                 03  LIN-SALDO       PIC 9(5).
                 03  LIN-CUSTO       PIC 9(4)V99.
                 03  LIN-VALOR       PIC 9(7)V99.
                 03  LIN-SITUACAO    PIC X.
                     88  LIN-JA-ACERTADA     VALUE "J".

      *> VALOR DEVIDO POR FORNECEDOR (INDICE = CODIGO)
         01  TABELA-FORNECEDORES.
             02  FORNEC-ACERTO  OCCURS 999 TIMES.
                 03  FAC-LINHAS      PIC 9(4).
                 03  FAC-VALOR       PIC 9(9)V99.

       PROCEDURE DIVISION.

       INICIO.
           *> ACERTO MENSAL DA CONSIGNACAO: A VENDA (E O ESTORNO) JA
           *> BAIXA O SALDO DO CONSIGNANTE NA HORA (ROTINA CONSIGNACAO)
           *> E DEIXA A QUANTIDADE EM ABERTO NO REGISTRO; AQUI SE PAGA
           *> O QUE ESTA EM ABERTO ATE O MES ACERTADO. O DEMONSTRATIVO
           *> POR FORNECEDOR MOSTRA RECEBIDO E DEVOLVIDO DESDE O ULTIMO
           *> ACERTO, VENDIDO A ACERTAR, SALDO EM MAOS E VALOR DEVIDO.
           *> GRAVANDO, A VENDA EM ABERTO E ZERADA E O VALOR DEVIDO
           *> VIRA UM TITULO EM apagar.dat. FECHARMES NAO FECHA O MES
           *> SEM O ACERTO DELE GRAVADO.
           PERFORM INICIALIZACAO.
           IF  W-PERIODO-DIG > 0
               PERFORM APURAR-CONSIGNACOES
               PERFORM IMPRIMIR-ACERTO
           END-IF.
           PERFORM FINALIZACAO.
           EXIT PROGRAM.

       INICIALIZACAO.
           DISPLAY "ACERTO MENSAL DE CONSIGNACAO".
           ACCEPT W-DATA-HOJE-AAAAMMDD FROM DATE YYYYMMDD.
           DISPLAY "PERIODO (AAAAMM, 0 = MES ANTERIOR): "
                   WITH NO ADVANCING.
           ACCEPT W-PERIODO-DIG.
           IF  W-PERIODO-DIG = 0
               MOVE W-DATA-HOJE-AAAAMMDD (1:6) TO W-PERIODO-DIG
               IF  W-PERIODO-DIG (5:2) = "01"
                   SUBTRACT 89 FROM W-PERIODO-DIG
               ELSE
                   SUBTRACT 1 FROM W-PERIODO-DIG
               END-IF
           END-IF.
           IF  W-PERIODO-DIG (5:2) < "01" OR > "12"
                   OR W-PERIODO-DIG > W-DATA-HOJE-AAAAMMDD (1:6)
               DISPLAY "PERIODO INVALIDO - NADA A FAZER"
               MOVE ZEROS TO W-PERIODO-DIG
           ELSE
               PERFORM RECEBER-OPCAO-GRAVAR
               IF  GRAVAR-ACERTO
                   PERFORM VERIFICAR-ACERTO-ANTERIOR
               END-IF
               OPEN INPUT CAD-PRODUTO
               OPEN INPUT ARQ-FORNECEDOR
               IF  GRAVAR-ACERTO
                   OPEN I-O ARQ-CONSIG
                   OPEN I-O ARQ-APAGAR
               ELSE
                   OPEN INPUT ARQ-CONSIG
               END-IF
           END-IF.

       RECEBER-OPCAO-GRAVAR.
           *> SEM GRAVAR, O DEMONSTRATIVO E SO UMA PREVIA. GRAVAR
           *> BAIXA SALDOS E LANCA TITULOS: EXIGE ADMINISTRADOR E
           *> FICA FORA DA JANELA DA ROTINA NOTURNA.
           DISPLAY "GRAVAR O ACERTO? (S/N): " WITH NO ADVANCING.
           ACCEPT W-GRAVAR.
           MOVE FUNCTION UPPER-CASE (W-GRAVAR) TO W-GRAVAR.
           IF  GRAVAR-ACERTO
               CALL "VERIFICARLOTE" USING W-EM-LOTE
               IF  EM-LOTE
                   DISPLAY "PROCESSAMENTO NOTURNO EM ANDAMENTO - "
                           "SO PREVIA"
                   MOVE "N" TO W-GRAVAR
               ELSE
                   MOVE "N" TO W-LOGIN-OK
                   CALL "VALIDARLOGIN" USING W-LOGIN-OK
                        "ACERTOCONSIG   "
                   IF  W-LOGIN-OK NOT = "S"
                       DISPLAY "ACESSO NEGADO - SO PREVIA"
                       MOVE "N" TO W-GRAVAR
                   END-IF
               END-IF
           END-IF.

       VERIFICAR-ACERTO-ANTERIOR.
           *> O ACERTO DE UM MES DA OS ANTERIORES POR FEITOS, ENTAO UM
           *> MES PULADO NAO SE ACERTA MAIS: CONSIGNACAO COM SALDO OU
           *> VENDA EM ABERTO ACERTADA SO ATE ANTES DO MES ANTERIOR
           *> RECUSA A GRAVACAO. PERIODO ZERO = NUNCA ACERTADA.
           MOVE W-PERIODO-DIG TO W-PERIODO-ANTERIOR.
           IF  W-PERIODO-ANTERIOR (5:2) = "01"
               SUBTRACT 89 FROM W-PERIODO-ANTERIOR
           ELSE
               SUBTRACT 1 FROM W-PERIODO-ANTERIOR
           END-IF.
           MOVE ZEROS TO W-PERIODO-FALTANTE.
           OPEN INPUT ARQ-CONSIG.
           MOVE "N" TO W-FIM-ARQUIVO.
           PERFORM LER-PROXIMA-CONSIGNACAO.
           PERFORM UNTIL FIM-ARQUIVO
               IF  COD-FORNEC-CSG > 0 AND COD-LIVRO-CSG > 0
                       AND PERIODO-ACERTO-CSG > 0
                       AND PERIODO-ACERTO-CSG < W-PERIODO-ANTERIOR
                       AND (QTD-SALDO-CSG > 0 OR QTD-VEND-MES-CSG > 0
                            OR QTD-VEND-ANT-CSG > 0)
                   IF  W-PERIODO-FALTANTE = 0
                           OR PERIODO-ACERTO-CSG < W-PERIODO-FALTANTE
                       MOVE PERIODO-ACERTO-CSG TO W-PERIODO-FALTANTE
                   END-IF
               END-IF
               PERFORM LER-PROXIMA-CONSIGNACAO
           END-PERFORM.
           CLOSE ARQ-CONSIG.
           IF  W-PERIODO-FALTANTE > 0
               IF  W-PERIODO-FALTANTE (5:2) = "12"
                   ADD 89 TO W-PERIODO-FALTANTE
               ELSE
                   ADD 1 TO W-PERIODO-FALTANTE
               END-IF
               DISPLAY "ACERTO DE " W-PERIODO-FALTANTE (5:2) "/"
                       W-PERIODO-FALTANTE (1:4) " NAO GRAVADO - "
                       "GRAVE ESSE MES ANTES"
               DISPLAY "SO PREVIA"
               MOVE "N" TO W-GRAVAR
           END-IF.

       APURAR-CONSIGNACOES.
           INITIALIZE TABELA-FORNECEDORES.
           MOVE "N" TO W-FIM-ARQUIVO.
           PERFORM LER-PROXIMA-CONSIGNACAO.
           PERFORM UNTIL FIM-ARQUIVO
               IF  COD-FORNEC-CSG > 0 AND COD-LIVRO-CSG > 0
                   PERFORM ACERTAR-CONSIGNACAO
               END-IF
               PERFORM LER-PROXIMA-CONSIGNACAO
           END-PERFORM.

       ACERTAR-CONSIGNACAO.
           IF  PERIODO-ACERTO-CSG >= W-PERIODO-DIG
               *> JA ACERTADO NESTE PERIODO (OU DEPOIS): SO APARECE
               MOVE ZEROS TO W-QTD-VENDIDA
           ELSE
               *> VENDA DE MESES ANTERIORES AINDA EM ABERTO, MAIS A DO
               *> MES DA VENDA SE ELE NAO FOR POSTERIOR AO ACERTADO
               MOVE QTD-VEND-ANT-CSG TO W-QTD-VENDIDA
               IF  PERIODO-VENDA-CSG <= W-PERIODO-DIG
                   ADD QTD-VEND-MES-CSG TO W-QTD-VENDIDA
               END-IF
           END-IF.
           IF  W-QTD-VENDIDA > 0 OR QTD-SALDO-CSG > 0
                   OR QTD-RECEB-PER-CSG > 0 OR QTD-DEVOL-PER-CSG > 0
                   OR QTD-VEND-MES-CSG > 0 OR QTD-VEND-ANT-CSG > 0
               PERFORM GUARDAR-LINHA-ACERTO
           END-IF.

       GUARDAR-LINHA-ACERTO.
           IF  W-TOTAL-LINHAS >= 2000
               DISPLAY "DEMONSTRATIVO CHEIO - LIVRO " COD-LIVRO-CSG
                       " FORNECEDOR " COD-FORNEC-CSG " FICA PARA O "
                       "PROXIMO ACERTO"
           ELSE
               ADD 1 TO W-TOTAL-LINHAS
               MOVE W-TOTAL-LINHAS TO W-IDX
               COMPUTE W-VALOR-LINHA = W-QTD-VENDIDA * CUSTO-CSG
               MOVE COD-FORNEC-CSG    TO LIN-FORNEC (W-IDX)
               MOVE COD-LIVRO-CSG     TO LIN-LIVRO (W-IDX)
               MOVE QTD-RECEB-PER-CSG TO LIN-RECEBIDO (W-IDX)
               MOVE W-QTD-VENDIDA     TO LIN-VENDIDO (W-IDX)
               MOVE QTD-DEVOL-PER-CSG TO LIN-DEVOLVIDO (W-IDX)
               MOVE QTD-SALDO-CSG     TO LIN-SALDO (W-IDX)
               MOVE CUSTO-CSG         TO LIN-CUSTO (W-IDX)
               MOVE W-VALOR-LINHA     TO LIN-VALOR (W-IDX)
               ADD 1 TO FAC-LINHAS (COD-FORNEC-CSG)
               ADD W-VALOR-LINHA TO FAC-VALOR (COD-FORNEC-CSG)
               IF  PERIODO-ACERTO-CSG >= W-PERIODO-DIG
                   MOVE "J" TO LIN-SITUACAO (W-IDX)
               ELSE
                   MOVE "A" TO LIN-SITUACAO (W-IDX)
                   IF  GRAVAR-ACERTO
                       PERFORM BAIXAR-SALDO-CONSIGNADO
                   END-IF
               END-IF
           END-IF.

       BAIXAR-SALDO-CONSIGNADO.
           ADD W-QTD-VENDIDA TO QTD-VENDIDA-TOT-CSG.
           MOVE ZEROS TO QTD-VEND-ANT-CSG.
           IF  PERIODO-VENDA-CSG <= W-PERIODO-DIG
               MOVE ZEROS TO QTD-VEND-MES-CSG
           END-IF.
           MOVE ZEROS TO QTD-RECEB-PER-CSG QTD-DEVOL-PER-CSG.
           MOVE W-PERIODO-DIG TO PERIODO-ACERTO-CSG.
           REWRITE REG-CONSIGNACAO.
           IF  W-COD-ERRO-CSG NOT = "00"
               DISPLAY "ERRO AO GRAVAR consig.dat (STATUS "
                       W-COD-ERRO-CSG ")"
               MOVE 8 TO RETURN-CODE
           END-IF.

       LER-PROXIMA-CONSIGNACAO.
           READ ARQ-CONSIG NEXT RECORD
               AT END MOVE "S" TO W-FIM-ARQUIVO
           END-READ.
           IF  NOT FIM-ARQUIVO
                   AND W-COD-ERRO-CSG NOT = "00" AND "02" AND "05"
               DISPLAY "ERRO AO LER consig.dat (STATUS "
                       W-COD-ERRO-CSG ")"
               MOVE "S" TO W-FIM-ARQUIVO
           END-IF.

       IMPRIMIR-ACERTO.
           OPEN OUTPUT ARQ-RELATORIO.
           MOVE SPACES TO W-LINHA.
           STRING "ACERTO DE CONSIGNACAO - PERIODO "
                  W-PERIODO-DIG (5:2) "/" W-PERIODO-DIG (1:4)
               DELIMITED BY SIZE INTO W-LINHA
           END-STRING.
           IF  NOT GRAVAR-ACERTO
               MOVE "(PREVIA - NADA GRAVADO)" TO W-LINHA (45:23)
           END-IF.
           PERFORM GRAVAR-LINHA.
           PERFORM IMPRIMIR-FORNECEDOR
               VARYING W-IDX-FOR FROM 1 BY 1 UNTIL W-IDX-FOR > 999.
           MOVE SPACES TO W-LINHA.
           PERFORM GRAVAR-LINHA.
           MOVE W-VALOR-GERAL TO TOTAL-ED.
           MOVE SPACES TO W-LINHA.
           STRING "FORNECEDORES: " W-TOTAL-FORNEC
                  "  TOTAL DEVIDO NO PERIODO: " TOTAL-ED
               DELIMITED BY SIZE INTO W-LINHA
           END-STRING.
           PERFORM GRAVAR-LINHA.
           CLOSE ARQ-RELATORIO.
           CALL "SPOOLAR" USING "ACERTOCONSIG        "
                "acertoconsig.txt    ".

       IMPRIMIR-FORNECEDOR.
           IF  FAC-LINHAS (W-IDX-FOR) > 0
               ADD 1 TO W-TOTAL-FORNEC
               ADD FAC-VALOR (W-IDX-FOR) TO W-VALOR-GERAL
               MOVE W-IDX-FOR TO COD-FORNECEDOR
               READ ARQ-FORNECEDOR
               IF  W-COD-ERRO-FOR = "00"
                   MOVE NOME-FORNECEDOR TO W-NOME-IMP
               ELSE
                   MOVE "(NAO CADASTRADO)" TO W-NOME-IMP
               END-IF
               MOVE SPACES TO W-LINHA
               PERFORM GRAVAR-LINHA
               STRING "FORNECEDOR " COD-FORNECEDOR " " W-NOME-IMP
                   DELIMITED BY SIZE INTO W-LINHA
               END-STRING
               PERFORM GRAVAR-LINHA
               MOVE SPACES TO W-LINHA
               MOVE "LIVRO"     TO W-LINHA (3:5)
               MOVE "RECEB"     TO W-LINHA (42:5)
               MOVE "VEND"      TO W-LINHA (49:4)
               MOVE "DEVOL"     TO W-LINHA (54:5)
               MOVE "SALDO"     TO W-LINHA (60:5)
               MOVE "PRECO"     TO W-LINHA (69:5)
               MOVE "DEVIDO"    TO W-LINHA (82:6)
               PERFORM GRAVAR-LINHA
               PERFORM IMPRIMIR-LINHA-ACERTO
                   VARYING W-IDX FROM 1 BY 1
                   UNTIL W-IDX > W-TOTAL-LINHAS
               MOVE FAC-VALOR (W-IDX-FOR) TO TOTAL-ED
               MOVE SPACES TO W-LINHA
               MOVE "TOTAL DEVIDO AO FORNECEDOR" TO W-LINHA (3:26)
               MOVE TOTAL-ED TO W-LINHA (75:13)
               PERFORM GRAVAR-LINHA
               IF  GRAVAR-ACERTO AND FAC-VALOR (W-IDX-FOR) > 0
                   PERFORM LANCAR-TITULO-ACERTO
               END-IF
           END-IF.

       IMPRIMIR-LINHA-ACERTO.
           IF  LIN-FORNEC (W-IDX) = W-IDX-FOR
               MOVE LIN-LIVRO (W-IDX) TO COD-LIVRO
               READ CAD-PRODUTO
               IF  CODERRO NOT = "00"
                   MOVE "(LIVRO NAO ENCONTRADO)" TO TITULO-LIVRO
               END-IF
               MOVE SPACES TO W-LINHA
               MOVE LIN-LIVRO (W-IDX) TO W-LINHA (3:3)
               MOVE TITULO-LIVRO      TO W-LINHA (7:33)
               MOVE LIN-RECEBIDO (W-IDX) TO QTD-ED
               MOVE QTD-ED TO W-LINHA (42:5)
               MOVE LIN-VENDIDO (W-IDX) TO QTD-ED
               MOVE QTD-ED TO W-LINHA (48:5)
               MOVE LIN-DEVOLVIDO (W-IDX) TO QTD-ED
               MOVE QTD-ED TO W-LINHA (54:5)
               MOVE LIN-SALDO (W-IDX) TO QTD-ED
               MOVE QTD-ED TO W-LINHA (60:5)
               MOVE LIN-CUSTO (W-IDX) TO CUSTO-ED
               MOVE CUSTO-ED TO W-LINHA (66:8)
               MOVE LIN-VALOR (W-IDX) TO VALOR-ED
               MOVE VALOR-ED TO W-LINHA (76:12)
               IF  LIN-JA-ACERTADA (W-IDX)
                   MOVE "JA ACERTADO" TO W-LINHA (89:11)
               END-IF
               PERFORM GRAVAR-LINHA
           END-IF.

       LANCAR-TITULO-ACERTO.
           *> O DEVIDO DO MES VIRA UM TITULO DE PARCELA UNICA, COM
           *> VENCIMENTO EM 30 DIAS; A REFERENCIA E "CSG" + AAAAMM.
           PERFORM GERAR-PROXIMO-COD-TITULO.
           MOVE SPACES TO W-NUM-NOTA-ACERTO.
           STRING "CSG" W-PERIODO-DIG
               DELIMITED BY SIZE INTO W-NUM-NOTA-ACERTO
           END-STRING.
           COMPUTE W-INTEIRO-VENCTO =
                   FUNCTION INTEGER-OF-DATE (W-DATA-HOJE-AAAAMMDD) + 30.
           INITIALIZE REG-APAGAR.
           MOVE W-PROX-COD-TITULO     TO COD-TITULO-APG.
           MOVE 1                     TO PARCELA-APG QTD-PARCELAS-APG.
           MOVE W-IDX-FOR             TO COD-FORNEC-APG.
           MOVE W-NUM-NOTA-ACERTO     TO NUM-NOTA-APG.
           MOVE W-DATA-HOJE-AAAAMMDD  TO DATA-EMISSAO-APG.
           COMPUTE DATA-VENCTO-APG =
                   FUNCTION DATE-OF-INTEGER (W-INTEIRO-VENCTO).
           MOVE FAC-VALOR (W-IDX-FOR) TO VALOR-NOTA-APG
                                         VALOR-PARCELA-APG.
           MOVE "A"                   TO SITUACAO-APG.
           WRITE REG-APAGAR.
           *> "02" = CHAVE ALTERNADA (FORNECEDOR) DUPLICADA: NORMAL
           IF  W-COD-ERRO-APG = "00" OR "02"
               MOVE SPACES TO W-LINHA
               STRING "  LANCADO NO CONTAS A PAGAR: TITULO "
                      W-PROX-COD-TITULO " REF " W-NUM-NOTA-ACERTO
                   DELIMITED BY SIZE INTO W-LINHA
               END-STRING
               PERFORM GRAVAR-LINHA
           ELSE
               DISPLAY "ERRO AO GRAVAR TITULO (STATUS "
                       W-COD-ERRO-APG ")"
               MOVE 8 TO RETURN-CODE
           END-IF.

       GERAR-PROXIMO-COD-TITULO.
           MOVE ZEROS TO W-NUM-CONTROLE.
           CALL "PROXIMONUMERO" USING "P" "APAGAR      "
                W-NUM-CONTROLE.
           IF  W-NUM-CONTROLE > 0
               MOVE W-NUM-CONTROLE TO W-PROX-COD-TITULO
           ELSE
               PERFORM VARRER-MAIOR-COD-TITULO
               MOVE W-PROX-COD-TITULO TO W-NUM-CONTROLE
               CALL "PROXIMONUMERO" USING "D" "APAGAR      "
                    W-NUM-CONTROLE
           END-IF.

       VARRER-MAIOR-COD-TITULO.
           MOVE ZEROS TO W-PROX-COD-TITULO COD-TITULO-APG PARCELA-APG.
           START ARQ-APAGAR KEY IS NOT LESS THAN CHAVE-APAGAR
               INVALID KEY MOVE "10" TO W-COD-ERRO-APG
           END-START.
           PERFORM UNTIL W-COD-ERRO-APG NOT = "00"
               READ ARQ-APAGAR NEXT RECORD
                   AT END MOVE "10" TO W-COD-ERRO-APG
               END-READ
               IF  W-COD-ERRO-APG = "00"
                       AND COD-TITULO-APG > W-PROX-COD-TITULO
                   MOVE COD-TITULO-APG TO W-PROX-COD-TITULO
               END-IF
           END-PERFORM.
           ADD 1 TO W-PROX-COD-TITULO.
           MOVE "00" TO W-COD-ERRO-APG.

       GRAVAR-LINHA.
           DISPLAY W-LINHA (1:79).
           MOVE W-LINHA TO REG-RELATORIO.
           WRITE REG-RELATORIO.

       FINALIZACAO.
           IF  W-PERIODO-DIG > 0
               CLOSE CAD-PRODUTO
               CLOSE ARQ-FORNECEDOR
               CLOSE ARQ-CONSIG
               IF  GRAVAR-ACERTO
                   CLOSE ARQ-APAGAR
               END-IF
           END-IF.
           STOP "   <ENTER> PARA CONTINUAR".

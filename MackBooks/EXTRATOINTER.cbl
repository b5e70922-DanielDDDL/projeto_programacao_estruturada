
       IDENTIFICATION DIVISION.

       PROGRAM-ID. EXTRATOINTER.
       AUTHOR. DANIEL.

       ENVIRONMENT DIVISION.
         CONFIGURATION SECTION.

             SPECIAL-NAMES.
                 DECIMAL-POINT IS COMMA.

             INPUT-OUTPUT SECTION.
               FILE-CONTROL.
                   SELECT OPTIONAL ARQ-INSTITUICAO
                   ASSIGN TO "instituicoes.dat"
                   ORGANIZATION INDEXED
                   RECORD KEY IS COD-INSTITUICAO
                   ACCESS DYNAMIC
                   FILE STATUS IS W-COD-ERRO-INS.

                   SELECT OPTIONAL ARQ-EMP-INTER
                   ASSIGN TO "empinter.dat"
                   ORGANIZATION INDEXED
                   RECORD KEY IS COD-EMP-INTER
                   ALTERNATE RECORD KEY IS COD-INSTITUICAO-INT
                       WITH DUPLICATES
                   ACCESS DYNAMIC
                   FILE STATUS IS W-COD-ERRO-INT.

                   SELECT OPTIONAL ARQ-RELATORIO
                   ASSIGN TO "extratointer.txt"
                   ORGANIZATION LINE SEQUENTIAL
                   FILE STATUS IS W-COD-ERRO-REL.

       DATA DIVISION.
         FILE SECTION.
         FD  ARQ-INSTITUICAO
             LABEL RECORD STANDARD.
         COPY "REGINSTITUICAO.cpy".

         FD  ARQ-EMP-INTER
             LABEL RECORD STANDARD.
         COPY "REGEMPINTER.cpy".

         FD  ARQ-RELATORIO
             LABEL RECORD STANDARD.
         01  REG-RELATORIO  PIC X(100).

         WORKING-STORAGE SECTION.
         77  W-COD-ERRO-INS     PIC XX    VALUE SPACES.
         77  W-COD-ERRO-INT     PIC XX    VALUE SPACES.
         77  W-COD-ERRO-REL     PIC XX    VALUE SPACES.
         77  W-FIM-INSTITUICOES PIC X     VALUE "N".
             88  FIM-INSTITUICOES         VALUE "S".
         77  W-FIM-EMPRESTIMOS  PIC X     VALUE "N".
             88  FIM-EMPRESTIMOS          VALUE "S".
         77  W-MES-REFERENCIA   PIC 9(6)  VALUE ZEROS.
         77  W-COD-INSTITUICAO-SEL PIC 9(3) VALUE ZEROS.
         77  W-DATA-HOJE-AAAAMMDD PIC 9(8) VALUE ZEROS.
         77  W-DATA-INICIO      PIC 9(8)  VALUE ZEROS.
         77  W-DATA-REFERENCIA  PIC 9(8)  VALUE ZEROS.
         77  W-DATA-PROX-MES    PIC 9(8)  VALUE ZEROS.
         77  W-INTEIRO-REF      PIC 9(7)  VALUE ZEROS.
         77  W-TEVE-MOVIMENTO   PIC X     VALUE "N".
             88  TEVE-MOVIMENTO           VALUE "S".
         77  W-CABECALHO-FEITO  PIC X     VALUE "N".
             88  CABECALHO-FEITO          VALUE "S".
      *> SECAO DO EXTRATO EM MONTAGEM: 1 ENVIADOS A PARCEIRA,
      *> 2 DEVOLVIDOS PELA PARCEIRA, 3 RECEBIDOS DA PARCEIRA,
      *> 4 DEVOLVIDOS A PARCEIRA.
         77  W-SECAO            PIC 9     VALUE ZEROS.
         77  W-DATA-MOVIMENTO   PIC 9(8)  VALUE ZEROS.
         77  W-TOTAL-EXTRATOS   PIC 9(4)  VALUE ZEROS.
         77  W-LINHA            PIC X(100) VALUE SPACES.
         77  W-DATA-TEXTO       PIC X(10) VALUE SPACES.
         77  QTD-ED             PIC ZZZZ9 VALUE ZEROS.

      *> TOTAIS DA PARCEIRA NO EXTRATO: MOVIMENTOS DE CADA SECAO E A
      *> POSICAO EM ABERTO NA DATA DE REFERENCIA, NOS DOIS SENTIDOS.
         01  TOTAIS-PARCEIRA.
             02  TOT-SECAO          PIC 9(5) OCCURS 4 TIMES.
             02  TOT-ABERTO-SAIDA   PIC 9(5).
             02  TOT-ATRASO-SAIDA   PIC 9(5).
             02  TOT-ABERTO-ENTRADA PIC 9(5).
             02  TOT-ATRASO-ENTRADA PIC 9(5).

       PROCEDURE DIVISION.

       INICIO.
           *> EXTRATO MENSAL DO EMPRESTIMO ENTRE BIBLIOTECAS, POR
           *> PARCEIRA, PARA O ACOMPANHAMENTO DO ACORDO: OBRAS
           *> ENVIADAS E DEVOLVIDAS NOS DOIS SENTIDOS NO MES, E O QUE
           *> FICOU EM ABERTO (E EM ATRASO) NO FIM DO MES.
           PERFORM INICIALIZACAO.
           PERFORM EMITIR-EXTRATOS.
           PERFORM FINALIZACAO.
           EXIT PROGRAM.

       INICIALIZACAO.
           DISPLAY "EXTRATO MENSAL DO EMPRESTIMO ENTRE BIBLIOTECAS".
           DISPLAY "MES DE REFERENCIA (AAAAMM, 0 = MES ATUAL): "
                   WITH NO ADVANCING.
           ACCEPT W-MES-REFERENCIA.
           DISPLAY "CODIGO DA INSTITUICAO (0 = TODAS): "
                   WITH NO ADVANCING.
           ACCEPT W-COD-INSTITUICAO-SEL.
           ACCEPT W-DATA-HOJE-AAAAMMDD FROM DATE YYYYMMDD.
           IF  W-MES-REFERENCIA = 0
               MOVE W-DATA-HOJE-AAAAMMDD (1:6) TO W-MES-REFERENCIA
           END-IF.
           PERFORM APURAR-PERIODO.
           OPEN INPUT ARQ-INSTITUICAO.
           OPEN INPUT ARQ-EMP-INTER.

       APURAR-PERIODO.
           *> O PERIODO VAI DO DIA 1 AO ULTIMO DIA DO MES; NO MES
           *> CORRENTE, A POSICAO E A DE HOJE.
           COMPUTE W-DATA-INICIO = W-MES-REFERENCIA * 100 + 1.
           IF  W-MES-REFERENCIA (5:2) = "12"
               COMPUTE W-DATA-PROX-MES =
                       (W-MES-REFERENCIA + 89) * 100 + 1
           ELSE
               COMPUTE W-DATA-PROX-MES =
                       (W-MES-REFERENCIA + 1) * 100 + 1
           END-IF.
           COMPUTE W-INTEIRO-REF =
                   FUNCTION INTEGER-OF-DATE (W-DATA-PROX-MES) - 1.
           COMPUTE W-DATA-REFERENCIA =
                   FUNCTION DATE-OF-INTEGER (W-INTEIRO-REF).
           IF  W-DATA-REFERENCIA > W-DATA-HOJE-AAAAMMDD
               MOVE W-DATA-HOJE-AAAAMMDD TO W-DATA-REFERENCIA
           END-IF.

       EMITIR-EXTRATOS.
           OPEN OUTPUT ARQ-RELATORIO.
           MOVE "N" TO W-FIM-INSTITUICOES.
           IF  W-COD-INSTITUICAO-SEL > 0
               MOVE W-COD-INSTITUICAO-SEL TO COD-INSTITUICAO
               READ ARQ-INSTITUICAO
               IF  W-COD-ERRO-INS = "00"
                   PERFORM EMITIR-EXTRATO-PARCEIRA
               ELSE
                   DISPLAY "INSTITUICAO NAO CADASTRADA"
               END-IF
           ELSE
               MOVE ZEROS TO COD-INSTITUICAO
               START ARQ-INSTITUICAO
                   KEY IS NOT LESS THAN COD-INSTITUICAO
                   INVALID KEY MOVE "S" TO W-FIM-INSTITUICOES
               END-START
               PERFORM LER-PROXIMA-INSTITUICAO
               PERFORM UNTIL FIM-INSTITUICOES
                   PERFORM EMITIR-EXTRATO-PARCEIRA
                   PERFORM LER-PROXIMA-INSTITUICAO
               END-PERFORM
           END-IF.
           CLOSE ARQ-RELATORIO.
           CALL "SPOOLAR" USING "EXTRATOINTER        "
                "extratointer.txt    ".

       LER-PROXIMA-INSTITUICAO.
           IF  NOT FIM-INSTITUICOES
               READ ARQ-INSTITUICAO NEXT RECORD
                   AT END MOVE "S" TO W-FIM-INSTITUICOES
               END-READ
               IF  NOT FIM-INSTITUICOES AND W-COD-ERRO-INS NOT = "00"
                   DISPLAY "ERRO AO LER instituicoes.dat (STATUS "
                           W-COD-ERRO-INS ")"
                   MOVE "S" TO W-FIM-INSTITUICOES
               END-IF
           END-IF.

       EMITIR-EXTRATO-PARCEIRA.
           *> PARCEIRA SEM MOVIMENTO NO MES E SEM NADA EM ABERTO NAO
           *> GERA EXTRATO (SALVO QUANDO PEDIDA PELO CODIGO).
           MOVE "N" TO W-TEVE-MOVIMENTO W-CABECALHO-FEITO.
           INITIALIZE TOTAIS-PARCEIRA.
           IF  W-COD-INSTITUICAO-SEL > 0
               PERFORM IMPRIMIR-CABECALHO-PARCEIRA
           END-IF.
           PERFORM LISTAR-SECAO
               VARYING W-SECAO FROM 1 BY 1 UNTIL W-SECAO > 4.
           PERFORM ACUMULAR-EM-ABERTO.
           IF  TEVE-MOVIMENTO OR W-COD-INSTITUICAO-SEL > 0
               PERFORM IMPRIMIR-RESUMO-PARCEIRA
               ADD 1 TO W-TOTAL-EXTRATOS
           END-IF.

       IMPRIMIR-CABECALHO-PARCEIRA.
           IF  NOT CABECALHO-FEITO
               MOVE "S" TO W-CABECALHO-FEITO
               MOVE SPACES TO W-LINHA
               PERFORM GRAVAR-LINHA
               MOVE ALL "=" TO W-LINHA (1:79)
               PERFORM GRAVAR-LINHA
               MOVE SPACES TO W-LINHA
               STRING "EXTRATO DE " W-MES-REFERENCIA (5:2) "/"
                      W-MES-REFERENCIA (1:4) " - INSTITUICAO "
                      COD-INSTITUICAO " " NOME-INSTITUICAO
                   DELIMITED BY SIZE INTO W-LINHA
               END-STRING
               PERFORM GRAVAR-LINHA
               MOVE SPACES TO W-LINHA
               STRING "CONTATO " CONTATO-INSTITUICAO " "
                      TELEFONE-INSTITUICAO
                   DELIMITED BY SIZE INTO W-LINHA
               END-STRING
               PERFORM GRAVAR-LINHA
           END-IF.

       LISTAR-SECAO.
           PERFORM POSICIONAR-EMPRESTIMOS.
           PERFORM UNTIL FIM-EMPRESTIMOS
               MOVE ZEROS TO W-DATA-MOVIMENTO
               EVALUATE TRUE
                   WHEN W-SECAO = 1 AND INTER-SAIDA
                       MOVE DATA-EMPRESTIMO-INT TO W-DATA-MOVIMENTO
                   WHEN W-SECAO = 2 AND INTER-SAIDA
                       MOVE DATA-DEVOLUCAO-INT  TO W-DATA-MOVIMENTO
                   WHEN W-SECAO = 3 AND INTER-ENTRADA
                       MOVE DATA-EMPRESTIMO-INT TO W-DATA-MOVIMENTO
                   WHEN W-SECAO = 4 AND INTER-ENTRADA
                       MOVE DATA-DEVOLUCAO-INT  TO W-DATA-MOVIMENTO
               END-EVALUATE
               IF  W-DATA-MOVIMENTO >= W-DATA-INICIO
                       AND W-DATA-MOVIMENTO <= W-DATA-REFERENCIA
                   PERFORM GRAVAR-LINHA-MOVIMENTO
               END-IF
               PERFORM LER-PROXIMO-EMPRESTIMO
           END-PERFORM.

       GRAVAR-LINHA-MOVIMENTO.
           IF  NOT TEVE-MOVIMENTO
               MOVE "S" TO W-TEVE-MOVIMENTO
               PERFORM IMPRIMIR-CABECALHO-PARCEIRA
           END-IF.
           IF  TOT-SECAO (W-SECAO) = 0
               MOVE SPACES TO W-LINHA
               EVALUATE W-SECAO
                   WHEN 1
                       MOVE "OBRAS NOSSAS ENVIADAS A PARCEIRA:"
                         TO W-LINHA
                   WHEN 2
                       MOVE "OBRAS NOSSAS DEVOLVIDAS PELA PARCEIRA:"
                         TO W-LINHA
                   WHEN 3
                       MOVE "OBRAS DA PARCEIRA RECEBIDAS PARA LEITORES:"
                         TO W-LINHA
                   WHEN OTHER
                       MOVE "OBRAS DA PARCEIRA DEVOLVIDAS A ELA:"
                         TO W-LINHA
               END-EVALUATE
               PERFORM GRAVAR-LINHA
           END-IF.
           ADD 1 TO TOT-SECAO (W-SECAO).
           MOVE SPACES TO W-DATA-TEXTO.
           STRING W-DATA-MOVIMENTO (7:2) "/" W-DATA-MOVIMENTO (5:2) "/"
                  W-DATA-MOVIMENTO (1:4)
               DELIMITED BY SIZE INTO W-DATA-TEXTO
           END-STRING.
           MOVE SPACES TO W-LINHA.
           STRING "  " W-DATA-TEXTO "  EMPR. " COD-EMP-INTER "  "
                  TITULO-INT (1:35)
               DELIMITED BY SIZE INTO W-LINHA
           END-STRING.
           IF  INTER-SAIDA
               STRING "LIVRO " COD-LIVRO-INT "/" NUM-EXEMPLAR-INT
                   DELIMITED BY SIZE INTO W-LINHA (64:16)
               END-STRING
           ELSE
               STRING "REF. " REFERENCIA-PARCEIRA (1:10)
                   DELIMITED BY SIZE INTO W-LINHA (64:16)
               END-STRING
           END-IF.
           PERFORM GRAVAR-LINHA.

       ACUMULAR-EM-ABERTO.
           *> EM ABERTO NA DATA DE REFERENCIA: JA EMPRESTADO E AINDA
           *> NAO DEVOLVIDO AO DONO NAQUELA DATA; EM ATRASO SE O PRAZO
           *> DA PARCEIRA JA TINHA PASSADO.
           PERFORM POSICIONAR-EMPRESTIMOS.
           PERFORM UNTIL FIM-EMPRESTIMOS
               IF  DATA-EMPRESTIMO-INT <= W-DATA-REFERENCIA
                       AND (DATA-DEVOLUCAO-INT = 0
                            OR DATA-DEVOLUCAO-INT > W-DATA-REFERENCIA)
                   IF  NOT TEVE-MOVIMENTO
                       MOVE "S" TO W-TEVE-MOVIMENTO
                       PERFORM IMPRIMIR-CABECALHO-PARCEIRA
                   END-IF
                   IF  INTER-SAIDA
                       ADD 1 TO TOT-ABERTO-SAIDA
                       IF  DATA-PREVISTA-INT < W-DATA-REFERENCIA
                           ADD 1 TO TOT-ATRASO-SAIDA
                       END-IF
                   ELSE
                       ADD 1 TO TOT-ABERTO-ENTRADA
                       IF  DATA-PREVISTA-INT < W-DATA-REFERENCIA
                           ADD 1 TO TOT-ATRASO-ENTRADA
                       END-IF
                   END-IF
               END-IF
               PERFORM LER-PROXIMO-EMPRESTIMO
           END-PERFORM.

       POSICIONAR-EMPRESTIMOS.
           MOVE "N" TO W-FIM-EMPRESTIMOS.
           MOVE COD-INSTITUICAO TO COD-INSTITUICAO-INT.
           START ARQ-EMP-INTER KEY IS EQUAL COD-INSTITUICAO-INT
               INVALID KEY MOVE "S" TO W-FIM-EMPRESTIMOS
           END-START.
           PERFORM LER-PROXIMO-EMPRESTIMO.

       LER-PROXIMO-EMPRESTIMO.
           IF  NOT FIM-EMPRESTIMOS
               READ ARQ-EMP-INTER NEXT RECORD
                   AT END MOVE "S" TO W-FIM-EMPRESTIMOS
               END-READ
               IF  NOT FIM-EMPRESTIMOS
                   IF  W-COD-ERRO-INT NOT = "00" AND "02" AND "05"
                       DISPLAY "ERRO AO LER empinter.dat (STATUS "
                               W-COD-ERRO-INT ")"
                       MOVE "S" TO W-FIM-EMPRESTIMOS
                   ELSE
                       IF  COD-INSTITUICAO-INT NOT = COD-INSTITUICAO
                           MOVE "S" TO W-FIM-EMPRESTIMOS
                       END-IF
                   END-IF
               END-IF
           END-IF.

       IMPRIMIR-RESUMO-PARCEIRA.
           MOVE SPACES TO W-LINHA.
           MOVE TOT-SECAO (1) TO QTD-ED.
           STRING "ENVIADAS A PARCEIRA NO MES........: " QTD-ED
               DELIMITED BY SIZE INTO W-LINHA
           END-STRING.
           PERFORM GRAVAR-LINHA.
           MOVE SPACES TO W-LINHA.
           MOVE TOT-SECAO (2) TO QTD-ED.
           STRING "DEVOLVIDAS PELA PARCEIRA NO MES...: " QTD-ED
               DELIMITED BY SIZE INTO W-LINHA
           END-STRING.
           PERFORM GRAVAR-LINHA.
           MOVE SPACES TO W-LINHA.
           MOVE TOT-SECAO (3) TO QTD-ED.
           STRING "RECEBIDAS DA PARCEIRA NO MES......: " QTD-ED
               DELIMITED BY SIZE INTO W-LINHA
           END-STRING.
           PERFORM GRAVAR-LINHA.
           MOVE SPACES TO W-LINHA.
           MOVE TOT-SECAO (4) TO QTD-ED.
           STRING "DEVOLVIDAS A PARCEIRA NO MES......: " QTD-ED
               DELIMITED BY SIZE INTO W-LINHA
           END-STRING.
           PERFORM GRAVAR-LINHA.
           MOVE SPACES TO W-LINHA.
           STRING "EM ABERTO EM "
                  W-DATA-REFERENCIA (7:2) "/" W-DATA-REFERENCIA (5:2)
                  "/" W-DATA-REFERENCIA (1:4) ":"
               DELIMITED BY SIZE INTO W-LINHA
           END-STRING.
           PERFORM GRAVAR-LINHA.
           MOVE SPACES TO W-LINHA.
           STRING "  OBRAS NOSSAS NA PARCEIRA........: "
                  TOT-ABERTO-SAIDA "  EM ATRASO: " TOT-ATRASO-SAIDA
               DELIMITED BY SIZE INTO W-LINHA
           END-STRING.
           PERFORM GRAVAR-LINHA.
           MOVE SPACES TO W-LINHA.
           STRING "  OBRAS DA PARCEIRA CONOSCO.......: "
                  TOT-ABERTO-ENTRADA "  EM ATRASO: " TOT-ATRASO-ENTRADA
               DELIMITED BY SIZE INTO W-LINHA
           END-STRING.
           PERFORM GRAVAR-LINHA.

       GRAVAR-LINHA.
           DISPLAY W-LINHA (1:79).
           MOVE W-LINHA TO REG-RELATORIO.
           WRITE REG-RELATORIO.

       FINALIZACAO.
           CLOSE ARQ-INSTITUICAO.
           CLOSE ARQ-EMP-INTER.
           DISPLAY "EXTRATOS EMITIDOS: " W-TOTAL-EXTRATOS.
           STOP "   <ENTER> PARA CONTINUAR".

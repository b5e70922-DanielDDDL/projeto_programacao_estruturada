
       IDENTIFICATION DIVISION.

       PROGRAM-ID. RELATORIOINTER.
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
                   ACCESS SEQUENTIAL
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
                   ASSIGN TO "relinter.txt"
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
         77  W-FIM-ARQUIVO      PIC X     VALUE "N".
             88  FIM-ARQUIVO              VALUE "S".
         77  W-FIM-EMPRESTIMOS  PIC X     VALUE "N".
             88  FIM-EMPRESTIMOS          VALUE "S".
         77  W-CABECALHO-FEITO  PIC X     VALUE "N".
             88  CABECALHO-FEITO          VALUE "S".
         77  W-DATA-HOJE        PIC 9(8)  VALUE ZEROS.
         77  W-DATA-VENCIDA     PIC 9(8)  VALUE ZEROS.
         77  W-DIAS-ATRASO      PIC 9(5)  VALUE ZEROS.
         77  W-MOTIVO           PIC X(15) VALUE SPACES.
         77  W-ATRASOS-PARCEIRA PIC 9(5)  VALUE ZEROS.
         77  W-TOTAL-PARCEIRAS  PIC 9(5)  VALUE ZEROS.
         77  W-TOTAL-ATRASADOS  PIC 9(5)  VALUE ZEROS.
         77  W-LINHA            PIC X(100) VALUE SPACES.
         77  W-DATA-TEXTO       PIC X(10) VALUE SPACES.
         77  DIAS-ED            PIC ZZZZ9 VALUE ZEROS.
         77  COD-ED             PIC ZZ9   VALUE ZEROS.
         77  NUM-EXEMPLAR-ED    PIC ZZ9   VALUE ZEROS.

       PROCEDURE DIVISION.

       INICIO.
           *> EMPRESTIMOS ENTRE BIBLIOTECAS EM ATRASO, POR PARCEIRA,
           *> PARA A COBRANCA PREVISTA NO ACORDO:
           *> - "PARCEIRA DEVE": OBRA NOSSA NA PARCEIRA APOS O PRAZO;
           *> - "DEVOLVER JA": OBRA DA PARCEIRA AINDA CONOSCO (COM O
           *>   LEITOR OU NO BALCAO) APOS O PRAZO DELA;
           *> - "LEITOR ATRASADO": O PRAZO DA PARCEIRA AINDA NAO VENCEU,
           *>   MAS O DO NOSSO LEITOR SIM.
           PERFORM INICIALIZACAO.
           PERFORM PROCESSAMENTO UNTIL FIM-ARQUIVO.
           PERFORM FINALIZACAO.
           EXIT PROGRAM.

       INICIALIZACAO.
           DISPLAY "EMPRESTIMOS ENTRE BIBLIOTECAS EM ATRASO".
           ACCEPT W-DATA-HOJE FROM DATE YYYYMMDD.
           OPEN INPUT ARQ-INSTITUICAO.
           OPEN INPUT ARQ-EMP-INTER.
           OPEN OUTPUT ARQ-RELATORIO.
           MOVE SPACES TO W-LINHA.
           STRING "EMPRESTIMOS ENTRE BIBLIOTECAS EM ATRASO EM "
                  W-DATA-HOJE (7:2) "/" W-DATA-HOJE (5:2) "/"
                  W-DATA-HOJE (1:4)
               DELIMITED BY SIZE INTO W-LINHA
           END-STRING.
           PERFORM GRAVAR-LINHA.
           PERFORM LER-PROXIMA-INSTITUICAO.

       PROCESSAMENTO.
           MOVE "N" TO W-CABECALHO-FEITO.
           MOVE ZEROS TO W-ATRASOS-PARCEIRA.
           PERFORM POSICIONAR-EMPRESTIMOS.
           PERFORM UNTIL FIM-EMPRESTIMOS
               IF  INTER-EM-ABERTO
                   PERFORM VERIFICAR-ATRASO
               END-IF
               PERFORM LER-PROXIMO-EMPRESTIMO
           END-PERFORM.
           IF  W-ATRASOS-PARCEIRA > 0
               ADD 1 TO W-TOTAL-PARCEIRAS
               MOVE SPACES TO W-LINHA
               STRING "  ITENS EM ATRASO COM A PARCEIRA: "
                      W-ATRASOS-PARCEIRA
                   DELIMITED BY SIZE INTO W-LINHA
               END-STRING
               PERFORM GRAVAR-LINHA
           END-IF.
           PERFORM LER-PROXIMA-INSTITUICAO.

       VERIFICAR-ATRASO.
           MOVE SPACES TO W-MOTIVO.
           EVALUATE TRUE
               WHEN DATA-PREVISTA-INT < W-DATA-HOJE AND INTER-SAIDA
                   MOVE "PARCEIRA DEVE"   TO W-MOTIVO
                   MOVE DATA-PREVISTA-INT TO W-DATA-VENCIDA
               WHEN DATA-PREVISTA-INT < W-DATA-HOJE
                   MOVE "DEVOLVER JA"     TO W-MOTIVO
                   MOVE DATA-PREVISTA-INT TO W-DATA-VENCIDA
               WHEN INTER-ENTRADA AND INTER-ATIVO
                       AND DATA-PREVISTA-LEITOR < W-DATA-HOJE
                   MOVE "LEITOR ATRASADO" TO W-MOTIVO
                   MOVE DATA-PREVISTA-LEITOR TO W-DATA-VENCIDA
           END-EVALUATE.
           IF  W-MOTIVO NOT = SPACES
               PERFORM IMPRIMIR-CABECALHO-PARCEIRA
               ADD 1 TO W-ATRASOS-PARCEIRA W-TOTAL-ATRASADOS
               PERFORM MONTAR-LINHA-ATRASO
           END-IF.

       IMPRIMIR-CABECALHO-PARCEIRA.
           IF  NOT CABECALHO-FEITO
               MOVE "S" TO W-CABECALHO-FEITO
               MOVE SPACES TO W-LINHA
               PERFORM GRAVAR-LINHA
               MOVE SPACES TO W-LINHA
               STRING "INSTITUICAO " COD-INSTITUICAO " "
                      NOME-INSTITUICAO
                   DELIMITED BY SIZE INTO W-LINHA
               END-STRING
               PERFORM GRAVAR-LINHA
               MOVE SPACES TO W-LINHA
               STRING "  CONTATO " CONTATO-INSTITUICAO " "
                      TELEFONE-INSTITUICAO
                   DELIMITED BY SIZE INTO W-LINHA
               END-STRING
               PERFORM GRAVAR-LINHA
               MOVE SPACES TO W-LINHA
               MOVE "EMPR. T OBRA"  TO W-LINHA (1:12)
               MOVE "LIV/EX"        TO W-LINHA (40:6)
               MOVE "VENCIDO"       TO W-LINHA (48:7)
               MOVE "ATRASO"        TO W-LINHA (58:6)
               MOVE "MOTIVO"        TO W-LINHA (65:6)
               PERFORM GRAVAR-LINHA
           END-IF.

       MONTAR-LINHA-ATRASO.
           COMPUTE W-DIAS-ATRASO =
                   FUNCTION INTEGER-OF-DATE (W-DATA-HOJE)
                 - FUNCTION INTEGER-OF-DATE (W-DATA-VENCIDA).
           MOVE W-DIAS-ATRASO TO DIAS-ED.
           MOVE SPACES TO W-DATA-TEXTO.
           STRING W-DATA-VENCIDA (7:2) "/" W-DATA-VENCIDA (5:2) "/"
                  W-DATA-VENCIDA (1:4)
               DELIMITED BY SIZE INTO W-DATA-TEXTO
           END-STRING.
           MOVE SPACES TO W-LINHA.
           MOVE COD-EMP-INTER      TO W-LINHA (1:5).
           MOVE TIPO-EMP-INTER     TO W-LINHA (7:1).
           MOVE TITULO-INT (1:30)  TO W-LINHA (9:30).
           IF  INTER-SAIDA
               MOVE COD-LIVRO-INT    TO COD-ED
               MOVE NUM-EXEMPLAR-INT TO NUM-EXEMPLAR-ED
               MOVE COD-ED           TO W-LINHA (40:3)
               MOVE "/"              TO W-LINHA (43:1)
               MOVE NUM-EXEMPLAR-ED  TO W-LINHA (44:3)
           END-IF.
           MOVE W-DATA-TEXTO       TO W-LINHA (48:10).
           MOVE DIAS-ED            TO W-LINHA (59:5).
           MOVE W-MOTIVO           TO W-LINHA (65:15).
           PERFORM GRAVAR-LINHA.
           IF  INTER-ENTRADA
               MOVE SPACES TO W-LINHA
               STRING "        LEITOR " COD-LEITOR-INT " "
                      NOME-LEITOR-INT (1:30) " REF. "
                      REFERENCIA-PARCEIRA
                   DELIMITED BY SIZE INTO W-LINHA
               END-STRING
               PERFORM GRAVAR-LINHA
           END-IF.

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

       LER-PROXIMA-INSTITUICAO.
           READ ARQ-INSTITUICAO NEXT RECORD
               AT END MOVE "S" TO W-FIM-ARQUIVO
           END-READ.
           *> UM ERRO DE LEITURA (INDICE AVARIADO, STATUS 39/98) NAO
           *> CAI NO AT END; SEM ESTE TESTE O LACO GIRARIA PARA SEMPRE
           IF  NOT FIM-ARQUIVO
                   AND W-COD-ERRO-INS NOT = "00" AND "02" AND "05"
               DISPLAY "ERRO AO LER instituicoes.dat (STATUS "
                       W-COD-ERRO-INS ")"
               MOVE "S" TO W-FIM-ARQUIVO
           END-IF.

       GRAVAR-LINHA.
           DISPLAY W-LINHA (1:79).
           MOVE W-LINHA TO REG-RELATORIO.
           WRITE REG-RELATORIO.

       FINALIZACAO.
           MOVE SPACES TO W-LINHA.
           PERFORM GRAVAR-LINHA.
           MOVE SPACES TO W-LINHA.
           STRING "PARCEIRAS COM ATRASO: " W-TOTAL-PARCEIRAS
                  "  ITENS EM ATRASO: " W-TOTAL-ATRASADOS
               DELIMITED BY SIZE INTO W-LINHA
           END-STRING.
           PERFORM GRAVAR-LINHA.
           CLOSE ARQ-INSTITUICAO.
           CLOSE ARQ-EMP-INTER.
           CLOSE ARQ-RELATORIO.
           CALL "SPOOLAR" USING "RELATORIOINTER      "
                "relinter.txt        ".
           STOP "   <ENTER> PARA CONTINUAR".

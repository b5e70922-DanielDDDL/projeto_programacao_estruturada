
       IDENTIFICATION DIVISION.

       PROGRAM-ID. APLICARREAJUSTE.
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

                   SELECT OPTIONAL ARQ-REAJUSTE
                   ASSIGN TO "reajustes.dat"
                   ORGANIZATION INDEXED
                   RECORD KEY IS COD-REAJUSTE
                   ACCESS DYNAMIC
                   FILE STATUS IS W-COD-ERRO-RJT.

                   SELECT OPTIONAL ARQ-PROMOCAO
                   ASSIGN TO "promocoes.dat"
                   ORGANIZATION INDEXED
                   RECORD KEY IS COD-PROMO
                   ACCESS DYNAMIC
                   FILE STATUS IS W-COD-ERRO-PRO.

       DATA DIVISION.
         FILE SECTION.
         FD  CAD-PRODUTO
             LABEL RECORD STANDARD.
         COPY "REGLIVRO.cpy".

         FD  ARQ-REAJUSTE
             LABEL RECORD STANDARD.
         COPY "REGREAJUSTE.cpy".

         FD  ARQ-PROMOCAO
             LABEL RECORD STANDARD.
         COPY "REGPROMO.cpy".

         WORKING-STORAGE SECTION.
         77  CODERRO            PIC XX    VALUE SPACES.
             88  STATUS-OK                VALUE "00".
         77  W-COD-ERRO-RJT     PIC XX    VALUE SPACES.
         77  W-COD-ERRO-PRO     PIC XX    VALUE SPACES.
         77  W-FIM-ARQUIVO      PIC X     VALUE "N".
             88  FIM-ARQUIVO              VALUE "S".
         77  W-DATA-HOJE-AAAAMMDD PIC 9(8) VALUE ZEROS.
         77  W-TOTAL-APLICADOS  PIC 9(3)  VALUE ZEROS.
         77  W-TOTAL-PROMO-LIMITADAS PIC 9(3) VALUE ZEROS.
         77  W-REG-LIVRO-ANTES  PIC X(173) VALUE SPACES.
         77  W-IDX              PIC 9(3)  VALUE ZEROS.

      *> REAJUSTES QUE CHEGARAM A VIGENCIA, RECOLHIDOS NA VARREDURA E
      *> REGRAVADOS DEPOIS, PARA NAO REGRAVAR O ARQUIVO NO MEIO DO
      *> READ NEXT.
         77  W-TOTAL-PENDENTES  PIC 9(3)  VALUE ZEROS.
         01  TABELA-PENDENTES.
             02  PEN-COD-REAJUSTE  OCCURS 500 TIMES  PIC 9(5).

       PROCEDURE DIVISION.

       INICIO.
           *> APLICACAO DOS REAJUSTES DE PRECO DE LISTA APROVADOS EM
           *> IMPORTARPRECOS, NA DATA DE VIGENCIA, COM REGISTRO NO LOG
           *> DE AUDITORIA COMO EM AJUSTARPRECO. PROMOCIONAL E ATACADO
           *> NUNCA FICAM ACIMA DO NOVO PRECO DE LISTA, NEM A PROMOCAO
           *> VIGENTE OU AGENDADA EM promocoes.dat. RODA SEM TECLADO,
           *> COMO PASSO DA ROTINA NOTURNA, E LOGO APOS A IMPORTACAO.
           PERFORM INICIALIZACAO.
           PERFORM LOCALIZAR-PENDENTES.
           PERFORM TRATAR-PENDENTE
               VARYING W-IDX FROM 1 BY 1
               UNTIL W-IDX > W-TOTAL-PENDENTES.
           PERFORM FINALIZACAO.
           GOBACK.

       INICIALIZACAO.
           DISPLAY "APLICACAO DE REAJUSTES DE PRECO".
           MOVE ZEROS TO RETURN-CODE.
           OPEN I-O CAD-PRODUTO.
           OPEN I-O ARQ-REAJUSTE.
           OPEN I-O ARQ-PROMOCAO.
           ACCEPT W-DATA-HOJE-AAAAMMDD FROM DATE YYYYMMDD.

       LOCALIZAR-PENDENTES.
           MOVE ZEROS TO W-TOTAL-PENDENTES COD-REAJUSTE.
           MOVE "N" TO W-FIM-ARQUIVO.
           START ARQ-REAJUSTE KEY IS NOT LESS THAN COD-REAJUSTE
               INVALID KEY MOVE "S" TO W-FIM-ARQUIVO
           END-START.
           PERFORM UNTIL FIM-ARQUIVO
               READ ARQ-REAJUSTE NEXT RECORD
                   AT END MOVE "S" TO W-FIM-ARQUIVO
               END-READ
               *> UM ERRO DE LEITURA NAO CAI NO AT END; SEM ESTE TESTE
               *> O LACO GIRARIA PARA SEMPRE
               IF  NOT FIM-ARQUIVO
                       AND W-COD-ERRO-RJT NOT = "00" AND "02"
                   DISPLAY "ERRO AO LER reajustes.dat (STATUS "
                           W-COD-ERRO-RJT ")"
                   MOVE 8 TO RETURN-CODE
                   MOVE "S" TO W-FIM-ARQUIVO
               END-IF
               IF  NOT FIM-ARQUIVO
                       AND REAJUSTE-PENDENTE
                       AND DATA-VIGENCIA-RJT <= W-DATA-HOJE-AAAAMMDD
                       AND W-TOTAL-PENDENTES < 500
                   ADD 1 TO W-TOTAL-PENDENTES
                   MOVE COD-REAJUSTE
                     TO PEN-COD-REAJUSTE (W-TOTAL-PENDENTES)
               END-IF
           END-PERFORM.

       TRATAR-PENDENTE.
           MOVE PEN-COD-REAJUSTE (W-IDX) TO COD-REAJUSTE.
           READ ARQ-REAJUSTE.
           IF  W-COD-ERRO-RJT = "00"
               MOVE COD-LIVRO-RJT TO COD-LIVRO
               READ CAD-PRODUTO
               IF  STATUS-OK
                   PERFORM APLICAR-REAJUSTE
               ELSE
                   DISPLAY "REAJUSTE " COD-REAJUSTE " - LIVRO "
                           COD-LIVRO-RJT " NAO ENCONTRADO"
               END-IF
           END-IF.

       APLICAR-REAJUSTE.
           MOVE REG-LIVRO TO W-REG-LIVRO-ANTES.
           MOVE PRECO-LIVRO    TO PRECO-ANTERIOR-RJT.
           MOVE PRECO-NOVO-RJT TO PRECO-LIVRO.
           IF  PRECO-PROMOCIONAL > PRECO-LIVRO
               MOVE PRECO-LIVRO TO PRECO-PROMOCIONAL
           END-IF.
           IF  PRECO-ATACADO > PRECO-LIVRO
               MOVE PRECO-LIVRO TO PRECO-ATACADO
           END-IF.
           REWRITE REG-LIVRO.
           IF  STATUS-OK
               ADD 1 TO W-TOTAL-APLICADOS
               CALL "LOGAUDITORIA" USING "ALTERACAO " COD-LIVRO
                    TITULO-LIVRO W-REG-LIVRO-ANTES REG-LIVRO
               MOVE "A" TO SITUACAO-RJT
               MOVE W-DATA-HOJE-AAAAMMDD TO DATA-APLICACAO-RJT
               REWRITE REG-REAJUSTE
               DISPLAY "REAJUSTE " COD-REAJUSTE " APLICADO - LIVRO "
                       COD-LIVRO
               PERFORM LIMITAR-PROMOCOES
           ELSE
               DISPLAY "ERRO AO APLICAR REAJUSTE " COD-REAJUSTE
                       " (STATUS " CODERRO ")"
               MOVE 8 TO RETURN-CODE
           END-IF.

       LIMITAR-PROMOCOES.
           *> A PROMOCAO LIGADA OU POR LIGAR ACOMPANHA O TETO NOVO;
           *> O CADASTRO JA FOI LIMITADO ACIMA, E OS DOIS PRECOS
           *> CONTINUAM IGUAIS PARA APLICARPROMOCAO RECONHECER A
           *> PROMOCAO NA HORA DE DESLIGAR.
           MOVE ZEROS TO COD-PROMO.
           MOVE "N" TO W-FIM-ARQUIVO.
           START ARQ-PROMOCAO KEY IS NOT LESS THAN COD-PROMO
               INVALID KEY MOVE "S" TO W-FIM-ARQUIVO
           END-START.
           PERFORM UNTIL FIM-ARQUIVO
               READ ARQ-PROMOCAO NEXT RECORD
                   AT END MOVE "S" TO W-FIM-ARQUIVO
               END-READ
               IF  NOT FIM-ARQUIVO
                       AND W-COD-ERRO-PRO NOT = "00" AND "02"
                   MOVE "S" TO W-FIM-ARQUIVO
               END-IF
               IF  NOT FIM-ARQUIVO
                       AND COD-LIVRO-PRO = COD-LIVRO
                       AND (PROMO-VIGENTE OR PROMO-AGENDADA)
                       AND PRECO-PROMO-PRO > PRECO-LIVRO
                   MOVE PRECO-LIVRO TO PRECO-PROMO-PRO
                   REWRITE REG-PROMOCAO
                   ADD 1 TO W-TOTAL-PROMO-LIMITADAS
                   DISPLAY "PROMOCAO " COD-PROMO
                           " LIMITADA AO NOVO PRECO DE LISTA"
               END-IF
           END-PERFORM.

       FINALIZACAO.
           CLOSE CAD-PRODUTO.
           CLOSE ARQ-REAJUSTE.
           CLOSE ARQ-PROMOCAO.
           DISPLAY "REAJUSTES APLICADOS..: " W-TOTAL-APLICADOS.
           DISPLAY "PROMOCOES LIMITADAS..: " W-TOTAL-PROMO-LIMITADAS.

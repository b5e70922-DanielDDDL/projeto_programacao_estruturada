
       IDENTIFICATION DIVISION.

       PROGRAM-ID. REGISTRARAJUSTE.
       AUTHOR. DANIEL.

       ENVIRONMENT DIVISION.
         CONFIGURATION SECTION.

             SPECIAL-NAMES.
                 DECIMAL-POINT IS COMMA.

             INPUT-OUTPUT SECTION.
               FILE-CONTROL.
                   SELECT OPTIONAL ARQ-AJUSTE
                   ASSIGN TO "ajustes.dat"
                   ORGANIZATION INDEXED
                   RECORD KEY IS COD-AJUSTE
                   ACCESS DYNAMIC
                   FILE STATUS IS W-COD-ERRO-AJU.

                   SELECT OPTIONAL ARQ-SESSAO
                   ASSIGN TO "usuario.atual"
                   ORGANIZATION LINE SEQUENTIAL
                   FILE STATUS IS W-COD-ERRO-SES.

       DATA DIVISION.
         FILE SECTION.
         FD  ARQ-AJUSTE
             LABEL RECORD STANDARD.
         COPY "REGAJUSTE.cpy".

         FD  ARQ-SESSAO
             LABEL RECORD STANDARD.
         01  REG-SESSAO  PIC X(10).

         WORKING-STORAGE SECTION.
         77  W-COD-ERRO-AJU     PIC XX    VALUE SPACES.
         77  W-COD-ERRO-SES     PIC XX    VALUE SPACES.
         77  W-OPERADOR-SESSAO  PIC X(10) VALUE SPACES.
         77  W-DATA-HOJE-AAAAMMDD PIC 9(8) VALUE ZEROS.
         77  W-PROX-COD-AJUSTE  PIC 9(5)  VALUE ZEROS.
         77  W-ACHOU-PENDENTE   PIC X     VALUE "N".
             88  ACHOU-PENDENTE           VALUE "S".
         77  W-COD-PENDENTE     PIC 9(5)  VALUE ZEROS.
         77  W-ORIGEM-PEDIDO    PIC X     VALUE SPACES.
         77  W-LIVRO-PEDIDO     PIC 9(3)  VALUE ZEROS.
         77  W-FILIAL-PEDIDO    PIC 9(2)  VALUE ZEROS.
         77  W-EMPRESTIMO-PEDIDO PIC 9(5) VALUE ZEROS.

         LINKAGE SECTION.
      *> ENTRADA: O PEDIDO MONTADO PELO CHAMADOR NO LAYOUT DE
      *> REGAJUSTE.cpy (ORIGEM, LIVRO, FILIAL, SALDOS, DIFERENCA,
      *> VALOR E, NA BAIXA, EMPRESTIMO E MOTIVO). SAIDA: O MESMO
      *> PEDIDO COM NUMERO, DATA E SOLICITANTE, E LP-RESULTADO "S"
      *> (PEDIDO GRAVADO), "D" (JA HAVIA PEDIDO PENDENTE PARA O
      *> MESMO ACERTO - VOLTA O NUMERO DELE) OU "E" (ERRO DE
      *> GRAVACAO).
         01  LP-AJUSTE            PIC X(79).
         01  LP-RESULTADO         PIC X.

       PROCEDURE DIVISION USING LP-AJUSTE LP-RESULTADO.

       INICIO.
           *> O ACERTO GRANDE NAO E APLICADO PELO PROGRAMA QUE O
           *> APUROU: FICA GRAVADO EM "ajustes.dat" COMO PENDENTE, COM
           *> QUEM PEDIU, ATE OUTRO ADMINISTRADOR DECIDIR EM
           *> APROVARAJUSTE.
           MOVE "E" TO LP-RESULTADO.
           PERFORM LER-SESSAO-ATUAL.
           OPEN I-O ARQ-AJUSTE.
           IF  W-COD-ERRO-AJU = "00" OR W-COD-ERRO-AJU = "05"
               MOVE LP-AJUSTE TO REG-AJUSTE
               MOVE ORIGEM-AJU         TO W-ORIGEM-PEDIDO
               MOVE COD-LIVRO-AJU      TO W-LIVRO-PEDIDO
               MOVE COD-FILIAL-AJU     TO W-FILIAL-PEDIDO
               MOVE COD-EMPRESTIMO-AJU TO W-EMPRESTIMO-PEDIDO
               PERFORM VARRER-PEDIDOS
               IF  ACHOU-PENDENTE
                   MOVE LP-AJUSTE TO REG-AJUSTE
                   MOVE W-COD-PENDENTE TO COD-AJUSTE
                   MOVE REG-AJUSTE TO LP-AJUSTE
                   MOVE "D" TO LP-RESULTADO
               ELSE
                   PERFORM GRAVAR-PEDIDO
               END-IF
               CLOSE ARQ-AJUSTE
           END-IF.
           EXIT PROGRAM.

       LER-SESSAO-ATUAL.
           *> O LOGIN DE VALIDARLOGIN FICA EM usuario.atual: E QUEM
           *> RESPONDE PELO PEDIDO (E QUEM NAO PODE APROVA-LO).
           MOVE "DESCONHEC." TO W-OPERADOR-SESSAO.
           OPEN INPUT ARQ-SESSAO.
           IF  W-COD-ERRO-SES = "00"
               READ ARQ-SESSAO INTO W-OPERADOR-SESSAO
                   AT END CONTINUE
               END-READ
               CLOSE ARQ-SESSAO
           END-IF.

       VARRER-PEDIDOS.
           *> UMA SO PASSADA: O MAIOR NUMERO (PARA O PROXIMO PEDIDO) E
           *> UM PEDIDO AINDA PENDENTE PARA O MESMO ACERTO (MESMA
           *> ORIGEM, LIVRO, FILIAL E EMPRESTIMO), QUE NAO E DUPLICADO.
           MOVE "N" TO W-ACHOU-PENDENTE.
           MOVE ZEROS TO W-PROX-COD-AJUSTE W-COD-PENDENTE COD-AJUSTE.
           START ARQ-AJUSTE KEY IS NOT LESS THAN COD-AJUSTE
               INVALID KEY MOVE "10" TO W-COD-ERRO-AJU
           END-START.
           IF  W-COD-ERRO-AJU = "00"
               PERFORM LER-PROXIMO-AJUSTE
               PERFORM UNTIL W-COD-ERRO-AJU NOT = "00"
                   IF  COD-AJUSTE > W-PROX-COD-AJUSTE
                       MOVE COD-AJUSTE TO W-PROX-COD-AJUSTE
                   END-IF
                   IF  AJUSTE-PENDENTE
                           AND ORIGEM-AJU = W-ORIGEM-PEDIDO
                           AND COD-LIVRO-AJU = W-LIVRO-PEDIDO
                           AND COD-FILIAL-AJU = W-FILIAL-PEDIDO
                           AND COD-EMPRESTIMO-AJU = W-EMPRESTIMO-PEDIDO
                       MOVE "S" TO W-ACHOU-PENDENTE
                       MOVE COD-AJUSTE TO W-COD-PENDENTE
                   END-IF
                   PERFORM LER-PROXIMO-AJUSTE
               END-PERFORM
           END-IF.
           ADD 1 TO W-PROX-COD-AJUSTE.
           MOVE "00" TO W-COD-ERRO-AJU.

       LER-PROXIMO-AJUSTE.
           READ ARQ-AJUSTE NEXT RECORD
               AT END MOVE "10" TO W-COD-ERRO-AJU
           END-READ.

       GRAVAR-PEDIDO.
           ACCEPT W-DATA-HOJE-AAAAMMDD FROM DATE YYYYMMDD.
           MOVE LP-AJUSTE            TO REG-AJUSTE.
           MOVE W-PROX-COD-AJUSTE    TO COD-AJUSTE.
           MOVE W-DATA-HOJE-AAAAMMDD TO DATA-PEDIDO-AJU.
           MOVE W-OPERADOR-SESSAO    TO USUARIO-PEDIDO-AJU.
           MOVE "P"                  TO SITUACAO-AJU.
           MOVE ZEROS                TO DATA-DECISAO-AJU.
           MOVE SPACES               TO USUARIO-DECISAO-AJU.
           WRITE REG-AJUSTE.
           IF  W-COD-ERRO-AJU = "00"
               MOVE REG-AJUSTE TO LP-AJUSTE
               MOVE "S" TO LP-RESULTADO
           END-IF.

       IDENTIFICATION DIVISION.

       PROGRAM-ID. MIGRARCHAVELEITOR.
       AUTHOR. DANIEL.

       ENVIRONMENT DIVISION.
         CONFIGURATION SECTION.

             SPECIAL-NAMES.
                 DECIMAL-POINT IS COMMA.

             INPUT-OUTPUT SECTION.
               FILE-CONTROL.
                   SELECT ARQ-EMP-ANTIGO
                   ASSIGN TO "emprestimos.dat"
                   ORGANIZATION INDEXED
                   RECORD KEY IS COD-EMPRESTIMO-ANT
                   ALTERNATE RECORD KEY IS COD-LIVRO-EMP-ANT
                       WITH DUPLICATES
                   ACCESS SEQUENTIAL
                   FILE STATUS IS W-COD-ERRO-ANT.

                   SELECT OPTIONAL ARQ-EMP-NOVO
                   ASSIGN TO "emprestimos.mig"
                   ORGANIZATION INDEXED
                   RECORD KEY IS COD-EMPRESTIMO
                   ALTERNATE RECORD KEY IS COD-LIVRO-EMP
                       WITH DUPLICATES
                   ALTERNATE RECORD KEY IS COD-LEITOR-EMP
                       WITH DUPLICATES
                   ACCESS SEQUENTIAL
                   FILE STATUS IS W-COD-ERRO-NOV.

                   SELECT ARQ-MULTA-ANTIGA
                   ASSIGN TO "multas.dat"
                   ORGANIZATION INDEXED
                   RECORD KEY IS COD-EMPRESTIMO-MUL-ANT
                   ACCESS SEQUENTIAL
                   FILE STATUS IS W-COD-ERRO-ANT.

                   SELECT OPTIONAL ARQ-MULTA-NOVA
                   ASSIGN TO "multas.mig"
                   ORGANIZATION INDEXED
                   RECORD KEY IS COD-EMPRESTIMO-MUL
                   ALTERNATE RECORD KEY IS COD-LEITOR-MUL
                       WITH DUPLICATES
                   ACCESS SEQUENTIAL
                   FILE STATUS IS W-COD-ERRO-NOV.

                   SELECT ARQ-RESERVA-ANTIGA
                   ASSIGN TO "reservas.dat"
                   ORGANIZATION INDEXED
                   RECORD KEY IS COD-RESERVA-ANT
                   ALTERNATE RECORD KEY IS COD-LIVRO-RES-ANT
                       WITH DUPLICATES
                   ACCESS SEQUENTIAL
                   FILE STATUS IS W-COD-ERRO-ANT.

                   SELECT OPTIONAL ARQ-RESERVA-NOVA
                   ASSIGN TO "reservas.mig"
                   ORGANIZATION INDEXED
                   RECORD KEY IS COD-RESERVA
                   ALTERNATE RECORD KEY IS COD-LIVRO-RES WITH DUPLICATES
                   ALTERNATE RECORD KEY IS COD-LEITOR-RES
                       WITH DUPLICATES
                   ACCESS SEQUENTIAL
                   FILE STATUS IS W-COD-ERRO-NOV.

                   SELECT ARQ-PAGTO-ANTIGO
                   ASSIGN TO "pagtomultas.dat"
                   ORGANIZATION INDEXED
                   RECORD KEY IS COD-PAGAMENTO-ANT
                   ACCESS SEQUENTIAL
                   FILE STATUS IS W-COD-ERRO-ANT.

                   SELECT OPTIONAL ARQ-PAGTO-NOVO
                   ASSIGN TO "pagtomultas.mig"
                   ORGANIZATION INDEXED
                   RECORD KEY IS COD-PAGAMENTO
                   ALTERNATE RECORD KEY IS COD-LEITOR-PAG
                       WITH DUPLICATES
                   ACCESS SEQUENTIAL
                   FILE STATUS IS W-COD-ERRO-NOV.

       DATA DIVISION.
         FILE SECTION.
      *> OS REGISTROS NAO MUDAM: SO O CONJUNTO DE CHAVES DO ARQUIVO.
      *> AS FDs "ANTIGAS" DECLARAM APENAS AS CHAVES DE ANTES DA CHAVE
      *> POR LEITOR E SAO SO PARA ESTA CONVERSAO; TODOS OS DEMAIS
      *> PROGRAMAS USAM OS COPYBOOKS.
         FD  ARQ-EMP-ANTIGO
             LABEL RECORD STANDARD.
         01  REG-EMPRESTIMO-ANT.
             02  COD-EMPRESTIMO-ANT    PIC 9(5).
             02  COD-LIVRO-EMP-ANT     PIC 9(3).
             02  FILLER                PIC X(77).

         FD  ARQ-EMP-NOVO
             LABEL RECORD STANDARD.
         COPY "REGEMPR.cpy".

         FD  ARQ-MULTA-ANTIGA
             LABEL RECORD STANDARD.
         01  REG-MULTA-ANT.
             02  COD-EMPRESTIMO-MUL-ANT PIC 9(5).
             02  FILLER                PIC X(80).

         FD  ARQ-MULTA-NOVA
             LABEL RECORD STANDARD.
         COPY "REGMULTA.cpy".

         FD  ARQ-RESERVA-ANTIGA
             LABEL RECORD STANDARD.
         01  REG-RESERVA-ANT.
             02  COD-RESERVA-ANT       PIC 9(5).
             02  COD-LIVRO-RES-ANT     PIC 9(3).
             02  FILLER                PIC X(65).

         FD  ARQ-RESERVA-NOVA
             LABEL RECORD STANDARD.
         COPY "REGRESERVA.cpy".

         FD  ARQ-PAGTO-ANTIGO
             LABEL RECORD STANDARD.
         01  REG-PAGTO-ANT.
             02  COD-PAGAMENTO-ANT     PIC 9(5).
             02  FILLER                PIC X(26).

         FD  ARQ-PAGTO-NOVO
             LABEL RECORD STANDARD.
         COPY "REGPAGMULTA.cpy".

         WORKING-STORAGE SECTION.
         77  W-COD-ERRO-ANT     PIC XX    VALUE SPACES.
         77  W-COD-ERRO-NOV     PIC XX    VALUE SPACES.
         77  W-FIM-ARQUIVO      PIC X     VALUE "N".
             88  FIM-ARQUIVO              VALUE "S".
         77  W-CONFIRMA         PIC X     VALUE SPACES.
         77  W-TOTAL-LIDOS      PIC 9(5)  VALUE ZEROS.
         77  W-TOTAL-GRAVADOS   PIC 9(5)  VALUE ZEROS.
         77  W-DATA-HOJE        PIC 9(8)  VALUE ZEROS.
         77  W-NOME-GUARDADO    PIC X(28) VALUE SPACES.
         77  W-NOME-BASE        PIC X(12) VALUE SPACES.
         77  W-NOME-ATUAL-TXT   PIC X(16) VALUE SPACES.
         77  W-NOME-MIG-TXT     PIC X(16) VALUE SPACES.

       PROCEDURE DIVISION.

       INICIO.
           *> CONVERSAO UNICA QUE ACRESCENTA A CHAVE ALTERNATIVA POR
           *> LEITOR (COM DUPLICATAS) A emprestimos, multas, reservas
           *> E pagtomultas, PARA QUE A SITUACAO DE UM LEITOR SEJA
           *> LIDA SO NOS REGISTROS DELE, SEM VARRER O ARQUIVO TODO.
           *> O ARQUIVO INDEXADO GUARDA AS CHAVES NA CRIACAO, ENTAO
           *> CADA UM E RELIDO COM AS CHAVES ANTIGAS E REGRAVADO EM
           *> UM .mig COM AS NOVAS, NO MESMO ESPIRITO DE
           *> MIGRAREMPRESTIMO E MIGRARCADASTROS. ARQUIVO QUE NAO ABRE
           *> COM AS CHAVES ANTIGAS JA DEVE ESTAR CONVERTIDO E E
           *> PULADO, ENTAO REEXECUTAR E INOFENSIVO.
           DISPLAY "CONVERSAO DAS CHAVES POR LEITOR".
           DISPLAY "(emprestimos, multas, reservas, pagtomultas)".
           PERFORM CONFIRMAR-CONVERSAO.
           IF  W-CONFIRMA = "S"
               PERFORM CONVERTER-EMPRESTIMOS
               PERFORM CONVERTER-MULTAS
               PERFORM CONVERTER-RESERVAS
               PERFORM CONVERTER-PAGAMENTOS
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

       CONVERTER-EMPRESTIMOS.
           DISPLAY "EMPRESTIMOS:".
           OPEN INPUT ARQ-EMP-ANTIGO.
           IF  W-COD-ERRO-ANT = "35"
               DISPLAY "  emprestimos.dat NAO EXISTE - NADA A "
                       "CONVERTER"
           ELSE
               IF  W-COD-ERRO-ANT NOT = "00" AND "05"
                   DISPLAY "  emprestimos.dat NAO ABRE COM AS CHAVES "
                           "ANTIGAS (STATUS " W-COD-ERRO-ANT
                           ") - PULADO"
               ELSE
                   MOVE ZEROS TO W-TOTAL-LIDOS W-TOTAL-GRAVADOS
                   MOVE "N" TO W-FIM-ARQUIVO
                   OPEN OUTPUT ARQ-EMP-NOVO
                   PERFORM LER-EMPRESTIMO-ANTIGO
                   PERFORM CONVERTER-UM-EMPRESTIMO UNTIL FIM-ARQUIVO
                   CLOSE ARQ-EMP-NOVO
                   CLOSE ARQ-EMP-ANTIGO
                   MOVE "emprestimos" TO W-NOME-BASE
                   PERFORM PROMOVER-ARQUIVO-NOVO
                   DISPLAY "  REGISTROS LIDOS....: " W-TOTAL-LIDOS
                   DISPLAY "  REGISTROS GRAVADOS.: " W-TOTAL-GRAVADOS
               END-IF
           END-IF.

       CONVERTER-UM-EMPRESTIMO.
           ADD 1 TO W-TOTAL-LIDOS.
           MOVE REG-EMPRESTIMO-ANT TO REG-EMPRESTIMO.
           WRITE REG-EMPRESTIMO.
           IF  W-COD-ERRO-NOV = "00" OR "02"
               ADD 1 TO W-TOTAL-GRAVADOS
           ELSE
               DISPLAY "  ERRO AO GRAVAR EMPRESTIMO "
                       COD-EMPRESTIMO-ANT " (STATUS "
                       W-COD-ERRO-NOV ")"
           END-IF.
           PERFORM LER-EMPRESTIMO-ANTIGO.

       LER-EMPRESTIMO-ANTIGO.
           READ ARQ-EMP-ANTIGO NEXT RECORD
               AT END MOVE "S" TO W-FIM-ARQUIVO
           END-READ.
           IF  NOT FIM-ARQUIVO
                   AND W-COD-ERRO-ANT NOT = "00" AND "02"
               DISPLAY "  LEITURA INTERROMPIDA (STATUS "
                       W-COD-ERRO-ANT ")"
               MOVE "S" TO W-FIM-ARQUIVO
           END-IF.

       CONVERTER-MULTAS.
           DISPLAY "MULTAS:".
           OPEN INPUT ARQ-MULTA-ANTIGA.
           IF  W-COD-ERRO-ANT = "35"
               DISPLAY "  multas.dat NAO EXISTE - NADA A CONVERTER"
           ELSE
               IF  W-COD-ERRO-ANT NOT = "00" AND "05"
                   DISPLAY "  multas.dat NAO ABRE COM AS CHAVES "
                           "ANTIGAS (STATUS " W-COD-ERRO-ANT
                           ") - PULADO"
               ELSE
                   MOVE ZEROS TO W-TOTAL-LIDOS W-TOTAL-GRAVADOS
                   MOVE "N" TO W-FIM-ARQUIVO
                   OPEN OUTPUT ARQ-MULTA-NOVA
                   PERFORM LER-MULTA-ANTIGA
                   PERFORM CONVERTER-UMA-MULTA UNTIL FIM-ARQUIVO
                   CLOSE ARQ-MULTA-NOVA
                   CLOSE ARQ-MULTA-ANTIGA
                   MOVE "multas" TO W-NOME-BASE
                   PERFORM PROMOVER-ARQUIVO-NOVO
                   DISPLAY "  REGISTROS LIDOS....: " W-TOTAL-LIDOS
                   DISPLAY "  REGISTROS GRAVADOS.: " W-TOTAL-GRAVADOS
               END-IF
           END-IF.

       CONVERTER-UMA-MULTA.
           ADD 1 TO W-TOTAL-LIDOS.
           MOVE REG-MULTA-ANT TO REG-MULTA.
           WRITE REG-MULTA.
           IF  W-COD-ERRO-NOV = "00" OR "02"
               ADD 1 TO W-TOTAL-GRAVADOS
           ELSE
               DISPLAY "  ERRO AO GRAVAR MULTA "
                       COD-EMPRESTIMO-MUL-ANT " (STATUS "
                       W-COD-ERRO-NOV ")"
           END-IF.
           PERFORM LER-MULTA-ANTIGA.

       LER-MULTA-ANTIGA.
           READ ARQ-MULTA-ANTIGA NEXT RECORD
               AT END MOVE "S" TO W-FIM-ARQUIVO
           END-READ.
           IF  NOT FIM-ARQUIVO
                   AND W-COD-ERRO-ANT NOT = "00" AND "02"
               DISPLAY "  LEITURA INTERROMPIDA (STATUS "
                       W-COD-ERRO-ANT ")"
               MOVE "S" TO W-FIM-ARQUIVO
           END-IF.

       CONVERTER-RESERVAS.
           DISPLAY "RESERVAS:".
           OPEN INPUT ARQ-RESERVA-ANTIGA.
           IF  W-COD-ERRO-ANT = "35"
               DISPLAY "  reservas.dat NAO EXISTE - NADA A CONVERTER"
           ELSE
               IF  W-COD-ERRO-ANT NOT = "00" AND "05"
                   DISPLAY "  reservas.dat NAO ABRE COM AS CHAVES "
                           "ANTIGAS (STATUS " W-COD-ERRO-ANT
                           ") - PULADO"
               ELSE
                   MOVE ZEROS TO W-TOTAL-LIDOS W-TOTAL-GRAVADOS
                   MOVE "N" TO W-FIM-ARQUIVO
                   OPEN OUTPUT ARQ-RESERVA-NOVA
                   PERFORM LER-RESERVA-ANTIGA
                   PERFORM CONVERTER-UMA-RESERVA UNTIL FIM-ARQUIVO
                   CLOSE ARQ-RESERVA-NOVA
                   CLOSE ARQ-RESERVA-ANTIGA
                   MOVE "reservas" TO W-NOME-BASE
                   PERFORM PROMOVER-ARQUIVO-NOVO
                   DISPLAY "  REGISTROS LIDOS....: " W-TOTAL-LIDOS
                   DISPLAY "  REGISTROS GRAVADOS.: " W-TOTAL-GRAVADOS
               END-IF
           END-IF.

       CONVERTER-UMA-RESERVA.
           ADD 1 TO W-TOTAL-LIDOS.
           MOVE REG-RESERVA-ANT TO REG-RESERVA.
           WRITE REG-RESERVA.
           IF  W-COD-ERRO-NOV = "00" OR "02"
               ADD 1 TO W-TOTAL-GRAVADOS
           ELSE
               DISPLAY "  ERRO AO GRAVAR RESERVA "
                       COD-RESERVA-ANT " (STATUS "
                       W-COD-ERRO-NOV ")"
           END-IF.
           PERFORM LER-RESERVA-ANTIGA.

       LER-RESERVA-ANTIGA.
           READ ARQ-RESERVA-ANTIGA NEXT RECORD
               AT END MOVE "S" TO W-FIM-ARQUIVO
           END-READ.
           IF  NOT FIM-ARQUIVO
                   AND W-COD-ERRO-ANT NOT = "00" AND "02"
               DISPLAY "  LEITURA INTERROMPIDA (STATUS "
                       W-COD-ERRO-ANT ")"
               MOVE "S" TO W-FIM-ARQUIVO
           END-IF.

       CONVERTER-PAGAMENTOS.
           DISPLAY "PAGAMENTOS DE MULTA:".
           OPEN INPUT ARQ-PAGTO-ANTIGO.
           IF  W-COD-ERRO-ANT = "35"
               DISPLAY "  pagtomultas.dat NAO EXISTE - NADA A "
                       "CONVERTER"
           ELSE
               IF  W-COD-ERRO-ANT NOT = "00" AND "05"
                   DISPLAY "  pagtomultas.dat NAO ABRE COM AS CHAVES "
                           "ANTIGAS (STATUS " W-COD-ERRO-ANT
                           ") - PULADO"
               ELSE
                   MOVE ZEROS TO W-TOTAL-LIDOS W-TOTAL-GRAVADOS
                   MOVE "N" TO W-FIM-ARQUIVO
                   OPEN OUTPUT ARQ-PAGTO-NOVO
                   PERFORM LER-PAGAMENTO-ANTIGO
                   PERFORM CONVERTER-UM-PAGAMENTO UNTIL FIM-ARQUIVO
                   CLOSE ARQ-PAGTO-NOVO
                   CLOSE ARQ-PAGTO-ANTIGO
                   MOVE "pagtomultas" TO W-NOME-BASE
                   PERFORM PROMOVER-ARQUIVO-NOVO
                   DISPLAY "  REGISTROS LIDOS....: " W-TOTAL-LIDOS
                   DISPLAY "  REGISTROS GRAVADOS.: " W-TOTAL-GRAVADOS
               END-IF
           END-IF.

       CONVERTER-UM-PAGAMENTO.
           ADD 1 TO W-TOTAL-LIDOS.
           MOVE REG-PAGTO-ANT TO REG-PAGTO-MULTA.
           WRITE REG-PAGTO-MULTA.
           IF  W-COD-ERRO-NOV = "00" OR "02"
               ADD 1 TO W-TOTAL-GRAVADOS
           ELSE
               DISPLAY "  ERRO AO GRAVAR PAGAMENTO "
                       COD-PAGAMENTO-ANT " (STATUS "
                       W-COD-ERRO-NOV ")"
           END-IF.
           PERFORM LER-PAGAMENTO-ANTIGO.

       LER-PAGAMENTO-ANTIGO.
           READ ARQ-PAGTO-ANTIGO NEXT RECORD
               AT END MOVE "S" TO W-FIM-ARQUIVO
           END-READ.
           IF  NOT FIM-ARQUIVO
                   AND W-COD-ERRO-ANT NOT = "00" AND "02"
               DISPLAY "  LEITURA INTERROMPIDA (STATUS "
                       W-COD-ERRO-ANT ")"
               MOVE "S" TO W-FIM-ARQUIVO
           END-IF.

       PROMOVER-ARQUIVO-NOVO.
           *> O ARQUIVO COM AS CHAVES ANTIGAS E GUARDADO COM A DATA DO
           *> DIA (<nome>AAAAMMDD.ant) E O .mig ASSUME O NOME OFICIAL -
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
           DISPLAY "  CHAVES ANTIGAS GUARDADAS COMO " W-NOME-GUARDADO.

                   ORGANIZATION INDEXED
                   RECORD KEY IS COD-EMPRESTIMO
                   ALTERNATE RECORD KEY IS COD-LIVRO-EMP WITH DUPLICATES
                   ALTERNATE RECORD KEY IS COD-LEITOR-EMP
                       WITH DUPLICATES
                   ACCESS SEQUENTIAL
                   FILE STATUS IS W-COD-ERRO-ARQ.

                   RECORD KEY IS NE-COD-EMPRESTIMO
                   ALTERNATE RECORD KEY IS NE-COD-LIVRO-EMP
                       WITH DUPLICATES
                   ALTERNATE RECORD KEY IS NE-COD-LEITOR-EMP
                       WITH DUPLICATES
                   ACCESS SEQUENTIAL
                   FILE STATUS IS W-COD-ERRO-NOVO.

                   ACCESS SEQUENTIAL
                   FILE STATUS IS W-COD-ERRO-NOVO.

                   SELECT OPTIONAL ARQ-MULTA
                   ASSIGN TO "multas.dat"
                   ORGANIZATION INDEXED
                   RECORD KEY IS COD-EMPRESTIMO-MUL
                   ALTERNATE RECORD KEY IS COD-LEITOR-MUL
                       WITH DUPLICATES
                   ACCESS SEQUENTIAL
                   FILE STATUS IS W-COD-ERRO-ARQ.

                   SELECT ARQ-MULTA-NOVA
                   ASSIGN TO "multas.new"
                   ORGANIZATION INDEXED
                   RECORD KEY IS NM-COD-EMPRESTIMO-MUL
                   ALTERNATE RECORD KEY IS NM-COD-LEITOR-MUL
                       WITH DUPLICATES
                   ACCESS SEQUENTIAL
                   FILE STATUS IS W-COD-ERRO-NOVO.

                   SELECT OPTIONAL ARQ-RESERVA
                   ASSIGN TO "reservas.dat"
                   ORGANIZATION INDEXED
                   RECORD KEY IS COD-RESERVA
                   ALTERNATE RECORD KEY IS COD-LIVRO-RES WITH DUPLICATES
                   ALTERNATE RECORD KEY IS COD-LEITOR-RES
                       WITH DUPLICATES
                   ACCESS SEQUENTIAL
                   FILE STATUS IS W-COD-ERRO-ARQ.

                   SELECT ARQ-RESERVA-NOVA
                   ASSIGN TO "reservas.new"
                   ORGANIZATION INDEXED
                   RECORD KEY IS NR-COD-RESERVA
                   ALTERNATE RECORD KEY IS NR-COD-LIVRO-RES
                       WITH DUPLICATES
                   ALTERNATE RECORD KEY IS NR-COD-LEITOR-RES
                       WITH DUPLICATES
                   ACCESS SEQUENTIAL
                   FILE STATUS IS W-COD-ERRO-NOVO.

                   SELECT OPTIONAL ARQ-PAGTO-MULTA
                   ASSIGN TO "pagtomultas.dat"
                   ORGANIZATION INDEXED
                   RECORD KEY IS COD-PAGAMENTO
                   ALTERNATE RECORD KEY IS COD-LEITOR-PAG
                       WITH DUPLICATES
                   ACCESS SEQUENTIAL
                   FILE STATUS IS W-COD-ERRO-ARQ.

                   SELECT ARQ-PAGTO-MULTA-NOVO
                   ASSIGN TO "pagtomultas.new"
                   ORGANIZATION INDEXED
                   RECORD KEY IS NP-COD-PAGAMENTO
                   ALTERNATE RECORD KEY IS NP-COD-LEITOR-PAG
                       WITH DUPLICATES
                   ACCESS SEQUENTIAL
                   FILE STATUS IS W-COD-ERRO-NOVO.

       DATA DIVISION.
         FILE SECTION.
         FD  CAD-PRODUTO
         01  REG-EMPRESTIMO-NOVO.
             02  NE-COD-EMPRESTIMO  PIC 9(5).
             02  NE-COD-LIVRO-EMP   PIC 9(3).
             02  NE-MEIO            PIC X(65).
             02  NE-COD-LEITOR-EMP  PIC 9(5).
             02  NE-RESTO           PIC X(7).

         FD  ARQ-FILIAL
             LABEL RECORD STANDARD.
             02  NF-COD-LIVRO-FIL    PIC 9(3).
             02  NF-RESTO            PIC X(27).

         FD  ARQ-MULTA
             LABEL RECORD STANDARD.
         COPY "REGMULTA.cpy".

         FD  ARQ-MULTA-NOVA
             LABEL RECORD STANDARD.
         01  REG-MULTA-NOVA.
             02  NM-COD-EMPRESTIMO-MUL PIC 9(5).
             02  NM-COD-LEITOR-MUL     PIC 9(5).
             02  NM-RESTO              PIC X(75).

         FD  ARQ-RESERVA
             LABEL RECORD STANDARD.
         COPY "REGRESERVA.cpy".

         FD  ARQ-RESERVA-NOVA
             LABEL RECORD STANDARD.
         01  REG-RESERVA-NOVA.
             02  NR-COD-RESERVA      PIC 9(5).
             02  NR-COD-LIVRO-RES    PIC 9(3).
             02  NR-COD-LEITOR-RES   PIC 9(5).
             02  NR-RESTO            PIC X(60).

         FD  ARQ-PAGTO-MULTA
             LABEL RECORD STANDARD.
         COPY "REGPAGMULTA.cpy".

         FD  ARQ-PAGTO-MULTA-NOVO
             LABEL RECORD STANDARD.
         01  REG-PAGTO-MULTA-NOVO.
             02  NP-COD-PAGAMENTO    PIC 9(5).
             02  NP-COD-EMPRESTIMO   PIC 9(5).
             02  NP-COD-LEITOR-PAG   PIC 9(5).
             02  NP-RESTO            PIC X(16).

         WORKING-STORAGE SECTION.
         77  W-COD-ERRO-ARQ     PIC XX    VALUE SPACES.
         77  W-COD-ERRO-NOVO    PIC XX    VALUE SPACES.
         77  W-OPCAO-ARQUIVO    PIC 9     VALUE ZEROS.
             88  OPCAO-VALIDA             VALUE 0 THRU 6.
         77  W-OPCAO-RECONSTRUIR PIC X    VALUE "N".
         77  W-FIM-ARQUIVO      PIC X     VALUE "N".
             88  FIM-ARQUIVO              VALUE "S".
           *> LADO COM EXTENSAO .cor PARA PERICIA.
           DISPLAY "VERIFICACAO/RECONSTRUCAO DE ARQUIVOS INDEXADOS".
           DISPLAY "ARQUIVO: (1) livros.dat (2) emprestimos.dat "
                   "(3) estfilial.dat".
           DISPLAY "         (4) multas.dat (5) reservas.dat "
                   "(6) pagtomultas.dat (0) SAIR: " WITH NO ADVANCING.
           ACCEPT W-OPCAO-ARQUIVO.
           IF  NOT OPCAO-VALIDA OR W-OPCAO-ARQUIVO = 0
               DISPLAY "NADA A FAZER"
                   WHEN 1 PERFORM TRATAR-LIVROS
                   WHEN 2 PERFORM TRATAR-EMPRESTIMOS
                   WHEN 3 PERFORM TRATAR-FILIAIS
                   WHEN 4 PERFORM TRATAR-MULTAS
                   WHEN 5 PERFORM TRATAR-RESERVAS
                   WHEN 6 PERFORM TRATAR-PAGTO-MULTAS
               END-EVALUATE
           END-IF.
           EXIT PROGRAM.
           CALL "CBL_RENAME_FILE" USING "estfilial.new"
                "estfilial.dat".
           DISPLAY "ARQUIVO AVARIADO GUARDADO COMO " W-NOME-AVARIADO.

       TRATAR-MULTAS.
           PERFORM VERIFICAR-MULTAS.
           IF  INDICE-AVARIADO AND W-OPCAO-RECONSTRUIR = "S"
               PERFORM RECONSTRUIR-MULTAS
           END-IF.

       VERIFICAR-MULTAS.
           MOVE "N" TO W-FIM-ARQUIVO W-INDICE-AVARIADO.
           MOVE ZEROS TO W-TOTAL-LIDOS.
           OPEN INPUT ARQ-MULTA.
           DISPLAY "multas.dat: STATUS DE ABERTURA "
                   W-COD-ERRO-ARQ.
           IF  W-COD-ERRO-ARQ NOT = "00" AND "05"
               MOVE "S" TO W-INDICE-AVARIADO
               DISPLAY "INDICE AVARIADO OU ARQUIVO ILEGIVEL"
           ELSE
               PERFORM CONTAR-REGISTROS-MULTA
                   UNTIL FIM-ARQUIVO
               DISPLAY "REGISTROS LEGIVEIS: " W-TOTAL-LIDOS
           END-IF.
           CLOSE ARQ-MULTA.

       CONTAR-REGISTROS-MULTA.
           READ ARQ-MULTA NEXT RECORD
               AT END MOVE "S" TO W-FIM-ARQUIVO
           END-READ.
           IF  NOT FIM-ARQUIVO
               IF  W-COD-ERRO-ARQ = "00" OR "02"
                   ADD 1 TO W-TOTAL-LIDOS
               ELSE
                   MOVE "S" TO W-INDICE-AVARIADO
                   MOVE "S" TO W-FIM-ARQUIVO
                   DISPLAY "LEITURA INTERROMPIDA NO REGISTRO "
                           W-TOTAL-LIDOS " (STATUS "
                           W-COD-ERRO-ARQ ")"
               END-IF
           END-IF.

       RECONSTRUIR-MULTAS.
           MOVE "N" TO W-FIM-ARQUIVO.
           MOVE ZEROS TO W-TOTAL-SALVOS W-TOTAL-PERDIDOS.
           OPEN INPUT ARQ-MULTA.
           IF  W-COD-ERRO-ARQ NOT = "00" AND "05"
               DISPLAY "ARQUIVO NEM ABRE (STATUS " W-COD-ERRO-ARQ
                       ") - NADA A SALVAR"
           ELSE
               OPEN OUTPUT ARQ-MULTA-NOVA
               PERFORM SALVAR-REGISTRO-MULTA UNTIL FIM-ARQUIVO
               CLOSE ARQ-MULTA-NOVA
               CLOSE ARQ-MULTA
               COMPUTE W-TOTAL-PERDIDOS =
                       W-TOTAL-LIDOS - W-TOTAL-SALVOS
               IF  W-TOTAL-PERDIDOS < 0
                   MOVE ZEROS TO W-TOTAL-PERDIDOS
               END-IF
               PERFORM PROMOVER-MULTAS
               DISPLAY "REGISTROS RECUPERADOS: " W-TOTAL-SALVOS
               DISPLAY "REGISTROS PERDIDOS...: " W-TOTAL-PERDIDOS
           END-IF.

       SALVAR-REGISTRO-MULTA.
           READ ARQ-MULTA NEXT RECORD
               AT END MOVE "S" TO W-FIM-ARQUIVO
           END-READ.
           IF  NOT FIM-ARQUIVO
               IF  W-COD-ERRO-ARQ = "00" OR "02"
                   MOVE REG-MULTA TO REG-MULTA-NOVA
                   WRITE REG-MULTA-NOVA
                   IF  W-COD-ERRO-NOVO = "00"
                       ADD 1 TO W-TOTAL-SALVOS
                   END-IF
               ELSE
                   MOVE "S" TO W-FIM-ARQUIVO
               END-IF
           END-IF.

       PROMOVER-MULTAS.
           ACCEPT W-DATA-HOJE FROM DATE YYYYMMDD.
           MOVE SPACES TO W-NOME-AVARIADO.
           STRING "multas" W-DATA-HOJE ".cor" DELIMITED BY SIZE
               INTO W-NOME-AVARIADO
           END-STRING.
           CALL "CBL_RENAME_FILE" USING "multas.dat"
                W-NOME-AVARIADO.
           CALL "CBL_RENAME_FILE" USING "multas.new"
                "multas.dat".
           DISPLAY "ARQUIVO AVARIADO GUARDADO COMO " W-NOME-AVARIADO.

       TRATAR-RESERVAS.
           PERFORM VERIFICAR-RESERVAS.
           IF  INDICE-AVARIADO AND W-OPCAO-RECONSTRUIR = "S"
               PERFORM RECONSTRUIR-RESERVAS
           END-IF.

       VERIFICAR-RESERVAS.
           MOVE "N" TO W-FIM-ARQUIVO W-INDICE-AVARIADO.
           MOVE ZEROS TO W-TOTAL-LIDOS.
           OPEN INPUT ARQ-RESERVA.
           DISPLAY "reservas.dat: STATUS DE ABERTURA "
                   W-COD-ERRO-ARQ.
           IF  W-COD-ERRO-ARQ NOT = "00" AND "05"
               MOVE "S" TO W-INDICE-AVARIADO
               DISPLAY "INDICE AVARIADO OU ARQUIVO ILEGIVEL"
           ELSE
               PERFORM CONTAR-REGISTROS-RESERVA
                   UNTIL FIM-ARQUIVO
               DISPLAY "REGISTROS LEGIVEIS: " W-TOTAL-LIDOS
           END-IF.
           CLOSE ARQ-RESERVA.

       CONTAR-REGISTROS-RESERVA.
           READ ARQ-RESERVA NEXT RECORD
               AT END MOVE "S" TO W-FIM-ARQUIVO
           END-READ.
           IF  NOT FIM-ARQUIVO
               IF  W-COD-ERRO-ARQ = "00" OR "02"
                   ADD 1 TO W-TOTAL-LIDOS
               ELSE
                   MOVE "S" TO W-INDICE-AVARIADO
                   MOVE "S" TO W-FIM-ARQUIVO
                   DISPLAY "LEITURA INTERROMPIDA NO REGISTRO "
                           W-TOTAL-LIDOS " (STATUS "
                           W-COD-ERRO-ARQ ")"
               END-IF
           END-IF.

       RECONSTRUIR-RESERVAS.
           MOVE "N" TO W-FIM-ARQUIVO.
           MOVE ZEROS TO W-TOTAL-SALVOS W-TOTAL-PERDIDOS.
           OPEN INPUT ARQ-RESERVA.
           IF  W-COD-ERRO-ARQ NOT = "00" AND "05"
               DISPLAY "ARQUIVO NEM ABRE (STATUS " W-COD-ERRO-ARQ
                       ") - NADA A SALVAR"
           ELSE
               OPEN OUTPUT ARQ-RESERVA-NOVA
               PERFORM SALVAR-REGISTRO-RESERVA UNTIL FIM-ARQUIVO
               CLOSE ARQ-RESERVA-NOVA
               CLOSE ARQ-RESERVA
               COMPUTE W-TOTAL-PERDIDOS =
                       W-TOTAL-LIDOS - W-TOTAL-SALVOS
               IF  W-TOTAL-PERDIDOS < 0
                   MOVE ZEROS TO W-TOTAL-PERDIDOS
               END-IF
               PERFORM PROMOVER-RESERVAS
               DISPLAY "REGISTROS RECUPERADOS: " W-TOTAL-SALVOS
               DISPLAY "REGISTROS PERDIDOS...: " W-TOTAL-PERDIDOS
           END-IF.

       SALVAR-REGISTRO-RESERVA.
           READ ARQ-RESERVA NEXT RECORD
               AT END MOVE "S" TO W-FIM-ARQUIVO
           END-READ.
           IF  NOT FIM-ARQUIVO
               IF  W-COD-ERRO-ARQ = "00" OR "02"
                   MOVE REG-RESERVA TO REG-RESERVA-NOVA
                   WRITE REG-RESERVA-NOVA
                   IF  W-COD-ERRO-NOVO = "00"
                       ADD 1 TO W-TOTAL-SALVOS
                   END-IF
               ELSE
                   MOVE "S" TO W-FIM-ARQUIVO
               END-IF
           END-IF.

       PROMOVER-RESERVAS.
           ACCEPT W-DATA-HOJE FROM DATE YYYYMMDD.
           MOVE SPACES TO W-NOME-AVARIADO.
           STRING "reservas" W-DATA-HOJE ".cor" DELIMITED BY SIZE
               INTO W-NOME-AVARIADO
           END-STRING.
           CALL "CBL_RENAME_FILE" USING "reservas.dat"
                W-NOME-AVARIADO.
           CALL "CBL_RENAME_FILE" USING "reservas.new"
                "reservas.dat".
           DISPLAY "ARQUIVO AVARIADO GUARDADO COMO " W-NOME-AVARIADO.

       TRATAR-PAGTO-MULTAS.
           PERFORM VERIFICAR-PAGTO-MULTAS.
           IF  INDICE-AVARIADO AND W-OPCAO-RECONSTRUIR = "S"
               PERFORM RECONSTRUIR-PAGTO-MULTAS
           END-IF.

       VERIFICAR-PAGTO-MULTAS.
           MOVE "N" TO W-FIM-ARQUIVO W-INDICE-AVARIADO.
           MOVE ZEROS TO W-TOTAL-LIDOS.
           OPEN INPUT ARQ-PAGTO-MULTA.
           DISPLAY "pagtomultas.dat: STATUS DE ABERTURA "
                   W-COD-ERRO-ARQ.
           IF  W-COD-ERRO-ARQ NOT = "00" AND "05"
               MOVE "S" TO W-INDICE-AVARIADO
               DISPLAY "INDICE AVARIADO OU ARQUIVO ILEGIVEL"
           ELSE
               PERFORM CONTAR-REGISTROS-PAGTO-MULTA
                   UNTIL FIM-ARQUIVO
               DISPLAY "REGISTROS LEGIVEIS: " W-TOTAL-LIDOS
           END-IF.
           CLOSE ARQ-PAGTO-MULTA.

       CONTAR-REGISTROS-PAGTO-MULTA.
           READ ARQ-PAGTO-MULTA NEXT RECORD
               AT END MOVE "S" TO W-FIM-ARQUIVO
           END-READ.
           IF  NOT FIM-ARQUIVO
               IF  W-COD-ERRO-ARQ = "00" OR "02"
                   ADD 1 TO W-TOTAL-LIDOS
               ELSE
                   MOVE "S" TO W-INDICE-AVARIADO
                   MOVE "S" TO W-FIM-ARQUIVO
                   DISPLAY "LEITURA INTERROMPIDA NO REGISTRO "
                           W-TOTAL-LIDOS " (STATUS "
                           W-COD-ERRO-ARQ ")"
               END-IF
           END-IF.

       RECONSTRUIR-PAGTO-MULTAS.
           MOVE "N" TO W-FIM-ARQUIVO.
           MOVE ZEROS TO W-TOTAL-SALVOS W-TOTAL-PERDIDOS.
           OPEN INPUT ARQ-PAGTO-MULTA.
           IF  W-COD-ERRO-ARQ NOT = "00" AND "05"
               DISPLAY "ARQUIVO NEM ABRE (STATUS " W-COD-ERRO-ARQ
                       ") - NADA A SALVAR"
           ELSE
               OPEN OUTPUT ARQ-PAGTO-MULTA-NOVO
               PERFORM SALVAR-REGISTRO-PAGTO-MULTA UNTIL FIM-ARQUIVO
               CLOSE ARQ-PAGTO-MULTA-NOVO
               CLOSE ARQ-PAGTO-MULTA
               COMPUTE W-TOTAL-PERDIDOS =
                       W-TOTAL-LIDOS - W-TOTAL-SALVOS
               IF  W-TOTAL-PERDIDOS < 0
                   MOVE ZEROS TO W-TOTAL-PERDIDOS
               END-IF
               PERFORM PROMOVER-PAGTO-MULTAS
               DISPLAY "REGISTROS RECUPERADOS: " W-TOTAL-SALVOS
               DISPLAY "REGISTROS PERDIDOS...: " W-TOTAL-PERDIDOS
           END-IF.

       SALVAR-REGISTRO-PAGTO-MULTA.
           READ ARQ-PAGTO-MULTA NEXT RECORD
               AT END MOVE "S" TO W-FIM-ARQUIVO
           END-READ.
           IF  NOT FIM-ARQUIVO
               IF  W-COD-ERRO-ARQ = "00" OR "02"
                   MOVE REG-PAGTO-MULTA TO REG-PAGTO-MULTA-NOVO
                   WRITE REG-PAGTO-MULTA-NOVO
                   IF  W-COD-ERRO-NOVO = "00"
                       ADD 1 TO W-TOTAL-SALVOS
                   END-IF
               ELSE
                   MOVE "S" TO W-FIM-ARQUIVO
               END-IF
           END-IF.

       PROMOVER-PAGTO-MULTAS.
           ACCEPT W-DATA-HOJE FROM DATE YYYYMMDD.
           MOVE SPACES TO W-NOME-AVARIADO.
           STRING "pagtomultas" W-DATA-HOJE ".cor" DELIMITED BY SIZE
               INTO W-NOME-AVARIADO
           END-STRING.
           CALL "CBL_RENAME_FILE" USING "pagtomultas.dat"
                W-NOME-AVARIADO.
           CALL "CBL_RENAME_FILE" USING "pagtomultas.new"
                "pagtomultas.dat".
           DISPLAY "ARQUIVO AVARIADO GUARDADO COMO " W-NOME-AVARIADO.

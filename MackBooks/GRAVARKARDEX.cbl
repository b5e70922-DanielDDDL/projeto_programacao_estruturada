                   ORGANIZATION LINE SEQUENTIAL
                   FILE STATUS IS W-COD-ERRO-KDX.

                   SELECT OPTIONAL ARQ-ELO
                   ASSIGN TO "kardex.elo"
                   ORGANIZATION LINE SEQUENTIAL
                   FILE STATUS IS W-COD-ERRO-ELO.

       DATA DIVISION.
         FILE SECTION.
         FD  ARQ-KARDEX
             LABEL RECORD STANDARD.
         COPY "REGKARDEX.cpy".

      *> ULTIMO ELO DO KARDEX, REGRAVADO A CADA LANCAMENTO (MESMO
      *> LAYOUT DE auditoria.elo), PARA O PROXIMO LANCAMENTO NAO
      *> PRECISAR RELER kardex.dat INTEIRO. RESTAURARGERAL O APAGA AO
      *> DEVOLVER UMA COPIA ANTIGA DO KARDEX.
         FD  ARQ-ELO
             LABEL RECORD STANDARD.
         01  REG-ELO.
             02  ELO-SEQUENCIA  PIC 9(9).
             02  ELO-SELO       PIC 9(10).
             02  ELO-ATUALIZADO PIC X.
                 88  ELO-EM-DIA         VALUE "S".

         WORKING-STORAGE SECTION.
         77  W-COD-ERRO-KDX  PIC XX  VALUE SPACES.
         77  W-COD-ERRO-ELO  PIC XX  VALUE SPACES.
         77  W-ACHOU-ELO     PIC X   VALUE "N".
             88  ACHOU-ELO           VALUE "S".
         77  W-FIM-ARQUIVO   PIC X   VALUE "N".
             88  FIM-ARQUIVO         VALUE "S".
         77  W-ULTIMA-SEQUENCIA PIC 9(9)  VALUE ZEROS.
         77  W-ULTIMO-SELO      PIC 9(10) VALUE ZEROS.
      *> TAMANHO DO LANCAMENTO QUE ENTRA NO SELO: TUDO ATE O
      *> KDX-SELO-ANTERIOR, INCLUSIVE.
         77  W-TAMANHO-SELADO   PIC 9(3)  VALUE 057.
         01  DATA-SIS.
             02  DS-ANO  PIC 9(4).
             02  DS-MES  PIC 99.
           *> QTD-ESTOQUE CHAMA ESTA ROTINA LOGO APOS A REGRAVACAO DO
           *> CADASTRO, NO MESMO ESPIRITO DE LOGAUDITORIA - UM
           *> LANCAMENTO POR MOVIMENTO, COM O SALDO RESULTANTE.
           PERFORM OBTER-ULTIMO-ELO.
           PERFORM MONTAR-LANCAMENTO.
           PERFORM SELAR-LANCAMENTO.
           PERFORM GRAVAR-LANCAMENTO.
           EXIT PROGRAM.

           MOVE LP-QTD       TO KDX-QTD.
           MOVE LP-SALDO     TO KDX-SALDO.

       OBTER-ULTIMO-ELO.
           *> O NOVO LANCAMENTO SE PRENDE AO ULTIMO LANCAMENTO SELADO;
           *> O ELO EM DIA DE kardex.elo DA A RESPOSTA SEM LER O
           *> KARDEX; SEM ELE (ARQUIVO AUSENTE OU ILEGIVEL) O KARDEX E
           *> RELIDO. OS ANTERIORES AO ENCADEAMENTO (SEM SELO) SAO
           *> IGNORADOS E, SEM NENHUM SELADO, A CORRENTE COMECA DO
           *> ZERO.
           MOVE ZEROS TO W-ULTIMA-SEQUENCIA W-ULTIMO-SELO.
           MOVE "N" TO W-ACHOU-ELO.
           PERFORM LER-ELO.
           IF  NOT ACHOU-ELO
               MOVE ZEROS TO W-ULTIMA-SEQUENCIA W-ULTIMO-SELO
               PERFORM VARRER-KARDEX
           END-IF.

       LER-ELO.
           OPEN INPUT ARQ-ELO.
           IF  W-COD-ERRO-ELO = "00" OR W-COD-ERRO-ELO = "05"
               READ ARQ-ELO
                   AT END CONTINUE
               END-READ
               IF  W-COD-ERRO-ELO = "00"
                       AND ELO-SEQUENCIA IS NUMERIC
                       AND ELO-SELO IS NUMERIC
                       AND ELO-EM-DIA
                   MOVE ELO-SEQUENCIA TO W-ULTIMA-SEQUENCIA
                   MOVE ELO-SELO      TO W-ULTIMO-SELO
                   MOVE "S" TO W-ACHOU-ELO
               END-IF
               CLOSE ARQ-ELO
           END-IF.

       VARRER-KARDEX.
           OPEN INPUT ARQ-KARDEX.
           IF  W-COD-ERRO-KDX = "00" OR W-COD-ERRO-KDX = "05"
               MOVE "N" TO W-FIM-ARQUIVO
               PERFORM UNTIL FIM-ARQUIVO
                   READ ARQ-KARDEX
                       AT END MOVE "S" TO W-FIM-ARQUIVO
                   END-READ
                   IF  NOT FIM-ARQUIVO
                       IF  W-COD-ERRO-KDX NOT = "00" AND "04"
                           MOVE "S" TO W-FIM-ARQUIVO
                       ELSE
                           IF  KDX-SEQUENCIA IS NUMERIC
                                   AND KDX-SELO IS NUMERIC
                               MOVE KDX-SEQUENCIA TO W-ULTIMA-SEQUENCIA
                               MOVE KDX-SELO      TO W-ULTIMO-SELO
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE ARQ-KARDEX
           END-IF.

       SELAR-LANCAMENTO.
           COMPUTE KDX-SEQUENCIA = W-ULTIMA-SEQUENCIA + 1.
           MOVE W-ULTIMO-SELO TO KDX-SELO-ANTERIOR.
           CALL "ENCADEARSELO" USING KDX-SELO-ANTERIOR REG-KARDEX
                W-TAMANHO-SELADO KDX-SELO.

       GRAVAR-LANCAMENTO.
           *> MESMA CONVENCAO DE OPEN EXTEND DE LOGAUDITORIA: NA
           *> PRIMEIRA GRAVACAO O ARQUIVO E CRIADO (STATUS "05").
           OPEN EXTEND ARQ-KARDEX.
           IF  W-COD-ERRO-KDX = "00" OR W-COD-ERRO-KDX = "05"
               WRITE REG-KARDEX
               IF  W-COD-ERRO-KDX = "00"
                   CLOSE ARQ-KARDEX
                   PERFORM GRAVAR-ELO
               ELSE
                   CLOSE ARQ-KARDEX
               END-IF
           END-IF.

       GRAVAR-ELO.
           *> MESMA REGRA DE LOGAUDITORIA: ELO QUE NAO PODE SER
           *> GRAVADO E APAGADO, E O PROXIMO LANCAMENTO RELE O KARDEX.
           OPEN OUTPUT ARQ-ELO.
           IF  W-COD-ERRO-ELO = "00" OR W-COD-ERRO-ELO = "05"
               MOVE KDX-SEQUENCIA TO ELO-SEQUENCIA
               MOVE KDX-SELO      TO ELO-SELO
               MOVE "S"           TO ELO-ATUALIZADO
               WRITE REG-ELO
               IF  W-COD-ERRO-ELO = "00"
                   CLOSE ARQ-ELO
               ELSE
                   CLOSE ARQ-ELO
                   CALL "CBL_DELETE_FILE" USING "kardex.elo"
               END-IF
           ELSE
               CALL "CBL_DELETE_FILE" USING "kardex.elo"
           END-IF.

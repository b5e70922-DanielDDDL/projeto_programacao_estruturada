                   ORGANIZATION LINE SEQUENTIAL
                   FILE STATUS IS W-COD-ERRO-SES.

                   SELECT OPTIONAL ARQ-ELO
                   ASSIGN TO "auditoria.elo"
                   ORGANIZATION LINE SEQUENTIAL
                   FILE STATUS IS W-COD-ERRO-ELO.

       DATA DIVISION.
         FILE SECTION.
         FD  ARQ-LOG
             LABEL RECORD STANDARD.
         01  REG-SESSAO  PIC X(10).

      *> ULTIMO ELO DA TRILHA, REGRAVADO A CADA REGISTRO SELADO (E
      *> POR ROTACIONARLOG AO ESVAZIAR O LOG VIVO, QUANDO O ELO E O
      *> REGISTRO DE FECHAMENTO QUE FICOU NO ARQUIVO MORTO). ASSIM O
      *> PROXIMO REGISTRO NAO PRECISA RELER O LOG INTEIRO. O ELO SEM
      *> "S" EM ELO-ATUALIZADO E DE ANTES DESSA REGRAVACAO: SO VALE
      *> COMO PONTO DE PARTIDA SE O LOG VIVO NAO TIVER SELADOS.
         FD  ARQ-ELO
             LABEL RECORD STANDARD.
         01  REG-ELO.
             02  ELO-SEQUENCIA  PIC 9(9).
             02  ELO-SELO       PIC 9(10).
             02  ELO-ATUALIZADO PIC X.
                 88  ELO-EM-DIA         VALUE "S".

         WORKING-STORAGE SECTION.
         77  W-COD-ERRO-LOG  PIC XX  VALUE SPACES.
         77  W-COD-ERRO-SES  PIC XX  VALUE SPACES.
         77  W-USUARIO-ATUAL PIC X(10) VALUE SPACES.
         77  W-COD-ERRO-ELO  PIC XX  VALUE SPACES.
         77  W-FIM-ARQUIVO   PIC X   VALUE "N".
             88  FIM-ARQUIVO         VALUE "S".
         77  W-ACHOU-ELO     PIC X   VALUE "N".
             88  ACHOU-ELO           VALUE "S".
         77  W-ULTIMA-SEQUENCIA PIC 9(9)  VALUE ZEROS.
         77  W-ULTIMO-SELO      PIC 9(10) VALUE ZEROS.
      *> TAMANHO DO REGISTRO QUE ENTRA NO SELO: TUDO ATE O
      *> LOG-SELO-ANTERIOR, INCLUSIVE.
         77  W-TAMANHO-SELADO   PIC 9(3)  VALUE 442.
         01  DATA-SIS.
             02  DS-ANO  PIC 9(4).
             02  DS-MES  PIC 99.
                  LP-VALOR-ANTES LP-VALOR-DEPOIS.

       INICIO.
           PERFORM OBTER-ULTIMO-ELO.
           PERFORM MONTAR-REGISTRO.
           PERFORM SELAR-REGISTRO.
           PERFORM GRAVAR-REGISTRO.
           EXIT PROGRAM.

           PERFORM OBTER-USUARIO-ATUAL.
           MOVE W-USUARIO-ATUAL TO LOG-USUARIO.

       OBTER-ULTIMO-ELO.
           *> O NOVO REGISTRO SE PRENDE AO ULTIMO REGISTRO SELADO. O
           *> ELO EM DIA DE auditoria.elo DA A RESPOSTA SEM LER O LOG;
           *> SEM ELE (ARQUIVO AUSENTE, ILEGIVEL OU DE ANTES DA
           *> REGRAVACAO A CADA REGISTRO) O LOG VIVO E RELIDO PARA
           *> ACHAR O ULTIMO SELADO. COM O LOG RECEM-ROTACIONADO (OU SO
           *> COM REGISTROS ANTERIORES AO ENCADEAMENTO) VALE O ELO
           *> ANTIGO, E SEM NENHUM A TRILHA COMECA DO ZERO.
           MOVE ZEROS TO W-ULTIMA-SEQUENCIA W-ULTIMO-SELO.
           MOVE "N" TO W-ACHOU-ELO.
           PERFORM LER-ELO.
           IF  NOT ACHOU-ELO
               PERFORM VARRER-LOG
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
                   MOVE ELO-SEQUENCIA TO W-ULTIMA-SEQUENCIA
                   MOVE ELO-SELO      TO W-ULTIMO-SELO
                   IF  ELO-EM-DIA
                       MOVE "S" TO W-ACHOU-ELO
                   END-IF
               END-IF
               CLOSE ARQ-ELO
           END-IF.

       VARRER-LOG.
           OPEN INPUT ARQ-LOG.
           IF  W-COD-ERRO-LOG = "00" OR W-COD-ERRO-LOG = "05"
               MOVE "N" TO W-FIM-ARQUIVO
               PERFORM UNTIL FIM-ARQUIVO
                   READ ARQ-LOG
                       AT END MOVE "S" TO W-FIM-ARQUIVO
                   END-READ
                   IF  NOT FIM-ARQUIVO
                       IF  W-COD-ERRO-LOG NOT = "00" AND "04"
                           MOVE "S" TO W-FIM-ARQUIVO
                       ELSE
                           IF  LOG-SEQUENCIA IS NUMERIC
                                   AND LOG-SELO IS NUMERIC
                               MOVE LOG-SEQUENCIA TO W-ULTIMA-SEQUENCIA
                               MOVE LOG-SELO      TO W-ULTIMO-SELO
                               MOVE "S" TO W-ACHOU-ELO
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE ARQ-LOG
           END-IF.

       SELAR-REGISTRO.
           COMPUTE LOG-SEQUENCIA = W-ULTIMA-SEQUENCIA + 1.
           MOVE W-ULTIMO-SELO TO LOG-SELO-ANTERIOR.
           CALL "ENCADEARSELO" USING LOG-SELO-ANTERIOR REG-LOG
                W-TAMANHO-SELADO LOG-SELO.

       OBTER-USUARIO-ATUAL.
           *> O ULTIMO LOGIN VALIDADO POR VALIDARLOGIN DEIXA O SEU
           *> IDENTIFICADOR EM "usuario.atual"; SE NINGUEM LOGOU NESTA
           OPEN EXTEND ARQ-LOG.
           IF  W-COD-ERRO-LOG = "00" OR W-COD-ERRO-LOG = "05"
               WRITE REG-LOG
               IF  W-COD-ERRO-LOG = "00"
                   CLOSE ARQ-LOG
                   PERFORM GRAVAR-ELO
               ELSE
                   CLOSE ARQ-LOG
               END-IF
           END-IF.

       GRAVAR-ELO.
           *> O REGISTRO ACABADO DE GRAVAR PASSA A SER O ELO. SE O
           *> ELO NAO PUDER SER GRAVADO, E APAGADO: O PROXIMO REGISTRO
           *> RELE O LOG EM VEZ DE SE PRENDER A UM ELO VELHO.
           OPEN OUTPUT ARQ-ELO.
           IF  W-COD-ERRO-ELO = "00" OR W-COD-ERRO-ELO = "05"
               MOVE LOG-SEQUENCIA TO ELO-SEQUENCIA
               MOVE LOG-SELO      TO ELO-SELO
               MOVE "S"           TO ELO-ATUALIZADO
               WRITE REG-ELO
               IF  W-COD-ERRO-ELO = "00"
                   CLOSE ARQ-ELO
               ELSE
                   CLOSE ARQ-ELO
                   CALL "CBL_DELETE_FILE" USING "auditoria.elo"
               END-IF
           ELSE
               CALL "CBL_DELETE_FILE" USING "auditoria.elo"
           END-IF.

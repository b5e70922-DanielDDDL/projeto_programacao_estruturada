                   ORGANIZATION INDEXED
                   RECORD KEY IS COD-EMPRESTIMO
                   ALTERNATE RECORD KEY IS COD-LIVRO-EMP WITH DUPLICATES
                   ALTERNATE RECORD KEY IS COD-LEITOR-EMP
                       WITH DUPLICATES
                   ACCESS DYNAMIC
                   FILE STATUS IS W-COD-ERRO-EMP.

                   ORGANIZATION INDEXED
                   RECORD KEY IS COD-RESERVA
                   ALTERNATE RECORD KEY IS COD-LIVRO-RES WITH DUPLICATES
                   ALTERNATE RECORD KEY IS COD-LEITOR-RES
                       WITH DUPLICATES
                   ACCESS DYNAMIC
                   FILE STATUS IS W-COD-ERRO-RES.

                   ASSIGN TO "multas.dat"
                   ORGANIZATION INDEXED
                   RECORD KEY IS COD-EMPRESTIMO-MUL
                   ALTERNATE RECORD KEY IS COD-LEITOR-MUL
                       WITH DUPLICATES
                   ACCESS DYNAMIC
                   FILE STATUS IS W-COD-ERRO-MUL.

                   ASSIGN TO "pagtomultas.dat"
                   ORGANIZATION INDEXED
                   RECORD KEY IS COD-PAGAMENTO
                   ALTERNATE RECORD KEY IS COD-LEITOR-PAG
                       WITH DUPLICATES
                   ACCESS DYNAMIC
                   FILE STATUS IS W-COD-ERRO-PAG.

                   SELECT OPTIONAL ARQ-PONTOS
                   ASSIGN TO "pontos.dat"
                   ORGANIZATION INDEXED
                   RECORD KEY IS CHAVE-PONTOS
                   ALTERNATE RECORD KEY IS COD-LEITOR-PTS
                       WITH DUPLICATES
                   ACCESS DYNAMIC
                   FILE STATUS IS W-COD-ERRO-PTS.

       DATA DIVISION.
         FILE SECTION.
         FD  ARQ-LEITOR
             LABEL RECORD STANDARD.
         COPY "REGPAGMULTA.cpy".

         FD  ARQ-PONTOS
             LABEL RECORD STANDARD.
         COPY "REGPONTOS.cpy".

         WORKING-STORAGE SECTION.
         77  W-COD-ERRO-LEI     PIC XX    VALUE SPACES.
             88  STATUS-LEI-OK            VALUE "00".
         77  W-COD-ERRO-RES     PIC XX    VALUE SPACES.
         77  W-COD-ERRO-MUL     PIC XX    VALUE SPACES.
         77  W-COD-ERRO-PAG     PIC XX    VALUE SPACES.
         77  W-COD-ERRO-PTS     PIC XX    VALUE SPACES.
         77  W-LOGIN-OK         PIC X     VALUE "N".
         77  W-ACESSO-LIBERADO  PIC X     VALUE "N".
             88  ACESSO-LIBERADO          VALUE "S".
         77  W-TOTAL-RES        PIC 9(5)  VALUE ZEROS.
         77  W-TOTAL-MUL        PIC 9(5)  VALUE ZEROS.
         77  W-TOTAL-PAG        PIC 9(5)  VALUE ZEROS.
         77  W-TOTAL-PTS        PIC 9(5)  VALUE ZEROS.
         77  W-TOTAL-ED         PIC ZZZZ9 VALUE ZEROS.

         SCREEN SECTION.
               OPEN I-O ARQ-RESERVA
               OPEN I-O ARQ-MULTA
               OPEN I-O ARQ-PAGTO-MULTA
               OPEN I-O ARQ-PONTOS
           ELSE
               MOVE "N" TO OPC
           END-IF.
           MOVE "N" TO W-DADOS-OK.
           MOVE ZEROS TO W-COD-ORIGEM W-COD-DESTINO
                COD-ORIGEM-ED COD-DESTINO-ED
                W-TOTAL-EMP W-TOTAL-RES W-TOTAL-MUL W-TOTAL-PAG
                W-TOTAL-PTS.
           DISPLAY CLEAR-SCREEN.
           CALL "CABECALHO".
           DISPLAY "UNIFICACAO DE LEITORES DUPLICADOS"  AT 1310.
               PERFORM REAPONTAR-RESERVAS
               PERFORM REAPONTAR-MULTAS
               PERFORM REAPONTAR-PAGAMENTOS
               PERFORM REAPONTAR-PONTOS
               PERFORM EXCLUIR-LEITOR-ORIGEM
               MOVE W-TOTAL-EMP TO W-TOTAL-ED
               DISPLAY "EMPRESTIMOS REAPONTADOS.: " W-TOTAL-ED AT 2102
               DISPLAY "MULTAS REAPONTADAS......: " W-TOTAL-ED AT 2302
               MOVE W-TOTAL-PAG TO W-TOTAL-ED
               DISPLAY "RECEBIMENTOS REAPONTADOS: " W-TOTAL-ED AT 2402
               MOVE W-TOTAL-PTS TO W-TOTAL-ED
               DISPLAY "MOVIMENTOS DE PONTOS....: " W-TOTAL-ED AT 2602
           ELSE
               DISPLAY "UNIFICACAO NAO EFETIVADA" AT 2102
           END-IF.
               END-IF
           END-PERFORM.

       REAPONTAR-PONTOS.
           *> O SALDO DE FIDELIDADE DO CODIGO ELIMINADO PASSA PARA O
           *> CODIGO MANTIDO, COM OS LOTES NAS DATAS ORIGINAIS.
           MOVE "N" TO W-FIM-BUSCA.
           MOVE LOW-VALUES TO CHAVE-PONTOS.
           START ARQ-PONTOS KEY IS NOT LESS THAN CHAVE-PONTOS
               INVALID KEY MOVE "S" TO W-FIM-BUSCA
           END-START.
           PERFORM UNTIL FIM-BUSCA
               READ ARQ-PONTOS NEXT RECORD
                   AT END MOVE "S" TO W-FIM-BUSCA
               END-READ
               IF  NOT FIM-BUSCA
                       AND COD-LEITOR-PTS = W-COD-ORIGEM
                   MOVE W-COD-DESTINO TO COD-LEITOR-PTS
                   REWRITE REG-PONTOS
                   IF  W-COD-ERRO-PTS = "00" OR "02"
                       ADD 1 TO W-TOTAL-PTS
                   END-IF
               END-IF
           END-PERFORM.

       EXCLUIR-LEITOR-ORIGEM.
           MOVE W-COD-ORIGEM TO COD-LEITOR.
           READ ARQ-LEITOR.
               CLOSE ARQ-RESERVA
               CLOSE ARQ-MULTA
               CLOSE ARQ-PAGTO-MULTA
               CLOSE ARQ-PONTOS
           END-IF.
           DISPLAY "TERMINO DO PROCESSAMENTO" AT 3621.

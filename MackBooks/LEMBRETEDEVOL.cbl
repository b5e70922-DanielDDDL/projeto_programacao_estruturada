                   ORGANIZATION INDEXED
                   RECORD KEY IS COD-EMPRESTIMO
                   ALTERNATE RECORD KEY IS COD-LIVRO-EMP WITH DUPLICATES
                   ALTERNATE RECORD KEY IS COD-LEITOR-EMP
                       WITH DUPLICATES
                   ACCESS SEQUENTIAL
                   FILE STATUS IS W-COD-ERRO-EMP.

                   SELECT OPTIONAL ARQ-LEITOR
                   ASSIGN TO "leitores.dat"
                   ORGANIZATION INDEXED
                   RECORD KEY IS COD-LEITOR
                   ACCESS RANDOM
                   FILE STATUS IS W-COD-ERRO-LEI.

                   SELECT OPTIONAL ARQ-PARAM-LEMBRETE
                   ASSIGN TO "lembreteparam.txt"
                   ORGANIZATION LINE SEQUENTIAL
             LABEL RECORD STANDARD.
         COPY "REGEMPR.cpy".

         FD  ARQ-LEITOR
             LABEL RECORD STANDARD.
         COPY "REGLEITOR.cpy".

         FD  ARQ-PARAM-LEMBRETE
             LABEL RECORD STANDARD.
         01  REG-PARAM-LEMBRETE  PIC X(20).
         77  CODERRO            PIC XX    VALUE SPACES.
             88  STATUS-OK                VALUE "00".
         77  W-COD-ERRO-EMP     PIC XX    VALUE SPACES.
         77  W-COD-ERRO-LEI     PIC XX    VALUE SPACES.
         77  W-COD-ERRO-PAR     PIC XX    VALUE SPACES.
         77  W-COD-ERRO-MOD     PIC XX    VALUE SPACES.
         77  W-COD-ERRO-LEM     PIC XX    VALUE SPACES.
         77  W-TABELA-CHEIA     PIC X     VALUE "N".
             88  TABELA-CHEIA             VALUE "S".

      *> LEITOR QUE PREFERE E-MAIL/SMS: O LEMBRETE VAI PARA A CAIXA
      *> DE SAIDA (ROTINA CAIXASAIDA), MESMA REGRA DE CARTACOBRANCA.
         77  W-CARTA-ELETRONICA PIC X     VALUE "N".
             88  CARTA-ELETRONICA         VALUE "S".
         77  W-RETORNO-MSG      PIC X     VALUE "N".
         77  W-LINHAS-PREVISTAS PIC 9(3)  VALUE ZEROS.
         77  W-IDX-MSG          PIC 99    VALUE ZEROS.
         77  W-TOTAL-MENSAGENS  PIC 9(3)  VALUE ZEROS.
         77  W-TOTAL-REIMPRESSAS PIC 9(3) VALUE ZEROS.
         COPY "REGMENSAGEM.cpy".

      *> MODELO DA CARTA: MESMA CONVENCAO DO %LIVROS% DE
      *> cartamodelo.txt EM CARTACOBRANCA. SEM MODELO, VALE O TEXTO
      *> PADRAO ABAIXO.
           PERFORM CARREGAR-MODELO.
           OPEN INPUT CAD-PRODUTO.
           OPEN INPUT ARQ-EMPRESTIMO.
           OPEN INPUT ARQ-LEITOR.
           ACCEPT W-DATA-HOJE-AAAAMMDD FROM DATE YYYYMMDD.
           PERFORM LER-PROXIMO-EMPRESTIMO.

       GERAR-CARTAS.
           IF  W-TOTAL-A-VENCER = 0
               DISPLAY "NENHUM EMPRESTIMO A VENCER - NENHUM LEMBRETE"
           END-IF.
           OPEN OUTPUT ARQ-LEMBRETES.
           IF  W-COD-ERRO-LEM NOT = "00" AND "05"
               DISPLAY "ERRO AO ABRIR lembretes.txt (STATUS "
                       W-COD-ERRO-LEM ")"
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE 99999 TO W-LEITOR-ATUAL
               MOVE SPACES TO W-NOME-ATUAL
               PERFORM VARYING W-IDX FROM 1 BY 1
                       UNTIL W-IDX > W-TOTAL-A-VENCER
                   IF  VNC-COD-LEITOR (W-IDX) NOT = W-LEITOR-ATUAL
                           OR VNC-LEITOR (W-IDX) NOT = W-NOME-ATUAL
                           OR W-IDX = 1
                       PERFORM INICIAR-CARTA
                   END-IF
                   PERFORM GRAVAR-LINHA-EMPRESTIMO
                   IF  W-IDX = W-TOTAL-A-VENCER
                       PERFORM ENCERRAR-CARTA
                   ELSE
                       IF  VNC-COD-LEITOR (W-IDX + 1) NOT =
                               VNC-COD-LEITOR (W-IDX)
                           OR VNC-LEITOR (W-IDX + 1) NOT =
                               VNC-LEITOR (W-IDX)
                           PERFORM ENCERRAR-CARTA
                       END-IF
                   END-IF
               END-PERFORM
               PERFORM REIMPRIMIR-RECUSADAS
               CLOSE ARQ-LEMBRETES
               IF  W-TOTAL-CARTAS > W-TOTAL-MENSAGENS
                       OR W-TOTAL-REIMPRESSAS > 0
                   CALL "SPOOLAR" USING "LEMBRETEDEVOL       "
                        "lembretes.txt       "
               END-IF
           MOVE VNC-COD-LEITOR (W-IDX) TO W-LEITOR-ATUAL.
           MOVE VNC-LEITOR (W-IDX) TO W-NOME-ATUAL.
           ADD 1 TO W-TOTAL-CARTAS.
           PERFORM DEFINIR-CANAL-LEITOR.
           IF  NOT CARTA-ELETRONICA
               MOVE ALL "=" TO REG-LEMBRETE
               WRITE REG-LEMBRETE
           END-IF.
           MOVE SPACES TO REG-LEMBRETE.
           STRING "AO LEITOR: " DELIMITED BY SIZE
                  VNC-LEITOR (W-IDX) DELIMITED BY SIZE
               INTO REG-LEMBRETE
           END-STRING.
           PERFORM EMITIR-LINHA-LEMBRETE.
           MOVE SPACES TO REG-LEMBRETE.
           PERFORM EMITIR-LINHA-LEMBRETE.
           PERFORM VARYING W-IDX-MOD FROM 1 BY 1
                   UNTIL W-IDX-MOD > W-TOTAL-LINHAS-TOPO
               MOVE LINHA-TOPO (W-IDX-MOD) TO REG-LEMBRETE
               PERFORM EMITIR-LINHA-LEMBRETE
           END-PERFORM.
           MOVE SPACES TO REG-LEMBRETE.
           PERFORM EMITIR-LINHA-LEMBRETE.

       DEFINIR-CANAL-LEITOR.
           *> EMPRESTIMO LEGADO SEM CODIGO DE LEITOR SO TEM NOME:
           *> CONTINUA NA CARTA IMPRESSA.
           MOVE "N" TO W-CARTA-ELETRONICA.
           INITIALIZE REG-MENSAGEM.
           MOVE W-TOTAL-LINHAS-TOPO TO W-LINHAS-PREVISTAS.
           ADD W-TOTAL-LINHAS-RODAPE 5 TO W-LINHAS-PREVISTAS.
           PERFORM VARYING W-IDX-2 FROM W-IDX BY 1
                   UNTIL W-IDX-2 > W-TOTAL-A-VENCER
                   OR VNC-COD-LEITOR (W-IDX-2) NOT = W-LEITOR-ATUAL
                   OR VNC-LEITOR (W-IDX-2) NOT = W-NOME-ATUAL
               ADD 1 TO W-LINHAS-PREVISTAS
           END-PERFORM.
           IF  W-LEITOR-ATUAL > 0 AND W-LINHAS-PREVISTAS <= 40
               MOVE W-LEITOR-ATUAL TO COD-LEITOR
               READ ARQ-LEITOR
               IF  W-COD-ERRO-LEI = "00"
                   IF  CANAL-LEITOR-EMAIL AND EMAIL-LEITOR NOT = SPACES
                       MOVE "S" TO W-CARTA-ELETRONICA
                       MOVE EMAIL-LEITOR TO ENDERECO-ELETR-MSG
                   END-IF
                   IF  CANAL-LEITOR-SMS
                           AND CELULAR-LEITOR NOT = SPACES
                       MOVE "S" TO W-CARTA-ELETRONICA
                       MOVE CELULAR-LEITOR TO ENDERECO-ELETR-MSG
                   END-IF
               END-IF
           END-IF.
           IF  CARTA-ELETRONICA
               MOVE "LEMBRETEDEVOL"   TO PROGRAMA-ORIGEM-MSG
               MOVE "L"               TO TIPO-DESTINATARIO-MSG
               MOVE W-LEITOR-ATUAL    TO COD-DESTINATARIO-MSG
               MOVE W-NOME-ATUAL      TO NOME-DESTINATARIO-MSG
               MOVE CANAL-LEITOR      TO CANAL-MSG
               MOVE ENDERECO-LEITOR   TO ENDERECO-POSTAL-MSG
               MOVE "LEMBRETE DE DEVOLUCAO - BOOK'S CORP"
                 TO ASSUNTO-MSG
           END-IF.

       EMITIR-LINHA-LEMBRETE.
           IF  CARTA-ELETRONICA
               ADD 1 TO TOTAL-LINHAS-MSG
               MOVE REG-LEMBRETE TO LINHA-MSG (TOTAL-LINHAS-MSG)
           ELSE
               WRITE REG-LEMBRETE
           END-IF.

       GRAVAR-LINHA-EMPRESTIMO.
           MOVE SPACES TO REG-LEMBRETE.
                  VNC-DATA-PREV (W-IDX) (1:4) DELIMITED BY SIZE
               INTO REG-LEMBRETE
           END-STRING.
           PERFORM EMITIR-LINHA-LEMBRETE.

       ENCERRAR-CARTA.
           MOVE SPACES TO REG-LEMBRETE.
           PERFORM EMITIR-LINHA-LEMBRETE.
           PERFORM VARYING W-IDX-MOD FROM 1 BY 1
                   UNTIL W-IDX-MOD > W-TOTAL-LINHAS-RODAPE
               MOVE LINHA-RODAPE (W-IDX-MOD) TO REG-LEMBRETE
               PERFORM EMITIR-LINHA-LEMBRETE
           END-PERFORM.
           MOVE SPACES TO REG-LEMBRETE.
           PERFORM EMITIR-LINHA-LEMBRETE.
           IF  CARTA-ELETRONICA
               CALL "CAIXASAIDA" USING "G" REG-MENSAGEM W-RETORNO-MSG
               IF  W-RETORNO-MSG = "S"
                   ADD 1 TO W-TOTAL-MENSAGENS
               ELSE
                   PERFORM IMPRIMIR-MENSAGEM
               END-IF
           END-IF.

       IMPRIMIR-MENSAGEM.
           *> MENSAGEM QUE NAO SAIU POR E-MAIL/SMS VIRA LEMBRETE
           *> IMPRESSO, COM O MESMO TEXTO.
           MOVE ALL "=" TO REG-LEMBRETE.
           WRITE REG-LEMBRETE.
           PERFORM VARYING W-IDX-MSG FROM 1 BY 1
                   UNTIL W-IDX-MSG > TOTAL-LINHAS-MSG
               MOVE LINHA-MSG (W-IDX-MSG) TO REG-LEMBRETE
               WRITE REG-LEMBRETE
           END-PERFORM.

       REIMPRIMIR-RECUSADAS.
           *> LEMBRETES DE EXECUCOES ANTERIORES RECUSADOS PELO
           *> GATEWAY DE MENSAGENS ENTRAM NESTA REMESSA IMPRESSA.
           INITIALIZE REG-MENSAGEM.
           MOVE "LEMBRETEDEVOL" TO PROGRAMA-ORIGEM-MSG.
           MOVE "S" TO W-RETORNO-MSG.
           PERFORM UNTIL W-RETORNO-MSG NOT = "S"
               CALL "CAIXASAIDA" USING "R" REG-MENSAGEM W-RETORNO-MSG
               IF  W-RETORNO-MSG = "S"
                   PERFORM IMPRIMIR-MENSAGEM
                   ADD 1 TO W-TOTAL-REIMPRESSAS
               END-IF
           END-PERFORM.

       FINALIZACAO.
           CLOSE CAD-PRODUTO.
           CLOSE ARQ-EMPRESTIMO.
           CLOSE ARQ-LEITOR.
           DISPLAY "EMPRESTIMOS A VENCER...........: "
                   W-TOTAL-A-VENCER.
           DISPLAY "LEMBRETES GERADOS..............: "
                   W-TOTAL-CARTAS.
           DISPLAY "  POR E-MAIL/SMS...............: "
                   W-TOTAL-MENSAGENS.
           DISPLAY "RECUSADOS REIMPRESSOS..........: "
                   W-TOTAL-REIMPRESSAS.
           IF  TABELA-CHEIA
               DISPLAY "TABELA CHEIA - LISTA TRUNCADA EM 500 "
                       "EMPRESTIMOS; RODE DE NOVO AMANHA"

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

                   SELECT OPTIONAL ARQ-MODELO
                   ASSIGN TO "cartamodelo.txt"
                   ORGANIZATION LINE SEQUENTIAL
             LABEL RECORD STANDARD.
         COPY "REGEMPR.cpy".

         FD  ARQ-LEITOR
             LABEL RECORD STANDARD.
         COPY "REGLEITOR.cpy".

         FD  ARQ-MODELO
             LABEL RECORD STANDARD.
         01  REG-MODELO  PIC X(80).
         77  CODERRO            PIC XX    VALUE SPACES.
             88  STATUS-OK                VALUE "00".
         77  W-COD-ERRO-EMP     PIC XX    VALUE SPACES.
         77  W-COD-ERRO-LEI     PIC XX    VALUE SPACES.
         77  W-COD-ERRO-MOD     PIC XX    VALUE SPACES.
         77  W-COD-ERRO-CAR     PIC XX    VALUE SPACES.
         77  W-FIM-ARQUIVO      PIC X     VALUE "N".
             88  TABELA-CHEIA             VALUE "S".
         77  DIAS-ED            PIC ZZZ9  VALUE ZEROS.

      *> LEITOR QUE PREFERE E-MAIL/SMS: A CARTA E MONTADA NA
      *> MENSAGEM E VAI PARA A CAIXA DE SAIDA (ROTINA CAIXASAIDA) EM
      *> VEZ DE cartas.txt. CARTA QUE NAO CABE NA MENSAGEM OU QUE A
      *> CAIXA NAO ACEITA SAI IMPRESSA; A RECUSADA PELO GATEWAY SAI
      *> IMPRESSA NA EXECUCAO SEGUINTE.
         77  W-CARTA-ELETRONICA PIC X     VALUE "N".
             88  CARTA-ELETRONICA         VALUE "S".
         77  W-RETORNO-MSG      PIC X     VALUE "N".
         77  W-LINHAS-PREVISTAS PIC 9(3)  VALUE ZEROS.
         77  W-IDX-MSG          PIC 99    VALUE ZEROS.
         77  W-TOTAL-MENSAGENS  PIC 9(3)  VALUE ZEROS.
         77  W-TOTAL-REIMPRESSAS PIC 9(3) VALUE ZEROS.
         COPY "REGMENSAGEM.cpy".

      *> MODELO DA CARTA: AS LINHAS DE cartamodelo.txt ANTES DA LINHA
      *> MARCADORA "%LIVROS%" SAEM NO TOPO DA CARTA (APOS O NOME DO
      *> LEITOR) E AS LINHAS DEPOIS DELA SAEM NO RODAPE. SEM MODELO,
           PERFORM CARREGAR-MODELO.
           OPEN INPUT CAD-PRODUTO.
           OPEN INPUT ARQ-EMPRESTIMO.
           OPEN INPUT ARQ-LEITOR.
           ACCEPT W-DATA-HOJE-AAAAMMDD FROM DATE YYYYMMDD.
           COMPUTE W-INTEIRO-HOJE =
                   FUNCTION INTEGER-OF-DATE (W-DATA-HOJE-AAAAMMDD).
       GERAR-CARTAS.
           IF  W-TOTAL-ATRASADOS = 0
               DISPLAY "NENHUM EMPRESTIMO EM ATRASO - NENHUMA CARTA"
           END-IF.
           OPEN OUTPUT ARQ-CARTAS.
           IF  W-COD-ERRO-CAR NOT = "00" AND "05"
               DISPLAY "ERRO AO ABRIR cartas.txt (STATUS "
                       W-COD-ERRO-CAR ")"
           ELSE
               MOVE 99999 TO W-LEITOR-ATUAL
               MOVE SPACES TO W-NOME-ATUAL
               MOVE SPACES TO REG-CARTA
               *> A QUEBRA DE CARTA COMPARA CODIGO E NOME: OS
               *> EMPRESTIMOS LEGADOS CHEGAM TODOS COM CODIGO
               *> ZERO E SO O NOME SEPARA UM LEITOR DO OUTRO
               PERFORM VARYING W-IDX FROM 1 BY 1
                       UNTIL W-IDX > W-TOTAL-ATRASADOS
                   IF  ATR-COD-LEITOR (W-IDX) NOT = W-LEITOR-ATUAL
                           OR ATR-LEITOR (W-IDX) NOT = W-NOME-ATUAL
                           OR W-IDX = 1
                       PERFORM INICIAR-CARTA
                   END-IF
                   PERFORM GRAVAR-LINHA-EMPRESTIMO
                   IF  W-IDX = W-TOTAL-ATRASADOS
                       PERFORM ENCERRAR-CARTA
                   ELSE
                       IF  ATR-COD-LEITOR (W-IDX + 1) NOT =
                               ATR-COD-LEITOR (W-IDX)
                           OR ATR-LEITOR (W-IDX + 1) NOT =
                               ATR-LEITOR (W-IDX)
                           PERFORM ENCERRAR-CARTA
                       END-IF
                   END-IF
               END-PERFORM
               PERFORM REIMPRIMIR-RECUSADAS
               CLOSE ARQ-CARTAS
               *> A VIA VAI PARA O SPOOL: A PROXIMA EXECUCAO PODE
               *> SOBRESCREVER cartas.txt SEM PERDER ESTA REMESSA
               IF  W-TOTAL-CARTAS > W-TOTAL-MENSAGENS
                       OR W-TOTAL-REIMPRESSAS > 0
                   CALL "SPOOLAR" USING "CARTACOBRANCA       "
                        "cartas.txt          "
               END-IF
           MOVE ATR-COD-LEITOR (W-IDX) TO W-LEITOR-ATUAL.
           MOVE ATR-LEITOR (W-IDX) TO W-NOME-ATUAL.
           ADD 1 TO W-TOTAL-CARTAS.
           PERFORM DEFINIR-CANAL-LEITOR.
           IF  NOT CARTA-ELETRONICA
               MOVE ALL "=" TO REG-CARTA
               WRITE REG-CARTA
           END-IF.
           MOVE SPACES TO REG-CARTA.
           STRING "AO LEITOR: " DELIMITED BY SIZE
                  ATR-LEITOR (W-IDX) DELIMITED BY SIZE
               INTO REG-CARTA
           END-STRING.
           PERFORM EMITIR-LINHA-CARTA.
           MOVE SPACES TO REG-CARTA.
           PERFORM EMITIR-LINHA-CARTA.
           PERFORM VARYING W-IDX-MOD FROM 1 BY 1
                   UNTIL W-IDX-MOD > W-TOTAL-LINHAS-TOPO
               MOVE LINHA-TOPO (W-IDX-MOD) TO REG-CARTA
               PERFORM EMITIR-LINHA-CARTA
           END-PERFORM.
           MOVE SPACES TO REG-CARTA.
           PERFORM EMITIR-LINHA-CARTA.

       DEFINIR-CANAL-LEITOR.
           *> EMPRESTIMO LEGADO SEM CODIGO DE LEITOR SO TEM NOME:
           *> CONTINUA NA CARTA IMPRESSA.
           MOVE "N" TO W-CARTA-ELETRONICA.
           INITIALIZE REG-MENSAGEM.
           MOVE W-TOTAL-LINHAS-TOPO TO W-LINHAS-PREVISTAS.
           ADD W-TOTAL-LINHAS-RODAPE 5 TO W-LINHAS-PREVISTAS.
           PERFORM VARYING W-IDX-2 FROM W-IDX BY 1
                   UNTIL W-IDX-2 > W-TOTAL-ATRASADOS
                   OR ATR-COD-LEITOR (W-IDX-2) NOT = W-LEITOR-ATUAL
                   OR ATR-LEITOR (W-IDX-2) NOT = W-NOME-ATUAL
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
               MOVE "CARTACOBRANCA"   TO PROGRAMA-ORIGEM-MSG
               MOVE "L"               TO TIPO-DESTINATARIO-MSG
               MOVE W-LEITOR-ATUAL    TO COD-DESTINATARIO-MSG
               MOVE W-NOME-ATUAL      TO NOME-DESTINATARIO-MSG
               MOVE CANAL-LEITOR      TO CANAL-MSG
               MOVE ENDERECO-LEITOR   TO ENDERECO-POSTAL-MSG
               MOVE "EMPRESTIMOS EM ATRASO - BOOK'S CORP"
                 TO ASSUNTO-MSG
           END-IF.

       EMITIR-LINHA-CARTA.
           IF  CARTA-ELETRONICA
               ADD 1 TO TOTAL-LINHAS-MSG
               MOVE REG-CARTA TO LINHA-MSG (TOTAL-LINHAS-MSG)
           ELSE
               WRITE REG-CARTA
           END-IF.

       GRAVAR-LINHA-EMPRESTIMO.
           MOVE ATR-DIAS (W-IDX) TO DIAS-ED.
                  " DIAS)" DELIMITED BY SIZE
               INTO REG-CARTA
           END-STRING.
           PERFORM EMITIR-LINHA-CARTA.

       ENCERRAR-CARTA.
           MOVE SPACES TO REG-CARTA.
           PERFORM EMITIR-LINHA-CARTA.
           PERFORM VARYING W-IDX-MOD FROM 1 BY 1
                   UNTIL W-IDX-MOD > W-TOTAL-LINHAS-RODAPE
               MOVE LINHA-RODAPE (W-IDX-MOD) TO REG-CARTA
               PERFORM EMITIR-LINHA-CARTA
           END-PERFORM.
           MOVE SPACES TO REG-CARTA.
           PERFORM EMITIR-LINHA-CARTA.
           IF  CARTA-ELETRONICA
               CALL "CAIXASAIDA" USING "G" REG-MENSAGEM W-RETORNO-MSG
               IF  W-RETORNO-MSG = "S"
                   ADD 1 TO W-TOTAL-MENSAGENS
               ELSE
                   PERFORM IMPRIMIR-MENSAGEM
               END-IF
           END-IF.

       IMPRIMIR-MENSAGEM.
           *> MENSAGEM QUE NAO SAIU POR E-MAIL/SMS VIRA CARTA
           *> IMPRESSA, COM O MESMO TEXTO.
           MOVE ALL "=" TO REG-CARTA.
           WRITE REG-CARTA.
           PERFORM VARYING W-IDX-MSG FROM 1 BY 1
                   UNTIL W-IDX-MSG > TOTAL-LINHAS-MSG
               MOVE LINHA-MSG (W-IDX-MSG) TO REG-CARTA
               WRITE REG-CARTA
           END-PERFORM.

       REIMPRIMIR-RECUSADAS.
           *> COBRANCAS DE EXECUCOES ANTERIORES RECUSADAS PELO
           *> GATEWAY DE MENSAGENS ENTRAM NESTA REMESSA IMPRESSA.
           INITIALIZE REG-MENSAGEM.
           MOVE "CARTACOBRANCA" TO PROGRAMA-ORIGEM-MSG.
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
           DISPLAY "EMPRESTIMOS EM ATRASO.......: " W-TOTAL-ATRASADOS.
           DISPLAY "CARTAS GERADAS..............: " W-TOTAL-CARTAS.
           DISPLAY "  POR E-MAIL/SMS............: " W-TOTAL-MENSAGENS.
           DISPLAY "RECUSADAS REIMPRESSAS.......: "
                   W-TOTAL-REIMPRESSAS.
           IF  TABELA-CHEIA
               DISPLAY "TABELA CHEIA - LISTA TRUNCADA EM 500 "
                       "EMPRESTIMOS; RODE DE NOVO APOS COBRAR ESTES"

                   ORGANIZATION INDEXED
                   RECORD KEY IS COD-RESERVA
                   ALTERNATE RECORD KEY IS COD-LIVRO-RES WITH DUPLICATES
                   ALTERNATE RECORD KEY IS COD-LEITOR-RES
                       WITH DUPLICATES
                   ACCESS DYNAMIC
                   FILE STATUS IS W-COD-ERRO-RES.

         77  W-TOTAL-PENDENTES  PIC 9(3)  VALUE ZEROS.
         77  W-TOTAL-AVISOS     PIC 9(3)  VALUE ZEROS.

      *> LEITOR QUE PREFERE E-MAIL/SMS: O AVISO VAI PARA A CAIXA DE
      *> SAIDA (ROTINA CAIXASAIDA), MESMA REGRA DE CARTACOBRANCA. O
      *> AVISO TEM UM SO LIVRO E SEMPRE CABE NA MENSAGEM.
         77  W-CARTA-ELETRONICA PIC X     VALUE "N".
             88  CARTA-ELETRONICA         VALUE "S".
         77  W-RETORNO-MSG      PIC X     VALUE "N".
         77  W-IDX-MSG          PIC 99    VALUE ZEROS.
         77  W-TOTAL-MENSAGENS  PIC 9(3)  VALUE ZEROS.
         77  W-TOTAL-REIMPRESSAS PIC 9(3) VALUE ZEROS.
         COPY "REGMENSAGEM.cpy".

      *> MODELO DA CARTA: AS LINHAS DE cartaaviso.txt ANTES DA LINHA
      *> MARCADORA "%LIVROS%" SAEM NO TOPO (APOS O NOME DO LEITOR) E
      *> AS LINHAS DEPOIS DELA SAEM NO RODAPE - MESMA CONVENCAO DE
           PERFORM LOCALIZAR-PENDENTES.
           IF  W-TOTAL-PENDENTES = 0
               DISPLAY "NENHUMA RESERVA AGUARDANDO AVISO"
           END-IF.
           PERFORM GERAR-AVISOS.
           PERFORM FINALIZACAO.
           GOBACK.

               PERFORM GERAR-UM-AVISO
                   VARYING W-IDX FROM 1 BY 1
                   UNTIL W-IDX > W-TOTAL-PENDENTES
               PERFORM REIMPRIMIR-RECUSADAS
               CLOSE ARQ-AVISOS
               IF  W-TOTAL-AVISOS > W-TOTAL-MENSAGENS
                       OR W-TOTAL-REIMPRESSAS > 0
                   CALL "SPOOLAR" USING "AVISORESERVA        "
                        "avisos.txt          "
               END-IF
           END-IF.

       GERAR-UM-AVISO.
           PERFORM DEFINIR-CANAL-LEITOR.
           IF  NOT CARTA-ELETRONICA
               MOVE ALL "=" TO REG-AVISO
               WRITE REG-AVISO
           END-IF.
           PERFORM GRAVAR-ENDERECAMENTO.
           MOVE SPACES TO REG-AVISO.
           PERFORM EMITIR-LINHA-AVISO.
           PERFORM VARYING W-IDX-MOD FROM 1 BY 1
                   UNTIL W-IDX-MOD > W-TOTAL-LINHAS-TOPO
               MOVE LINHA-TOPO (W-IDX-MOD) TO REG-AVISO
               PERFORM EMITIR-LINHA-AVISO
           END-PERFORM.
           PERFORM GRAVAR-LINHA-LIVRO.
           MOVE SPACES TO REG-AVISO.
           PERFORM EMITIR-LINHA-AVISO.
           PERFORM VARYING W-IDX-MOD FROM 1 BY 1
                   UNTIL W-IDX-MOD > W-TOTAL-LINHAS-RODAPE
               MOVE LINHA-RODAPE (W-IDX-MOD) TO REG-AVISO
               PERFORM EMITIR-LINHA-AVISO
           END-PERFORM.
           MOVE SPACES TO REG-AVISO.
           PERFORM EMITIR-LINHA-AVISO.
           ADD 1 TO W-TOTAL-AVISOS.
           IF  CARTA-ELETRONICA
               CALL "CAIXASAIDA" USING "G" REG-MENSAGEM W-RETORNO-MSG
               IF  W-RETORNO-MSG = "S"
                   ADD 1 TO W-TOTAL-MENSAGENS
               ELSE
                   PERFORM IMPRIMIR-MENSAGEM
               END-IF
           END-IF.
           PERFORM MARCAR-AVISO-EMITIDO.

       DEFINIR-CANAL-LEITOR.
           MOVE "N" TO W-CARTA-ELETRONICA.
           INITIALIZE REG-MENSAGEM.
           MOVE PEN-COD-LEITOR (W-IDX) TO COD-LEITOR.
           READ ARQ-LEITOR.
           IF  W-COD-ERRO-LEI = "00"
               IF  CANAL-LEITOR-EMAIL AND EMAIL-LEITOR NOT = SPACES
                   MOVE "S" TO W-CARTA-ELETRONICA
                   MOVE EMAIL-LEITOR TO ENDERECO-ELETR-MSG
               END-IF
               IF  CANAL-LEITOR-SMS AND CELULAR-LEITOR NOT = SPACES
                   MOVE "S" TO W-CARTA-ELETRONICA
                   MOVE CELULAR-LEITOR TO ENDERECO-ELETR-MSG
               END-IF
           END-IF.
           IF  CARTA-ELETRONICA
               MOVE "AVISORESERVA"    TO PROGRAMA-ORIGEM-MSG
               MOVE "L"               TO TIPO-DESTINATARIO-MSG
               MOVE COD-LEITOR        TO COD-DESTINATARIO-MSG
               MOVE PEN-LEITOR (W-IDX) TO NOME-DESTINATARIO-MSG
               MOVE CANAL-LEITOR      TO CANAL-MSG
               MOVE ENDERECO-LEITOR   TO ENDERECO-POSTAL-MSG
               MOVE "RESERVA DISPONIVEL PARA RETIRADA - BOOK'S CORP"
                 TO ASSUNTO-MSG
           END-IF.

       EMITIR-LINHA-AVISO.
           IF  CARTA-ELETRONICA
               ADD 1 TO TOTAL-LINHAS-MSG
               MOVE REG-AVISO TO LINHA-MSG (TOTAL-LINHAS-MSG)
           ELSE
               WRITE REG-AVISO
           END-IF.

       IMPRIMIR-MENSAGEM.
           *> MENSAGEM QUE NAO SAIU POR E-MAIL/SMS VIRA AVISO
           *> IMPRESSO, COM O MESMO TEXTO.
           MOVE ALL "=" TO REG-AVISO.
           WRITE REG-AVISO.
           PERFORM VARYING W-IDX-MSG FROM 1 BY 1
                   UNTIL W-IDX-MSG > TOTAL-LINHAS-MSG
               MOVE LINHA-MSG (W-IDX-MSG) TO REG-AVISO
               WRITE REG-AVISO
           END-PERFORM.

       REIMPRIMIR-RECUSADAS.
           *> AVISOS DE EXECUCOES ANTERIORES RECUSADOS PELO GATEWAY
           *> DE MENSAGENS ENTRAM NESTA REMESSA IMPRESSA.
           INITIALIZE REG-MENSAGEM.
           MOVE "AVISORESERVA" TO PROGRAMA-ORIGEM-MSG.
           MOVE "S" TO W-RETORNO-MSG.
           PERFORM UNTIL W-RETORNO-MSG NOT = "S"
               CALL "CAIXASAIDA" USING "R" REG-MENSAGEM W-RETORNO-MSG
               IF  W-RETORNO-MSG = "S"
                   PERFORM IMPRIMIR-MENSAGEM
                   ADD 1 TO W-TOTAL-REIMPRESSAS
               END-IF
           END-PERFORM.

       GRAVAR-ENDERECAMENTO.
           *> O CADASTRO DO LEITOR JA FOI LIDO EM DEFINIR-CANAL-LEITOR
           MOVE SPACES TO REG-AVISO.
           STRING "AO LEITOR: " DELIMITED BY SIZE
                  PEN-LEITOR (W-IDX) DELIMITED BY SIZE
               INTO REG-AVISO
           END-STRING.
           PERFORM EMITIR-LINHA-AVISO.
           MOVE SPACES TO REG-AVISO.
           IF  W-COD-ERRO-LEI = "00"
               STRING "ENDERECO.: " DELIMITED BY SIZE
           ELSE
               MOVE "ENDERECO.: (LEITOR SEM CADASTRO)" TO REG-AVISO
           END-IF.
           PERFORM EMITIR-LINHA-AVISO.

       GRAVAR-LINHA-LIVRO.
           MOVE PEN-COD-LIVRO (W-IDX) TO COD-LIVRO.
                  PEN-LIMITE (W-IDX) (1:4) DELIMITED BY SIZE
               INTO REG-AVISO
           END-STRING.
           PERFORM EMITIR-LINHA-AVISO.

       MARCAR-AVISO-EMITIDO.
           MOVE PEN-COD-RESERVA (W-IDX) TO COD-RESERVA.
           CLOSE CAD-PRODUTO.
           CLOSE ARQ-LEITOR.
           CLOSE ARQ-RESERVA.
           DISPLAY "AVISOS GERADOS..............: " W-TOTAL-AVISOS.
           DISPLAY "  POR E-MAIL/SMS............: " W-TOTAL-MENSAGENS.
           DISPLAY "RECUSADOS REIMPRESSOS.......: "
                   W-TOTAL-REIMPRESSAS.

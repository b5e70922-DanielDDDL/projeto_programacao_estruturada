         77  W-DATA-HOJE-AAAAMMDD PIC 9(8) VALUE ZEROS.
         77  W-BRANCO           PIC X(50) VALUE SPACES.
         77  W-REG-LIVRO-ANTES  PIC X(173) VALUE SPACES.
      *> LIVRO DOADO ENTRA NO CUSTO MEDIO A CUSTO ZERO.
         77  W-SALDO-ANTERIOR   PIC 9(5)  VALUE ZEROS.
         77  W-CUSTO-ZERO       PIC 9(4)V99 VALUE ZEROS.
         77  W-CUSTO-MEDIO      PIC 9(4)V99 VALUE ZEROS.
         77  W-QTD-CONSIG       PIC 9(5)  VALUE ZEROS.
         77  W-CUSTO-CONSIG     PIC 9(4)V99 VALUE ZEROS.
         77  W-COD-FORNEC-CONSIG PIC 9(3) VALUE ZEROS.
         77  W-IDX              PIC 9(3)  VALUE ZEROS.
         77  W-IDX-MOD          PIC 99    VALUE ZEROS.
         77  W-EM-LOTE          PIC X     VALUE "N".
             88  EM-LOTE                  VALUE "S".
         77  W-CANAL-DIG        PIC X     VALUE SPACES.
             88  CANAL-DIG-OK             VALUE "C" "E" "S".

      *> AGRADECIMENTO POR E-MAIL/SMS: A CARTA E MONTADA NA
      *> MENSAGEM E VAI PARA A CAIXA DE SAIDA (ROTINA CAIXASAIDA) EM
      *> VEZ DE agradecimentos.txt. CARTA QUE NAO CABE NA MENSAGEM
      *> OU QUE A CAIXA NAO ACEITA SAI IMPRESSA; A RECUSADA PELO
      *> GATEWAY SAI IMPRESSA NA SESSAO SEGUINTE.
         77  W-CARTA-ELETRONICA PIC X     VALUE "N".
             88  CARTA-ELETRONICA         VALUE "S".
         77  W-RETORNO-MSG      PIC X     VALUE "N".
         77  W-LINHAS-PREVISTAS PIC 9(3)  VALUE ZEROS.
         77  W-IDX-MSG          PIC 99    VALUE ZEROS.
         COPY "REGMENSAGEM.cpy".

      *> LIVROS RECEBIDOS NESTA SESSAO (UM DOADOR POR SESSAO, COMO A
      *> NOTA UNICA DE ENTRADA); A CARTA DE AGRADECIMENTO SAI NO
               IF  STATUS-DOR-OK
                   MOVE NOME-DOADOR TO W-NOME-DOADOR-DIG
                   DISPLAY NOME-DOADOR AT 1527
                   PERFORM RECEBER-CONTATO-DOADOR
                   REWRITE REG-DOADOR
               ELSE
                   DISPLAY "DOADOR NAO CADASTRADO - SERA INCLUIDO"
                           AT 2512
           PERFORM CADASTRAR-DADOS-DOADOR.

       CADASTRAR-DADOS-DOADOR.
           INITIALIZE NOME-DOADOR TELEFONE-DOADOR ENDERECO-DOADOR
                      EMAIL-DOADOR CELULAR-DOADOR.
           MOVE "C" TO CANAL-DOADOR.
           DISPLAY "NOME DO DOADOR:"  AT 1602.
           DISPLAY "TELEFONE:"        AT 1702.
           DISPLAY "ENDERECO:"        AT 1802.
           END-PERFORM.
           ACCEPT TELEFONE-DOADOR AT 1712.
           ACCEPT ENDERECO-DOADOR AT 1812.
           PERFORM RECEBER-CONTATO-DOADOR.
           MOVE NOME-DOADOR TO W-NOME-DOADOR-DIG.
           WRITE REG-DOADOR.
           IF  W-COD-ERRO-DOR NOT = "00"
               REWRITE REG-DOADOR
           END-IF.

       RECEBER-CONTATO-DOADOR.
           *> POR ONDE SAI A CARTA DE AGRADECIMENTO; E-MAIL E SMS
           *> EXIGEM O ENDERECO CORRESPONDENTE. DOADOR JA CADASTRADO
           *> PODE CORRIGIR O CONTATO A CADA DOACAO.
           DISPLAY "E-MAIL:"                            AT 1902.
           DISPLAY "CELULAR:"                           AT 2002.
           DISPLAY "AGRADECIMENTO POR (C=CARTA E=E-MAIL S=SMS):"
                                                        AT 2102.
           DISPLAY EMAIL-DOADOR AT 1910.
           ACCEPT EMAIL-DOADOR AT 1910.
           DISPLAY CELULAR-DOADOR AT 2011.
           ACCEPT CELULAR-DOADOR AT 2011.
           MOVE CANAL-DOADOR TO W-CANAL-DIG.
           IF  W-CANAL-DIG = SPACE
               MOVE "C" TO W-CANAL-DIG
           END-IF.
           DISPLAY W-CANAL-DIG AT 2147.
           MOVE SPACE TO CANAL-DOADOR.
           PERFORM WITH TEST AFTER UNTIL CANAL-DOADOR NOT = SPACE
               ACCEPT W-CANAL-DIG AT 2147 WITH AUTO
               MOVE FUNCTION UPPER-CASE (W-CANAL-DIG) TO W-CANAL-DIG
               EVALUATE TRUE
                   WHEN NOT CANAL-DIG-OK
                       DISPLAY "DIGITE 'C', 'E' OU 'S'" AT 2512
                   WHEN W-CANAL-DIG = "E" AND EMAIL-DOADOR = SPACES
                       DISPLAY "INFORME O E-MAIL DO DOADOR" AT 2512
                   WHEN W-CANAL-DIG = "S" AND CELULAR-DOADOR = SPACES
                       DISPLAY "INFORME O CELULAR DO DOADOR" AT 2512
                   WHEN OTHER
                       MOVE W-CANAL-DIG TO CANAL-DOADOR
                       PERFORM LIMPAR-ESPACO-MENSAGEM
               END-EVALUATE
           END-PERFORM.

       GERAR-PROXIMO-COD-DOADOR.
           MOVE ZEROS TO W-PROX-COD-DOADOR COD-DOADOR.
           START ARQ-DOADOR KEY IS NOT LESS THAN COD-DOADOR

       ATUALIZAR-ESTOQUE-CADASTRO.
           MOVE REG-LIVRO TO W-REG-LIVRO-ANTES.
           *> A MEDIA E SO DO ESTOQUE PROPRIO: O SALDO EM CONSIGNACAO
           *> NAO ENTRA NA BASE (MESMA REGRA DA ENTRADA).
           MOVE ZEROS TO W-QTD-CONSIG.
           CALL "CONSIGNACAO" USING "S" W-COD-FORNEC-CONSIG COD-LIVRO
                W-QTD-CONSIG W-CUSTO-CONSIG W-DATA-HOJE-AAAAMMDD.
           IF  W-QTD-CONSIG < QTD-ESTOQUE
               COMPUTE W-SALDO-ANTERIOR = QTD-ESTOQUE - W-QTD-CONSIG
           ELSE
               MOVE ZEROS TO W-SALDO-ANTERIOR
           END-IF.
           ADD W-QTD-DIG TO QTD-ESTOQUE.
           REWRITE REG-LIVRO.
           IF  STATUS-OK
               CALL "CUSTOMEDIO" USING "E" COD-LIVRO W-SALDO-ANTERIOR
                    W-QTD-DIG W-CUSTO-ZERO W-CUSTO-MEDIO
               CALL "LOGAUDITORIA" USING "DOACAO    " COD-LIVRO
                    TITULO-LIVRO W-REG-LIVRO-ANTES REG-LIVRO
               CALL "GRAVARKARDEX" USING "DOACAO    " COD-LIVRO
           *> UMA CARTA POR SESSAO DE DOACAO, COM TODOS OS TITULOS
           *> RECEBIDOS - MESMA CONVENCAO DE OPEN EXTEND DE
           *> LOGAUDITORIA (STATUS "05" = ARQUIVO CRIADO AGORA).
           PERFORM DEFINIR-CANAL-AGRADECIMENTO.
           IF  CARTA-ELETRONICA
               PERFORM MONTAR-CARTA-AGRADECIMENTO
               CALL "CAIXASAIDA" USING "G" REG-MENSAGEM W-RETORNO-MSG
               IF  W-RETORNO-MSG NOT = "S"
                   PERFORM IMPRIMIR-MENSAGEM
               END-IF
           ELSE
               OPEN EXTEND ARQ-AGRADECIMENTO
               IF  W-COD-ERRO-AGR = "00" OR W-COD-ERRO-AGR = "05"
                   MOVE ALL "=" TO REG-AGRADECIMENTO
                   WRITE REG-AGRADECIMENTO
                   PERFORM MONTAR-CARTA-AGRADECIMENTO
                   CLOSE ARQ-AGRADECIMENTO
               END-IF
           END-IF.

       DEFINIR-CANAL-AGRADECIMENTO.
           MOVE "N" TO W-CARTA-ELETRONICA.
           INITIALIZE REG-MENSAGEM.
           COMPUTE W-LINHAS-PREVISTAS = W-TOTAL-LINHAS-TOPO
                   + W-TOTAL-ITENS + W-TOTAL-LINHAS-RODAPE + 5.
           IF  W-LINHAS-PREVISTAS <= 40
               IF  CANAL-DOADOR-EMAIL AND EMAIL-DOADOR NOT = SPACES
                   MOVE "S" TO W-CARTA-ELETRONICA
                   MOVE EMAIL-DOADOR TO ENDERECO-ELETR-MSG
               END-IF
               IF  CANAL-DOADOR-SMS AND CELULAR-DOADOR NOT = SPACES
                   MOVE "S" TO W-CARTA-ELETRONICA
                   MOVE CELULAR-DOADOR TO ENDERECO-ELETR-MSG
               END-IF
           END-IF.
           IF  CARTA-ELETRONICA
               MOVE "DOACAO"          TO PROGRAMA-ORIGEM-MSG
               MOVE "D"               TO TIPO-DESTINATARIO-MSG
               MOVE COD-DOADOR        TO COD-DESTINATARIO-MSG
               MOVE W-NOME-DOADOR-DIG TO NOME-DESTINATARIO-MSG
               MOVE CANAL-DOADOR      TO CANAL-MSG
               MOVE ENDERECO-DOADOR   TO ENDERECO-POSTAL-MSG
               MOVE "AGRADECIMENTO PELA DOACAO - BOOK'S CORP"
                 TO ASSUNTO-MSG
           END-IF.

       MONTAR-CARTA-AGRADECIMENTO.
           MOVE SPACES TO REG-AGRADECIMENTO.
           STRING "AO DOADOR: " DELIMITED BY SIZE
                  W-NOME-DOADOR-DIG DELIMITED BY SIZE
               INTO REG-AGRADECIMENTO
           END-STRING.
           PERFORM EMITIR-LINHA-AGRADECIMENTO.
           MOVE SPACES TO REG-AGRADECIMENTO.
           STRING "ENDERECO.: " DELIMITED BY SIZE
                  ENDERECO-DOADOR DELIMITED BY SIZE
               INTO REG-AGRADECIMENTO
           END-STRING.
           PERFORM EMITIR-LINHA-AGRADECIMENTO.
           MOVE SPACES TO REG-AGRADECIMENTO.
           PERFORM EMITIR-LINHA-AGRADECIMENTO.
           PERFORM VARYING W-IDX-MOD FROM 1 BY 1
                   UNTIL W-IDX-MOD > W-TOTAL-LINHAS-TOPO
               MOVE LINHA-TOPO (W-IDX-MOD) TO REG-AGRADECIMENTO
               PERFORM EMITIR-LINHA-AGRADECIMENTO
           END-PERFORM.
           PERFORM VARYING W-IDX FROM 1 BY 1
                   UNTIL W-IDX > W-TOTAL-ITENS
               MOVE SPACES TO REG-AGRADECIMENTO
               STRING "   " DELIMITED BY SIZE
                      DOA-TITULO (W-IDX) DELIMITED BY SIZE
                      " (QTD " DELIMITED BY SIZE
                      DOA-QTD (W-IDX) DELIMITED BY SIZE
                      ")" DELIMITED BY SIZE
                   INTO REG-AGRADECIMENTO
               END-STRING
               PERFORM EMITIR-LINHA-AGRADECIMENTO
           END-PERFORM.
           MOVE SPACES TO REG-AGRADECIMENTO.
           PERFORM EMITIR-LINHA-AGRADECIMENTO.
           PERFORM VARYING W-IDX-MOD FROM 1 BY 1
                   UNTIL W-IDX-MOD > W-TOTAL-LINHAS-RODAPE
               MOVE LINHA-RODAPE (W-IDX-MOD) TO REG-AGRADECIMENTO
               PERFORM EMITIR-LINHA-AGRADECIMENTO
           END-PERFORM.
           MOVE SPACES TO REG-AGRADECIMENTO.
           PERFORM EMITIR-LINHA-AGRADECIMENTO.

       EMITIR-LINHA-AGRADECIMENTO.
           IF  CARTA-ELETRONICA
               ADD 1 TO TOTAL-LINHAS-MSG
               MOVE REG-AGRADECIMENTO TO LINHA-MSG (TOTAL-LINHAS-MSG)
           ELSE
               WRITE REG-AGRADECIMENTO
           END-IF.

       IMPRIMIR-MENSAGEM.
           *> MENSAGEM QUE NAO SAIU POR E-MAIL/SMS VIRA CARTA
           *> IMPRESSA, COM O MESMO TEXTO.
           OPEN EXTEND ARQ-AGRADECIMENTO.
           IF  W-COD-ERRO-AGR = "00" OR W-COD-ERRO-AGR = "05"
               MOVE ALL "=" TO REG-AGRADECIMENTO
               WRITE REG-AGRADECIMENTO
               PERFORM VARYING W-IDX-MSG FROM 1 BY 1
                       UNTIL W-IDX-MSG > TOTAL-LINHAS-MSG
                   MOVE LINHA-MSG (W-IDX-MSG) TO REG-AGRADECIMENTO
                   WRITE REG-AGRADECIMENTO
               END-PERFORM
               CLOSE ARQ-AGRADECIMENTO
           END-IF.

       REIMPRIMIR-RECUSADAS.
           *> AGRADECIMENTOS DE SESSOES ANTERIORES RECUSADOS PELO
           *> GATEWAY DE MENSAGENS SAEM IMPRESSOS AGORA.
           INITIALIZE REG-MENSAGEM.
           MOVE "DOACAO" TO PROGRAMA-ORIGEM-MSG.
           MOVE "S" TO W-RETORNO-MSG.
           PERFORM UNTIL W-RETORNO-MSG NOT = "S"
               CALL "CAIXASAIDA" USING "R" REG-MENSAGEM W-RETORNO-MSG
               IF  W-RETORNO-MSG = "S"
                   PERFORM IMPRIMIR-MENSAGEM
               END-IF
           END-PERFORM.

       OPCAO-CONTINUIDADE.
           PERFORM WITH TEST AFTER UNTIL OPC-OK
               ACCEPT W-OPCAO AT 2728 WITH AUTO
               IF  W-TOTAL-ITENS > 0
                   PERFORM GERAR-CARTA-AGRADECIMENTO
               END-IF
               PERFORM REIMPRIMIR-RECUSADAS
               CLOSE CAD-PRODUTO
               CLOSE ARQ-FILIAL
               CLOSE ARQ-DOADOR

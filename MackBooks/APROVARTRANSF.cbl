
       IDENTIFICATION DIVISION.

       PROGRAM-ID. APROVARTRANSF.
       AUTHOR. DANIEL.

       ENVIRONMENT DIVISION.
         CONFIGURATION SECTION.

             SPECIAL-NAMES.
                 DECIMAL-POINT IS COMMA.

             INPUT-OUTPUT SECTION.
               FILE-CONTROL.
                   SELECT OPTIONAL CAD-PRODUTO
                   ASSIGN TO "livros.dat"
                   ORGANIZATION INDEXED
                   RECORD KEY IS COD-LIVRO
                   ACCESS RANDOM
                   FILE STATUS IS CODERRO.

                   SELECT OPTIONAL ARQ-FILIAL
                   ASSIGN TO "estfilial.dat"
                   ORGANIZATION INDEXED
                   RECORD KEY IS COD-ESTOQUE-FIL
                   ALTERNATE RECORD KEY IS COD-LIVRO-FIL WITH DUPLICATES
                   ACCESS DYNAMIC
                   FILE STATUS IS W-COD-ERRO-FIL.

                   SELECT OPTIONAL ARQ-TRANSF
                   ASSIGN TO "transferencias.dat"
                   ORGANIZATION INDEXED
                   RECORD KEY IS COD-TRANSF
                   ACCESS DYNAMIC
                   FILE STATUS IS W-COD-ERRO-TRA.

                   SELECT OPTIONAL ARQ-SUGESTAO
                   ASSIGN TO "sugtransf.dat"
                   ORGANIZATION INDEXED
                   RECORD KEY IS COD-SUGESTAO
                   ACCESS DYNAMIC
                   FILE STATUS IS W-COD-ERRO-SUG.

                   SELECT OPTIONAL ARQ-GUIA
                   ASSIGN TO "guias.txt"
                   ORGANIZATION LINE SEQUENTIAL
                   FILE STATUS IS W-COD-ERRO-GUI.

                   SELECT OPTIONAL ARQ-SESSAO
                   ASSIGN TO "usuario.atual"
                   ORGANIZATION LINE SEQUENTIAL
                   FILE STATUS IS W-COD-ERRO-SES.

       DATA DIVISION.
         FILE SECTION.
         FD  CAD-PRODUTO
             LABEL RECORD STANDARD.
         COPY "REGLIVRO.cpy".

         FD  ARQ-FILIAL
             LABEL RECORD STANDARD.
         COPY "REGFILIAL.cpy".

         FD  ARQ-TRANSF
             LABEL RECORD STANDARD.
         COPY "REGTRANSF.cpy".

         FD  ARQ-SUGESTAO
             LABEL RECORD STANDARD.
         COPY "REGSUGTRANSF.cpy".

         FD  ARQ-GUIA
             LABEL RECORD STANDARD.
         01  REG-GUIA  PIC X(100).

         FD  ARQ-SESSAO
             LABEL RECORD STANDARD.
         01  REG-SESSAO  PIC X(10).

         WORKING-STORAGE SECTION.
         77  CODERRO            PIC XX    VALUE SPACES.
             88  STATUS-OK                VALUE "00".
         77  W-COD-ERRO-FIL     PIC XX    VALUE SPACES.
         77  W-COD-ERRO-TRA     PIC XX    VALUE SPACES.
         77  W-COD-ERRO-SUG     PIC XX    VALUE SPACES.
         77  W-COD-ERRO-GUI     PIC XX    VALUE SPACES.
         77  W-COD-ERRO-SES     PIC XX    VALUE SPACES.
         77  W-OPCAO            PIC X     VALUE SPACES.
             88  OPC-OK                   VALUE "S" "N".
         77  W-DECISAO          PIC X     VALUE SPACES.
             88  DECISAO-OK               VALUE "A" "R" "P".
             88  DECISAO-APROVAR          VALUE "A".
             88  DECISAO-RECUSAR          VALUE "R".
         77  W-CONFIRMA         PIC X     VALUE SPACES.
         77  W-ACHOU-REGISTRO   PIC X     VALUE "N".
             88  ACHOU-REGISTRO           VALUE "S".
         77  W-ACHOU-PENDENTE   PIC X     VALUE "N".
             88  ACHOU-PENDENTE           VALUE "S".
         77  W-APROVACAO-OK     PIC X     VALUE "N".
             88  APROVACAO-OK             VALUE "S".
         77  W-LOGIN-OK         PIC X     VALUE "N".
         77  W-ACESSO-LIBERADO  PIC X     VALUE "N".
             88  ACESSO-LIBERADO          VALUE "S".
         77  W-EM-LOTE          PIC X     VALUE "N".
             88  EM-LOTE                  VALUE "S".
         77  W-OPERADOR-SESSAO  PIC X(10) VALUE SPACES.
         77  W-ULTIMA-SUGESTAO  PIC 9(5)  VALUE ZEROS.
         77  W-TOTAL-DECIDIDAS  PIC 9(5)  VALUE ZEROS.
         77  W-FILIAL-PROCURADA PIC 9(2)  VALUE ZEROS.
         77  W-FILIAL-ORIGEM    PIC 9(2)  VALUE ZEROS.
         77  W-FILIAL-DESTINO   PIC 9(2)  VALUE ZEROS.
         77  W-QTD-DIG          PIC 9(5)  VALUE ZEROS.
         77  W-CHAVE-ORIGEM     PIC 9(5)  VALUE ZEROS.
         77  W-CHAVE-DESTINO    PIC 9(5)  VALUE ZEROS.
         77  W-SALDO-ORIGEM     PIC 9(5)  VALUE ZEROS.
         77  W-SALDO-DESTINO    PIC 9(5)  VALUE ZEROS.
         77  W-NOME-ORIGEM      PIC X(20) VALUE SPACES.
         77  W-NOME-DESTINO     PIC X(20) VALUE SPACES.
         77  W-PROX-COD-TRANSF  PIC 9(5)  VALUE ZEROS.
         77  W-NUM-CONTROLE     PIC 9(9)  VALUE ZEROS.
         77  W-PROX-COD-ESTOQUE-FIL PIC 9(5) VALUE ZEROS.
         77  W-DATA-HOJE-AAAAMMDD PIC 9(8) VALUE ZEROS.
         77  COD-ED             PIC ZZ9   VALUE ZEROS.
         77  FILIAL-ED          PIC Z9    VALUE ZEROS.
         77  QTD-ED             PIC ZZZZ9 VALUE ZEROS.
         77  COD-SUGESTAO-ED    PIC ZZZZ9 VALUE ZEROS.
         77  COD-TRANSF-ED      PIC ZZZZ9 VALUE ZEROS.
         77  W-BRANCO           PIC X(60) VALUE SPACES.

         SCREEN SECTION.
            01 CLEAR-SCREEN.
               05 BLANK SCREEN BACKGROUND-COLOR 0 FOREGROUND-COLOR 0.

       PROCEDURE DIVISION.

       INICIO.
           *> APROVACAO, UMA A UMA, DAS TRANSFERENCIAS SUGERIDAS PELO
           *> LOTE SEMANAL SUGERIRTRANSF ("sugtransf.dat"). A SUGESTAO
           *> APROVADA VIRA UMA TRANSFERENCIA NORMAL, COM O MESMO
           *> MOVIMENTO NOS DOIS LADOS, GUIA E KARDEX DE TRANSFERENCIA,
           *> SEM REDIGITACAO; A RECUSADA FICA REGISTRADA COM QUEM
           *> RECUSOU. EXIGE PERFIL DE ADMINISTRADOR (SUPERVISOR).
           PERFORM INICIALIZACAO.
           PERFORM PROCESSAMENTO UNTIL W-OPCAO = "N".
           PERFORM FINALIZACAO.
           EXIT PROGRAM.

       INICIALIZACAO.
           PERFORM VERIFICAR-JANELA-LOTE.
           IF  EM-LOTE
               MOVE "N" TO W-OPCAO
           ELSE
               PERFORM VALIDAR-ACESSO
               IF  ACESSO-LIBERADO
                   PERFORM LER-SESSAO-ATUAL
                   OPEN INPUT CAD-PRODUTO
                   OPEN I-O ARQ-FILIAL
                   OPEN I-O ARQ-TRANSF
                   OPEN I-O ARQ-SUGESTAO
                   MOVE ZEROS TO W-ULTIMA-SUGESTAO
                   PERFORM LOCALIZAR-PROXIMA-PENDENTE
                   IF  NOT ACHOU-PENDENTE
                       DISPLAY CLEAR-SCREEN
                       DISPLAY "NAO HA SUGESTOES DE TRANSFERENCIA "
                               "PENDENTES" AT 1310
                       STOP "   <ENTER> PARA CONTINUAR"
                       MOVE "N" TO W-OPCAO
                   END-IF
               ELSE
                   MOVE "N" TO W-OPCAO
               END-IF
           END-IF.

       VERIFICAR-JANELA-LOTE.
           *> COM A ROTINA NOTURNA EM ANDAMENTO (modolote.txt), A
           *> ATUALIZACAO E RECUSADA: O LOTE NAO PODE COPIAR NEM
           *> CONCILIAR ARQUIVO NO MEIO DE UMA GRAVACAO DE TERMINAL.
           CALL "VERIFICARLOTE" USING W-EM-LOTE.
           IF  EM-LOTE
               DISPLAY CLEAR-SCREEN
               DISPLAY "PROCESSAMENTO NOTURNO EM ANDAMENTO - TENTE "
                       "MAIS TARDE" AT 1310
               STOP "   <ENTER> PARA CONTINUAR"
           END-IF.

       VALIDAR-ACESSO.
           MOVE "N" TO W-LOGIN-OK.
           CALL "VALIDARLOGIN" USING W-LOGIN-OK "APROVARTRANSF  ".
           IF  W-LOGIN-OK = "S"
               MOVE "S" TO W-ACESSO-LIBERADO
           ELSE
               MOVE "N" TO W-ACESSO-LIBERADO
               DISPLAY CLEAR-SCREEN
               DISPLAY "ACESSO NEGADO - OPERACAO CANCELADA" AT 1310
               STOP  "   <ENTER> PARA CONTINUAR"
           END-IF.

       LER-SESSAO-ATUAL.
           *> O LOGIN DE VALIDARLOGIN FICA EM usuario.atual: E QUEM
           *> RESPONDE PELAS DECISOES DESTA SESSAO.
           MOVE "DESCONHEC." TO W-OPERADOR-SESSAO.
           OPEN INPUT ARQ-SESSAO.
           IF  W-COD-ERRO-SES = "00"
               READ ARQ-SESSAO INTO W-OPERADOR-SESSAO
                   AT END CONTINUE
               END-READ
               CLOSE ARQ-SESSAO
           END-IF.

       LOCALIZAR-PROXIMA-PENDENTE.
           *> AVANCA A PARTIR DA ULTIMA SUGESTAO EXIBIDA; AS PULADAS
           *> CONTINUAM PENDENTES PARA A PROXIMA SESSAO.
           MOVE "N" TO W-ACHOU-PENDENTE.
           MOVE W-ULTIMA-SUGESTAO TO COD-SUGESTAO.
           START ARQ-SUGESTAO KEY IS GREATER THAN COD-SUGESTAO
               INVALID KEY MOVE "10" TO W-COD-ERRO-SUG
           END-START.
           IF  W-COD-ERRO-SUG = "00"
               PERFORM LER-PROXIMA-SUGESTAO
               PERFORM UNTIL W-COD-ERRO-SUG NOT = "00"
                       OR ACHOU-PENDENTE
                   IF  SUGESTAO-PENDENTE
                       MOVE "S" TO W-ACHOU-PENDENTE
                       MOVE COD-SUGESTAO TO W-ULTIMA-SUGESTAO
                   ELSE
                       PERFORM LER-PROXIMA-SUGESTAO
                   END-IF
               END-PERFORM
           END-IF.
           MOVE "00" TO W-COD-ERRO-SUG.

       LER-PROXIMA-SUGESTAO.
           READ ARQ-SUGESTAO NEXT RECORD
               AT END MOVE "10" TO W-COD-ERRO-SUG
           END-READ.

       PROCESSAMENTO.
           PERFORM FORMATAR-TELA.
           PERFORM EXIBIR-SUGESTAO.
           PERFORM RECEBER-DECISAO.
           EVALUATE TRUE
               WHEN DECISAO-APROVAR
                   PERFORM APROVAR-SUGESTAO
               WHEN DECISAO-RECUSAR
                   PERFORM RECUSAR-SUGESTAO
               WHEN OTHER
                   DISPLAY "SUGESTAO MANTIDA PENDENTE" AT 2712
           END-EVALUATE.
           PERFORM OPCAO-CONTINUIDADE.
           IF  W-OPCAO = "S"
               PERFORM LOCALIZAR-PROXIMA-PENDENTE
               IF  NOT ACHOU-PENDENTE
                   DISPLAY "NAO HA MAIS SUGESTOES PENDENTES" AT 2712
                   STOP "   <ENTER> PARA CONTINUAR"
                   MOVE "N" TO W-OPCAO
               END-IF
           END-IF.

       FORMATAR-TELA.
           MOVE SPACES TO W-DECISAO W-CONFIRMA W-NOME-ORIGEM
                W-NOME-DESTINO.
           MOVE ZEROS TO W-QTD-DIG W-CHAVE-ORIGEM W-CHAVE-DESTINO
                W-SALDO-ORIGEM W-SALDO-DESTINO QTD-ED.

           DISPLAY CLEAR-SCREEN.
           CALL "CABECALHO".

           DISPLAY "APROVACAO DE TRANSFERENCIAS SUGERIDAS" AT 1310.
           DISPLAY "SUGESTAO:"                          AT 1502.
           DISPLAY "LIVRO...:"                          AT 1602.
           DISPLAY "ORIGEM..:"                          AT 1802.
           DISPLAY "DESTINO.:"                          AT 1902.
           DISPLAY "SALDO HOJE:"                        AT 1740.
           DISPLAY "DEMANDA:"                           AT 1754.
           DISPLAY "QUANTIDADE SUGERIDA:"               AT 2102.
           DISPLAY "(A)PROVAR, (R)ECUSAR OU (P)ULAR:"   AT 2302.
           DISPLAY "QUANTIDADE A TRANSFERIR (0=SUGERIDA):" AT 2402.
           DISPLAY "CONFIRMA A TRANSFERENCIA? (S/N):"   AT 2502.
           DISPLAY "MENSAGEM:"                          AT 2702.
           DISPLAY "PROXIMA SUGESTAO? (S/N):"           AT 2902.

       EXIBIR-SUGESTAO.
           *> MOSTRA A SUGESTAO COM O SALDO DE HOJE DOS DOIS LADOS: O
           *> ESTOQUE PODE TER MUDADO DESDE O LOTE.
           MOVE COD-SUGESTAO TO COD-SUGESTAO-ED.
           DISPLAY COD-SUGESTAO-ED AT 1512.
           DISPLAY "DE " AT 1520.
           DISPLAY DATA-SUGESTAO (7:2) "/" DATA-SUGESTAO (5:2) "/"
                   DATA-SUGESTAO (1:4) AT 1523.

           MOVE COD-LIVRO-SUG TO COD-LIVRO COD-ED.
           DISPLAY COD-ED AT 1612.
           READ CAD-PRODUTO.
           IF  STATUS-OK
               DISPLAY TITULO-LIVRO AT 1617
           ELSE
               MOVE ZEROS TO QTD-ESTOQUE
               DISPLAY "(LIVRO NAO CADASTRADO)" AT 1617
           END-IF.

           MOVE FILIAL-ORIGEM-SUG TO W-FILIAL-ORIGEM W-FILIAL-PROCURADA
                FILIAL-ED.
           DISPLAY FILIAL-ED AT 1812.
           PERFORM LOCALIZAR-REGISTRO-FILIAL.
           IF  ACHOU-REGISTRO
               MOVE COD-ESTOQUE-FIL TO W-CHAVE-ORIGEM
               MOVE QTD-ESTOQUE-FIL TO W-SALDO-ORIGEM
               MOVE NOME-FILIAL     TO W-NOME-ORIGEM
           END-IF.
           DISPLAY W-NOME-ORIGEM AT 1816.
           MOVE W-SALDO-ORIGEM TO QTD-ED.
           DISPLAY QTD-ED AT 1843.
           MOVE DEMANDA-ORIGEM-SUG TO QTD-ED.
           DISPLAY QTD-ED AT 1855.

           MOVE FILIAL-DESTINO-SUG TO W-FILIAL-DESTINO
                W-FILIAL-PROCURADA FILIAL-ED.
           DISPLAY FILIAL-ED AT 1912.
           PERFORM LOCALIZAR-REGISTRO-FILIAL.
           IF  ACHOU-REGISTRO
               MOVE COD-ESTOQUE-FIL TO W-CHAVE-DESTINO
               MOVE QTD-ESTOQUE-FIL TO W-SALDO-DESTINO
               MOVE NOME-FILIAL     TO W-NOME-DESTINO
           ELSE
               *> O DESTINO PERDEU O REGISTRO DESDE O LOTE: A
               *> APROVACAO CRIA UM NOVO COM O NOME PADRAO.
               STRING "FILIAL " FILIAL-DESTINO-SUG
                   DELIMITED BY SIZE INTO W-NOME-DESTINO
               END-STRING
           END-IF.
           DISPLAY W-NOME-DESTINO AT 1916.
           MOVE W-SALDO-DESTINO TO QTD-ED.
           DISPLAY QTD-ED AT 1943.
           MOVE DEMANDA-DESTINO-SUG TO QTD-ED.
           DISPLAY QTD-ED AT 1955.

           MOVE QTD-SUGERIDA TO QTD-ED.
           DISPLAY QTD-ED AT 2123.

       RECEBER-DECISAO.
           PERFORM WITH TEST AFTER UNTIL DECISAO-OK
               ACCEPT W-DECISAO AT 2336 WITH AUTO
               MOVE FUNCTION UPPER-CASE (W-DECISAO) TO W-DECISAO
               IF  DECISAO-OK
                   PERFORM LIMPAR-ESPACO-MENSAGEM
               ELSE
                   DISPLAY "DIGITE 'A', 'R' OU 'P'" AT 2712
               END-IF
           END-PERFORM.

       APROVAR-SUGESTAO.
           MOVE "N" TO W-APROVACAO-OK.
           IF  W-CHAVE-ORIGEM = 0 OR W-SALDO-ORIGEM = 0
               DISPLAY "ORIGEM SEM SALDO HOJE - SUGESTAO MANTIDA "
                       "PENDENTE" AT 2712
           ELSE
               PERFORM RECEBER-QUANTIDADE
               PERFORM CONFIRMAR-APROVACAO
           END-IF.
           IF  APROVACAO-OK
               PERFORM EFETIVAR-TRANSFERENCIA
           END-IF.

       RECEBER-QUANTIDADE.
           *> A SUGERIDA PODE SER REDUZIDA (OU LIMITADA AO SALDO DE
           *> HOJE), NUNCA PASSAR DO QUE A ORIGEM TEM.
           PERFORM WITH TEST AFTER UNTIL
                   W-QTD-DIG > 0 AND W-QTD-DIG <= W-SALDO-ORIGEM
               MOVE ZEROS TO QTD-ED
               ACCEPT QTD-ED AT 2441
               MOVE QTD-ED TO W-QTD-DIG
               IF  W-QTD-DIG = 0
                   MOVE QTD-SUGERIDA TO W-QTD-DIG
                   MOVE W-QTD-DIG TO QTD-ED
                   DISPLAY QTD-ED AT 2441
               END-IF
               IF  W-QTD-DIG > W-SALDO-ORIGEM
                   DISPLAY "SALDO DA ORIGEM INSUFICIENTE ("
                           W-SALDO-ORIGEM ")" AT 2712
               ELSE
                   PERFORM LIMPAR-ESPACO-MENSAGEM
               END-IF
           END-PERFORM.

       CONFIRMAR-APROVACAO.
           PERFORM WITH TEST AFTER UNTIL W-CONFIRMA = "S" OR "N"
               ACCEPT W-CONFIRMA AT 2536 WITH AUTO
               MOVE FUNCTION UPPER-CASE (W-CONFIRMA) TO W-CONFIRMA
               IF  W-CONFIRMA NOT = "S" AND "N"
                   DISPLAY "DIGITAR 'S' PARA CONFIRMAR E 'N' PARA"
                           AT 2712
               ELSE
                   PERFORM LIMPAR-ESPACO-MENSAGEM
               END-IF
           END-PERFORM.
           IF  W-CONFIRMA = "S"
               MOVE "S" TO W-APROVACAO-OK
           ELSE
               DISPLAY "SUGESTAO MANTIDA PENDENTE" AT 2712
           END-IF.

       LOCALIZAR-REGISTRO-FILIAL.
           *> PROCURA O REGISTRO DE ESTOQUE DESTE LIVRO NA FILIAL
           *> W-FILIAL-PROCURADA (MESMA ROTINA DE TRANSFERENCIA).
           MOVE "N" TO W-ACHOU-REGISTRO.
           MOVE COD-LIVRO TO COD-LIVRO-FIL.
           START ARQ-FILIAL KEY IS NOT LESS THAN COD-LIVRO-FIL
               INVALID KEY MOVE "23" TO W-COD-ERRO-FIL
           END-START.
           IF  W-COD-ERRO-FIL = "00"
               PERFORM LER-PROXIMA-FILIAL
               PERFORM UNTIL W-COD-ERRO-FIL NOT = "00"
                       OR COD-LIVRO-FIL NOT = COD-LIVRO
                       OR ACHOU-REGISTRO
                   IF  COD-FILIAL = W-FILIAL-PROCURADA
                       MOVE "S" TO W-ACHOU-REGISTRO
                   ELSE
                       PERFORM LER-PROXIMA-FILIAL
                   END-IF
               END-PERFORM
           END-IF.
           MOVE "00" TO W-COD-ERRO-FIL.

       LER-PROXIMA-FILIAL.
           READ ARQ-FILIAL NEXT RECORD
               AT END MOVE "10" TO W-COD-ERRO-FIL
           END-READ.

       EFETIVAR-TRANSFERENCIA.
           *> OS DOIS LADOS DO MOVIMENTO DEVEM SER GRAVADOS OU NENHUM,
           *> COMO EM TRANSFERENCIA: A BAIXA NA ORIGEM SO DEPOIS DO
           *> LANCAMENTO NO DESTINO; SE A BAIXA FALHAR, O DESTINO E
           *> ESTORNADO E A SUGESTAO CONTINUA PENDENTE.
           PERFORM LANCAR-NO-DESTINO.
           IF  W-COD-ERRO-FIL = "00"
               PERFORM BAIXAR-NA-ORIGEM
               IF  W-COD-ERRO-FIL = "00"
                   PERFORM GRAVAR-TRANSFERENCIA
               ELSE
                   PERFORM ESTORNAR-DESTINO
                   DISPLAY "ERRO AO BAIXAR A ORIGEM (STATUS "
                           W-COD-ERRO-FIL ") - NADA FOI MOVIDO"
                           AT 2712
               END-IF
           ELSE
               DISPLAY "ERRO AO LANCAR NO DESTINO (STATUS "
                       W-COD-ERRO-FIL ") - NADA FOI MOVIDO" AT 2712
           END-IF.

       LANCAR-NO-DESTINO.
           IF  W-CHAVE-DESTINO > 0
               MOVE W-CHAVE-DESTINO TO COD-ESTOQUE-FIL
               READ ARQ-FILIAL
               IF  W-COD-ERRO-FIL = "00"
                   ADD W-QTD-DIG TO QTD-ESTOQUE-FIL
                   REWRITE REG-ESTOQUE-FILIAL
               END-IF
           ELSE
               PERFORM GERAR-PROXIMO-COD-ESTOQUE-FIL
               MOVE COD-ESTOQUE-FIL TO W-CHAVE-DESTINO
               MOVE COD-LIVRO        TO COD-LIVRO-FIL
               MOVE W-FILIAL-DESTINO TO COD-FILIAL
               MOVE W-NOME-DESTINO   TO NOME-FILIAL
               MOVE W-QTD-DIG        TO QTD-ESTOQUE-FIL
               WRITE REG-ESTOQUE-FILIAL
           END-IF.

       BAIXAR-NA-ORIGEM.
           MOVE W-CHAVE-ORIGEM TO COD-ESTOQUE-FIL.
           READ ARQ-FILIAL.
           IF  W-COD-ERRO-FIL = "00"
               SUBTRACT W-QTD-DIG FROM QTD-ESTOQUE-FIL
               REWRITE REG-ESTOQUE-FILIAL
           END-IF.

       ESTORNAR-DESTINO.
           MOVE W-CHAVE-DESTINO TO COD-ESTOQUE-FIL.
           READ ARQ-FILIAL.
           IF  W-COD-ERRO-FIL = "00"
               SUBTRACT W-QTD-DIG FROM QTD-ESTOQUE-FIL
               REWRITE REG-ESTOQUE-FILIAL
           END-IF.

       GRAVAR-TRANSFERENCIA.
           PERFORM GERAR-PROXIMO-COD-TRANSF.
           MOVE W-PROX-COD-TRANSF TO COD-TRANSF.
           ACCEPT W-DATA-HOJE-AAAAMMDD FROM DATE YYYYMMDD.
           MOVE W-DATA-HOJE-AAAAMMDD (1:4) TO DT-ANO.
           MOVE W-DATA-HOJE-AAAAMMDD (5:2) TO DT-MES.
           MOVE W-DATA-HOJE-AAAAMMDD (7:2) TO DT-DIA.
           MOVE COD-LIVRO        TO COD-LIVRO-TRA.
           MOVE W-FILIAL-ORIGEM  TO FILIAL-ORIGEM-TRA.
           MOVE W-FILIAL-DESTINO TO FILIAL-DESTINO-TRA.
           MOVE W-QTD-DIG        TO QTD-TRANSF.
           WRITE REG-TRANSFERENCIA.
           IF  W-COD-ERRO-TRA = "00"
               PERFORM GRAVAR-GUIA
               CALL "GRAVARKARDEX" USING "TRANSFER  " COD-LIVRO
                    "T" W-QTD-DIG QTD-ESTOQUE
               PERFORM MARCAR-SUGESTAO-APROVADA
               MOVE COD-TRANSF TO COD-TRANSF-ED
               DISPLAY "TRANSFERENCIA " AT 2712
               DISPLAY COD-TRANSF-ED AT 2727
               DISPLAY " EFETIVADA" AT 2732
           ELSE
               DISPLAY "ERRO AO GRAVAR TRANSFERENCIA (STATUS "
                       W-COD-ERRO-TRA ")" AT 2712
           END-IF.

       MARCAR-SUGESTAO-APROVADA.
           MOVE W-ULTIMA-SUGESTAO TO COD-SUGESTAO.
           READ ARQ-SUGESTAO.
           IF  W-COD-ERRO-SUG = "00"
               MOVE "A"                  TO SITUACAO-SUG
               MOVE COD-TRANSF           TO COD-TRANSF-SUG
               MOVE W-QTD-DIG            TO QTD-APROVADA-SUG
               MOVE W-DATA-HOJE-AAAAMMDD TO DATA-DECISAO-SUG
               MOVE W-OPERADOR-SESSAO    TO USUARIO-DECISAO-SUG
               REWRITE REG-SUGESTAO-TRANSF
               ADD 1 TO W-TOTAL-DECIDIDAS
           END-IF.

       RECUSAR-SUGESTAO.
           MOVE W-ULTIMA-SUGESTAO TO COD-SUGESTAO.
           READ ARQ-SUGESTAO.
           IF  W-COD-ERRO-SUG = "00"
               ACCEPT W-DATA-HOJE-AAAAMMDD FROM DATE YYYYMMDD
               MOVE "R"                  TO SITUACAO-SUG
               MOVE ZEROS                TO COD-TRANSF-SUG
                                            QTD-APROVADA-SUG
               MOVE W-DATA-HOJE-AAAAMMDD TO DATA-DECISAO-SUG
               MOVE W-OPERADOR-SESSAO    TO USUARIO-DECISAO-SUG
               REWRITE REG-SUGESTAO-TRANSF
               ADD 1 TO W-TOTAL-DECIDIDAS
               DISPLAY "SUGESTAO RECUSADA" AT 2712
           ELSE
               DISPLAY "ERRO AO LER SUGESTAO (STATUS "
                       W-COD-ERRO-SUG ")" AT 2712
           END-IF.

       GERAR-PROXIMO-COD-TRANSF.
           *> MESMA SERIE DE NUMERACAO DE TRANSFERENCIA (PROXIMONUMERO),
           *> COM A MESMA VARREDURA DE RESERVA ENQUANTO NAO SEMEADA.
           MOVE ZEROS TO W-NUM-CONTROLE.
           CALL "PROXIMONUMERO" USING "P" "TRANSF      "
                W-NUM-CONTROLE.
           IF  W-NUM-CONTROLE > 0
               MOVE W-NUM-CONTROLE TO W-PROX-COD-TRANSF
           ELSE
               PERFORM VARRER-MAIOR-COD-TRANSF
               MOVE W-PROX-COD-TRANSF TO W-NUM-CONTROLE
               CALL "PROXIMONUMERO" USING "D" "TRANSF      "
                    W-NUM-CONTROLE
           END-IF.

       VARRER-MAIOR-COD-TRANSF.
           MOVE ZEROS TO W-PROX-COD-TRANSF COD-TRANSF.
           START ARQ-TRANSF KEY IS NOT LESS THAN COD-TRANSF
               INVALID KEY MOVE "10" TO W-COD-ERRO-TRA
           END-START.
           IF  W-COD-ERRO-TRA = "00"
               PERFORM LER-PROXIMA-TRANSF
               PERFORM UNTIL W-COD-ERRO-TRA NOT = "00"
                   IF  COD-TRANSF > W-PROX-COD-TRANSF
                       MOVE COD-TRANSF TO W-PROX-COD-TRANSF
                   END-IF
                   PERFORM LER-PROXIMA-TRANSF
               END-PERFORM
           END-IF.
           ADD 1 TO W-PROX-COD-TRANSF.
           MOVE "00" TO W-COD-ERRO-TRA.

       LER-PROXIMA-TRANSF.
           READ ARQ-TRANSF NEXT RECORD
               AT END MOVE "10" TO W-COD-ERRO-TRA
           END-READ.

       GERAR-PROXIMO-COD-ESTOQUE-FIL.
           MOVE ZEROS TO W-PROX-COD-ESTOQUE-FIL COD-ESTOQUE-FIL.
           START ARQ-FILIAL KEY IS NOT LESS THAN COD-ESTOQUE-FIL
               INVALID KEY MOVE "10" TO W-COD-ERRO-FIL
           END-START.
           IF  W-COD-ERRO-FIL = "00"
               PERFORM LER-PROXIMA-FILIAL
               PERFORM UNTIL W-COD-ERRO-FIL NOT = "00"
                   IF  COD-ESTOQUE-FIL > W-PROX-COD-ESTOQUE-FIL
                       MOVE COD-ESTOQUE-FIL TO W-PROX-COD-ESTOQUE-FIL
                   END-IF
                   PERFORM LER-PROXIMA-FILIAL
               END-PERFORM
           END-IF.
           ADD 1 TO W-PROX-COD-ESTOQUE-FIL.
           MOVE W-PROX-COD-ESTOQUE-FIL TO COD-ESTOQUE-FIL.
           MOVE "00" TO W-COD-ERRO-FIL.

       GRAVAR-GUIA.
           *> MESMA GUIA DE TRANSPORTE DE TRANSFERENCIA ("guias.txt").
           OPEN EXTEND ARQ-GUIA.
           IF  W-COD-ERRO-GUI = "00" OR W-COD-ERRO-GUI = "05"
               MOVE SPACES TO REG-GUIA
               STRING "GUIA " DELIMITED BY SIZE
                      COD-TRANSF DELIMITED BY SIZE
                      " DATA " DELIMITED BY SIZE
                      DT-DIA "/" DT-MES "/" DT-ANO
                      DELIMITED BY SIZE
                      " LIVRO " DELIMITED BY SIZE
                      COD-LIVRO-TRA DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      TITULO-LIVRO (1:25) DELIMITED BY SIZE
                      " DE FILIAL " DELIMITED BY SIZE
                      FILIAL-ORIGEM-TRA DELIMITED BY SIZE
                      " PARA FILIAL " DELIMITED BY SIZE
                      FILIAL-DESTINO-TRA DELIMITED BY SIZE
                      " QTD " DELIMITED BY SIZE
                      QTD-TRANSF DELIMITED BY SIZE
                   INTO REG-GUIA
               END-STRING
               WRITE REG-GUIA
               CLOSE ARQ-GUIA
           END-IF.

       OPCAO-CONTINUIDADE.
           PERFORM WITH TEST AFTER UNTIL OPC-OK
               ACCEPT W-OPCAO AT 2927 WITH AUTO
               MOVE FUNCTION UPPER-CASE (W-OPCAO) TO W-OPCAO
               IF  OPC-OK
                   PERFORM LIMPAR-ESPACO-MENSAGEM
               ELSE
                   DISPLAY "DIGITE 'S' OU 'N'" AT 2712
               END-IF
           END-PERFORM.

       LIMPAR-ESPACO-MENSAGEM.
           DISPLAY W-BRANCO AT 2712.

       FINALIZACAO.
           IF  NOT EM-LOTE AND ACESSO-LIBERADO
               CLOSE CAD-PRODUTO
               CLOSE ARQ-FILIAL
               CLOSE ARQ-TRANSF
               CLOSE ARQ-SUGESTAO
           END-IF.
           DISPLAY "TERMINO DO PROCESSAMENTO" AT 3121.

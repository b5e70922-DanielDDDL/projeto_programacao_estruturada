
       IDENTIFICATION DIVISION.

       PROGRAM-ID. PERIODOCONTABIL.
       AUTHOR. DANIEL.

       ENVIRONMENT DIVISION.
         CONFIGURATION SECTION.

             SPECIAL-NAMES.
                 DECIMAL-POINT IS COMMA.

             INPUT-OUTPUT SECTION.
               FILE-CONTROL.
                   SELECT OPTIONAL ARQ-PERIODO
                   ASSIGN TO "periodos.dat"
                   ORGANIZATION INDEXED
                   RECORD KEY IS PERIODO-PER
                   ACCESS RANDOM
                   FILE STATUS IS W-COD-ERRO-PER.

                   SELECT OPTIONAL ARQ-SESSAO
                   ASSIGN TO "usuario.atual"
                   ORGANIZATION LINE SEQUENTIAL
                   FILE STATUS IS W-COD-ERRO-SES.

       DATA DIVISION.
         FILE SECTION.
         FD  ARQ-PERIODO
             LABEL RECORD STANDARD.
         COPY "REGPERIODO.cpy".

         FD  ARQ-SESSAO
             LABEL RECORD STANDARD.
         01  REG-SESSAO  PIC X(10).

         WORKING-STORAGE SECTION.
         77  W-COD-ERRO-PER     PIC XX    VALUE SPACES.
             88  STATUS-PER-OK            VALUE "00".
         77  W-COD-ERRO-SES     PIC XX    VALUE SPACES.
         77  W-OPCAO            PIC X     VALUE SPACES.
             88  OPC-OK                   VALUE "S" "N".
         77  W-CONFIRMA         PIC X     VALUE SPACES.
         77  W-ACHOU-PERIODO    PIC X     VALUE "N".
             88  ACHOU-PERIODO            VALUE "S".
         77  W-LOGIN-OK         PIC X     VALUE "N".
         77  W-ACESSO-LIBERADO  PIC X     VALUE "N".
             88  ACESSO-LIBERADO          VALUE "S".
         77  W-EM-LOTE          PIC X     VALUE "N".
             88  EM-LOTE                  VALUE "S".
         77  W-OPERADOR-SESSAO  PIC X(10) VALUE SPACES.
         77  W-PERIODO-DIG      PIC 9(6)  VALUE ZEROS.
         77  W-PERIODO-ATUAL    PIC 9(6)  VALUE ZEROS.
         77  W-MOTIVO           PIC X(40) VALUE SPACES.
         77  W-DATA-HOJE-AAAAMMDD PIC 9(8) VALUE ZEROS.
         77  W-DATA-EDITAR      PIC 9(8)  VALUE ZEROS.
         77  W-DATA-ED          PIC X(10) VALUE SPACES.
         77  W-LIVRO-LOG        PIC 9(3)  VALUE ZEROS.
         77  W-OPERACAO-LOG     PIC X(10) VALUE SPACES.
         77  W-TITULO-LOG       PIC X(40) VALUE SPACES.
         77  W-LOG-ANTES        PIC X(173) VALUE SPACES.
         77  W-LOG-DEPOIS       PIC X(173) VALUE SPACES.
         77  W-BRANCO           PIC X(60) VALUE SPACES.

         SCREEN SECTION.
            01 CLEAR-SCREEN.
               05 BLANK SCREEN BACKGROUND-COLOR 0 FOREGROUND-COLOR 0.

       PROCEDURE DIVISION.

       INICIO.
           *> CONTROLE DOS PERIODOS CONTABEIS: O MES FECHADO POR
           *> FECHARMES FICA BLOQUEADO EM "periodos.dat" E NENHUM
           *> PROGRAMA LANCA MAIS MOVIMENTO DATADO DENTRO DELE. AQUI UM
           *> ADMINISTRADOR REABRE O MES (COM MOTIVO) PARA UM ACERTO E
           *> O FECHA DE NOVO DEPOIS; AS DUAS OPERACOES VAO PARA O LOG
           *> DE AUDITORIA COM O USUARIO DA SESSAO. REFAZER O
           *> FECHAMENTO DO MES EM FECHARMES TAMBEM O BLOQUEIA.
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
                   OPEN I-O ARQ-PERIODO
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
           CALL "VALIDARLOGIN" USING W-LOGIN-OK "PERIODOCONTABIL".
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
           *> RESPONDE PELA REABERTURA OU PELO NOVO FECHAMENTO.
           MOVE "DESCONHEC." TO W-OPERADOR-SESSAO.
           OPEN INPUT ARQ-SESSAO.
           IF  W-COD-ERRO-SES = "00"
               READ ARQ-SESSAO INTO W-OPERADOR-SESSAO
                   AT END CONTINUE
               END-READ
               CLOSE ARQ-SESSAO
           END-IF.

       PROCESSAMENTO.
           PERFORM FORMATAR-TELA.
           PERFORM RECEBER-PERIODO.
           PERFORM EXIBIR-PERIODO.
           EVALUATE TRUE
               WHEN NOT ACHOU-PERIODO
                   DISPLAY "PERIODO NUNCA FOI FECHADO - JA ESTA ABERTO"
                           AT 2712
               WHEN PERIODO-FECHADO
                   PERFORM REABRIR-PERIODO
               WHEN W-PERIODO-DIG NOT < W-PERIODO-ATUAL
                   DISPLAY "MES AINDA EM ANDAMENTO - SO O MES ENCERRADO"
                           " E FECHADO" AT 2712
               WHEN OTHER
                   PERFORM FECHAR-PERIODO
           END-EVALUATE.
           PERFORM OPCAO-CONTINUIDADE.

       FORMATAR-TELA.
           MOVE SPACES TO W-CONFIRMA W-MOTIVO.
           MOVE ZEROS TO W-PERIODO-DIG.
           MOVE "N" TO W-ACHOU-PERIODO.
           ACCEPT W-DATA-HOJE-AAAAMMDD FROM DATE YYYYMMDD.
           MOVE W-DATA-HOJE-AAAAMMDD (1:6) TO W-PERIODO-ATUAL.

           DISPLAY CLEAR-SCREEN.
           CALL "CABECALHO".

           DISPLAY "CONTROLE DE PERIODOS CONTABEIS" AT 1310.
           DISPLAY "PERIODO (AAAAMM):"                  AT 1502.
           DISPLAY "SITUACAO:"                          AT 1702.
           DISPLAY "FECHADO EM:"                        AT 1802.
           DISPLAY "POR:"                               AT 1830.
           DISPLAY "REABERTO EM:"                       AT 1902.
           DISPLAY "POR:"                               AT 1930.
           DISPLAY "MOTIVO:"                            AT 2002.
           DISPLAY "MENSAGEM:"                          AT 2702.
           DISPLAY "OUTRO PERIODO? (S/N):"              AT 2902.

       RECEBER-PERIODO.
           PERFORM WITH TEST AFTER UNTIL W-PERIODO-DIG (5:2) >= "01"
                   AND W-PERIODO-DIG (5:2) <= "12"
               ACCEPT W-PERIODO-DIG AT 1520
               IF  W-PERIODO-DIG (5:2) >= "01"
                       AND W-PERIODO-DIG (5:2) <= "12"
                   PERFORM LIMPAR-ESPACO-MENSAGEM
               ELSE
                   DISPLAY "PERIODO INVALIDO - INFORME AAAAMM" AT 2712
               END-IF
           END-PERFORM.

       EXIBIR-PERIODO.
           MOVE W-PERIODO-DIG TO PERIODO-PER.
           READ ARQ-PERIODO.
           IF  STATUS-PER-OK
               MOVE "S" TO W-ACHOU-PERIODO
               IF  PERIODO-FECHADO
                   DISPLAY "FECHADO (BLOQUEADO PARA LANCAMENTOS)"
                           AT 1712
               ELSE
                   DISPLAY "REABERTO (ACEITA LANCAMENTOS)" AT 1712
               END-IF
               MOVE DATA-FECHAMENTO-PER TO W-DATA-EDITAR
               PERFORM EDITAR-DATA
               DISPLAY W-DATA-ED               AT 1814
               DISPLAY USUARIO-FECHAMENTO-PER  AT 1835
               IF  DATA-REABERTURA-PER > 0
                   MOVE DATA-REABERTURA-PER TO W-DATA-EDITAR
                   PERFORM EDITAR-DATA
                   DISPLAY W-DATA-ED              AT 1915
                   DISPLAY USUARIO-REABERTURA-PER AT 1935
                   DISPLAY MOTIVO-REABERTURA-PER  AT 2010
               END-IF
           ELSE
               DISPLAY "ABERTO" AT 1712
           END-IF.

       EDITAR-DATA.
           MOVE SPACES TO W-DATA-ED.
           STRING W-DATA-EDITAR (7:2) "/"
                  W-DATA-EDITAR (5:2) "/"
                  W-DATA-EDITAR (1:4)
               DELIMITED BY SIZE INTO W-DATA-ED
           END-STRING.

       REABRIR-PERIODO.
           *> SEM MOTIVO NAO HA REABERTURA: E ELE QUE EXPLICA, NO LOG,
           *> POR QUE OS NUMEROS JA ENTREGUES AO CONTADOR MUDARAM.
           DISPLAY "REABRIR O PERIODO? (S/N):" AT 2302.
           PERFORM RECEBER-CONFIRMACAO.
           IF  W-CONFIRMA = "S"
               DISPLAY "MOTIVO DA REABERTURA:" AT 2502
               PERFORM WITH TEST AFTER UNTIL W-MOTIVO NOT = SPACES
                   ACCEPT W-MOTIVO AT 2524
                   MOVE FUNCTION UPPER-CASE (W-MOTIVO) TO W-MOTIVO
                   IF  W-MOTIVO = SPACES
                       DISPLAY "INFORME O MOTIVO DA REABERTURA" AT 2712
                   ELSE
                       PERFORM LIMPAR-ESPACO-MENSAGEM
                   END-IF
               END-PERFORM
               MOVE "A"                  TO SITUACAO-PER
               MOVE W-DATA-HOJE-AAAAMMDD TO DATA-REABERTURA-PER
               MOVE W-OPERADOR-SESSAO    TO USUARIO-REABERTURA-PER
               MOVE W-MOTIVO             TO MOTIVO-REABERTURA-PER
               REWRITE REG-PERIODO
               IF  STATUS-PER-OK
                   MOVE "REABERTURA" TO W-OPERACAO-LOG
                   PERFORM GRAVAR-LOG-PERIODO
                   DISPLAY "PERIODO REABERTO - LANCAMENTOS LIBERADOS"
                           AT 2712
               ELSE
                   DISPLAY "ERRO AO REABRIR PERIODO (STATUS "
                           W-COD-ERRO-PER ")" AT 2712
               END-IF
           ELSE
               DISPLAY "PERIODO MANTIDO FECHADO" AT 2712
           END-IF.

       FECHAR-PERIODO.
           DISPLAY "FECHAR O PERIODO DE NOVO? (S/N):" AT 2302.
           PERFORM RECEBER-CONFIRMACAO.
           IF  W-CONFIRMA = "S"
               MOVE "F"                  TO SITUACAO-PER
               MOVE W-DATA-HOJE-AAAAMMDD TO DATA-FECHAMENTO-PER
               MOVE W-OPERADOR-SESSAO    TO USUARIO-FECHAMENTO-PER
               REWRITE REG-PERIODO
               IF  STATUS-PER-OK
                   MOVE "BLOQUEIO  " TO W-OPERACAO-LOG
                   PERFORM GRAVAR-LOG-PERIODO
                   DISPLAY "PERIODO FECHADO - LANCAMENTOS BLOQUEADOS"
                           AT 2712
               ELSE
                   DISPLAY "ERRO AO FECHAR PERIODO (STATUS "
                           W-COD-ERRO-PER ")" AT 2712
               END-IF
           ELSE
               DISPLAY "PERIODO MANTIDO REABERTO" AT 2712
           END-IF.

       RECEBER-CONFIRMACAO.
           PERFORM WITH TEST AFTER UNTIL W-CONFIRMA = "S" OR "N"
               ACCEPT W-CONFIRMA AT 2336 WITH AUTO
               MOVE FUNCTION UPPER-CASE (W-CONFIRMA) TO W-CONFIRMA
               IF  W-CONFIRMA NOT = "S" AND "N"
                   DISPLAY "DIGITE 'S' OU 'N'" AT 2712
               ELSE
                   PERFORM LIMPAR-ESPACO-MENSAGEM
               END-IF
           END-PERFORM.

       GRAVAR-LOG-PERIODO.
           MOVE SPACES TO W-TITULO-LOG W-LOG-ANTES W-LOG-DEPOIS.
           STRING "PERIODO CONTABIL " W-PERIODO-DIG
               DELIMITED BY SIZE INTO W-TITULO-LOG
           END-STRING.
           MOVE W-DATA-HOJE-AAAAMMDD TO W-DATA-EDITAR.
           PERFORM EDITAR-DATA.
           IF  PERIODO-REABERTO
               STRING "PERIODO " W-PERIODO-DIG " FECHADO EM "
                      DELIMITED BY SIZE
                      DATA-FECHAMENTO-PER (7:2) "/"
                      DATA-FECHAMENTO-PER (5:2) "/"
                      DATA-FECHAMENTO-PER (1:4)
                      " POR " DELIMITED BY SIZE
                      USUARIO-FECHAMENTO-PER DELIMITED BY SPACE
                   INTO W-LOG-ANTES
               END-STRING
               STRING "REABERTO POR " DELIMITED BY SIZE
                      W-OPERADOR-SESSAO DELIMITED BY SPACE
                      " EM " W-DATA-ED " MOTIVO: " W-MOTIVO
                      DELIMITED BY SIZE
                   INTO W-LOG-DEPOIS
               END-STRING
           ELSE
               STRING "PERIODO " W-PERIODO-DIG " REABERTO EM "
                      DELIMITED BY SIZE
                      DATA-REABERTURA-PER (7:2) "/"
                      DATA-REABERTURA-PER (5:2) "/"
                      DATA-REABERTURA-PER (1:4)
                      " POR " DELIMITED BY SIZE
                      USUARIO-REABERTURA-PER DELIMITED BY SPACE
                   INTO W-LOG-ANTES
               END-STRING
               STRING "FECHADO DE NOVO POR " DELIMITED BY SIZE
                      W-OPERADOR-SESSAO DELIMITED BY SPACE
                      " EM " W-DATA-ED DELIMITED BY SIZE
                   INTO W-LOG-DEPOIS
               END-STRING
           END-IF.
           CALL "LOGAUDITORIA" USING W-OPERACAO-LOG W-LIVRO-LOG
                W-TITULO-LOG W-LOG-ANTES W-LOG-DEPOIS.

       OPCAO-CONTINUIDADE.
           PERFORM WITH TEST AFTER UNTIL OPC-OK
               ACCEPT W-OPCAO AT 2925 WITH AUTO
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
               CLOSE ARQ-PERIODO
           END-IF.
           DISPLAY "TERMINO DO PROCESSAMENTO" AT 3121.

                   ACCESS DYNAMIC
                   FILE STATUS IS W-COD-ERRO-LEI.

                   SELECT OPTIONAL ARQ-FILIAL-SESSAO
                   ASSIGN TO "filial.atual"
                   ORGANIZATION LINE SEQUENTIAL
                   FILE STATUS IS W-COD-ERRO-FIS.

       DATA DIVISION.
         FILE SECTION.
         FD  ARQ-LEITOR
             LABEL RECORD STANDARD.
         COPY "REGLEITOR.cpy".

         FD  ARQ-FILIAL-SESSAO
             LABEL RECORD STANDARD.
         01  REG-FILIAL-SESSAO  PIC X(2).

         WORKING-STORAGE SECTION.
         77  W-COD-ERRO-LEI     PIC XX    VALUE SPACES.
             88  STATUS-LEI-OK            VALUE "00".
      *> A VARREDURA DE DOCUMENTO DUPLICADO REUTILIZA O BUFFER DO
      *> REGISTRO (REG-LEITOR); O REGISTRO EM EDICAO E GUARDADO AQUI
      *> E RESTAURADO DEPOIS - MESMA RESSALVA DE EMPRESTAR.
         77  W-REG-LEITOR-SALVO PIC X(191) VALUE SPACES.
         77  W-TIPO-DIG         PIC X     VALUE SPACES.
             88  TIPO-DIG-OK              VALUE "E" "P" "F" "V".
         77  W-CANAL-DIG        PIC X     VALUE SPACES.
             88  CANAL-DIG-OK             VALUE "C" "E" "S".
      *> FILIAL DA SESSAO DO TERMINAL ("filial.atual"), SUGERIDA COMO
      *> FILIAL DO LEITOR NOVO; SEM O ARQUIVO, VALE A 01 (MATRIZ).
         77  W-COD-ERRO-FIS     PIC XX    VALUE SPACES.
         77  W-FILIAL-SESSAO    PIC 9(2)  VALUE 01.
         77  W-FILIAL-TEXTO     PIC X(2)  VALUE SPACES.
         77  W-FILIAL-NUM REDEFINES W-FILIAL-TEXTO PIC 9(2).
         77  FILIAL-ED          PIC Z9    VALUE ZEROS.
      *> VALIDADE DA INSCRICAO: UM ANO A PARTIR DO CADASTRO; DEPOIS
      *> SO A RENOVACAO (RENOVARINSCRICAO) A ESTENDE.
         77  W-DATA-HOJE-AAAAMMDD PIC 9(8) VALUE ZEROS.
         01  W-VALIDADE.
             02  W-VALIDADE-ANO PIC 9(4).
             02  W-VALIDADE-MMDD PIC 9(4).
         01  W-VALIDADE-NUM REDEFINES W-VALIDADE PIC 9(8).

         SCREEN SECTION.
            01 CLEAR-SCREEN.
       INICIALIZACAO.
           *> SE ARQUIVO NAO FOR ENCONTRADO, UM NOVO SERA CRIADO
           OPEN I-O ARQ-LEITOR.
           ACCEPT W-DATA-HOJE-AAAAMMDD FROM DATE YYYYMMDD.
           PERFORM OBTER-FILIAL-SESSAO.

       OBTER-FILIAL-SESSAO.
           *> A FILIAL ESCOLHIDA NO LOGIN FICA EM "filial.atual".
           OPEN INPUT ARQ-FILIAL-SESSAO.
           IF  W-COD-ERRO-FIS = "00"
               READ ARQ-FILIAL-SESSAO INTO W-FILIAL-TEXTO
                   AT END CONTINUE
               END-READ
               CLOSE ARQ-FILIAL-SESSAO
               IF  W-FILIAL-TEXTO IS NUMERIC AND W-FILIAL-NUM > 0
                   MOVE W-FILIAL-NUM TO W-FILIAL-SESSAO
               END-IF
           END-IF.

       PROCESSAMENTO.
           PERFORM FORMATAR-TELA.
       FORMATAR-TELA.
           MOVE "N" TO W-LEITOR-NOVO.
           MOVE ZEROS TO COD-LEITOR-ED.
           MOVE SPACES TO W-CONFIRMA W-SITUACAO-DIG W-TIPO-DIG
                W-CANAL-DIG.

           DISPLAY CLEAR-SCREEN.
           CALL "CABECALHO".

           DISPLAY "CADASTRO DE LEITORES"               AT 1310.
           DISPLAY "CODIGO (0 = NOVO LEITOR):"          AT 1502.
           DISPLAY "FILIAL:"                            AT 1540.
           DISPLAY "VALIDADE:"                          AT 1555.
           DISPLAY "NOME:"                              AT 1702.
           DISPLAY "TELEFONE:"                          AT 1902.
           DISPLAY "CELULAR:"                           AT 1932.
           DISPLAY "DOCUMENTO (CPF):"                   AT 2002.
           DISPLAY "ENDERECO:"                          AT 2102.
           DISPLAY "TIPO (E=ESTUD. P=PROF. F=FUNC. V=VISIT.):"
                                                        AT 2202.
           DISPLAY "SITUACAO (A=ATIVO B=BLOQUEADO):"    AT 2302.
           DISPLAY "E-MAIL:"                            AT 2402.
           DISPLAY "AVISOS POR (C=CARTA E=E-MAIL S=SMS):"
                                                        AT 2502.
           DISPLAY "CONFIRMA A GRAVACAO? (S/N):"        AT 2602.
           DISPLAY "MENSAGEM:"                          AT 2702.
           DISPLAY "OUTRO LEITOR? (S/N):"               AT 2902.

               INITIALIZE REG-LEITOR
               MOVE W-PROX-COD-LEITOR TO COD-LEITOR COD-LEITOR-ED
               MOVE "A" TO SITUACAO-LEITOR
               MOVE "C" TO CANAL-LEITOR
               MOVE W-FILIAL-SESSAO TO FILIAL-LEITOR
               DISPLAY COD-LEITOR-ED AT 1529
           ELSE
               MOVE COD-LEITOR-ED TO COD-LEITOR
               IF  STATUS-LEI-OK
                   DISPLAY NOME-LEITOR-CAD  AT 1709
                   DISPLAY TELEFONE-LEITOR  AT 1913
                   DISPLAY CELULAR-LEITOR   AT 1941
                   DISPLAY DOCUMENTO-LEITOR AT 2019
                   DISPLAY ENDERECO-LEITOR  AT 2113
                   DISPLAY TIPO-LEITOR      AT 2245
                   DISPLAY SITUACAO-LEITOR  AT 2335
                   DISPLAY EMAIL-LEITOR     AT 2410
                   DISPLAY CANAL-LEITOR     AT 2540
                   PERFORM EXIBIR-VALIDADE
                   PERFORM LIMPAR-ESPACO-MENSAGEM
               ELSE
                   *> CODIGO AINDA NAO CADASTRADO: TRATA COMO INCLUSAO
                   INITIALIZE REG-LEITOR
                   MOVE COD-LEITOR-ED TO COD-LEITOR
                   MOVE "A" TO SITUACAO-LEITOR
                   MOVE "C" TO CANAL-LEITOR
                   MOVE W-FILIAL-SESSAO TO FILIAL-LEITOR
                   DISPLAY "LEITOR NAO CADASTRADO - SERA INCLUIDO"
                           AT 2712
               END-IF
               AT END MOVE "10" TO W-COD-ERRO-LEI
           END-READ.

       EXIBIR-VALIDADE.
           IF  DATA-VALIDADE-LEITOR > 0
               DISPLAY DATA-VALIDADE-LEITOR (7:2) AT 1565
               DISPLAY "/" AT 1567
               DISPLAY DATA-VALIDADE-LEITOR (5:2) AT 1568
               DISPLAY "/" AT 1570
               DISPLAY DATA-VALIDADE-LEITOR (1:4) AT 1571
           END-IF.

       RECEBER-DADOS.
           DISPLAY NOME-LEITOR-CAD AT 1709.
           PERFORM WITH TEST AFTER UNTIL NOME-LEITOR-CAD NOT = SPACES
               END-IF
           END-PERFORM.

           DISPLAY CELULAR-LEITOR AT 1941.
           ACCEPT CELULAR-LEITOR AT 1941.

           PERFORM RECEBER-DOCUMENTO.

           DISPLAY ENDERECO-LEITOR AT 2113.
           ACCEPT ENDERECO-LEITOR AT 2113.

           PERFORM RECEBER-TIPO-LEITOR.

           MOVE SITUACAO-LEITOR TO W-SITUACAO-DIG.
           DISPLAY W-SITUACAO-DIG AT 2335.
           PERFORM WITH TEST AFTER UNTIL SITUACAO-DIG-OK
           END-PERFORM.
           MOVE W-SITUACAO-DIG TO SITUACAO-LEITOR.

           DISPLAY EMAIL-LEITOR AT 2410.
           ACCEPT EMAIL-LEITOR AT 2410.

           PERFORM RECEBER-CANAL-AVISO.

           PERFORM RECEBER-FILIAL-LEITOR.

           *> LEITOR NOVO (OU ANTIGO AINDA SEM VALIDADE) GANHA UM ANO
           *> DE INSCRICAO A PARTIR DE HOJE.
           IF  DATA-VALIDADE-LEITOR = 0
               MOVE W-DATA-HOJE-AAAAMMDD TO W-VALIDADE-NUM
               ADD 1 TO W-VALIDADE-ANO
               IF  W-VALIDADE-MMDD = 0229
                   MOVE 0228 TO W-VALIDADE-MMDD
               END-IF
               MOVE W-VALIDADE-NUM TO DATA-VALIDADE-LEITOR
               PERFORM EXIBIR-VALIDADE
           END-IF.

       RECEBER-FILIAL-LEITOR.
           *> FILIAL DE ORIGEM DO LEITOR, USADA NO RELATORIO DE
           *> INSCRICOES VENCIDAS; LEITOR ANTIGO FICA NA DA SESSAO.
           IF  FILIAL-LEITOR = 0
               MOVE W-FILIAL-SESSAO TO FILIAL-LEITOR
           END-IF.
           MOVE FILIAL-LEITOR TO FILIAL-ED.
           DISPLAY FILIAL-ED AT 1548.
           PERFORM WITH TEST AFTER UNTIL FILIAL-LEITOR > 0
               ACCEPT FILIAL-ED AT 1548
               MOVE FILIAL-ED TO FILIAL-LEITOR
               IF  FILIAL-LEITOR = 0
                   DISPLAY "INFORME A FILIAL DO LEITOR (01 A 99)"
                           AT 2712
               ELSE
                   PERFORM LIMPAR-ESPACO-MENSAGEM
               END-IF
           END-PERFORM.

       RECEBER-TIPO-LEITOR.
           *> O TIPO DEFINE AS REGRAS DE EMPRESTIMO (POLITICAS); LEITOR
           *> ANTIGO, AINDA SEM TIPO, GANHA UM NA PROXIMA ALTERACAO -
           *> MESMA CONVENCAO DO DOCUMENTO.
           MOVE TIPO-LEITOR TO W-TIPO-DIG.
           DISPLAY W-TIPO-DIG AT 2245.
           PERFORM WITH TEST AFTER UNTIL TIPO-DIG-OK
               ACCEPT W-TIPO-DIG AT 2245 WITH AUTO
               MOVE FUNCTION UPPER-CASE (W-TIPO-DIG) TO W-TIPO-DIG
               IF  TIPO-DIG-OK
                   PERFORM LIMPAR-ESPACO-MENSAGEM
               ELSE
                   DISPLAY "DIGITE 'E', 'P', 'F' OU 'V'" AT 2712
               END-IF
           END-PERFORM.
           MOVE W-TIPO-DIG TO TIPO-LEITOR.

       RECEBER-CANAL-AVISO.
           *> POR ONDE SAEM AS CARTAS DE COBRANCA, LEMBRETE E AVISO DE
           *> RESERVA; E-MAIL E SMS EXIGEM O ENDERECO CORRESPONDENTE.
           *> LEITOR ANTIGO, SEM CANAL, FICA NA CARTA.
           MOVE CANAL-LEITOR TO W-CANAL-DIG.
           IF  W-CANAL-DIG = SPACE
               MOVE "C" TO W-CANAL-DIG
           END-IF.
           DISPLAY W-CANAL-DIG AT 2540.
           MOVE SPACE TO CANAL-LEITOR.
           PERFORM WITH TEST AFTER UNTIL CANAL-LEITOR NOT = SPACE
               ACCEPT W-CANAL-DIG AT 2540 WITH AUTO
               MOVE FUNCTION UPPER-CASE (W-CANAL-DIG) TO W-CANAL-DIG
               EVALUATE TRUE
                   WHEN NOT CANAL-DIG-OK
                       DISPLAY "DIGITE 'C', 'E' OU 'S'" AT 2712
                   WHEN W-CANAL-DIG = "E" AND EMAIL-LEITOR = SPACES
                       DISPLAY "INFORME O E-MAIL PARA AVISOS POR E-MAIL"
                               AT 2712
                   WHEN W-CANAL-DIG = "S" AND CELULAR-LEITOR = SPACES
                       DISPLAY "INFORME O CELULAR PARA AVISOS POR SMS"
                               AT 2712
                   WHEN OTHER
                       MOVE W-CANAL-DIG TO CANAL-LEITOR
                       PERFORM LIMPAR-ESPACO-MENSAGEM
               END-EVALUATE
           END-PERFORM.

       RECEBER-DOCUMENTO.
           *> O DOCUMENTO E OBRIGATORIO E NAO PODE JA PERTENCER A
           *> OUTRO CODIGO: E A DEFESA CONTRA O MESMO LEITOR ACABAR

       CONFIRMAR-E-GRAVAR.
           PERFORM WITH TEST AFTER UNTIL W-CONFIRMA = "S" OR "N"
               ACCEPT W-CONFIRMA AT 2631 WITH AUTO
               MOVE FUNCTION UPPER-CASE (W-CONFIRMA) TO W-CONFIRMA
               IF  W-CONFIRMA NOT = "S" AND "N"
                   DISPLAY "DIGITAR 'S' PARA CONFIRMAR E 'N' PARA"

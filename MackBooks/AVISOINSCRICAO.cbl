
       IDENTIFICATION DIVISION.

       PROGRAM-ID. AVISOINSCRICAO.
       AUTHOR. DANIEL.

       ENVIRONMENT DIVISION.
         CONFIGURATION SECTION.

             SPECIAL-NAMES.
                 DECIMAL-POINT IS COMMA.

             INPUT-OUTPUT SECTION.
               FILE-CONTROL.
                   SELECT OPTIONAL ARQ-LEITOR
                   ASSIGN TO "leitores.dat"
                   ORGANIZATION INDEXED
                   RECORD KEY IS COD-LEITOR
                   ACCESS DYNAMIC
                   FILE STATUS IS W-COD-ERRO-LEI.

                   SELECT OPTIONAL ARQ-MODELO
                   ASSIGN TO "cartainscricao.txt"
                   ORGANIZATION LINE SEQUENTIAL
                   FILE STATUS IS W-COD-ERRO-MOD.

                   SELECT OPTIONAL ARQ-AVISOS
                   ASSIGN TO "avisoinscricao.txt"
                   ORGANIZATION LINE SEQUENTIAL
                   FILE STATUS IS W-COD-ERRO-AVI.

                   SELECT OPTIONAL ARQ-MODO-LOTE
                   ASSIGN TO "modolote.txt"
                   ORGANIZATION LINE SEQUENTIAL
                   FILE STATUS IS W-COD-ERRO-LOT.

                   SELECT OPTIONAL ARQ-RELATORIO
                   ASSIGN TO "relinscricao.txt"
                   ORGANIZATION LINE SEQUENTIAL
                   FILE STATUS IS W-COD-ERRO-REL.

       DATA DIVISION.
         FILE SECTION.
         FD  ARQ-LEITOR
             LABEL RECORD STANDARD.
         COPY "REGLEITOR.cpy".

         FD  ARQ-MODELO
             LABEL RECORD STANDARD.
         01  REG-MODELO  PIC X(80).

         FD  ARQ-AVISOS
             LABEL RECORD STANDARD.
         01  REG-AVISO  PIC X(100).

         FD  ARQ-MODO-LOTE
             LABEL RECORD STANDARD.
         01  REG-MODO-LOTE  PIC X(10).

         FD  ARQ-RELATORIO
             LABEL RECORD STANDARD.
         01  REG-RELATORIO  PIC X(100).

         WORKING-STORAGE SECTION.
         77  W-COD-ERRO-LEI     PIC XX    VALUE SPACES.
         77  W-COD-ERRO-MOD     PIC XX    VALUE SPACES.
         77  W-COD-ERRO-AVI     PIC XX    VALUE SPACES.
         77  W-COD-ERRO-LOT     PIC XX    VALUE SPACES.
         77  W-COD-ERRO-REL     PIC XX    VALUE SPACES.
         77  W-FIM-ARQUIVO      PIC X     VALUE "N".
             88  FIM-ARQUIVO              VALUE "S".
         77  W-MODO-LOTE        PIC X     VALUE "N".
             88  MODO-LOTE                VALUE "S".
         77  W-DATA-HOJE-AAAAMMDD PIC 9(8) VALUE ZEROS.
         77  W-DATA-LIMITE      PIC 9(8)  VALUE ZEROS.
         77  W-INTEIRO-LIMITE   PIC 9(7)  VALUE ZEROS.
         77  W-IDX              PIC 9(4)  VALUE ZEROS.
         77  W-IDX-MOD          PIC 99    VALUE ZEROS.
         77  W-FILIAL           PIC 9(3)  VALUE ZEROS.
         77  W-TOTAL-A-VENCER   PIC 9(4)  VALUE ZEROS.
         77  W-TOTAL-VENCIDAS   PIC 9(4)  VALUE ZEROS.
         77  W-TOTAL-AVISOS     PIC 9(4)  VALUE ZEROS.
         77  W-LINHA            PIC X(100) VALUE SPACES.
         77  QTD-ED             PIC ZZZ9  VALUE ZEROS.
         77  FILIAL-ED          PIC 99    VALUE ZEROS.

      *> LEITOR QUE PREFERE E-MAIL/SMS: O AVISO VAI PARA A CAIXA DE
      *> SAIDA (ROTINA CAIXASAIDA), MESMA REGRA DE AVISORESERVA.
         77  W-CARTA-ELETRONICA PIC X     VALUE "N".
             88  CARTA-ELETRONICA         VALUE "S".
         77  W-RETORNO-MSG      PIC X     VALUE "N".
         77  W-IDX-MSG          PIC 99    VALUE ZEROS.
         77  W-TOTAL-MENSAGENS  PIC 9(4)  VALUE ZEROS.
         77  W-TOTAL-REIMPRESSAS PIC 9(4) VALUE ZEROS.
         COPY "REGMENSAGEM.cpy".

      *> MODELO DA CARTA: AS LINHAS DE cartainscricao.txt ANTES DA
      *> LINHA MARCADORA "%LIVROS%" SAEM NO TOPO E AS DEPOIS DELA NO
      *> RODAPE, EM VOLTA DA LINHA COM A DATA DE VENCIMENTO - MESMA
      *> CONVENCAO DE cartaaviso.txt EM AVISORESERVA.
         77  W-TOTAL-LINHAS-TOPO   PIC 99 VALUE ZEROS.
         77  W-TOTAL-LINHAS-RODAPE PIC 99 VALUE ZEROS.
         77  W-LENDO-RODAPE     PIC X     VALUE "N".
             88  LENDO-RODAPE             VALUE "S".
         01  TABELA-MODELO-TOPO.
             02  LINHA-TOPO  OCCURS 15 TIMES  PIC X(80).
         01  TABELA-MODELO-RODAPE.
             02  LINHA-RODAPE  OCCURS 15 TIMES  PIC X(80).

      *> INSCRICOES QUE VENCEM NOS PROXIMOS 30 DIAS (AVISADAS) E AS
      *> JA VENCIDAS, GUARDADAS PARA O RELATORIO; AS VENCIDAS SAEM
      *> AGRUPADAS PELA FILIAL DO LEITOR, COM O TOTAL DE CADA UMA.
         01  TABELA-A-VENCER.
             02  A-VENCER  OCCURS 1000 TIMES.
                 03  AV-COD-LEITOR    PIC 9(5).
                 03  AV-NOME          PIC X(40).
                 03  AV-FILIAL        PIC 9(2).
                 03  AV-VALIDADE      PIC 9(8).
                 03  AV-CANAL         PIC X.
         01  TABELA-VENCIDAS.
             02  VENCIDA  OCCURS 2000 TIMES.
                 03  VC-COD-LEITOR    PIC 9(5).
                 03  VC-NOME          PIC X(40).
                 03  VC-FILIAL        PIC 9(2).
                 03  VC-VALIDADE      PIC 9(8).
         01  TABELA-FILIAIS.
             02  TOTAL-FILIAL  OCCURS 100 TIMES  PIC 9(4).

       PROCEDURE DIVISION.

       INICIO.
           *> INSCRICOES DE LEITOR: AVISA (CARTA OU E-MAIL/SMS) OS
           *> LEITORES ATIVOS CUJA INSCRICAO VENCE NOS PROXIMOS 30 DIAS
           *> E LISTA EM relinscricao.txt OS AVISADOS E AS INSCRICOES
           *> JA VENCIDAS POR FILIAL. RODA NO MENU OU NA ROTINA NOTURNA
           *> (DIA 1 DE CADA MES), SEM TECLADO.
           PERFORM INICIALIZACAO.
           PERFORM PROCESSAMENTO UNTIL FIM-ARQUIVO.
           PERFORM FINALIZACAO.
           GOBACK.

       INICIALIZACAO.
           MOVE ZEROS TO RETURN-CODE.
           PERFORM VERIFICAR-MODO-LOTE.
           DISPLAY "AVISOS DE VENCIMENTO DE INSCRICAO".
           ACCEPT W-DATA-HOJE-AAAAMMDD FROM DATE YYYYMMDD.
           COMPUTE W-INTEIRO-LIMITE =
                   FUNCTION INTEGER-OF-DATE (W-DATA-HOJE-AAAAMMDD) + 30.
           COMPUTE W-DATA-LIMITE =
                   FUNCTION DATE-OF-INTEGER (W-INTEIRO-LIMITE).
           INITIALIZE TABELA-FILIAIS.
           PERFORM CARREGAR-MODELO.
           OPEN INPUT ARQ-LEITOR.
           IF  W-COD-ERRO-LEI NOT = "00" AND "05"
               DISPLAY "ERRO AO ABRIR leitores.dat (STATUS "
                       W-COD-ERRO-LEI ")"
               MOVE 8 TO RETURN-CODE
               MOVE "S" TO W-FIM-ARQUIVO
           ELSE
               PERFORM LER-PROXIMO-LEITOR
           END-IF.

       VERIFICAR-MODO-LOTE.
           *> "LOTE" EM modolote.txt (GRAVADO POR ROTINANOTURNA)
           *> SIGNIFICA EXECUCAO SEM TECLADO: A LISTA SAI SO EM
           *> relinscricao.txt E NO SPOOL, SEM PAUSA.
           MOVE "N" TO W-MODO-LOTE.
           OPEN INPUT ARQ-MODO-LOTE.
           IF  W-COD-ERRO-LOT = "00"
               MOVE SPACES TO REG-MODO-LOTE
               READ ARQ-MODO-LOTE
                   AT END CONTINUE
               END-READ
               CLOSE ARQ-MODO-LOTE
               IF  REG-MODO-LOTE (1:4) = "LOTE"
                   MOVE "S" TO W-MODO-LOTE
               END-IF
           END-IF.

       CARREGAR-MODELO.
           MOVE ZEROS TO W-TOTAL-LINHAS-TOPO W-TOTAL-LINHAS-RODAPE.
           MOVE "N" TO W-LENDO-RODAPE.
           OPEN INPUT ARQ-MODELO.
           IF  W-COD-ERRO-MOD = "00"
               PERFORM LER-LINHA-MODELO
               PERFORM UNTIL W-COD-ERRO-MOD NOT = "00"
                   IF  FUNCTION TRIM (REG-MODELO) = "%LIVROS%"
                       MOVE "S" TO W-LENDO-RODAPE
                   ELSE
                       PERFORM GUARDAR-LINHA-MODELO
                   END-IF
                   PERFORM LER-LINHA-MODELO
               END-PERFORM
               CLOSE ARQ-MODELO
           END-IF.
           IF  W-TOTAL-LINHAS-TOPO = 0
               MOVE 2 TO W-TOTAL-LINHAS-TOPO
               MOVE "PREZADO LEITOR," TO LINHA-TOPO (1)
               MOVE "SUA INSCRICAO NA BIBLIOTECA ESTA PERTO DO FIM:"
                 TO LINHA-TOPO (2)
           END-IF.
           IF  W-TOTAL-LINHAS-RODAPE = 0
               MOVE 3 TO W-TOTAL-LINHAS-RODAPE
               MOVE "RENOVE NO BALCAO DE QUALQUER FILIAL; VENCIDA, A"
                 TO LINHA-RODAPE (1)
               MOVE "INSCRICAO NAO PERMITE NOVOS EMPRESTIMOS."
                 TO LINHA-RODAPE (2)
               MOVE "ATENCIOSAMENTE, BOOK'S CORP" TO LINHA-RODAPE (3)
           END-IF.

       LER-LINHA-MODELO.
           READ ARQ-MODELO
               AT END MOVE "10" TO W-COD-ERRO-MOD
           END-READ.

       GUARDAR-LINHA-MODELO.
           IF  LENDO-RODAPE
               IF  W-TOTAL-LINHAS-RODAPE < 15
                   ADD 1 TO W-TOTAL-LINHAS-RODAPE
                   MOVE REG-MODELO
                     TO LINHA-RODAPE (W-TOTAL-LINHAS-RODAPE)
               END-IF
           ELSE
               IF  W-TOTAL-LINHAS-TOPO < 15
                   ADD 1 TO W-TOTAL-LINHAS-TOPO
                   MOVE REG-MODELO
                     TO LINHA-TOPO (W-TOTAL-LINHAS-TOPO)
               END-IF
           END-IF.

       PROCESSAMENTO.
           *> VALIDADE ZERADA E DE LEITOR ANTIGO, AINDA SEM INSCRICAO
           *> DATADA: NAO ENTRA EM NENHUMA DAS DUAS LISTAS.
           IF  DATA-VALIDADE-LEITOR > 0
               IF  DATA-VALIDADE-LEITOR < W-DATA-HOJE-AAAAMMDD
                   PERFORM GUARDAR-VENCIDA
               ELSE
                   IF  DATA-VALIDADE-LEITOR <= W-DATA-LIMITE
                           AND LEITOR-ATIVO
                       PERFORM GUARDAR-A-VENCER
                   END-IF
               END-IF
           END-IF.
           PERFORM LER-PROXIMO-LEITOR.

       LER-PROXIMO-LEITOR.
           READ ARQ-LEITOR NEXT RECORD
               AT END MOVE "S" TO W-FIM-ARQUIVO
           END-READ.
           IF  NOT FIM-ARQUIVO
                   AND W-COD-ERRO-LEI NOT = "00" AND "02"
               DISPLAY "ERRO AO LER leitores.dat (STATUS "
                       W-COD-ERRO-LEI ")"
               MOVE 8 TO RETURN-CODE
               MOVE "S" TO W-FIM-ARQUIVO
           END-IF.

       GUARDAR-VENCIDA.
           COMPUTE W-FILIAL = FILIAL-LEITOR + 1.
           ADD 1 TO TOTAL-FILIAL (W-FILIAL).
           IF  W-TOTAL-VENCIDAS < 2000
               ADD 1 TO W-TOTAL-VENCIDAS
               MOVE COD-LEITOR      TO VC-COD-LEITOR (W-TOTAL-VENCIDAS)
               MOVE NOME-LEITOR-CAD TO VC-NOME (W-TOTAL-VENCIDAS)
               MOVE FILIAL-LEITOR   TO VC-FILIAL (W-TOTAL-VENCIDAS)
               MOVE DATA-VALIDADE-LEITOR
                 TO VC-VALIDADE (W-TOTAL-VENCIDAS)
           END-IF.

       GUARDAR-A-VENCER.
           IF  W-TOTAL-A-VENCER < 1000
               ADD 1 TO W-TOTAL-A-VENCER
               MOVE COD-LEITOR      TO AV-COD-LEITOR (W-TOTAL-A-VENCER)
               MOVE NOME-LEITOR-CAD TO AV-NOME (W-TOTAL-A-VENCER)
               MOVE FILIAL-LEITOR   TO AV-FILIAL (W-TOTAL-A-VENCER)
               MOVE DATA-VALIDADE-LEITOR
                 TO AV-VALIDADE (W-TOTAL-A-VENCER)
               MOVE CANAL-LEITOR    TO AV-CANAL (W-TOTAL-A-VENCER)
           END-IF.

       GERAR-AVISOS.
           OPEN OUTPUT ARQ-AVISOS.
           IF  W-COD-ERRO-AVI NOT = "00" AND "05"
               DISPLAY "ERRO AO ABRIR avisoinscricao.txt (STATUS "
                       W-COD-ERRO-AVI ")"
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM GERAR-UM-AVISO
                   VARYING W-IDX FROM 1 BY 1
                   UNTIL W-IDX > W-TOTAL-A-VENCER
               PERFORM REIMPRIMIR-RECUSADAS
               CLOSE ARQ-AVISOS
               IF  W-TOTAL-AVISOS > W-TOTAL-MENSAGENS
                       OR W-TOTAL-REIMPRESSAS > 0
                   CALL "SPOOLAR" USING "AVISOINSCRICAO      "
                        "avisoinscricao.txt  "
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
           MOVE SPACES TO REG-AVISO.
           STRING "   SUA INSCRICAO VENCE EM " DELIMITED BY SIZE
                  AV-VALIDADE (W-IDX) (7:2) DELIMITED BY SIZE
                  "/" DELIMITED BY SIZE
                  AV-VALIDADE (W-IDX) (5:2) DELIMITED BY SIZE
                  "/" DELIMITED BY SIZE
                  AV-VALIDADE (W-IDX) (1:4) DELIMITED BY SIZE
               INTO REG-AVISO
           END-STRING.
           PERFORM EMITIR-LINHA-AVISO.
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

       DEFINIR-CANAL-LEITOR.
           MOVE "N" TO W-CARTA-ELETRONICA.
           INITIALIZE REG-MENSAGEM.
           MOVE AV-COD-LEITOR (W-IDX) TO COD-LEITOR.
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
               MOVE "AVISOINSCRICAO"  TO PROGRAMA-ORIGEM-MSG
               MOVE "L"               TO TIPO-DESTINATARIO-MSG
               MOVE COD-LEITOR        TO COD-DESTINATARIO-MSG
               MOVE AV-NOME (W-IDX)   TO NOME-DESTINATARIO-MSG
               MOVE CANAL-LEITOR      TO CANAL-MSG
               MOVE ENDERECO-LEITOR   TO ENDERECO-POSTAL-MSG
               MOVE "SUA INSCRICAO ESTA PERTO DE VENCER - BOOK'S CORP"
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
           MOVE "AVISOINSCRICAO" TO PROGRAMA-ORIGEM-MSG.
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
                  AV-NOME (W-IDX) DELIMITED BY SIZE
               INTO REG-AVISO
           END-STRING.
           PERFORM EMITIR-LINHA-AVISO.
           MOVE SPACES TO REG-AVISO.
           IF  W-COD-ERRO-LEI = "00"
               STRING "ENDERECO.: " DELIMITED BY SIZE
                      ENDERECO-LEITOR DELIMITED BY SIZE
                   INTO REG-AVISO
               END-STRING
           ELSE
               MOVE "ENDERECO.: (LEITOR SEM CADASTRO)" TO REG-AVISO
           END-IF.
           PERFORM EMITIR-LINHA-AVISO.

       EMITIR-RELATORIO.
           OPEN OUTPUT ARQ-RELATORIO.
           IF  W-COD-ERRO-REL NOT = "00" AND "05"
               DISPLAY "ERRO AO CRIAR relinscricao.txt (STATUS "
                       W-COD-ERRO-REL ")"
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE SPACES TO W-LINHA
               STRING "INSCRICOES DE LEITOR - POSICAO EM "
                      W-DATA-HOJE-AAAAMMDD (7:2) "/"
                      W-DATA-HOJE-AAAAMMDD (5:2) "/"
                      W-DATA-HOJE-AAAAMMDD (1:4)
                   DELIMITED BY SIZE INTO W-LINHA
               END-STRING
               PERFORM GRAVAR-LINHA
               MOVE SPACES TO W-LINHA
               PERFORM GRAVAR-LINHA
               MOVE SPACES TO W-LINHA
               STRING "A VENCER ATE "
                      W-DATA-LIMITE (7:2) "/" W-DATA-LIMITE (5:2) "/"
                      W-DATA-LIMITE (1:4) " (AVISADOS)"
                   DELIMITED BY SIZE INTO W-LINHA
               END-STRING
               PERFORM GRAVAR-LINHA
               PERFORM GRAVAR-CABECALHO-COLUNAS
               PERFORM VARYING W-IDX FROM 1 BY 1
                       UNTIL W-IDX > W-TOTAL-A-VENCER
                   PERFORM MONTAR-LINHA-A-VENCER
               END-PERFORM
               MOVE SPACES TO W-LINHA
               MOVE W-TOTAL-A-VENCER TO QTD-ED
               STRING "TOTAL A VENCER....: " QTD-ED
                   DELIMITED BY SIZE INTO W-LINHA
               END-STRING
               PERFORM GRAVAR-LINHA
               MOVE SPACES TO W-LINHA
               PERFORM GRAVAR-LINHA
               MOVE "INSCRICOES VENCIDAS POR FILIAL" TO W-LINHA
               PERFORM GRAVAR-LINHA
               PERFORM LISTAR-VENCIDAS-FILIAL
                   VARYING W-FILIAL FROM 1 BY 1
                   UNTIL W-FILIAL > 100
               IF  W-TOTAL-VENCIDAS >= 2000
                   MOVE "TABELA CHEIA - LISTA TRUNCADA EM 2000"
                     TO W-LINHA
                   PERFORM GRAVAR-LINHA
               END-IF
               CLOSE ARQ-RELATORIO
               CALL "SPOOLAR" USING "AVISOINSCRICAO      "
                    "relinscricao.txt    "
           END-IF.

       GRAVAR-CABECALHO-COLUNAS.
           MOVE SPACES TO W-LINHA.
           MOVE "VALIDADE"   TO W-LINHA (1:8).
           MOVE "LEITOR"     TO W-LINHA (12:6).
           MOVE "NOME"       TO W-LINHA (18:4).
           MOVE "FILIAL"     TO W-LINHA (59:6).
           PERFORM GRAVAR-LINHA.

       MONTAR-LINHA-A-VENCER.
           MOVE AV-FILIAL (W-IDX) TO FILIAL-ED.
           MOVE SPACES TO W-LINHA.
           STRING AV-VALIDADE (W-IDX) (7:2) "/"
                  AV-VALIDADE (W-IDX) (5:2) "/"
                  AV-VALIDADE (W-IDX) (1:4) " "
                  AV-COD-LEITOR (W-IDX) " " AV-NOME (W-IDX) " "
                  FILIAL-ED
               DELIMITED BY SIZE INTO W-LINHA
           END-STRING.
           PERFORM GRAVAR-LINHA.

       LISTAR-VENCIDAS-FILIAL.
           *> A POSICAO 1 DA TABELA E A FILIAL 00 (LEITOR SEM FILIAL)
           IF  TOTAL-FILIAL (W-FILIAL) > 0
               COMPUTE FILIAL-ED = W-FILIAL - 1
               MOVE SPACES TO W-LINHA
               PERFORM GRAVAR-LINHA
               MOVE SPACES TO W-LINHA
               STRING "FILIAL " FILIAL-ED
                   DELIMITED BY SIZE INTO W-LINHA
               END-STRING
               PERFORM GRAVAR-LINHA
               PERFORM GRAVAR-CABECALHO-COLUNAS
               PERFORM VARYING W-IDX FROM 1 BY 1
                       UNTIL W-IDX > W-TOTAL-VENCIDAS
                   IF  VC-FILIAL (W-IDX) = W-FILIAL - 1
                       PERFORM MONTAR-LINHA-VENCIDA
                   END-IF
               END-PERFORM
               MOVE SPACES TO W-LINHA
               MOVE TOTAL-FILIAL (W-FILIAL) TO QTD-ED
               STRING "VENCIDAS NA FILIAL: " QTD-ED
                   DELIMITED BY SIZE INTO W-LINHA
               END-STRING
               PERFORM GRAVAR-LINHA
           END-IF.

       MONTAR-LINHA-VENCIDA.
           MOVE SPACES TO W-LINHA.
           STRING VC-VALIDADE (W-IDX) (7:2) "/"
                  VC-VALIDADE (W-IDX) (5:2) "/"
                  VC-VALIDADE (W-IDX) (1:4) " "
                  VC-COD-LEITOR (W-IDX) " " VC-NOME (W-IDX) " "
                  FILIAL-ED
               DELIMITED BY SIZE INTO W-LINHA
           END-STRING.
           PERFORM GRAVAR-LINHA.

       GRAVAR-LINHA.
           IF  NOT MODO-LOTE
               DISPLAY W-LINHA (1:79)
           END-IF.
           MOVE W-LINHA TO REG-RELATORIO.
           WRITE REG-RELATORIO.

       FINALIZACAO.
           *> COM RETURN-CODE 8 (CADASTRO ILEGIVEL) NAO HA AVISO NEM
           *> LISTA: UMA LISTA VAZIA PARECERIA "NADA A VENCER".
           IF  RETURN-CODE = 0
               PERFORM GERAR-AVISOS
               PERFORM EMITIR-RELATORIO
           END-IF.
           CLOSE ARQ-LEITOR.
           DISPLAY "AVISOS GERADOS..............: " W-TOTAL-AVISOS.
           DISPLAY "  POR E-MAIL/SMS............: " W-TOTAL-MENSAGENS.
           DISPLAY "RECUSADOS REIMPRESSOS.......: "
                   W-TOTAL-REIMPRESSAS.
           DISPLAY "INSCRICOES VENCIDAS.........: " W-TOTAL-VENCIDAS.
           IF  NOT MODO-LOTE
               STOP "   <ENTER> PARA CONTINUAR"
           END-IF.


       IDENTIFICATION DIVISION.

       PROGRAM-ID. ANONIMIZARLEITOR.
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

                   SELECT OPTIONAL ARQ-EMPRESTIMO
                   ASSIGN TO "emprestimos.dat"
                   ORGANIZATION INDEXED
                   RECORD KEY IS COD-EMPRESTIMO
                   ALTERNATE RECORD KEY IS COD-LIVRO-EMP WITH DUPLICATES
                   ALTERNATE RECORD KEY IS COD-LEITOR-EMP
                       WITH DUPLICATES
                   ACCESS SEQUENTIAL
                   FILE STATUS IS W-COD-ERRO-EMP.

      *> SEM OPTIONAL: ANO SEM HISTORICO DEVOLVE STATUS "35" E E
      *> PULADO, EM VEZ DE O OPEN I-O CRIAR UM ARQUIVO VAZIO.
                   SELECT ARQ-HISTORICO
                   ASSIGN TO DYNAMIC W-NOME-ARQ-HIST
                   ORGANIZATION SEQUENTIAL
                   FILE STATUS IS W-COD-ERRO-HIST.

                   SELECT OPTIONAL ARQ-MULTA
                   ASSIGN TO "multas.dat"
                   ORGANIZATION INDEXED
                   RECORD KEY IS COD-EMPRESTIMO-MUL
                   ALTERNATE RECORD KEY IS COD-LEITOR-MUL
                       WITH DUPLICATES
                   ACCESS SEQUENTIAL
                   FILE STATUS IS W-COD-ERRO-MUL.

                   SELECT OPTIONAL ARQ-PAGTO-MULTA
                   ASSIGN TO "pagtomultas.dat"
                   ORGANIZATION INDEXED
                   RECORD KEY IS COD-PAGAMENTO
                   ALTERNATE RECORD KEY IS COD-LEITOR-PAG
                       WITH DUPLICATES
                   ACCESS SEQUENTIAL
                   FILE STATUS IS W-COD-ERRO-PAG.

                   SELECT OPTIONAL ARQ-RESERVA
                   ASSIGN TO "reservas.dat"
                   ORGANIZATION INDEXED
                   RECORD KEY IS COD-RESERVA
                   ALTERNATE RECORD KEY IS COD-LIVRO-RES WITH DUPLICATES
                   ALTERNATE RECORD KEY IS COD-LEITOR-RES
                       WITH DUPLICATES
                   ACCESS SEQUENTIAL
                   FILE STATUS IS W-COD-ERRO-RES.

                   SELECT OPTIONAL ARQ-ENCOMENDA
                   ASSIGN TO "encomendas.dat"
                   ORGANIZATION INDEXED
                   RECORD KEY IS COD-ENCOMENDA
                   ALTERNATE RECORD KEY IS COD-LIVRO-ENC
                       WITH DUPLICATES
                   ACCESS SEQUENTIAL
                   FILE STATUS IS W-COD-ERRO-ENC.

                   SELECT OPTIONAL ARQ-EMP-INTER
                   ASSIGN TO "empinter.dat"
                   ORGANIZATION INDEXED
                   RECORD KEY IS COD-EMP-INTER
                   ALTERNATE RECORD KEY IS COD-INSTITUICAO-INT
                       WITH DUPLICATES
                   ACCESS SEQUENTIAL
                   FILE STATUS IS W-COD-ERRO-INT.

                   SELECT OPTIONAL ARQ-PONTOS
                   ASSIGN TO "pontos.dat"
                   ORGANIZATION INDEXED
                   RECORD KEY IS CHAVE-PONTOS
                   ALTERNATE RECORD KEY IS COD-LEITOR-PTS
                       WITH DUPLICATES
                   ACCESS SEQUENTIAL
                   FILE STATUS IS W-COD-ERRO-PTS.

                   SELECT OPTIONAL ARQ-ANUIDADE
                   ASSIGN TO "anuidades.dat"
                   ORGANIZATION INDEXED
                   RECORD KEY IS COD-ANUIDADE
                   ACCESS SEQUENTIAL
                   FILE STATUS IS W-COD-ERRO-ANU.

                   SELECT OPTIONAL ARQ-MENSAGEM
                   ASSIGN TO "caixasaida.dat"
                   ORGANIZATION INDEXED
                   RECORD KEY IS COD-MENSAGEM
                   ACCESS SEQUENTIAL
                   FILE STATUS IS W-COD-ERRO-MSG.

                   SELECT OPTIONAL ARQ-SESSAO
                   ASSIGN TO "usuario.atual"
                   ORGANIZATION LINE SEQUENTIAL
                   FILE STATUS IS W-COD-ERRO-SES.

                   SELECT OPTIONAL ARQ-RELATORIO
                   ASSIGN TO "relanonimiza.txt"
                   ORGANIZATION LINE SEQUENTIAL
                   FILE STATUS IS W-COD-ERRO-REL.

                   SELECT OPTIONAL ARQ-LOG
                   ASSIGN TO "anonimizacoes.txt"
                   ORGANIZATION LINE SEQUENTIAL
                   FILE STATUS IS W-COD-ERRO-LOG.

       DATA DIVISION.
         FILE SECTION.
         FD  ARQ-LEITOR
             LABEL RECORD STANDARD.
         COPY "REGLEITOR.cpy".

         FD  ARQ-EMPRESTIMO
             LABEL RECORD STANDARD.
         COPY "REGEMPR.cpy".

         FD  ARQ-HISTORICO
             LABEL RECORD STANDARD.
         01  REG-EMPRESTIMO-HIST  PIC X(85).

         FD  ARQ-MULTA
             LABEL RECORD STANDARD.
         COPY "REGMULTA.cpy".

         FD  ARQ-PAGTO-MULTA
             LABEL RECORD STANDARD.
         COPY "REGPAGMULTA.cpy".

         FD  ARQ-RESERVA
             LABEL RECORD STANDARD.
         COPY "REGRESERVA.cpy".

         FD  ARQ-ENCOMENDA
             LABEL RECORD STANDARD.
         COPY "REGENCOMENDA.cpy".

         FD  ARQ-EMP-INTER
             LABEL RECORD STANDARD.
         COPY "REGEMPINTER.cpy".

         FD  ARQ-PONTOS
             LABEL RECORD STANDARD.
         COPY "REGPONTOS.cpy".

         FD  ARQ-ANUIDADE
             LABEL RECORD STANDARD.
         COPY "REGANUIDADE.cpy".

         FD  ARQ-MENSAGEM
             LABEL RECORD STANDARD.
         COPY "REGMENSAGEM.cpy".

         FD  ARQ-SESSAO
             LABEL RECORD STANDARD.
         01  REG-SESSAO  PIC X(10).

         FD  ARQ-RELATORIO
             LABEL RECORD STANDARD.
         01  REG-RELATORIO  PIC X(100).

         FD  ARQ-LOG
             LABEL RECORD STANDARD.
         01  REG-LOG  PIC X(100).

         WORKING-STORAGE SECTION.
         77  W-COD-ERRO-LEI     PIC XX    VALUE SPACES.
         77  W-COD-ERRO-EMP     PIC XX    VALUE SPACES.
         77  W-COD-ERRO-HIST    PIC XX    VALUE SPACES.
         77  W-COD-ERRO-MUL     PIC XX    VALUE SPACES.
         77  W-COD-ERRO-PAG     PIC XX    VALUE SPACES.
         77  W-COD-ERRO-RES     PIC XX    VALUE SPACES.
         77  W-COD-ERRO-ENC     PIC XX    VALUE SPACES.
         77  W-COD-ERRO-INT     PIC XX    VALUE SPACES.
         77  W-COD-ERRO-PTS     PIC XX    VALUE SPACES.
         77  W-COD-ERRO-ANU     PIC XX    VALUE SPACES.
         77  W-COD-ERRO-MSG     PIC XX    VALUE SPACES.
         77  W-COD-ERRO-SES     PIC XX    VALUE SPACES.
         77  W-COD-ERRO-REL     PIC XX    VALUE SPACES.
         77  W-COD-ERRO-LOG     PIC XX    VALUE SPACES.
         77  W-LOGIN-OK         PIC X     VALUE "N".
         77  W-FIM-ARQUIVO      PIC X     VALUE "N".
             88  FIM-ARQUIVO              VALUE "S".
         77  W-MODO             PIC X     VALUE SPACES.
             88  MODO-PREVIA              VALUE "P".
             88  MODO-EFETIVAR            VALUE "E".
         77  W-CONFIRMA         PIC X     VALUE SPACES.
         77  W-RELATORIO-OK     PIC X     VALUE "N".
             88  RELATORIO-OK             VALUE "S".
         77  W-LOG-OK           PIC X     VALUE "N".
             88  LOG-OK                   VALUE "S".
         77  W-ANOS-INATIVIDADE PIC 99    VALUE ZEROS.
         77  W-ANO-HIST         PIC 9(4)  VALUE ZEROS.
         77  W-ANO-ATUAL        PIC 9(4)  VALUE ZEROS.
         77  W-ANO-CORTE        PIC 9(4)  VALUE ZEROS.
         77  W-DATA-HOJE-AAAAMMDD PIC 9(8) VALUE ZEROS.
         77  W-DATA-CORTE       PIC 9(8)  VALUE ZEROS.
         77  W-DATA-ATIVIDADE   PIC 9(8)  VALUE ZEROS.
         77  W-COD-LEITOR-ATIV  PIC 9(5)  VALUE ZEROS.
         77  W-IDX-LINHA        PIC 99    VALUE ZEROS.
         77  W-NOME-ARQ-HIST    PIC X(20) VALUE SPACES.
         77  W-OPERADOR-SESSAO  PIC X(10) VALUE SPACES.
         77  W-LINHA            PIC X(100) VALUE SPACES.
         77  W-DATA-ED          PIC X(10) VALUE SPACES.
         77  W-TOTAL-LIDOS      PIC 9(5)  VALUE ZEROS.
         77  W-TOTAL-CANDIDATOS PIC 9(5)  VALUE ZEROS.
         77  W-TOTAL-PENDENTES  PIC 9(5)  VALUE ZEROS.
         77  W-TOTAL-LEI-ANON   PIC 9(5)  VALUE ZEROS.
         77  W-TOTAL-EMP-ANON   PIC 9(7)  VALUE ZEROS.
         77  W-TOTAL-HIST-ANON  PIC 9(7)  VALUE ZEROS.
         77  W-TOTAL-MUL-ANON   PIC 9(7)  VALUE ZEROS.
         77  W-TOTAL-RES-ANON   PIC 9(7)  VALUE ZEROS.
         77  W-TOTAL-ENC-ANON   PIC 9(7)  VALUE ZEROS.
         77  W-TOTAL-INT-ANON   PIC 9(7)  VALUE ZEROS.
         77  W-TOTAL-MSG-ANON   PIC 9(7)  VALUE ZEROS.

      *> MARCA GRAVADA NO NOME DO LEITOR ANONIMIZADO (E NAS COPIAS DO
      *> NOME NOS OUTROS ARQUIVOS): O CODIGO CONTINUA VALENDO PARA A
      *> CIRCULACAO E OS INDICADORES, MAS NAO HA MAIS COMO SABER QUEM
      *> ERA A PESSOA.
         77  W-NOME-ANONIMO     PIC X(40) VALUE "LEITOR ANONIMIZADO".

      *> ULTIMA ATIVIDADE E PENDENCIAS DE CADA LEITOR, INDEXADO PELO
      *> PROPRIO COD-LEITOR (MESMO RECURSO DA TABELA POR COD-LIVRO DE
      *> RELATORIOCIRCULACAO).
         01  TABELA-ATIVIDADE.
             02  TAB-LEITOR  OCCURS 99999 TIMES.
                 03  TA-ULTIMA-ATIVIDADE  PIC 9(8).
                 03  TA-PENDENCIA         PIC X.
                     88  TA-COM-PENDENCIA         VALUE "S".
                 03  TA-MARCA             PIC X.
                     88  TA-ANONIMIZAR            VALUE "S".

      *> LAYOUT DOS HISTORICOS ANUAIS emprhist-AAAA.dat, ESPELHO DE
      *> REGEMPR.cpy (MESMO RECURSO DE EXTRATOLEITOR).
         01  HIST-EMPRESTIMO.
             02  HE-COD-EMPRESTIMO  PIC 9(5).
             02  HE-COD-LIVRO       PIC 9(3).
             02  HE-NOME-LEITOR     PIC X(40).
             02  HE-DATA-EMP        PIC 9(8).
             02  HE-DATA-PREV       PIC 9(8).
             02  HE-DATA-DEV        PIC 9(8).
             02  HE-SITUACAO        PIC X.
             02  HE-COD-LEITOR      PIC 9(5).
             02  HE-NUM-RENOV       PIC 99.
             02  HE-NUM-EXEMPLAR    PIC 9(3).
             02  HE-COD-FILIAL      PIC 9(2).

       PROCEDURE DIVISION.

       INICIO.
           *> RETENCAO DE DADOS PESSOAIS (LGPD): O LEITOR SEM NENHUMA
           *> ATIVIDADE HA N ANOS, SEM EMPRESTIMO ATIVO, MULTA EM
           *> ABERTO, RESERVA NA FILA, ENCOMENDA PENDENTE, EMPRESTIMO
           *> ENTRE BIBLIOTECAS EM ABERTO OU MENSAGEM A ENVIAR TEM
           *> NOME, DOCUMENTO, ENDERECO, TELEFONES E E-MAIL APAGADOS
           *> EM TODOS OS ARQUIVOS. CODIGOS, DATAS E VALORES FICAM,
           *> PARA A CIRCULACAO E OS INDICADORES NAO MUDAREM. A PREVIA
           *> SO LISTA; A EFETIVACAO GRAVA E DEIXA O REGISTRO DO QUE
           *> FOI FEITO EM "anonimizacoes.txt".
           PERFORM INICIALIZACAO.
           IF  W-LOGIN-OK = "S"
               PERFORM APURAR-ATIVIDADE
               PERFORM SELECIONAR-CANDIDATOS
               IF  MODO-EFETIVAR AND W-TOTAL-CANDIDATOS > 0
                   PERFORM CONFIRMAR-EFETIVACAO
               END-IF
               IF  MODO-EFETIVAR AND W-TOTAL-CANDIDATOS > 0
                   PERFORM EFETIVAR-ANONIMIZACAO
               END-IF
           END-IF.
           PERFORM FINALIZACAO.
           EXIT PROGRAM.

       INICIALIZACAO.
           MOVE "N" TO W-LOGIN-OK.
           CALL "VALIDARLOGIN" USING W-LOGIN-OK "ANONIMIZAR     ".
           DISPLAY "ANONIMIZACAO DE LEITORES INATIVOS (LGPD)".
           IF  W-LOGIN-OK NOT = "S"
               DISPLAY "ACESSO NEGADO"
           ELSE
               PERFORM LER-SESSAO-ATUAL
               ACCEPT W-DATA-HOJE-AAAAMMDD FROM DATE YYYYMMDD
               MOVE W-DATA-HOJE-AAAAMMDD (1:4) TO W-ANO-ATUAL
               DISPLAY "ANOS SEM ATIVIDADE (0 = 5 ANOS): "
                       WITH NO ADVANCING
               ACCEPT W-ANOS-INATIVIDADE
               IF  W-ANOS-INATIVIDADE = 0
                   MOVE 5 TO W-ANOS-INATIVIDADE
               END-IF
               COMPUTE W-ANO-CORTE = W-ANO-ATUAL - W-ANOS-INATIVIDADE
               MOVE W-DATA-HOJE-AAAAMMDD TO W-DATA-CORTE
               MOVE W-ANO-CORTE TO W-DATA-CORTE (1:4)
               DISPLAY "(P)REVIA OU (E)FETIVAR (P): " WITH NO ADVANCING
               ACCEPT W-MODO
               IF  NOT MODO-EFETIVAR
                   MOVE "P" TO W-MODO
               END-IF
               MOVE W-DATA-CORTE TO W-DATA-ATIVIDADE
               PERFORM EDITAR-DATA
               DISPLAY "SEM ATIVIDADE DESDE ANTES DE " W-DATA-ED
           END-IF.

       LER-SESSAO-ATUAL.
           MOVE "DESCONHEC." TO W-OPERADOR-SESSAO.
           OPEN INPUT ARQ-SESSAO.
           IF  W-COD-ERRO-SES = "00"
               READ ARQ-SESSAO INTO W-OPERADOR-SESSAO
                   AT END CONTINUE
               END-READ
               CLOSE ARQ-SESSAO
           END-IF.

      *> APURACAO: ULTIMA DATA DE MOVIMENTO E PENDENCIAS DE CADA LEITOR,
      *> VARRENDO TODOS OS ARQUIVOS QUE GUARDAM O CODIGO DO LEITOR.
       APURAR-ATIVIDADE.
           INITIALIZE TABELA-ATIVIDADE.
           DISPLAY "APURANDO A ULTIMA ATIVIDADE DOS LEITORES...".
           PERFORM APURAR-EMPRESTIMOS.
           PERFORM APURAR-HISTORICOS.
           PERFORM APURAR-MULTAS.
           PERFORM APURAR-PAGTOS-MULTA.
           PERFORM APURAR-RESERVAS.
           PERFORM APURAR-ENCOMENDAS.
           PERFORM APURAR-EMPRESTIMOS-INTER.
           PERFORM APURAR-PONTOS.
           PERFORM APURAR-ANUIDADES.
           PERFORM APURAR-MENSAGENS.

       REGISTRAR-ATIVIDADE.
           IF  W-COD-LEITOR-ATIV > 0
               IF  W-DATA-ATIVIDADE >
                       TA-ULTIMA-ATIVIDADE (W-COD-LEITOR-ATIV)
                   MOVE W-DATA-ATIVIDADE
                     TO TA-ULTIMA-ATIVIDADE (W-COD-LEITOR-ATIV)
               END-IF
           END-IF.

       REGISTRAR-PENDENCIA.
           IF  W-COD-LEITOR-ATIV > 0
               MOVE "S" TO TA-PENDENCIA (W-COD-LEITOR-ATIV)
           END-IF.

       APURAR-EMPRESTIMOS.
           OPEN INPUT ARQ-EMPRESTIMO.
           MOVE "N" TO W-FIM-ARQUIVO.
           PERFORM LER-PROXIMO-EMPRESTIMO.
           PERFORM UNTIL FIM-ARQUIVO
               MOVE COD-LEITOR-EMP  TO W-COD-LEITOR-ATIV
               MOVE DATA-EMPRESTIMO TO W-DATA-ATIVIDADE
               PERFORM REGISTRAR-ATIVIDADE
               MOVE DATA-DEVOLUCAO  TO W-DATA-ATIVIDADE
               PERFORM REGISTRAR-ATIVIDADE
               IF  EMPRESTIMO-ATIVO
                   PERFORM REGISTRAR-PENDENCIA
               END-IF
               PERFORM LER-PROXIMO-EMPRESTIMO
           END-PERFORM.
           CLOSE ARQ-EMPRESTIMO.

       LER-PROXIMO-EMPRESTIMO.
           READ ARQ-EMPRESTIMO NEXT RECORD
               AT END MOVE "S" TO W-FIM-ARQUIVO
           END-READ.
           IF  NOT FIM-ARQUIVO
                   AND W-COD-ERRO-EMP NOT = "00" AND "02" AND "05"
               DISPLAY "ERRO AO LER emprestimos.dat (STATUS "
                       W-COD-ERRO-EMP ")"
               MOVE "S" TO W-FIM-ARQUIVO
           END-IF.

       APURAR-HISTORICOS.
           *> TODOS OS HISTORICOS ANUAIS DESDE O PRIMEIRO (MESMO
           *> INICIO DE RELATORIOCIRCULACAO); ANO SEM ARQUIVO E PULADO.
           MOVE 2017 TO W-ANO-HIST.
           PERFORM UNTIL W-ANO-HIST > W-ANO-ATUAL
               PERFORM MONTAR-NOME-HISTORICO
               OPEN INPUT ARQ-HISTORICO
               IF  W-COD-ERRO-HIST = "00"
                   MOVE "N" TO W-FIM-ARQUIVO
                   PERFORM LER-PROXIMO-HISTORICO
                   PERFORM UNTIL FIM-ARQUIVO
                       MOVE REG-EMPRESTIMO-HIST TO HIST-EMPRESTIMO
                       MOVE HE-COD-LEITOR TO W-COD-LEITOR-ATIV
                       MOVE HE-DATA-EMP   TO W-DATA-ATIVIDADE
                       PERFORM REGISTRAR-ATIVIDADE
                       MOVE HE-DATA-DEV   TO W-DATA-ATIVIDADE
                       PERFORM REGISTRAR-ATIVIDADE
                       PERFORM LER-PROXIMO-HISTORICO
                   END-PERFORM
                   CLOSE ARQ-HISTORICO
               END-IF
               ADD 1 TO W-ANO-HIST
           END-PERFORM.

       MONTAR-NOME-HISTORICO.
           MOVE SPACES TO W-NOME-ARQ-HIST.
           STRING "emprhist-"  DELIMITED BY SIZE
                  W-ANO-HIST   DELIMITED BY SIZE
                  ".dat"       DELIMITED BY SIZE
               INTO W-NOME-ARQ-HIST
           END-STRING.

       LER-PROXIMO-HISTORICO.
           READ ARQ-HISTORICO
               AT END MOVE "S" TO W-FIM-ARQUIVO
           END-READ.
           IF  NOT FIM-ARQUIVO
                   AND W-COD-ERRO-HIST NOT = "00" AND "02"
               DISPLAY "ERRO AO LER " W-NOME-ARQ-HIST
                       " (STATUS " W-COD-ERRO-HIST ")"
               MOVE "S" TO W-FIM-ARQUIVO
           END-IF.

       APURAR-MULTAS.
           OPEN INPUT ARQ-MULTA.
           MOVE "N" TO W-FIM-ARQUIVO.
           PERFORM LER-PROXIMA-MULTA.
           PERFORM UNTIL FIM-ARQUIVO
               MOVE COD-LEITOR-MUL    TO W-COD-LEITOR-ATIV
               MOVE DATA-MULTA        TO W-DATA-ATIVIDADE
               PERFORM REGISTRAR-ATIVIDADE
               MOVE DATA-QUITACAO-MUL TO W-DATA-ATIVIDADE
               PERFORM REGISTRAR-ATIVIDADE
               IF  MULTA-ABERTA
                   PERFORM REGISTRAR-PENDENCIA
               END-IF
               PERFORM LER-PROXIMA-MULTA
           END-PERFORM.
           CLOSE ARQ-MULTA.

       LER-PROXIMA-MULTA.
           READ ARQ-MULTA NEXT RECORD
               AT END MOVE "S" TO W-FIM-ARQUIVO
           END-READ.
           IF  NOT FIM-ARQUIVO
                   AND W-COD-ERRO-MUL NOT = "00" AND "02" AND "05"
               DISPLAY "ERRO AO LER multas.dat (STATUS "
                       W-COD-ERRO-MUL ")"
               MOVE "S" TO W-FIM-ARQUIVO
           END-IF.

       APURAR-PAGTOS-MULTA.
           OPEN INPUT ARQ-PAGTO-MULTA.
           MOVE "N" TO W-FIM-ARQUIVO.
           PERFORM LER-PROXIMO-PAGTO.
           PERFORM UNTIL FIM-ARQUIVO
               MOVE COD-LEITOR-PAG TO W-COD-LEITOR-ATIV
               MOVE DATA-PAGTO     TO W-DATA-ATIVIDADE
               PERFORM REGISTRAR-ATIVIDADE
               PERFORM LER-PROXIMO-PAGTO
           END-PERFORM.
           CLOSE ARQ-PAGTO-MULTA.

       LER-PROXIMO-PAGTO.
           READ ARQ-PAGTO-MULTA NEXT RECORD
               AT END MOVE "S" TO W-FIM-ARQUIVO
           END-READ.
           IF  NOT FIM-ARQUIVO
                   AND W-COD-ERRO-PAG NOT = "00" AND "02" AND "05"
               DISPLAY "ERRO AO LER pagtomultas.dat (STATUS "
                       W-COD-ERRO-PAG ")"
               MOVE "S" TO W-FIM-ARQUIVO
           END-IF.

       APURAR-RESERVAS.
           OPEN INPUT ARQ-RESERVA.
           MOVE "N" TO W-FIM-ARQUIVO.
           PERFORM LER-PROXIMA-RESERVA.
           PERFORM UNTIL FIM-ARQUIVO
               MOVE COD-LEITOR-RES TO W-COD-LEITOR-ATIV
               MOVE DATA-RESERVA   TO W-DATA-ATIVIDADE
               PERFORM REGISTRAR-ATIVIDADE
               IF  RESERVA-NA-FILA
                   PERFORM REGISTRAR-PENDENCIA
               END-IF
               PERFORM LER-PROXIMA-RESERVA
           END-PERFORM.
           CLOSE ARQ-RESERVA.

       LER-PROXIMA-RESERVA.
           READ ARQ-RESERVA NEXT RECORD
               AT END MOVE "S" TO W-FIM-ARQUIVO
           END-READ.
           IF  NOT FIM-ARQUIVO
                   AND W-COD-ERRO-RES NOT = "00" AND "02" AND "05"
               DISPLAY "ERRO AO LER reservas.dat (STATUS "
                       W-COD-ERRO-RES ")"
               MOVE "S" TO W-FIM-ARQUIVO
           END-IF.

       APURAR-ENCOMENDAS.
           OPEN INPUT ARQ-ENCOMENDA.
           MOVE "N" TO W-FIM-ARQUIVO.
           PERFORM LER-PROXIMA-ENCOMENDA.
           PERFORM UNTIL FIM-ARQUIVO
               MOVE COD-LEITOR-ENC        TO W-COD-LEITOR-ATIV
               MOVE DATA-ENCOMENDA        TO W-DATA-ATIVIDADE
               PERFORM REGISTRAR-ATIVIDADE
               MOVE DATA-ENCERRAMENTO-ENC TO W-DATA-ATIVIDADE
               PERFORM REGISTRAR-ATIVIDADE
               IF  ENC-AGUARDANDO OR ENC-SEPARADA
                   PERFORM REGISTRAR-PENDENCIA
               END-IF
               PERFORM LER-PROXIMA-ENCOMENDA
           END-PERFORM.
           CLOSE ARQ-ENCOMENDA.

       LER-PROXIMA-ENCOMENDA.
           READ ARQ-ENCOMENDA NEXT RECORD
               AT END MOVE "S" TO W-FIM-ARQUIVO
           END-READ.
           IF  NOT FIM-ARQUIVO
                   AND W-COD-ERRO-ENC NOT = "00" AND "02" AND "05"
               DISPLAY "ERRO AO LER encomendas.dat (STATUS "
                       W-COD-ERRO-ENC ")"
               MOVE "S" TO W-FIM-ARQUIVO
           END-IF.

       APURAR-EMPRESTIMOS-INTER.
           *> SO A ENTRADA (LIVRO DE OUTRA INSTITUICAO REPASSADO A UM
           *> LEITOR NOSSO) TEM LEITOR; ENQUANTO NAO VOLTA AO PARCEIRO
           *> CONTA COMO EMPRESTIMO ATIVO.
           OPEN INPUT ARQ-EMP-INTER.
           MOVE "N" TO W-FIM-ARQUIVO.
           PERFORM LER-PROXIMO-EMP-INTER.
           PERFORM UNTIL FIM-ARQUIVO
               IF  INTER-ENTRADA
                   MOVE COD-LEITOR-INT       TO W-COD-LEITOR-ATIV
                   MOVE DATA-EMPRESTIMO-INT  TO W-DATA-ATIVIDADE
                   PERFORM REGISTRAR-ATIVIDADE
                   MOVE DATA-PREVISTA-LEITOR TO W-DATA-ATIVIDADE
                   PERFORM REGISTRAR-ATIVIDADE
                   MOVE DATA-DEVOL-LEITOR    TO W-DATA-ATIVIDADE
                   PERFORM REGISTRAR-ATIVIDADE
                   IF  INTER-EM-ABERTO
                       PERFORM REGISTRAR-PENDENCIA
                   END-IF
               END-IF
               PERFORM LER-PROXIMO-EMP-INTER
           END-PERFORM.
           CLOSE ARQ-EMP-INTER.

       LER-PROXIMO-EMP-INTER.
           READ ARQ-EMP-INTER NEXT RECORD
               AT END MOVE "S" TO W-FIM-ARQUIVO
           END-READ.
           IF  NOT FIM-ARQUIVO
                   AND W-COD-ERRO-INT NOT = "00" AND "02" AND "05"
               DISPLAY "ERRO AO LER empinter.dat (STATUS "
                       W-COD-ERRO-INT ")"
               MOVE "S" TO W-FIM-ARQUIVO
           END-IF.

       APURAR-PONTOS.
           *> A EXPIRACAO DE PONTOS E GRAVADA PELA ROTINA NOTURNA, NAO
           *> PELO CLIENTE - NAO CONTA COMO ATIVIDADE.
           OPEN INPUT ARQ-PONTOS.
           MOVE "N" TO W-FIM-ARQUIVO.
           PERFORM LER-PROXIMO-PONTOS.
           PERFORM UNTIL FIM-ARQUIVO
               IF  NOT PTS-EXPIRACAO
                   MOVE COD-LEITOR-PTS TO W-COD-LEITOR-ATIV
                   MOVE DATA-MOV-PTS   TO W-DATA-ATIVIDADE
                   PERFORM REGISTRAR-ATIVIDADE
               END-IF
               PERFORM LER-PROXIMO-PONTOS
           END-PERFORM.
           CLOSE ARQ-PONTOS.

       LER-PROXIMO-PONTOS.
           READ ARQ-PONTOS NEXT RECORD
               AT END MOVE "S" TO W-FIM-ARQUIVO
           END-READ.
           IF  NOT FIM-ARQUIVO
                   AND W-COD-ERRO-PTS NOT = "00" AND "02" AND "05"
               DISPLAY "ERRO AO LER pontos.dat (STATUS "
                       W-COD-ERRO-PTS ")"
               MOVE "S" TO W-FIM-ARQUIVO
           END-IF.

       APURAR-ANUIDADES.
           OPEN INPUT ARQ-ANUIDADE.
           MOVE "N" TO W-FIM-ARQUIVO.
           PERFORM LER-PROXIMA-ANUIDADE.
           PERFORM UNTIL FIM-ARQUIVO
               MOVE COD-LEITOR-ANU TO W-COD-LEITOR-ATIV
               MOVE DATA-ANUIDADE  TO W-DATA-ATIVIDADE
               PERFORM REGISTRAR-ATIVIDADE
               PERFORM LER-PROXIMA-ANUIDADE
           END-PERFORM.
           CLOSE ARQ-ANUIDADE.

       LER-PROXIMA-ANUIDADE.
           READ ARQ-ANUIDADE NEXT RECORD
               AT END MOVE "S" TO W-FIM-ARQUIVO
           END-READ.
           IF  NOT FIM-ARQUIVO
                   AND W-COD-ERRO-ANU NOT = "00" AND "02" AND "05"
               DISPLAY "ERRO AO LER anuidades.dat (STATUS "
                       W-COD-ERRO-ANU ")"
               MOVE "S" TO W-FIM-ARQUIVO
           END-IF.

       APURAR-MENSAGENS.
           *> CARTA ELETRONICA AINDA NAO ENVIADA OU SEM RETORNO DO
           *> GATEWAY PRECISA DO ENDERECO: SEGURA O LEITOR.
           OPEN INPUT ARQ-MENSAGEM.
           MOVE "N" TO W-FIM-ARQUIVO.
           PERFORM LER-PROXIMA-MENSAGEM.
           PERFORM UNTIL FIM-ARQUIVO
               IF  DESTINATARIO-LEITOR
                       AND (MSG-PENDENTE OR MSG-ENVIADA)
                   MOVE COD-DESTINATARIO-MSG TO W-COD-LEITOR-ATIV
                   PERFORM REGISTRAR-PENDENCIA
               END-IF
               PERFORM LER-PROXIMA-MENSAGEM
           END-PERFORM.
           CLOSE ARQ-MENSAGEM.

       LER-PROXIMA-MENSAGEM.
           READ ARQ-MENSAGEM NEXT RECORD
               AT END MOVE "S" TO W-FIM-ARQUIVO
           END-READ.
           IF  NOT FIM-ARQUIVO
                   AND W-COD-ERRO-MSG NOT = "00" AND "02" AND "05"
               DISPLAY "ERRO AO LER caixasaida.dat (STATUS "
                       W-COD-ERRO-MSG ")"
               MOVE "S" TO W-FIM-ARQUIVO
           END-IF.

      *> SELECAO: PERCORRE O CADASTRO, MARCA OS LEITORES A ANONIMIZAR
      *> E LISTA-OS NA PREVIA ("relanonimiza.txt", PELO SPOOL).
       SELECIONAR-CANDIDATOS.
           OPEN OUTPUT ARQ-RELATORIO.
           IF  W-COD-ERRO-REL = "00"
               MOVE "S" TO W-RELATORIO-OK
           ELSE
               DISPLAY "ERRO AO CRIAR relanonimiza.txt (STATUS "
                       W-COD-ERRO-REL ") - SO SAIDA EM TELA"
           END-IF.
           PERFORM GRAVAR-CABECALHO-PREVIA.
           OPEN INPUT ARQ-LEITOR.
           MOVE "N" TO W-FIM-ARQUIVO.
           PERFORM LER-PROXIMO-LEITOR.
           PERFORM UNTIL FIM-ARQUIVO
               ADD 1 TO W-TOTAL-LIDOS
               PERFORM AVALIAR-LEITOR
               PERFORM LER-PROXIMO-LEITOR
           END-PERFORM.
           CLOSE ARQ-LEITOR.
           MOVE SPACES TO W-LINHA.
           PERFORM GRAVAR-LINHA-PREVIA.
           MOVE SPACES TO W-LINHA.
           STRING "LEITORES LIDOS: "            DELIMITED BY SIZE
                  W-TOTAL-LIDOS                 DELIMITED BY SIZE
                  "  A ANONIMIZAR: "            DELIMITED BY SIZE
                  W-TOTAL-CANDIDATOS            DELIMITED BY SIZE
                  "  INATIVOS COM PENDENCIA: "  DELIMITED BY SIZE
                  W-TOTAL-PENDENTES             DELIMITED BY SIZE
               INTO W-LINHA
           END-STRING.
           PERFORM GRAVAR-LINHA-PREVIA.
           IF  RELATORIO-OK
               CLOSE ARQ-RELATORIO
               CALL "SPOOLAR" USING "ANONIMIZARLEITOR    "
                    "relanonimiza.txt    "
           END-IF.

       LER-PROXIMO-LEITOR.
           READ ARQ-LEITOR NEXT RECORD
               AT END MOVE "S" TO W-FIM-ARQUIVO
           END-READ.
           IF  NOT FIM-ARQUIVO
                   AND W-COD-ERRO-LEI NOT = "00" AND "02" AND "05"
               DISPLAY "ERRO AO LER leitores.dat (STATUS "
                       W-COD-ERRO-LEI ")"
               MOVE "S" TO W-FIM-ARQUIVO
           END-IF.

       AVALIAR-LEITOR.
           *> A VALIDADE DA INSCRICAO MENOS UM ANO E A DATA DO ULTIMO
           *> CADASTRO OU RENOVACAO - TAMBEM CONTA COMO ATIVIDADE.
           IF  DATA-VALIDADE-LEITOR > 0
               MOVE COD-LEITOR TO W-COD-LEITOR-ATIV
               COMPUTE W-DATA-ATIVIDADE = DATA-VALIDADE-LEITOR - 10000
               PERFORM REGISTRAR-ATIVIDADE
           END-IF.
           IF  NOME-LEITOR-CAD NOT = W-NOME-ANONIMO AND COD-LEITOR > 0
               IF  TA-ULTIMA-ATIVIDADE (COD-LEITOR) < W-DATA-CORTE
                   IF  TA-COM-PENDENCIA (COD-LEITOR)
                       ADD 1 TO W-TOTAL-PENDENTES
                   ELSE
                       ADD 1 TO W-TOTAL-CANDIDATOS
                       MOVE "S" TO TA-MARCA (COD-LEITOR)
                       PERFORM GRAVAR-LINHA-CANDIDATO
                   END-IF
               END-IF
           END-IF.

       GRAVAR-CABECALHO-PREVIA.
           MOVE ALL "=" TO W-LINHA.
           PERFORM GRAVAR-LINHA-PREVIA.
           MOVE W-DATA-HOJE-AAAAMMDD TO W-DATA-ATIVIDADE.
           PERFORM EDITAR-DATA.
           MOVE SPACES TO W-LINHA.
           STRING "LEITORES INATIVOS A ANONIMIZAR - EMITIDO EM "
                      DELIMITED BY SIZE
                  W-DATA-ED DELIMITED BY SIZE
               INTO W-LINHA
           END-STRING.
           PERFORM GRAVAR-LINHA-PREVIA.
           MOVE W-DATA-CORTE TO W-DATA-ATIVIDADE.
           PERFORM EDITAR-DATA.
           MOVE SPACES TO W-LINHA.
           STRING "SEM ATIVIDADE DESDE ANTES DE " DELIMITED BY SIZE
                  W-DATA-ED                       DELIMITED BY SIZE
                  " ("                            DELIMITED BY SIZE
                  W-ANOS-INATIVIDADE              DELIMITED BY SIZE
                  " ANOS)"                        DELIMITED BY SIZE
               INTO W-LINHA
           END-STRING.
           PERFORM GRAVAR-LINHA-PREVIA.
           MOVE ALL "=" TO W-LINHA.
           PERFORM GRAVAR-LINHA-PREVIA.
           MOVE "COD.   NOME DO LEITOR" TO W-LINHA.
           MOVE "FL ULTIMA ATIV." TO W-LINHA (49:15).
           PERFORM GRAVAR-LINHA-PREVIA.

       GRAVAR-LINHA-CANDIDATO.
           MOVE TA-ULTIMA-ATIVIDADE (COD-LEITOR) TO W-DATA-ATIVIDADE.
           PERFORM EDITAR-DATA.
           MOVE SPACES TO W-LINHA.
           STRING COD-LEITOR      DELIMITED BY SIZE
                  "  "            DELIMITED BY SIZE
                  NOME-LEITOR-CAD DELIMITED BY SIZE
                  " "             DELIMITED BY SIZE
                  FILIAL-LEITOR   DELIMITED BY SIZE
                  " "             DELIMITED BY SIZE
                  W-DATA-ED       DELIMITED BY SIZE
               INTO W-LINHA
           END-STRING.
           PERFORM GRAVAR-LINHA-PREVIA.

       GRAVAR-LINHA-PREVIA.
           DISPLAY W-LINHA (1:79).
           IF  RELATORIO-OK
               MOVE W-LINHA TO REG-RELATORIO
               WRITE REG-RELATORIO
           END-IF.

       EDITAR-DATA.
           IF  W-DATA-ATIVIDADE = 0
               MOVE "NENHUMA" TO W-DATA-ED
           ELSE
               MOVE SPACES TO W-DATA-ED
               STRING W-DATA-ATIVIDADE (7:2) DELIMITED BY SIZE
                      "/"                    DELIMITED BY SIZE
                      W-DATA-ATIVIDADE (5:2) DELIMITED BY SIZE
                      "/"                    DELIMITED BY SIZE
                      W-DATA-ATIVIDADE (1:4) DELIMITED BY SIZE
                   INTO W-DATA-ED
               END-STRING
           END-IF.

       CONFIRMAR-EFETIVACAO.
           DISPLAY "ANONIMIZAR " W-TOTAL-CANDIDATOS
                   " LEITOR(ES)? A OPERACAO NAO TEM VOLTA (S/N): "
                   WITH NO ADVANCING.
           ACCEPT W-CONFIRMA.
           IF  W-CONFIRMA NOT = "S" AND W-CONFIRMA NOT = "s"
               DISPLAY "NADA FOI ALTERADO"
               MOVE ZEROS TO W-TOTAL-CANDIDATOS
           END-IF.

      *> EFETIVACAO: APAGA OS DADOS PESSOAIS DOS LEITORES MARCADOS EM
      *> CADA ARQUIVO E REGISTRA A OPERACAO EM "anonimizacoes.txt".
       EFETIVAR-ANONIMIZACAO.
           *> MESMA CONVENCAO DE OPEN EXTEND DE LOGAUDITORIA: NA
           *> PRIMEIRA GRAVACAO O ARQUIVO E CRIADO (STATUS "05").
           OPEN EXTEND ARQ-LOG.
           IF  W-COD-ERRO-LOG = "00" OR W-COD-ERRO-LOG = "05"
               MOVE "S" TO W-LOG-OK
           ELSE
               DISPLAY "ERRO AO ABRIR anonimizacoes.txt (STATUS "
                       W-COD-ERRO-LOG ")"
           END-IF.
           PERFORM ANONIMIZAR-LEITORES.
           PERFORM ANONIMIZAR-EMPRESTIMOS.
           PERFORM ANONIMIZAR-HISTORICOS.
           PERFORM ANONIMIZAR-MULTAS.
           PERFORM ANONIMIZAR-RESERVAS.
           PERFORM ANONIMIZAR-ENCOMENDAS.
           PERFORM ANONIMIZAR-EMPRESTIMOS-INTER.
           PERFORM ANONIMIZAR-MENSAGENS.
           PERFORM GRAVAR-RESUMO-LOG.
           IF  LOG-OK
               CLOSE ARQ-LOG
           END-IF.

       ANONIMIZAR-LEITORES.
           *> O CADASTRO FICA (CODIGO, TIPO, FILIAL E VALIDADE CONTAM
           *> NOS INDICADORES), BLOQUEADO PARA NOVOS EMPRESTIMOS.
           OPEN I-O ARQ-LEITOR.
           MOVE "N" TO W-FIM-ARQUIVO.
           PERFORM LER-PROXIMO-LEITOR.
           PERFORM UNTIL FIM-ARQUIVO
               IF  COD-LEITOR > 0
                   IF  TA-ANONIMIZAR (COD-LEITOR)
                       PERFORM ANONIMIZAR-CADASTRO
                   END-IF
               END-IF
               PERFORM LER-PROXIMO-LEITOR
           END-PERFORM.
           CLOSE ARQ-LEITOR.

       ANONIMIZAR-CADASTRO.
           MOVE W-NOME-ANONIMO TO NOME-LEITOR-CAD.
           MOVE SPACES TO TELEFONE-LEITOR ENDERECO-LEITOR
                DOCUMENTO-LEITOR EMAIL-LEITOR CELULAR-LEITOR
                CANAL-LEITOR.
           MOVE "B" TO SITUACAO-LEITOR.
           REWRITE REG-LEITOR.
           IF  W-COD-ERRO-LEI = "00"
               ADD 1 TO W-TOTAL-LEI-ANON
               PERFORM GRAVAR-LINHA-LOG
           ELSE
               DISPLAY "ERRO AO REGRAVAR O LEITOR " COD-LEITOR
                       " (STATUS " W-COD-ERRO-LEI ")"
           END-IF.

       ANONIMIZAR-EMPRESTIMOS.
           OPEN I-O ARQ-EMPRESTIMO.
           MOVE "N" TO W-FIM-ARQUIVO.
           PERFORM LER-PROXIMO-EMPRESTIMO.
           PERFORM UNTIL FIM-ARQUIVO
               IF  COD-LEITOR-EMP > 0
                   IF  TA-ANONIMIZAR (COD-LEITOR-EMP)
                           AND NOME-LEITOR NOT = W-NOME-ANONIMO
                       MOVE W-NOME-ANONIMO TO NOME-LEITOR
                       REWRITE REG-EMPRESTIMO
                       IF  W-COD-ERRO-EMP = "00"
                           ADD 1 TO W-TOTAL-EMP-ANON
                       END-IF
                   END-IF
               END-IF
               PERFORM LER-PROXIMO-EMPRESTIMO
           END-PERFORM.
           CLOSE ARQ-EMPRESTIMO.

       ANONIMIZAR-HISTORICOS.
           MOVE 2017 TO W-ANO-HIST.
           PERFORM UNTIL W-ANO-HIST > W-ANO-ATUAL
               PERFORM MONTAR-NOME-HISTORICO
               OPEN I-O ARQ-HISTORICO
               IF  W-COD-ERRO-HIST = "00"
                   MOVE "N" TO W-FIM-ARQUIVO
                   PERFORM LER-PROXIMO-HISTORICO
                   PERFORM UNTIL FIM-ARQUIVO
                       MOVE REG-EMPRESTIMO-HIST TO HIST-EMPRESTIMO
                       PERFORM ANONIMIZAR-LINHA-HISTORICO
                       PERFORM LER-PROXIMO-HISTORICO
                   END-PERFORM
                   CLOSE ARQ-HISTORICO
               END-IF
               ADD 1 TO W-ANO-HIST
           END-PERFORM.

       ANONIMIZAR-LINHA-HISTORICO.
           IF  HE-COD-LEITOR > 0
               IF  TA-ANONIMIZAR (HE-COD-LEITOR)
                       AND HE-NOME-LEITOR NOT = W-NOME-ANONIMO
                   MOVE W-NOME-ANONIMO TO HE-NOME-LEITOR
                   MOVE HIST-EMPRESTIMO TO REG-EMPRESTIMO-HIST
                   REWRITE REG-EMPRESTIMO-HIST
                   IF  W-COD-ERRO-HIST = "00"
                       ADD 1 TO W-TOTAL-HIST-ANON
                   ELSE
                       DISPLAY "ERRO AO REGRAVAR " W-NOME-ARQ-HIST
                               " (STATUS " W-COD-ERRO-HIST ")"
                   END-IF
               END-IF
           END-IF.

       ANONIMIZAR-MULTAS.
           OPEN I-O ARQ-MULTA.
           MOVE "N" TO W-FIM-ARQUIVO.
           PERFORM LER-PROXIMA-MULTA.
           PERFORM UNTIL FIM-ARQUIVO
               IF  COD-LEITOR-MUL > 0
                   IF  TA-ANONIMIZAR (COD-LEITOR-MUL)
                           AND NOME-LEITOR-MUL NOT = W-NOME-ANONIMO
                       MOVE W-NOME-ANONIMO TO NOME-LEITOR-MUL
                       REWRITE REG-MULTA
                       IF  W-COD-ERRO-MUL = "00"
                           ADD 1 TO W-TOTAL-MUL-ANON
                       END-IF
                   END-IF
               END-IF
               PERFORM LER-PROXIMA-MULTA
           END-PERFORM.
           CLOSE ARQ-MULTA.

       ANONIMIZAR-RESERVAS.
           OPEN I-O ARQ-RESERVA.
           MOVE "N" TO W-FIM-ARQUIVO.
           PERFORM LER-PROXIMA-RESERVA.
           PERFORM UNTIL FIM-ARQUIVO
               IF  COD-LEITOR-RES > 0
                   IF  TA-ANONIMIZAR (COD-LEITOR-RES)
                           AND NOME-LEITOR-RES NOT = W-NOME-ANONIMO
                       MOVE W-NOME-ANONIMO TO NOME-LEITOR-RES
                       REWRITE REG-RESERVA
                       IF  W-COD-ERRO-RES = "00"
                           ADD 1 TO W-TOTAL-RES-ANON
                       END-IF
                   END-IF
               END-IF
               PERFORM LER-PROXIMA-RESERVA
           END-PERFORM.
           CLOSE ARQ-RESERVA.

       ANONIMIZAR-ENCOMENDAS.
           OPEN I-O ARQ-ENCOMENDA.
           MOVE "N" TO W-FIM-ARQUIVO.
           PERFORM LER-PROXIMA-ENCOMENDA.
           PERFORM UNTIL FIM-ARQUIVO
               IF  COD-LEITOR-ENC > 0
                   IF  TA-ANONIMIZAR (COD-LEITOR-ENC)
                           AND NOME-CLIENTE-ENC NOT = W-NOME-ANONIMO
                       MOVE W-NOME-ANONIMO TO NOME-CLIENTE-ENC
                       MOVE SPACES TO TELEFONE-ENC
                       REWRITE REG-ENCOMENDA
                       IF  W-COD-ERRO-ENC = "00"
                           ADD 1 TO W-TOTAL-ENC-ANON
                       END-IF
                   END-IF
               END-IF
               PERFORM LER-PROXIMA-ENCOMENDA
           END-PERFORM.
           CLOSE ARQ-ENCOMENDA.

       ANONIMIZAR-EMPRESTIMOS-INTER.
           OPEN I-O ARQ-EMP-INTER.
           MOVE "N" TO W-FIM-ARQUIVO.
           PERFORM LER-PROXIMO-EMP-INTER.
           PERFORM UNTIL FIM-ARQUIVO
               IF  INTER-ENTRADA AND COD-LEITOR-INT > 0
                   IF  TA-ANONIMIZAR (COD-LEITOR-INT)
                           AND NOME-LEITOR-INT NOT = W-NOME-ANONIMO
                       MOVE W-NOME-ANONIMO TO NOME-LEITOR-INT
                       REWRITE REG-EMP-INTER
                       IF  W-COD-ERRO-INT = "00"
                           ADD 1 TO W-TOTAL-INT-ANON
                       END-IF
                   END-IF
               END-IF
               PERFORM LER-PROXIMO-EMP-INTER
           END-PERFORM.
           CLOSE ARQ-EMP-INTER.

       ANONIMIZAR-MENSAGENS.
           *> O TEXTO DA CARTA TRAZ NOME E ENDERECO: SAI INTEIRO. FICAM
           *> O NUMERO, AS DATAS, O ASSUNTO E A SITUACAO DE ENTREGA.
           OPEN I-O ARQ-MENSAGEM.
           MOVE "N" TO W-FIM-ARQUIVO.
           PERFORM LER-PROXIMA-MENSAGEM.
           PERFORM UNTIL FIM-ARQUIVO
               IF  DESTINATARIO-LEITOR AND COD-DESTINATARIO-MSG > 0
                   IF  TA-ANONIMIZAR (COD-DESTINATARIO-MSG)
                           AND NOME-DESTINATARIO-MSG
                               NOT = W-NOME-ANONIMO
                       PERFORM ANONIMIZAR-MENSAGEM
                   END-IF
               END-IF
               PERFORM LER-PROXIMA-MENSAGEM
           END-PERFORM.
           CLOSE ARQ-MENSAGEM.

       ANONIMIZAR-MENSAGEM.
           MOVE W-NOME-ANONIMO TO NOME-DESTINATARIO-MSG.
           MOVE SPACES TO ENDERECO-ELETR-MSG ENDERECO-POSTAL-MSG.
           MOVE ZEROS TO TOTAL-LINHAS-MSG.
           PERFORM VARYING W-IDX-LINHA FROM 1 BY 1
                   UNTIL W-IDX-LINHA > 40
               MOVE SPACES TO LINHA-MSG (W-IDX-LINHA)
           END-PERFORM.
           REWRITE REG-MENSAGEM.
           IF  W-COD-ERRO-MSG = "00"
               ADD 1 TO W-TOTAL-MSG-ANON
           END-IF.

       GRAVAR-LINHA-LOG.
           *> SO CODIGO E DATAS: O REGISTRO DA ANONIMIZACAO NAO PODE
           *> GUARDAR O QUE FOI APAGADO.
           IF  LOG-OK
               MOVE SPACES TO REG-LOG
               STRING W-DATA-HOJE-AAAAMMDD DELIMITED BY SIZE
                      " "                  DELIMITED BY SIZE
                      W-OPERADOR-SESSAO    DELIMITED BY SIZE
                      " LEITOR "           DELIMITED BY SIZE
                      COD-LEITOR           DELIMITED BY SIZE
                      " ANONIMIZADO - ULTIMA ATIVIDADE "
                                           DELIMITED BY SIZE
                      TA-ULTIMA-ATIVIDADE (COD-LEITOR)
                                           DELIMITED BY SIZE
                      " CORTE "            DELIMITED BY SIZE
                      W-DATA-CORTE         DELIMITED BY SIZE
                   INTO REG-LOG
               END-STRING
               WRITE REG-LOG
           END-IF.

       GRAVAR-RESUMO-LOG.
           MOVE SPACES TO W-LINHA.
           STRING W-DATA-HOJE-AAAAMMDD DELIMITED BY SIZE
                  " "                  DELIMITED BY SIZE
                  W-OPERADOR-SESSAO    DELIMITED BY SIZE
                  " TOTAL - LEITORES: " DELIMITED BY SIZE
                  W-TOTAL-LEI-ANON     DELIMITED BY SIZE
                  " EMPRESTIMOS: "     DELIMITED BY SIZE
                  W-TOTAL-EMP-ANON     DELIMITED BY SIZE
                  " HISTORICOS: "      DELIMITED BY SIZE
                  W-TOTAL-HIST-ANON    DELIMITED BY SIZE
               INTO W-LINHA
           END-STRING.
           PERFORM GRAVAR-RESUMO-LINHA.
           MOVE SPACES TO W-LINHA.
           STRING W-DATA-HOJE-AAAAMMDD DELIMITED BY SIZE
                  " "                  DELIMITED BY SIZE
                  W-OPERADOR-SESSAO    DELIMITED BY SIZE
                  " TOTAL - MULTAS: "  DELIMITED BY SIZE
                  W-TOTAL-MUL-ANON     DELIMITED BY SIZE
                  " RESERVAS: "        DELIMITED BY SIZE
                  W-TOTAL-RES-ANON     DELIMITED BY SIZE
                  " ENCOMENDAS: "      DELIMITED BY SIZE
                  W-TOTAL-ENC-ANON     DELIMITED BY SIZE
                  " MENSAGENS: "       DELIMITED BY SIZE
                  W-TOTAL-MSG-ANON     DELIMITED BY SIZE
               INTO W-LINHA
           END-STRING.
           PERFORM GRAVAR-RESUMO-LINHA.
           MOVE SPACES TO W-LINHA.
           STRING W-DATA-HOJE-AAAAMMDD DELIMITED BY SIZE
                  " "                  DELIMITED BY SIZE
                  W-OPERADOR-SESSAO    DELIMITED BY SIZE
                  " TOTAL - EMPRESTIMOS ENTRE BIBLIOTECAS: "
                                       DELIMITED BY SIZE
                  W-TOTAL-INT-ANON     DELIMITED BY SIZE
               INTO W-LINHA
           END-STRING.
           PERFORM GRAVAR-RESUMO-LINHA.

       GRAVAR-RESUMO-LINHA.
           DISPLAY W-LINHA (1:79).
           IF  LOG-OK
               MOVE W-LINHA TO REG-LOG
               WRITE REG-LOG
           END-IF.

       FINALIZACAO.
           STOP "   <ENTER> PARA CONTINUAR".

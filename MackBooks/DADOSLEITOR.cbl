
       IDENTIFICATION DIVISION.

       PROGRAM-ID. DADOSLEITOR.
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
                   ACCESS RANDOM
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

                   SELECT OPTIONAL ARQ-HISTORICO
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
                   ACCESS DYNAMIC
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

                   SELECT OPTIONAL ARQ-RELATORIO
                   ASSIGN TO "dadosleitor.txt"
                   ORGANIZATION LINE SEQUENTIAL
                   FILE STATUS IS W-COD-ERRO-REL.

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

         FD  ARQ-RELATORIO
             LABEL RECORD STANDARD.
         01  REG-RELATORIO  PIC X(100).

         WORKING-STORAGE SECTION.
         77  W-COD-ERRO-LEI     PIC XX    VALUE SPACES.
             88  STATUS-LEI-OK            VALUE "00".
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
         77  W-COD-ERRO-REL     PIC XX    VALUE SPACES.
         77  W-LOGIN-OK         PIC X     VALUE "N".
         77  W-RELATORIO-OK     PIC X     VALUE "N".
             88  RELATORIO-OK             VALUE "S".
         77  W-FIM-ARQUIVO      PIC X     VALUE "N".
             88  FIM-ARQUIVO              VALUE "S".
         77  W-COD-LEITOR-DIG   PIC 9(5)  VALUE ZEROS.
         77  W-NOME-ARQ-HIST    PIC X(20) VALUE SPACES.
         77  W-ANO-HIST         PIC 9(4)  VALUE ZEROS.
         77  W-ANO-ATUAL        PIC 9(4)  VALUE ZEROS.
         77  W-DATA-HOJE-AAAAMMDD PIC 9(8) VALUE ZEROS.
         77  W-LINHA            PIC X(100) VALUE SPACES.
         77  W-TOTAL-ITENS      PIC 9(5)  VALUE ZEROS.
         77  VALOR-ED           PIC ZZ.ZZ9,99 VALUE ZEROS.
         77  PONTOS-ED          PIC Z.ZZZ.ZZ9 VALUE ZEROS.

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
           *> RELATORIO DO TITULAR (LGPD): TUDO O QUE O SISTEMA GUARDA
           *> SOBRE UM LEITOR - CADASTRO, EMPRESTIMOS (VIVOS E TODOS OS
           *> HISTORICOS ANUAIS), RESERVAS, MULTAS E PAGAMENTOS,
           *> ENCOMENDAS, EMPRESTIMOS ENTRE BIBLIOTECAS, PONTOS,
           *> ANUIDADES E MENSAGENS DA CAIXA DE SAIDA - EM
           *> "dadosleitor.txt", ENTREGUE PELO SPOOL.
           PERFORM INICIALIZACAO.
           IF  W-COD-LEITOR-DIG > 0
               PERFORM GERAR-RELATORIO
           END-IF.
           PERFORM FINALIZACAO.
           EXIT PROGRAM.

       INICIALIZACAO.
           MOVE "N" TO W-LOGIN-OK.
           CALL "VALIDARLOGIN" USING W-LOGIN-OK "DADOSLEITOR    ".
           DISPLAY "DADOS PESSOAIS DO LEITOR (LGPD)".
           IF  W-LOGIN-OK NOT = "S"
               DISPLAY "ACESSO NEGADO"
           ELSE
               DISPLAY "CODIGO DO LEITOR: " WITH NO ADVANCING
               ACCEPT W-COD-LEITOR-DIG
               IF  W-COD-LEITOR-DIG = 0
                   DISPLAY "CODIGO INVALIDO - NADA A FAZER"
               ELSE
                   ACCEPT W-DATA-HOJE-AAAAMMDD FROM DATE YYYYMMDD
                   MOVE W-DATA-HOJE-AAAAMMDD (1:4) TO W-ANO-ATUAL
                   OPEN INPUT ARQ-LEITOR
                   MOVE W-COD-LEITOR-DIG TO COD-LEITOR
                   READ ARQ-LEITOR
                   IF  NOT STATUS-LEI-OK
                       DISPLAY "LEITOR NAO CADASTRADO"
                       MOVE ZEROS TO W-COD-LEITOR-DIG
                   END-IF
                   CLOSE ARQ-LEITOR
               END-IF
           END-IF.

       GERAR-RELATORIO.
           OPEN OUTPUT ARQ-RELATORIO.
           IF  W-COD-ERRO-REL = "00"
               MOVE "S" TO W-RELATORIO-OK
           ELSE
               DISPLAY "ERRO AO CRIAR dadosleitor.txt (STATUS "
                       W-COD-ERRO-REL ") - SO SAIDA EM TELA"
           END-IF.
           PERFORM LISTAR-CADASTRO.
           PERFORM LISTAR-EMPRESTIMOS-VIVOS.
           PERFORM LISTAR-EMPRESTIMOS-ARQUIVADOS.
           PERFORM LISTAR-RESERVAS.
           PERFORM LISTAR-MULTAS.
           PERFORM LISTAR-PAGTOS-MULTA.
           PERFORM LISTAR-ENCOMENDAS.
           PERFORM LISTAR-EMPRESTIMOS-INTER.
           PERFORM LISTAR-PONTOS.
           PERFORM LISTAR-ANUIDADES.
           PERFORM LISTAR-MENSAGENS.
           MOVE ALL "=" TO W-LINHA.
           PERFORM GRAVAR-LINHA.
           IF  RELATORIO-OK
               CLOSE ARQ-RELATORIO
               CALL "SPOOLAR" USING "DADOSLEITOR         "
                    "dadosleitor.txt     "
           END-IF.

       LISTAR-CADASTRO.
           MOVE ALL "=" TO W-LINHA.
           PERFORM GRAVAR-LINHA.
           MOVE SPACES TO W-LINHA.
           STRING "DADOS MANTIDOS SOBRE O LEITOR " DELIMITED BY SIZE
                  COD-LEITOR                       DELIMITED BY SIZE
                  " - EMITIDO EM "                 DELIMITED BY SIZE
                  W-DATA-HOJE-AAAAMMDD (7:2)       DELIMITED BY SIZE
                  "/"                              DELIMITED BY SIZE
                  W-DATA-HOJE-AAAAMMDD (5:2)       DELIMITED BY SIZE
                  "/"                              DELIMITED BY SIZE
                  W-DATA-HOJE-AAAAMMDD (1:4)       DELIMITED BY SIZE
               INTO W-LINHA
           END-STRING.
           PERFORM GRAVAR-LINHA.
           MOVE ALL "=" TO W-LINHA.
           PERFORM GRAVAR-LINHA.
           MOVE "CADASTRO (leitores.dat):" TO W-LINHA.
           PERFORM GRAVAR-LINHA.
           MOVE SPACES TO W-LINHA.
           STRING "  NOME......: " NOME-LEITOR-CAD
               DELIMITED BY SIZE INTO W-LINHA
           END-STRING.
           PERFORM GRAVAR-LINHA.
           MOVE SPACES TO W-LINHA.
           STRING "  DOCUMENTO.: " DOCUMENTO-LEITOR
                  "  TIPO: " TIPO-LEITOR
                  "  SITUACAO: " SITUACAO-LEITOR
               DELIMITED BY SIZE INTO W-LINHA
           END-STRING.
           PERFORM GRAVAR-LINHA.
           MOVE SPACES TO W-LINHA.
           STRING "  ENDERECO..: " ENDERECO-LEITOR
               DELIMITED BY SIZE INTO W-LINHA
           END-STRING.
           PERFORM GRAVAR-LINHA.
           MOVE SPACES TO W-LINHA.
           STRING "  TELEFONE..: " TELEFONE-LEITOR
                  "  CELULAR: " CELULAR-LEITOR
               DELIMITED BY SIZE INTO W-LINHA
           END-STRING.
           PERFORM GRAVAR-LINHA.
           MOVE SPACES TO W-LINHA.
           STRING "  E-MAIL....: " EMAIL-LEITOR
                  "  CANAL: " CANAL-LEITOR
               DELIMITED BY SIZE INTO W-LINHA
           END-STRING.
           PERFORM GRAVAR-LINHA.
           MOVE SPACES TO W-LINHA.
           STRING "  FILIAL....: " FILIAL-LEITOR
                  "  VALIDADE DA INSCRICAO: " DATA-VALIDADE-LEITOR
               DELIMITED BY SIZE INTO W-LINHA
           END-STRING.
           PERFORM GRAVAR-LINHA.

       ABRIR-SECAO.
           MOVE SPACES TO W-LINHA.
           PERFORM GRAVAR-LINHA.
           MOVE ZEROS TO W-TOTAL-ITENS.
           MOVE "N" TO W-FIM-ARQUIVO.

       FECHAR-SECAO.
           IF  W-TOTAL-ITENS = 0
               MOVE "  (NENHUM REGISTRO)" TO W-LINHA
               PERFORM GRAVAR-LINHA
           END-IF.

       LISTAR-EMPRESTIMOS-VIVOS.
           PERFORM ABRIR-SECAO.
           MOVE "EMPRESTIMOS (emprestimos.dat):" TO W-LINHA.
           PERFORM GRAVAR-LINHA.
           OPEN INPUT ARQ-EMPRESTIMO.
           *> SO OS REGISTROS DO LEITOR, PELA CHAVE ALTERNATIVA
           MOVE W-COD-LEITOR-DIG TO COD-LEITOR-EMP.
           START ARQ-EMPRESTIMO KEY IS EQUAL TO COD-LEITOR-EMP
               INVALID KEY MOVE "S" TO W-FIM-ARQUIVO
           END-START.
           IF  NOT FIM-ARQUIVO
               PERFORM LER-PROXIMO-EMPRESTIMO
           END-IF.
           PERFORM UNTIL FIM-ARQUIVO
                   OR COD-LEITOR-EMP NOT = W-COD-LEITOR-DIG
               ADD 1 TO W-TOTAL-ITENS
               MOVE SPACES TO W-LINHA
               STRING "  " COD-EMPRESTIMO
                      " LIVRO " COD-LIVRO-EMP
                      " EXEMPLAR " NUM-EXEMPLAR-EMP
                      " FILIAL " COD-FILIAL-EMP
                      " EMPREST. " DATA-EMPRESTIMO
                      " PREV. " DATA-PREVISTA-DEVOL
                      " DEVOL. " DATA-DEVOLUCAO
                      " " SITUACAO-EMPRESTIMO
                   DELIMITED BY SIZE INTO W-LINHA
               END-STRING
               PERFORM GRAVAR-LINHA
               MOVE SPACES TO W-LINHA
               STRING "        NOME GRAVADO: " NOME-LEITOR
                   DELIMITED BY SIZE INTO W-LINHA
               END-STRING
               PERFORM GRAVAR-LINHA
               PERFORM LER-PROXIMO-EMPRESTIMO
           END-PERFORM.
           CLOSE ARQ-EMPRESTIMO.
           PERFORM FECHAR-SECAO.

       LER-PROXIMO-EMPRESTIMO.
           READ ARQ-EMPRESTIMO NEXT RECORD
               AT END MOVE "S" TO W-FIM-ARQUIVO
           END-READ.
           IF  NOT FIM-ARQUIVO
                   AND W-COD-ERRO-EMP NOT = "00" AND "02" AND "05"
               MOVE "S" TO W-FIM-ARQUIVO
           END-IF.

       LISTAR-EMPRESTIMOS-ARQUIVADOS.
           *> TODOS OS HISTORICOS ANUAIS DESDE O PRIMEIRO (MESMO
           *> INICIO DE RELATORIOCIRCULACAO); ANO SEM ARQUIVO E PULADO.
           PERFORM ABRIR-SECAO.
           MOVE "EMPRESTIMOS ARQUIVADOS (emprhist-AAAA.dat):"
             TO W-LINHA.
           PERFORM GRAVAR-LINHA.
           MOVE 2017 TO W-ANO-HIST.
           PERFORM UNTIL W-ANO-HIST > W-ANO-ATUAL
               PERFORM LISTAR-UM-HISTORICO
               ADD 1 TO W-ANO-HIST
           END-PERFORM.
           PERFORM FECHAR-SECAO.

       LISTAR-UM-HISTORICO.
           MOVE SPACES TO W-NOME-ARQ-HIST.
           STRING "emprhist-"  DELIMITED BY SIZE
                  W-ANO-HIST   DELIMITED BY SIZE
                  ".dat"       DELIMITED BY SIZE
               INTO W-NOME-ARQ-HIST
           END-STRING.
           OPEN INPUT ARQ-HISTORICO.
           IF  W-COD-ERRO-HIST = "00"
               MOVE "N" TO W-FIM-ARQUIVO
               PERFORM LER-PROXIMO-HISTORICO
               PERFORM UNTIL FIM-ARQUIVO
                   MOVE REG-EMPRESTIMO-HIST TO HIST-EMPRESTIMO
                   IF  HE-COD-LEITOR = W-COD-LEITOR-DIG
                       PERFORM GRAVAR-LINHA-HISTORICO
                   END-IF
                   PERFORM LER-PROXIMO-HISTORICO
               END-PERFORM
               CLOSE ARQ-HISTORICO
           ELSE
               CLOSE ARQ-HISTORICO
           END-IF.

       LER-PROXIMO-HISTORICO.
           READ ARQ-HISTORICO
               AT END MOVE "S" TO W-FIM-ARQUIVO
           END-READ.
           IF  NOT FIM-ARQUIVO
                   AND W-COD-ERRO-HIST NOT = "00" AND "02"
               MOVE "S" TO W-FIM-ARQUIVO
           END-IF.

       GRAVAR-LINHA-HISTORICO.
           ADD 1 TO W-TOTAL-ITENS.
           MOVE SPACES TO W-LINHA.
           STRING "  " HE-COD-EMPRESTIMO
                  " LIVRO " HE-COD-LIVRO
                  " EXEMPLAR " HE-NUM-EXEMPLAR
                  " FILIAL " HE-COD-FILIAL
                  " EMPREST. " HE-DATA-EMP
                  " DEVOL. " HE-DATA-DEV
                  " " HE-SITUACAO
                  " (" W-ANO-HIST ")"
               DELIMITED BY SIZE INTO W-LINHA
           END-STRING.
           PERFORM GRAVAR-LINHA.
           MOVE SPACES TO W-LINHA.
           STRING "        NOME GRAVADO: " HE-NOME-LEITOR
               DELIMITED BY SIZE INTO W-LINHA
           END-STRING.
           PERFORM GRAVAR-LINHA.

       LISTAR-RESERVAS.
           PERFORM ABRIR-SECAO.
           MOVE "RESERVAS (reservas.dat):" TO W-LINHA.
           PERFORM GRAVAR-LINHA.
           OPEN INPUT ARQ-RESERVA.
           *> SO OS REGISTROS DO LEITOR, PELA CHAVE ALTERNATIVA
           MOVE W-COD-LEITOR-DIG TO COD-LEITOR-RES.
           START ARQ-RESERVA KEY IS EQUAL TO COD-LEITOR-RES
               INVALID KEY MOVE "S" TO W-FIM-ARQUIVO
           END-START.
           IF  NOT FIM-ARQUIVO
               PERFORM LER-PROXIMA-RESERVA
           END-IF.
           PERFORM UNTIL FIM-ARQUIVO
                   OR COD-LEITOR-RES NOT = W-COD-LEITOR-DIG
               ADD 1 TO W-TOTAL-ITENS
               MOVE SPACES TO W-LINHA
               STRING "  " COD-RESERVA
                      " LIVRO " COD-LIVRO-RES
                      " EM " DATA-RESERVA
                      " SITUACAO " SITUACAO-RESERVA
                      " NOME GRAVADO: " NOME-LEITOR-RES
                   DELIMITED BY SIZE INTO W-LINHA
               END-STRING
               PERFORM GRAVAR-LINHA
               PERFORM LER-PROXIMA-RESERVA
           END-PERFORM.
           CLOSE ARQ-RESERVA.
           PERFORM FECHAR-SECAO.

       LER-PROXIMA-RESERVA.
           READ ARQ-RESERVA NEXT RECORD
               AT END MOVE "S" TO W-FIM-ARQUIVO
           END-READ.
           IF  NOT FIM-ARQUIVO
                   AND W-COD-ERRO-RES NOT = "00" AND "02" AND "05"
               MOVE "S" TO W-FIM-ARQUIVO
           END-IF.

       LISTAR-MULTAS.
           PERFORM ABRIR-SECAO.
           MOVE "MULTAS (multas.dat):" TO W-LINHA.
           PERFORM GRAVAR-LINHA.
           OPEN INPUT ARQ-MULTA.
           *> SO OS REGISTROS DO LEITOR, PELA CHAVE ALTERNATIVA
           MOVE W-COD-LEITOR-DIG TO COD-LEITOR-MUL.
           START ARQ-MULTA KEY IS EQUAL TO COD-LEITOR-MUL
               INVALID KEY MOVE "S" TO W-FIM-ARQUIVO
           END-START.
           IF  NOT FIM-ARQUIVO
               PERFORM LER-PROXIMA-MULTA
           END-IF.
           PERFORM UNTIL FIM-ARQUIVO
                   OR COD-LEITOR-MUL NOT = W-COD-LEITOR-DIG
               ADD 1 TO W-TOTAL-ITENS
               MOVE VALOR-MULTA TO VALOR-ED
               MOVE SPACES TO W-LINHA
               STRING "  EMPRESTIMO " COD-EMPRESTIMO-MUL
                      " DE " DATA-MULTA
                      " VALOR " VALOR-ED
                      " SITUACAO " SITUACAO-MULTA
                      " QUITADA EM " DATA-QUITACAO-MUL
                   DELIMITED BY SIZE INTO W-LINHA
               END-STRING
               PERFORM GRAVAR-LINHA
               MOVE SPACES TO W-LINHA
               STRING "        NOME GRAVADO: " NOME-LEITOR-MUL
                   DELIMITED BY SIZE INTO W-LINHA
               END-STRING
               PERFORM GRAVAR-LINHA
               PERFORM LER-PROXIMA-MULTA
           END-PERFORM.
           CLOSE ARQ-MULTA.
           PERFORM FECHAR-SECAO.

       LER-PROXIMA-MULTA.
           READ ARQ-MULTA NEXT RECORD
               AT END MOVE "S" TO W-FIM-ARQUIVO
           END-READ.
           IF  NOT FIM-ARQUIVO
                   AND W-COD-ERRO-MUL NOT = "00" AND "02" AND "05"
               MOVE "S" TO W-FIM-ARQUIVO
           END-IF.

       LISTAR-PAGTOS-MULTA.
           PERFORM ABRIR-SECAO.
           MOVE "PAGAMENTOS DE MULTA (pagtomultas.dat):" TO W-LINHA.
           PERFORM GRAVAR-LINHA.
           OPEN INPUT ARQ-PAGTO-MULTA.
           *> SO OS REGISTROS DO LEITOR, PELA CHAVE ALTERNATIVA
           MOVE W-COD-LEITOR-DIG TO COD-LEITOR-PAG.
           START ARQ-PAGTO-MULTA KEY IS EQUAL TO COD-LEITOR-PAG
               INVALID KEY MOVE "S" TO W-FIM-ARQUIVO
           END-START.
           IF  NOT FIM-ARQUIVO
               PERFORM LER-PROXIMO-PAGTO
           END-IF.
           PERFORM UNTIL FIM-ARQUIVO
                   OR COD-LEITOR-PAG NOT = W-COD-LEITOR-DIG
               ADD 1 TO W-TOTAL-ITENS
               MOVE VALOR-PAGO TO VALOR-ED
               MOVE SPACES TO W-LINHA
               STRING "  PAGAMENTO " COD-PAGAMENTO
                      " EMPRESTIMO " COD-EMPRESTIMO-PAG
                      " EM " DATA-PAGTO
                      " VALOR " VALOR-ED
                      " FORMA " FORMA-PAGTO-MUL
                   DELIMITED BY SIZE INTO W-LINHA
               END-STRING
               PERFORM GRAVAR-LINHA
               PERFORM LER-PROXIMO-PAGTO
           END-PERFORM.
           CLOSE ARQ-PAGTO-MULTA.
           PERFORM FECHAR-SECAO.

       LER-PROXIMO-PAGTO.
           READ ARQ-PAGTO-MULTA NEXT RECORD
               AT END MOVE "S" TO W-FIM-ARQUIVO
           END-READ.
           IF  NOT FIM-ARQUIVO
                   AND W-COD-ERRO-PAG NOT = "00" AND "02" AND "05"
               MOVE "S" TO W-FIM-ARQUIVO
           END-IF.

       LISTAR-ENCOMENDAS.
           PERFORM ABRIR-SECAO.
           MOVE "ENCOMENDAS (encomendas.dat):" TO W-LINHA.
           PERFORM GRAVAR-LINHA.
           OPEN INPUT ARQ-ENCOMENDA.
           PERFORM LER-PROXIMA-ENCOMENDA.
           PERFORM UNTIL FIM-ARQUIVO
               IF  COD-LEITOR-ENC = W-COD-LEITOR-DIG
                   ADD 1 TO W-TOTAL-ITENS
                   MOVE SPACES TO W-LINHA
                   STRING "  " COD-ENCOMENDA
                          " EM " DATA-ENCOMENDA
                          " " TITULO-ENC (1:30)
                          " SITUACAO " SITUACAO-ENC
                       DELIMITED BY SIZE INTO W-LINHA
                   END-STRING
                   PERFORM GRAVAR-LINHA
                   MOVE SPACES TO W-LINHA
                   STRING "        NOME GRAVADO: " NOME-CLIENTE-ENC
                          " TEL. " TELEFONE-ENC
                       DELIMITED BY SIZE INTO W-LINHA
                   END-STRING
                   PERFORM GRAVAR-LINHA
               END-IF
               PERFORM LER-PROXIMA-ENCOMENDA
           END-PERFORM.
           CLOSE ARQ-ENCOMENDA.
           PERFORM FECHAR-SECAO.

       LER-PROXIMA-ENCOMENDA.
           READ ARQ-ENCOMENDA NEXT RECORD
               AT END MOVE "S" TO W-FIM-ARQUIVO
           END-READ.
           IF  NOT FIM-ARQUIVO
                   AND W-COD-ERRO-ENC NOT = "00" AND "02" AND "05"
               MOVE "S" TO W-FIM-ARQUIVO
           END-IF.

       LISTAR-EMPRESTIMOS-INTER.
           *> SO A ENTRADA (LIVRO DE OUTRA INSTITUICAO REPASSADO AO
           *> LEITOR) GUARDA CODIGO E NOME DO LEITOR.
           PERFORM ABRIR-SECAO.
           MOVE "EMPRESTIMOS ENTRE BIBLIOTECAS (empinter.dat):"
             TO W-LINHA.
           PERFORM GRAVAR-LINHA.
           OPEN INPUT ARQ-EMP-INTER.
           PERFORM LER-PROXIMO-EMP-INTER.
           PERFORM UNTIL FIM-ARQUIVO
               IF  INTER-ENTRADA
                       AND COD-LEITOR-INT = W-COD-LEITOR-DIG
                   ADD 1 TO W-TOTAL-ITENS
                   MOVE SPACES TO W-LINHA
                   STRING "  " COD-EMP-INTER
                          " " TITULO-INT (1:30)
                          " EMPREST. " DATA-EMPRESTIMO-INT
                          " PREV. " DATA-PREVISTA-LEITOR
                          " DEVOL. " DATA-DEVOL-LEITOR
                          " " SITUACAO-EMP-INTER
                       DELIMITED BY SIZE INTO W-LINHA
                   END-STRING
                   PERFORM GRAVAR-LINHA
                   MOVE SPACES TO W-LINHA
                   STRING "        NOME GRAVADO: " NOME-LEITOR-INT
                          " INSTITUICAO " COD-INSTITUICAO-INT
                       DELIMITED BY SIZE INTO W-LINHA
                   END-STRING
                   PERFORM GRAVAR-LINHA
               END-IF
               PERFORM LER-PROXIMO-EMP-INTER
           END-PERFORM.
           CLOSE ARQ-EMP-INTER.
           PERFORM FECHAR-SECAO.

       LER-PROXIMO-EMP-INTER.
           READ ARQ-EMP-INTER NEXT RECORD
               AT END MOVE "S" TO W-FIM-ARQUIVO
           END-READ.
           IF  NOT FIM-ARQUIVO
                   AND W-COD-ERRO-INT NOT = "00" AND "02" AND "05"
               MOVE "S" TO W-FIM-ARQUIVO
           END-IF.

       LISTAR-PONTOS.
           *> PELA CHAVE ALTERNADA DO LEITOR, COMO EM EXTRATOPONTOS.
           PERFORM ABRIR-SECAO.
           MOVE "PONTOS DE FIDELIDADE (pontos.dat):" TO W-LINHA.
           PERFORM GRAVAR-LINHA.
           OPEN INPUT ARQ-PONTOS.
           MOVE W-COD-LEITOR-DIG TO COD-LEITOR-PTS.
           START ARQ-PONTOS KEY IS EQUAL TO COD-LEITOR-PTS
               INVALID KEY MOVE "S" TO W-FIM-ARQUIVO
           END-START.
           IF  NOT FIM-ARQUIVO
               PERFORM LER-PROXIMO-PONTOS
           END-IF.
           PERFORM UNTIL FIM-ARQUIVO
               ADD 1 TO W-TOTAL-ITENS
               MOVE QTD-PONTOS-PTS TO PONTOS-ED
               MOVE SPACES TO W-LINHA
               STRING "  CUPOM " COD-VENDA-PTS
                      " TIPO " TIPO-MOV-PTS
                      " EM " DATA-MOV-PTS
                      " PONTOS " PONTOS-ED
                      " FILIAL " COD-FILIAL-PTS
                      " OPERADOR " OPERADOR-PTS
                   DELIMITED BY SIZE INTO W-LINHA
               END-STRING
               PERFORM GRAVAR-LINHA
               PERFORM LER-PROXIMO-PONTOS
           END-PERFORM.
           CLOSE ARQ-PONTOS.
           PERFORM FECHAR-SECAO.

       LER-PROXIMO-PONTOS.
           READ ARQ-PONTOS NEXT RECORD
               AT END MOVE "S" TO W-FIM-ARQUIVO
           END-READ.
           IF  NOT FIM-ARQUIVO
               IF  W-COD-ERRO-PTS NOT = "00" AND "02" AND "05"
                       OR COD-LEITOR-PTS NOT = W-COD-LEITOR-DIG
                   MOVE "S" TO W-FIM-ARQUIVO
               END-IF
           END-IF.

       LISTAR-ANUIDADES.
           PERFORM ABRIR-SECAO.
           MOVE "RENOVACOES DE INSCRICAO (anuidades.dat):" TO W-LINHA.
           PERFORM GRAVAR-LINHA.
           OPEN INPUT ARQ-ANUIDADE.
           PERFORM LER-PROXIMA-ANUIDADE.
           PERFORM UNTIL FIM-ARQUIVO
               IF  COD-LEITOR-ANU = W-COD-LEITOR-DIG
                   ADD 1 TO W-TOTAL-ITENS
                   MOVE VALOR-ANUIDADE TO VALOR-ED
                   MOVE SPACES TO W-LINHA
                   STRING "  " COD-ANUIDADE
                          " EM " DATA-ANUIDADE
                          " VALIDADE " VALIDADE-ANTERIOR-ANU
                          " -> " NOVA-VALIDADE-ANU
                          " VALOR " VALOR-ED
                          " FORMA " FORMA-PAGTO-ANU
                       DELIMITED BY SIZE INTO W-LINHA
                   END-STRING
                   PERFORM GRAVAR-LINHA
               END-IF
               PERFORM LER-PROXIMA-ANUIDADE
           END-PERFORM.
           CLOSE ARQ-ANUIDADE.
           PERFORM FECHAR-SECAO.

       LER-PROXIMA-ANUIDADE.
           READ ARQ-ANUIDADE NEXT RECORD
               AT END MOVE "S" TO W-FIM-ARQUIVO
           END-READ.
           IF  NOT FIM-ARQUIVO
                   AND W-COD-ERRO-ANU NOT = "00" AND "02" AND "05"
               MOVE "S" TO W-FIM-ARQUIVO
           END-IF.

       LISTAR-MENSAGENS.
           PERFORM ABRIR-SECAO.
           MOVE "MENSAGENS ELETRONICAS (caixasaida.dat):" TO W-LINHA.
           PERFORM GRAVAR-LINHA.
           OPEN INPUT ARQ-MENSAGEM.
           PERFORM LER-PROXIMA-MENSAGEM.
           PERFORM UNTIL FIM-ARQUIVO
               IF  DESTINATARIO-LEITOR
                       AND COD-DESTINATARIO-MSG = W-COD-LEITOR-DIG
                   ADD 1 TO W-TOTAL-ITENS
                   MOVE SPACES TO W-LINHA
                   STRING "  " COD-MENSAGEM
                          " EM " DATA-GERACAO-MSG
                          " " PROGRAMA-ORIGEM-MSG
                          " CANAL " CANAL-MSG
                          " SITUACAO " SITUACAO-MSG
                          " " ASSUNTO-MSG (1:30)
                       DELIMITED BY SIZE INTO W-LINHA
                   END-STRING
                   PERFORM GRAVAR-LINHA
                   MOVE SPACES TO W-LINHA
                   STRING "        PARA: " NOME-DESTINATARIO-MSG
                          " " ENDERECO-ELETR-MSG
                       DELIMITED BY SIZE INTO W-LINHA
                   END-STRING
                   PERFORM GRAVAR-LINHA
               END-IF
               PERFORM LER-PROXIMA-MENSAGEM
           END-PERFORM.
           CLOSE ARQ-MENSAGEM.
           PERFORM FECHAR-SECAO.

       LER-PROXIMA-MENSAGEM.
           READ ARQ-MENSAGEM NEXT RECORD
               AT END MOVE "S" TO W-FIM-ARQUIVO
           END-READ.
           IF  NOT FIM-ARQUIVO
                   AND W-COD-ERRO-MSG NOT = "00" AND "02" AND "05"
               MOVE "S" TO W-FIM-ARQUIVO
           END-IF.

       GRAVAR-LINHA.
           DISPLAY W-LINHA (1:79).
           IF  RELATORIO-OK
               MOVE W-LINHA TO REG-RELATORIO
               WRITE REG-RELATORIO
           END-IF.

       FINALIZACAO.
           STOP "   <ENTER> PARA CONTINUAR".

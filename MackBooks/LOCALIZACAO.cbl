
       IDENTIFICATION DIVISION.

       PROGRAM-ID. LOCALIZACAO.
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

                   SELECT OPTIONAL ARQ-LOCALIZACAO
                   ASSIGN TO "localizacoes.dat"
                   ORGANIZATION INDEXED
                   RECORD KEY IS CHAVE-LOCALIZACAO
                   ACCESS DYNAMIC
                   FILE STATUS IS W-COD-ERRO-LOC.

                   SELECT OPTIONAL ARQ-FILIAL-SESSAO
                   ASSIGN TO "filial.atual"
                   ORGANIZATION LINE SEQUENTIAL
                   FILE STATUS IS W-COD-ERRO-FIS.

       DATA DIVISION.
         FILE SECTION.
         FD  CAD-PRODUTO
             LABEL RECORD STANDARD.
         COPY "REGLIVRO.cpy".

         FD  ARQ-LOCALIZACAO
             LABEL RECORD STANDARD.
         COPY "REGLOCAL.cpy".

         FD  ARQ-FILIAL-SESSAO
             LABEL RECORD STANDARD.
         01  REG-FILIAL-SESSAO  PIC X(2).

         WORKING-STORAGE SECTION.
         77  CODERRO            PIC XX    VALUE SPACES.
             88  STATUS-OK                VALUE "00".
             88  STATUS-NAO-ENCONTRADO    VALUE "23".
         77  W-COD-ERRO-LOC     PIC XX    VALUE SPACES.
             88  STATUS-LOC-OK            VALUE "00".
         77  W-COD-ERRO-FIS     PIC XX    VALUE SPACES.
         77  W-OPCAO            PIC X     VALUE SPACES.
             88  OPC-OK                   VALUE "S" "N".
         77  W-CONFIRMA         PIC X     VALUE SPACES.
         77  W-LIVRO-OK         PIC X     VALUE "N".
             88  LIVRO-OK                 VALUE "S".
         77  W-FIM-LISTA        PIC X     VALUE "N".
             88  FIM-LISTA                VALUE "S".
         77  COD-ED             PIC ZZ9   VALUE ZEROS.
         77  COD-FILIAL-ED      PIC Z9    VALUE ZEROS.
         77  CORREDOR-ED        PIC Z9    VALUE ZEROS.
         77  PRATELEIRA-ED      PIC Z9    VALUE ZEROS.
         77  W-SETOR-DIG        PIC X(3)  VALUE SPACES.
         77  W-FILIAL-DIG       PIC 9(2)  VALUE ZEROS.
         77  W-LINHA-LISTA      PIC 99    VALUE ZEROS.
         77  W-POS              PIC 9(4)  VALUE ZEROS.
         77  W-BRANCO           PIC X(50) VALUE SPACES.
         77  W-DATA-HOJE-AAAAMMDD PIC 9(8) VALUE ZEROS.
         77  W-EM-LOTE          PIC X     VALUE "N".
             88  EM-LOTE                  VALUE "S".
      *> FILIAL DA SESSAO DO TERMINAL, ESCOLHIDA NO LOGIN E LIDA DE
      *> "filial.atual"; SEM O ARQUIVO, VALE A FILIAL 01 (MATRIZ).
         77  W-FILIAL-SESSAO    PIC 9(2)  VALUE 01.
         77  W-FILIAL-TEXTO     PIC X(2)  VALUE SPACES.
         77  W-FILIAL-NUM REDEFINES W-FILIAL-TEXTO PIC 9(2).

         SCREEN SECTION.
            01 CLEAR-SCREEN.
               05 BLANK SCREEN BACKGROUND-COLOR 0 FOREGROUND-COLOR 0.

       PROCEDURE DIVISION.

       INICIO.
           *> ENDERECO FISICO DE CADA TITULO EM CADA FILIAL (SETOR,
           *> CORREDOR E PRATELEIRA), EM "localizacoes.dat". SETOR EM
           *> BRANCO REMOVE O ENDERECO DAQUELA FILIAL.
           PERFORM INICIALIZACAO.
           PERFORM PROCESSAMENTO UNTIL W-OPCAO = "N".
           PERFORM FINALIZACAO.
           EXIT PROGRAM.

       INICIALIZACAO.
           PERFORM VERIFICAR-JANELA-LOTE.
           IF  EM-LOTE
               MOVE "N" TO W-OPCAO
           ELSE
               PERFORM OBTER-FILIAL-SESSAO
               *> SE ARQUIVO NAO FOR ENCONTRADO, UM NOVO SERA CRIADO
               OPEN INPUT CAD-PRODUTO
               OPEN I-O ARQ-LOCALIZACAO
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

       OBTER-FILIAL-SESSAO.
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
           PERFORM RECEBER-COD-LIVRO.
           IF  LIVRO-OK
               PERFORM LISTAR-LOCALIZACOES
               PERFORM RECEBER-ENDERECO
               PERFORM CONFIRMAR-E-GRAVAR
           END-IF.
           PERFORM OPCAO-CONTINUIDADE.

       FORMATAR-TELA.
           MOVE "N" TO W-LIVRO-OK.
           MOVE ZEROS TO COD-ED COD-FILIAL-ED CORREDOR-ED
                PRATELEIRA-ED.
           MOVE SPACES TO W-CONFIRMA W-SETOR-DIG.

           DISPLAY CLEAR-SCREEN.
           CALL "CABECALHO".

           DISPLAY "LOCALIZACAO NAS PRATELEIRAS"        AT 1310.
           DISPLAY "CODIGO DO LIVRO:"                   AT 1502.
           DISPLAY "LOCALIZACOES CADASTRADAS:"          AT 1702.
           DISPLAY "FILIAL (0=ESTA FILIAL):"            AT 2702.
           DISPLAY "SETOR (BRANCO=REMOVER):"            AT 2802.
           DISPLAY "CORREDOR:"                          AT 2902.
           DISPLAY "PRATELEIRA:"                        AT 3002.
           DISPLAY "CONFIRMA A GRAVACAO? (S/N):"        AT 3202.
           DISPLAY "MENSAGEM:"                          AT 3402.
           DISPLAY "OUTRO LIVRO? (S/N):"                AT 3602.

       RECEBER-COD-LIVRO.
           ACCEPT COD-ED AT 1521.
           MOVE COD-ED TO COD-LIVRO.
           READ CAD-PRODUTO.
           IF  STATUS-OK
               MOVE "S" TO W-LIVRO-OK
               DISPLAY TITULO-LIVRO AT 1525
               PERFORM LIMPAR-ESPACO-MENSAGEM
           ELSE
               IF  STATUS-NAO-ENCONTRADO
                   DISPLAY "LIVRO NAO ENCONTRADO" AT 3412
               ELSE
                   DISPLAY "ERRO AO LER REGISTRO (STATUS " CODERRO ")"
                           AT 3412
               END-IF
           END-IF.

       LISTAR-LOCALIZACOES.
           *> AS LOCALIZACOES DO LIVRO FICAM JUNTAS NA CHAVE (LIVRO +
           *> FILIAL); CABEM OITO LINHAS NA TELA.
           MOVE ZEROS TO W-LINHA-LISTA.
           MOVE "N" TO W-FIM-LISTA.
           MOVE COD-LIVRO TO COD-LIVRO-LOC.
           MOVE ZEROS TO COD-FILIAL-LOC.
           START ARQ-LOCALIZACAO KEY IS NOT LESS THAN CHAVE-LOCALIZACAO
               INVALID KEY MOVE "S" TO W-FIM-LISTA
           END-START.
           PERFORM UNTIL FIM-LISTA
               READ ARQ-LOCALIZACAO NEXT RECORD
                   AT END MOVE "S" TO W-FIM-LISTA
               END-READ
               IF  NOT FIM-LISTA
                   IF  COD-LIVRO-LOC NOT = COD-LIVRO
                           OR W-LINHA-LISTA >= 8
                       MOVE "S" TO W-FIM-LISTA
                   ELSE
                       ADD 1 TO W-LINHA-LISTA
                       COMPUTE W-POS = (17 + W-LINHA-LISTA) * 100 + 2
                       DISPLAY "FILIAL" AT W-POS
                       COMPUTE W-POS = (17 + W-LINHA-LISTA) * 100 + 9
                       DISPLAY COD-FILIAL-LOC AT W-POS
                       COMPUTE W-POS = (17 + W-LINHA-LISTA) * 100 + 12
                       DISPLAY "SETOR" AT W-POS
                       COMPUTE W-POS = (17 + W-LINHA-LISTA) * 100 + 18
                       DISPLAY SETOR-LOC AT W-POS
                       COMPUTE W-POS = (17 + W-LINHA-LISTA) * 100 + 22
                       DISPLAY "CORR" AT W-POS
                       COMPUTE W-POS = (17 + W-LINHA-LISTA) * 100 + 27
                       DISPLAY CORREDOR-LOC AT W-POS
                       COMPUTE W-POS = (17 + W-LINHA-LISTA) * 100 + 30
                       DISPLAY "PRAT" AT W-POS
                       COMPUTE W-POS = (17 + W-LINHA-LISTA) * 100 + 35
                       DISPLAY PRATELEIRA-LOC AT W-POS
                   END-IF
               END-IF
           END-PERFORM.
           IF  W-LINHA-LISTA = 0
               DISPLAY "NENHUMA LOCALIZACAO AINDA" AT 1802
           END-IF.

       RECEBER-ENDERECO.
           ACCEPT COD-FILIAL-ED AT 2726.
           MOVE COD-FILIAL-ED TO W-FILIAL-DIG.
           IF  W-FILIAL-DIG = 0
               MOVE W-FILIAL-SESSAO TO W-FILIAL-DIG COD-FILIAL-ED
               DISPLAY COD-FILIAL-ED AT 2726
           END-IF.
           ACCEPT W-SETOR-DIG AT 2826.
           MOVE FUNCTION UPPER-CASE (W-SETOR-DIG) TO W-SETOR-DIG.
           IF  W-SETOR-DIG NOT = SPACES
               ACCEPT CORREDOR-ED AT 2926
               ACCEPT PRATELEIRA-ED AT 3026
           END-IF.

       CONFIRMAR-E-GRAVAR.
           PERFORM WITH TEST AFTER UNTIL W-CONFIRMA = "S" OR "N"
               ACCEPT W-CONFIRMA AT 3232 WITH AUTO
               MOVE FUNCTION UPPER-CASE (W-CONFIRMA) TO W-CONFIRMA
               IF  W-CONFIRMA NOT = "S" AND "N"
                   DISPLAY "DIGITAR 'S' PARA CONFIRMAR E 'N' PARA"
                           AT 3412
               ELSE
                   PERFORM LIMPAR-ESPACO-MENSAGEM
               END-IF
           END-PERFORM.
           IF  W-CONFIRMA = "S"
               MOVE COD-LIVRO    TO COD-LIVRO-LOC
               MOVE W-FILIAL-DIG TO COD-FILIAL-LOC
               READ ARQ-LOCALIZACAO
               EVALUATE TRUE
                   WHEN W-SETOR-DIG = SPACES AND STATUS-LOC-OK
                       DELETE ARQ-LOCALIZACAO
                       IF  STATUS-LOC-OK
                           DISPLAY "LOCALIZACAO REMOVIDA" AT 3412
                       ELSE
                           DISPLAY "ERRO AO REMOVER (STATUS "
                                   W-COD-ERRO-LOC ")" AT 3412
                       END-IF
                   WHEN W-SETOR-DIG = SPACES
                       DISPLAY "NAO HAVIA LOCALIZACAO NESTA FILIAL"
                               AT 3412
                   WHEN STATUS-LOC-OK
                       PERFORM MONTAR-ENDERECO
                       REWRITE REG-LOCALIZACAO
                       IF  STATUS-LOC-OK
                           DISPLAY "LOCALIZACAO ATUALIZADA" AT 3412
                       ELSE
                           DISPLAY "ERRO AO ATUALIZAR (STATUS "
                                   W-COD-ERRO-LOC ")" AT 3412
                       END-IF
                   WHEN OTHER
                       MOVE COD-LIVRO    TO COD-LIVRO-LOC
                       MOVE W-FILIAL-DIG TO COD-FILIAL-LOC
                       PERFORM MONTAR-ENDERECO
                       WRITE REG-LOCALIZACAO
                       IF  STATUS-LOC-OK
                           DISPLAY "LOCALIZACAO CADASTRADA" AT 3412
                       ELSE
                           DISPLAY "ERRO AO GRAVAR (STATUS "
                                   W-COD-ERRO-LOC ")" AT 3412
                       END-IF
               END-EVALUATE
           ELSE
               DISPLAY "LANCAMENTO DESCARTADO" AT 3412
           END-IF.

       MONTAR-ENDERECO.
           ACCEPT W-DATA-HOJE-AAAAMMDD FROM DATE YYYYMMDD.
           MOVE W-SETOR-DIG   TO SETOR-LOC.
           MOVE CORREDOR-ED   TO CORREDOR-LOC.
           MOVE PRATELEIRA-ED TO PRATELEIRA-LOC.
           MOVE W-DATA-HOJE-AAAAMMDD TO DATA-ATUALIZACAO-LOC.

       OPCAO-CONTINUIDADE.
           PERFORM WITH TEST AFTER UNTIL OPC-OK
               ACCEPT W-OPCAO AT 3622 WITH AUTO
               MOVE FUNCTION UPPER-CASE (W-OPCAO) TO W-OPCAO
               IF  OPC-OK
                   PERFORM LIMPAR-ESPACO-MENSAGEM
               ELSE
                   DISPLAY "DIGITE 'S' OU 'N'" AT 3412
               END-IF
           END-PERFORM.

       LIMPAR-ESPACO-MENSAGEM.
           DISPLAY W-BRANCO AT 3412.

       FINALIZACAO.
           IF  NOT EM-LOTE
               CLOSE CAD-PRODUTO
               CLOSE ARQ-LOCALIZACAO
           END-IF.
           DISPLAY "TERMINO DO PROCESSAMENTO" AT 3721.

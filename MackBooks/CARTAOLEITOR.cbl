
       IDENTIFICATION DIVISION.

       PROGRAM-ID. CARTAOLEITOR.
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

                   SELECT OPTIONAL ARQ-CARTOES
                   ASSIGN TO "cartoes.txt"
                   ORGANIZATION LINE SEQUENTIAL
                   FILE STATUS IS W-COD-ERRO-CAR.

       DATA DIVISION.
         FILE  SECTION.
         FD  ARQ-LEITOR
             LABEL RECORD STANDARD.
         COPY "REGLEITOR.cpy".

         FD  ARQ-CARTOES
             LABEL RECORD STANDARD.
         01  REG-CARTAO  PIC X(60).

         WORKING-STORAGE SECTION.
         77  W-COD-ERRO-LEI     PIC XX    VALUE SPACES.
             88  STATUS-LEI-OK            VALUE "00".
             88  STATUS-LEI-NAO-ENCONTRADO VALUE "23".
         77  W-COD-ERRO-CAR     PIC XX    VALUE SPACES.
         77  W-ARQUIVOS-ABERTOS PIC X     VALUE "N".
             88  ARQUIVOS-ABERTOS         VALUE "S".
         77  W-FIM-LEITORES     PIC X     VALUE "N".
             88  FIM-LEITORES             VALUE "S".
         77  W-EM-LOTE          PIC X     VALUE "N".
             88  EM-LOTE                  VALUE "S".
         77  W-TIPO-EMISSAO     PIC X     VALUE SPACES.
             88  EMISSAO-NOVOS            VALUE "N".
             88  EMISSAO-REIMPRESSAO      VALUE "R".
             88  EMISSAO-PERDA            VALUE "P".
             88  EMISSAO-OK               VALUE "N" "R" "P".
         77  W-CONFIRMA         PIC X     VALUE SPACES.
         77  COD-LEITOR-ED      PIC ZZZZ9 VALUE ZEROS.
         77  W-TOTAL-CARTOES    PIC 9(5)  VALUE ZEROS.
         77  W-NUMERO-CARTAO    PIC X(8)  VALUE SPACES.
         77  W-RESULTADO-CARTAO PIC X     VALUE SPACES.
         77  W-BARRAS           PIC X(10) VALUE SPACES.

         SCREEN SECTION.
            01 CLEAR-SCREEN.
               05 BLANK SCREEN BACKGROUND-COLOR 0 FOREGROUND-COLOR 0.

       PROCEDURE DIVISION.

       INICIO.
           *> EMISSAO DOS CARTOES DE LEITOR EM "cartoes.txt" (MESMO
           *> ESQUEMA DE ETIQUETAS): (N)OVOS = TODOS OS LEITORES ATIVOS
           *> AINDA SEM CARTAO; (R)EIMPRESSAO = MESMO NUMERO, PARA UM
           *> CARTAO GASTO OU UMA VALIDADE RENOVADA; (P)ERDA = VIA
           *> NOVA, E O NUMERO DO CARTAO PERDIDO PASSA A SER RECUSADO
           *> EM EMPRESTAR, DEVOLVER, RENOVAR, PAGARMULTA E
           *> EXTRATOLEITOR.
           PERFORM INICIALIZACAO.
           IF  ARQUIVOS-ABERTOS
               PERFORM RECEBER-TIPO-EMISSAO
               EVALUATE TRUE
                   WHEN EMISSAO-NOVOS
                       PERFORM EMITIR-CARTOES-NOVOS
                   WHEN OTHER
                       PERFORM EMITIR-CARTAO-LEITOR
               END-EVALUATE
               IF  W-TOTAL-CARTOES = 0
                   DISPLAY "NENHUM CARTAO GERADO" AT 1902
               ELSE
                   DISPLAY W-TOTAL-CARTOES AT 1902
                   DISPLAY "CARTAO(OES) GERADO(S) EM ""cartoes.txt"""
                           AT 1909
               END-IF
           END-IF.
           PERFORM FINALIZACAO.
           EXIT PROGRAM.

       INICIALIZACAO.
           PERFORM VERIFICAR-JANELA-LOTE.
           IF  NOT EM-LOTE
               DISPLAY CLEAR-SCREEN
               CALL "CABECALHO"
               DISPLAY "EMISSAO DE CARTOES DE LEITOR"   AT 1310
               OPEN I-O ARQ-LEITOR
               IF  STATUS-LEI-OK OR W-COD-ERRO-LEI = "05"
                   OPEN OUTPUT ARQ-CARTOES
                   MOVE "S" TO W-ARQUIVOS-ABERTOS
               ELSE
                   DISPLAY "ERRO AO ABRIR leitores.dat (STATUS "
                           W-COD-ERRO-LEI ")" AT 1502
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

       RECEBER-TIPO-EMISSAO.
           DISPLAY "(N)OVOS, (R)EIMPRESSAO OU (P)ERDA DO CARTAO:"
                   AT 1502.
           PERFORM WITH TEST AFTER UNTIL EMISSAO-OK
               ACCEPT W-TIPO-EMISSAO AT 1547 WITH AUTO
               MOVE FUNCTION UPPER-CASE (W-TIPO-EMISSAO)
                 TO W-TIPO-EMISSAO
           END-PERFORM.

       EMITIR-CARTOES-NOVOS.
           *> LEITOR BLOQUEADO (OU ANONIMIZADO) NAO GANHA CARTAO; O
           *> CARTAO SAI NO PROXIMO LOTE DEPOIS DO DESBLOQUEIO.
           MOVE ZEROS TO COD-LEITOR.
           MOVE "N" TO W-FIM-LEITORES.
           START ARQ-LEITOR KEY IS NOT LESS THAN COD-LEITOR
               INVALID KEY MOVE "S" TO W-FIM-LEITORES
           END-START.
           PERFORM UNTIL FIM-LEITORES
               READ ARQ-LEITOR NEXT RECORD
                   AT END MOVE "S" TO W-FIM-LEITORES
               END-READ
               IF  NOT FIM-LEITORES
                   IF  W-COD-ERRO-LEI NOT = "00" AND "02"
                       MOVE "S" TO W-FIM-LEITORES
                   ELSE
                       IF  VIA-CARTAO-LEITOR = 0 AND LEITOR-ATIVO
                           MOVE 01 TO VIA-CARTAO-LEITOR
                           PERFORM GRAVAR-VIA-E-IMPRIMIR
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       EMITIR-CARTAO-LEITOR.
           DISPLAY "CODIGO DO LEITOR:" AT 1702.
           ACCEPT COD-LEITOR-ED AT 1720.
           MOVE COD-LEITOR-ED TO COD-LEITOR.
           READ ARQ-LEITOR.
           IF  STATUS-LEI-OK
               DISPLAY NOME-LEITOR-CAD AT 1727
               EVALUATE TRUE
                   WHEN EMISSAO-REIMPRESSAO
                       IF  VIA-CARTAO-LEITOR = 0
                           MOVE 01 TO VIA-CARTAO-LEITOR
                           PERFORM GRAVAR-VIA-E-IMPRIMIR
                       ELSE
                           PERFORM IMPRIMIR-CARTAO
                       END-IF
                   WHEN VIA-CARTAO-LEITOR >= 99
                       DISPLAY "LIMITE DE VIAS DO CARTAO ATINGIDO"
                               AT 2102
                   WHEN OTHER
                       PERFORM CONFIRMAR-PERDA
               END-EVALUATE
           ELSE
               IF  STATUS-LEI-NAO-ENCONTRADO
                   DISPLAY "LEITOR NAO CADASTRADO" AT 2102
               ELSE
                   DISPLAY "ERRO AO LER LEITOR (STATUS "
                           W-COD-ERRO-LEI ")" AT 2102
               END-IF
           END-IF.

       CONFIRMAR-PERDA.
           DISPLAY "CANCELAR O CARTAO ATUAL E EMITIR NOVA VIA? (S/N):"
                   AT 1802.
           PERFORM WITH TEST AFTER UNTIL W-CONFIRMA = "S" OR "N"
               ACCEPT W-CONFIRMA AT 1852 WITH AUTO
               MOVE FUNCTION UPPER-CASE (W-CONFIRMA) TO W-CONFIRMA
           END-PERFORM.
           IF  W-CONFIRMA = "S"
               ADD 1 TO VIA-CARTAO-LEITOR
               PERFORM GRAVAR-VIA-E-IMPRIMIR
           END-IF.

       GRAVAR-VIA-E-IMPRIMIR.
           *> A VIA E GRAVADA ANTES DA IMPRESSAO: SE A GRAVACAO FALHA,
           *> NAO SAI CARTAO COM NUMERO QUE O BALCAO NAO RECONHECE.
           REWRITE REG-LEITOR.
           IF  STATUS-LEI-OK
               PERFORM IMPRIMIR-CARTAO
           ELSE
               DISPLAY "ERRO AO GRAVAR O LEITOR " AT 2102
               DISPLAY COD-LEITOR AT 2126
               DISPLAY " (STATUS " AT 2131
               DISPLAY W-COD-ERRO-LEI AT 2140
               DISPLAY ")" AT 2142
           END-IF.

       IMPRIMIR-CARTAO.
           ADD 1 TO W-TOTAL-CARTOES.
           CALL "VALIDARCARTAO" USING "M" W-NUMERO-CARTAO COD-LEITOR
                VIA-CARTAO-LEITOR W-RESULTADO-CARTAO.
           MOVE SPACES TO W-BARRAS.
           STRING "*" W-NUMERO-CARTAO "*"
               DELIMITED BY SIZE INTO W-BARRAS.

           MOVE "------------------------------------------" TO
               REG-CARTAO.
           WRITE REG-CARTAO.

           MOVE "MACKBOOKS - CARTAO DO LEITOR" TO REG-CARTAO.
           WRITE REG-CARTAO.

           MOVE SPACES TO REG-CARTAO.
           STRING "NOME: " NOME-LEITOR-CAD
               DELIMITED BY SIZE INTO REG-CARTAO.
           WRITE REG-CARTAO.

           MOVE SPACES TO REG-CARTAO.
           IF  DATA-VALIDADE-LEITOR > 0
               STRING "CODIGO: " COD-LEITOR
                      "  VIA: " VIA-CARTAO-LEITOR
                      "  VALIDADE: "
                      DATA-VALIDADE-LEITOR (7:2) "/"
                      DATA-VALIDADE-LEITOR (5:2) "/"
                      DATA-VALIDADE-LEITOR (1:4)
                   DELIMITED BY SIZE INTO REG-CARTAO
           ELSE
               STRING "CODIGO: " COD-LEITOR
                      "  VIA: " VIA-CARTAO-LEITOR
                   DELIMITED BY SIZE INTO REG-CARTAO
           END-IF.
           WRITE REG-CARTAO.

           MOVE W-BARRAS TO REG-CARTAO.
           WRITE REG-CARTAO.

           MOVE W-NUMERO-CARTAO TO REG-CARTAO.
           WRITE REG-CARTAO.

       FINALIZACAO.
           IF  ARQUIVOS-ABERTOS
               CLOSE ARQ-CARTOES
               CLOSE ARQ-LEITOR
               IF  W-TOTAL-CARTOES > 0
                   *> A VIA VAI PARA O SPOOL, PARA REIMPRESSAO SEM
                   *> REGERAR O LOTE
                   CALL "SPOOLAR" USING "CARTAOLEITOR        "
                        "cartoes.txt         "
               END-IF
               DISPLAY "FIM DE PROCESSAMENTO" AT 2302
               STOP " "
           END-IF.

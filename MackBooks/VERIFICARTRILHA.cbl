
       IDENTIFICATION DIVISION.

       PROGRAM-ID. VERIFICARTRILHA.
       AUTHOR. DANIEL.

       ENVIRONMENT DIVISION.
         CONFIGURATION SECTION.

             SPECIAL-NAMES.
                 DECIMAL-POINT IS COMMA.

             INPUT-OUTPUT SECTION.
               FILE-CONTROL.
                   SELECT OPTIONAL ARQ-LOG
                   ASSIGN TO DYNAMIC W-NOME-ARQ-LOG
                   ORGANIZATION LINE SEQUENTIAL
                   FILE STATUS IS W-COD-ERRO-LOG.

                   SELECT OPTIONAL ARQ-KARDEX
                   ASSIGN TO "kardex.dat"
                   ORGANIZATION LINE SEQUENTIAL
                   FILE STATUS IS W-COD-ERRO-KDX.

                   SELECT OPTIONAL ARQ-ELO
                   ASSIGN TO DYNAMIC W-NOME-ARQ-ELO
                   ORGANIZATION LINE SEQUENTIAL
                   FILE STATUS IS W-COD-ERRO-ELO.

                   SELECT OPTIONAL ARQ-MODO-LOTE
                   ASSIGN TO "modolote.txt"
                   ORGANIZATION LINE SEQUENTIAL
                   FILE STATUS IS W-COD-ERRO-MOD.

                   SELECT OPTIONAL ARQ-RELATORIO
                   ASSIGN TO "trilha.txt"
                   ORGANIZATION LINE SEQUENTIAL
                   FILE STATUS IS W-COD-ERRO-REL.

       DATA DIVISION.
         FILE SECTION.
      *> O MESMO FD LE OS ARQUIVOS MORTOS auditoria-AAAAMM.log E O
      *> LOG VIVO auditoria.log, TODOS NO LAYOUT DE LOGAUDITORIA.
         FD  ARQ-LOG
             LABEL RECORD STANDARD.
         COPY "LOGAUDITORIA.cpy".

         FD  ARQ-KARDEX
             LABEL RECORD STANDARD.
         COPY "REGKARDEX.cpy".

      *> ULTIMO ELO GRAVADO POR LOGAUDITORIA (auditoria.elo) E POR
      *> GRAVARKARDEX (kardex.elo), NO LAYOUT DE AMBOS.
         FD  ARQ-ELO
             LABEL RECORD STANDARD.
         01  REG-ELO.
             02  ELO-SEQUENCIA  PIC 9(9).
             02  ELO-SELO       PIC 9(10).
             02  ELO-ATUALIZADO PIC X.
                 88  ELO-EM-DIA         VALUE "S".

         FD  ARQ-MODO-LOTE
             LABEL RECORD STANDARD.
         01  REG-MODO-LOTE  PIC X(10).

         FD  ARQ-RELATORIO
             LABEL RECORD STANDARD.
         01  REG-RELATORIO  PIC X(100).

         WORKING-STORAGE SECTION.
         77  W-COD-ERRO-LOG     PIC XX    VALUE SPACES.
         77  W-COD-ERRO-KDX     PIC XX    VALUE SPACES.
         77  W-COD-ERRO-ELO     PIC XX    VALUE SPACES.
         77  W-COD-ERRO-MOD     PIC XX    VALUE SPACES.
         77  W-COD-ERRO-REL     PIC XX    VALUE SPACES.
         77  W-MODO-LOTE        PIC X     VALUE "N".
             88  MODO-LOTE                VALUE "S".
         77  W-FIM-ARQUIVO      PIC X     VALUE "N".
             88  FIM-ARQUIVO              VALUE "S".
         77  W-ALGUMA-QUEBRA    PIC X     VALUE "N".
             88  ALGUMA-QUEBRA            VALUE "S".
         77  W-ERRO-LEITURA     PIC X     VALUE "N".
             88  ERRO-LEITURA             VALUE "S".
         77  W-NOME-ARQ-LOG     PIC X(25) VALUE SPACES.
         77  W-NOME-ARQ-ATUAL   PIC X(25) VALUE SPACES.
         77  W-NOME-ARQ-ELO     PIC X(25) VALUE SPACES.
         77  W-NOME-TRILHA      PIC X(20) VALUE SPACES.
         77  W-LINHA            PIC X(100) VALUE SPACES.
         77  W-DATA-HOJE        PIC 9(8)  VALUE ZEROS.
         77  W-HORA-AGORA       PIC 9(8)  VALUE ZEROS.
         77  W-ANO-PROVA        PIC 9(4)  VALUE ZEROS.
         77  W-MES-PROVA        PIC 99    VALUE ZEROS.
         77  W-MESES-PROVADOS   PIC 99    VALUE ZEROS.
         77  W-MESES-SEM-ARQ    PIC 99    VALUE ZEROS.
         77  W-TOTAL-ARQ-MORTOS PIC 99    VALUE ZEROS.
         77  W-NUM-REGISTRO     PIC 9(7)  VALUE ZEROS.
         77  W-TAMANHO-LOG      PIC 9(3)  VALUE 442.
         77  W-TAMANHO-KDX      PIC 9(3)  VALUE 057.
      *> QUANTOS MESES PARA TRAS SE PROCURAM ARQUIVOS MORTOS (OS
      *> MAIS ANTIGOS PODEM TER IDO PARA OUTRO VOLUME: A TRILHA
      *> PRESENTE PASSA A COMECAR NO PRIMEIRO ARQUIVO ENCONTRADO).
         77  W-MESES-HISTORICO  PIC 99    VALUE 60.

      *> SITUACAO DA TRILHA EM VERIFICACAO (LOG OU KARDEX).
         77  W-TRILHA-INICIADA  PIC X     VALUE "N".
             88  TRILHA-INICIADA          VALUE "S".
         77  W-TRILHA-QUEBRADA  PIC X     VALUE "N".
             88  TRILHA-QUEBRADA          VALUE "S".
         77  W-TOTAL-LIDOS      PIC 9(9)  VALUE ZEROS.
         77  W-TOTAL-SELADOS    PIC 9(9)  VALUE ZEROS.
         77  W-TOTAL-SEM-SELO   PIC 9(9)  VALUE ZEROS.
         77  W-ANT-SEQUENCIA    PIC 9(9)  VALUE ZEROS.
         77  W-ANT-SELO         PIC 9(10) VALUE ZEROS.
         77  W-ANT-DATA-HORA    PIC 9(14) VALUE ZEROS.
         77  W-MOTIVO-QUEBRA    PIC X(60) VALUE SPACES.

      *> REGISTRO CORRENTE, NA FORMA COMUM AS DUAS TRILHAS.
         77  W-ATU-SELADO       PIC X     VALUE "N".
             88  ATU-SELADO               VALUE "S".
         77  W-ATU-SEQUENCIA    PIC 9(9)  VALUE ZEROS.
         77  W-ATU-SELO-ANTERIOR PIC 9(10) VALUE ZEROS.
         77  W-ATU-SELO         PIC 9(10) VALUE ZEROS.
         77  W-ATU-DATA-HORA    PIC 9(14) VALUE ZEROS.
         77  W-SELO-CALCULADO   PIC 9(10) VALUE ZEROS.

         77  W-NUM-ED           PIC Z(8)9 VALUE ZEROS.
         77  W-NUM-ED-2         PIC Z(8)9 VALUE ZEROS.
         77  W-NUM-ED-3         PIC Z(8)9 VALUE ZEROS.

       PROCEDURE DIVISION.

       INICIO.
           PERFORM INICIALIZACAO.
           PERFORM VERIFICAR-LOG-AUDITORIA.
           PERFORM VERIFICAR-KARDEX.
           PERFORM FINALIZACAO.
           EXIT PROGRAM.

       INICIALIZACAO.
           *> CONFERE A CORRENTE DE SELOS DO LOG DE AUDITORIA (ARQUIVOS
           *> MORTOS EM ORDEM DE MES E DEPOIS O LOG VIVO, COMO UMA SO
           *> TRILHA) E DO KARDEX. EM CADA TRILHA E APONTADO O PRIMEIRO
           *> PONTO QUEBRADO - REGISTRO ALTERADO, REGISTRO REMOVIDO OU
           *> INCLUIDO, SALTO NA NUMERACAO OU DATA/HORA QUE VOLTA NO
           *> TEMPO -, E DALI EM DIANTE A TRILHA NAO E MAIS CONFIAVEL.
           *> NA ROTINA NOTURNA, TRILHA QUEBRADA DEVOLVE RETURN-CODE 8.
           MOVE ZEROS TO RETURN-CODE.
           PERFORM VERIFICAR-MODO-LOTE.
           ACCEPT W-DATA-HOJE FROM DATE YYYYMMDD.
           ACCEPT W-HORA-AGORA FROM TIME.
           OPEN OUTPUT ARQ-RELATORIO.
           MOVE SPACES TO W-LINHA.
           STRING "VERIFICACAO DA TRILHA DE AUDITORIA - "
                  W-DATA-HOJE (7:2) "/" W-DATA-HOJE (5:2) "/"
                  W-DATA-HOJE (1:4) " " W-HORA-AGORA (1:2) ":"
                  W-HORA-AGORA (3:2)
               DELIMITED BY SIZE INTO W-LINHA
           END-STRING.
           PERFORM GRAVAR-LINHA.

       VERIFICAR-MODO-LOTE.
           *> "LOTE" EM modolote.txt (GRAVADO POR ROTINANOTURNA)
           *> SIGNIFICA EXECUCAO SEM TECLADO
           MOVE "N" TO W-MODO-LOTE.
           OPEN INPUT ARQ-MODO-LOTE.
           IF  W-COD-ERRO-MOD = "00"
               MOVE SPACES TO REG-MODO-LOTE
               READ ARQ-MODO-LOTE
                   AT END CONTINUE
               END-READ
               CLOSE ARQ-MODO-LOTE
               IF  FUNCTION TRIM (REG-MODO-LOTE) = "LOTE"
                   MOVE "S" TO W-MODO-LOTE
               END-IF
           END-IF.

       INICIAR-TRILHA.
           MOVE "N" TO W-TRILHA-INICIADA W-TRILHA-QUEBRADA.
           MOVE ZEROS TO W-TOTAL-LIDOS W-TOTAL-SELADOS
                         W-TOTAL-SEM-SELO W-ANT-SEQUENCIA
                         W-ANT-SELO W-ANT-DATA-HORA.
           MOVE SPACES TO W-LINHA.
           PERFORM GRAVAR-LINHA.
           MOVE SPACES TO W-LINHA.
           STRING "TRILHA: " W-NOME-TRILHA
               DELIMITED BY SIZE INTO W-LINHA
           END-STRING.
           PERFORM GRAVAR-LINHA.

       VERIFICAR-LOG-AUDITORIA.
           MOVE "LOG DE AUDITORIA" TO W-NOME-TRILHA.
           PERFORM INICIAR-TRILHA.
           *> ARQUIVOS MORTOS DO MAIS ANTIGO PARA O MAIS NOVO, PROVANDO
           *> OS NOMES MES A MES ATE O MES CORRENTE (A ROTACAO PODE TER
           *> SIDO FEITA PARA QUALQUER COMPETENCIA).
           MOVE ZEROS TO W-TOTAL-ARQ-MORTOS W-MESES-SEM-ARQ.
           MOVE W-DATA-HOJE (1:4) TO W-ANO-PROVA.
           SUBTRACT 5 FROM W-ANO-PROVA.
           MOVE W-DATA-HOJE (5:2) TO W-MES-PROVA.
           PERFORM VARYING W-MESES-PROVADOS FROM 0 BY 1
                   UNTIL W-MESES-PROVADOS > W-MESES-HISTORICO
                       OR TRILHA-QUEBRADA
               PERFORM PROVAR-ARQUIVO-MORTO
               IF  W-MES-PROVA = 12
                   MOVE 1 TO W-MES-PROVA
                   ADD 1 TO W-ANO-PROVA
               ELSE
                   ADD 1 TO W-MES-PROVA
               END-IF
           END-PERFORM.
           IF  NOT TRILHA-QUEBRADA
               MOVE "auditoria.log" TO W-NOME-ARQ-LOG
               PERFORM VERIFICAR-ARQUIVO-LOG
           END-IF.
           MOVE "auditoria.elo" TO W-NOME-ARQ-ELO.
           PERFORM CONFERIR-FIM-TRILHA.
           PERFORM FECHAR-TRILHA.

       PROVAR-ARQUIVO-MORTO.
           MOVE SPACES TO W-NOME-ARQ-LOG.
           STRING "auditoria-"  DELIMITED BY SIZE
                  W-ANO-PROVA   DELIMITED BY SIZE
                  W-MES-PROVA   DELIMITED BY SIZE
                  ".log"        DELIMITED BY SIZE
               INTO W-NOME-ARQ-LOG
           END-STRING.
           OPEN INPUT ARQ-LOG.
           IF  W-COD-ERRO-LOG = "00"
               CLOSE ARQ-LOG
               *> UM MES SEM ARQUIVO ENTRE DOIS QUE EXISTEM E UM
               *> BURACO NO TEMPO: SE A CORRENTE CONTINUAR INTEGRA,
               *> FOI SO UM MES SEM ROTACAO; SE O ARQUIVO FOI APAGADO,
               *> O ELO QUEBRA NO PRIMEIRO REGISTRO DO SEGUINTE.
               IF  W-MESES-SEM-ARQ > 0
                   MOVE W-MESES-SEM-ARQ TO W-NUM-ED
                   MOVE SPACES TO W-LINHA
                   STRING "  AVISO: " W-NUM-ED
                          " MES(ES) SEM ARQUIVO MORTO ANTES DE "
                          W-NOME-ARQ-LOG
                       DELIMITED BY SIZE INTO W-LINHA
                   END-STRING
                   PERFORM GRAVAR-LINHA
               END-IF
               MOVE ZEROS TO W-MESES-SEM-ARQ
               ADD 1 TO W-TOTAL-ARQ-MORTOS
               PERFORM VERIFICAR-ARQUIVO-LOG
           ELSE
               *> ARQUIVO OPTIONAL AUSENTE ABRE COM STATUS "05" E
               *> PRECISA SER FECHADO PARA A PROXIMA PROVA
               IF  W-COD-ERRO-LOG = "05"
                   CLOSE ARQ-LOG
               END-IF
               IF  W-TOTAL-ARQ-MORTOS > 0
                   ADD 1 TO W-MESES-SEM-ARQ
               END-IF
           END-IF.

       VERIFICAR-ARQUIVO-LOG.
           MOVE W-NOME-ARQ-LOG TO W-NOME-ARQ-ATUAL.
           MOVE ZEROS TO W-NUM-REGISTRO.
           OPEN INPUT ARQ-LOG.
           IF  W-COD-ERRO-LOG = "00" OR W-COD-ERRO-LOG = "05"
               MOVE "N" TO W-FIM-ARQUIVO
               PERFORM LER-PROXIMO-LOG
               PERFORM UNTIL FIM-ARQUIVO OR TRILHA-QUEBRADA
                   PERFORM CONFERIR-REGISTRO-LOG
                   PERFORM LER-PROXIMO-LOG
               END-PERFORM
               CLOSE ARQ-LOG
           ELSE
               IF  W-COD-ERRO-LOG NOT = "35"
                   MOVE SPACES TO W-LINHA
                   STRING "  ERRO AO ABRIR " DELIMITED BY SIZE
                          W-NOME-ARQ-ATUAL DELIMITED BY SPACE
                          " (STATUS " W-COD-ERRO-LOG ")"
                          DELIMITED BY SIZE
                       INTO W-LINHA
                   END-STRING
                   PERFORM GRAVAR-LINHA
                   MOVE "S" TO W-ERRO-LEITURA
               END-IF
           END-IF.

       LER-PROXIMO-LOG.
           READ ARQ-LOG
               AT END MOVE "S" TO W-FIM-ARQUIVO
           END-READ.
           IF  NOT FIM-ARQUIVO
               IF  W-COD-ERRO-LOG NOT = "00" AND "04"
                   MOVE SPACES TO W-LINHA
                   STRING "  ERRO AO LER " DELIMITED BY SIZE
                          W-NOME-ARQ-ATUAL DELIMITED BY SPACE
                          " (STATUS " W-COD-ERRO-LOG ")"
                          DELIMITED BY SIZE
                       INTO W-LINHA
                   END-STRING
                   PERFORM GRAVAR-LINHA
                   MOVE "S" TO W-ERRO-LEITURA
                   MOVE "S" TO W-FIM-ARQUIVO
               ELSE
                   ADD 1 TO W-NUM-REGISTRO
               END-IF
           END-IF.

       CONFERIR-REGISTRO-LOG.
           MOVE "N" TO W-ATU-SELADO.
           MOVE ZEROS TO W-SELO-CALCULADO.
           IF  LOG-SEQUENCIA IS NUMERIC
                   AND LOG-SELO-ANTERIOR IS NUMERIC
                   AND LOG-SELO IS NUMERIC
               MOVE "S" TO W-ATU-SELADO
               MOVE LOG-SEQUENCIA     TO W-ATU-SEQUENCIA
               MOVE LOG-SELO-ANTERIOR TO W-ATU-SELO-ANTERIOR
               MOVE LOG-SELO          TO W-ATU-SELO
               CALL "ENCADEARSELO" USING LOG-SELO-ANTERIOR REG-LOG
                    W-TAMANHO-LOG W-SELO-CALCULADO
           END-IF.
           MOVE LOG-DATA-HORA TO W-ATU-DATA-HORA.
           PERFORM CONFERIR-ELO.

       VERIFICAR-KARDEX.
           MOVE "KARDEX DE ESTOQUE" TO W-NOME-TRILHA.
           PERFORM INICIAR-TRILHA.
           MOVE "kardex.dat" TO W-NOME-ARQ-ATUAL.
           MOVE ZEROS TO W-NUM-REGISTRO.
           OPEN INPUT ARQ-KARDEX.
           IF  W-COD-ERRO-KDX = "00" OR W-COD-ERRO-KDX = "05"
               MOVE "N" TO W-FIM-ARQUIVO
               PERFORM LER-PROXIMO-KARDEX
               PERFORM UNTIL FIM-ARQUIVO OR TRILHA-QUEBRADA
                   PERFORM CONFERIR-LANCAMENTO
                   PERFORM LER-PROXIMO-KARDEX
               END-PERFORM
               CLOSE ARQ-KARDEX
           ELSE
               IF  W-COD-ERRO-KDX NOT = "35"
                   MOVE SPACES TO W-LINHA
                   STRING "  ERRO AO ABRIR kardex.dat (STATUS "
                          W-COD-ERRO-KDX ")"
                       DELIMITED BY SIZE INTO W-LINHA
                   END-STRING
                   PERFORM GRAVAR-LINHA
                   MOVE "S" TO W-ERRO-LEITURA
               END-IF
           END-IF.
           MOVE "kardex.elo" TO W-NOME-ARQ-ELO.
           PERFORM CONFERIR-FIM-TRILHA.
           PERFORM FECHAR-TRILHA.

       LER-PROXIMO-KARDEX.
           READ ARQ-KARDEX
               AT END MOVE "S" TO W-FIM-ARQUIVO
           END-READ.
           IF  NOT FIM-ARQUIVO
               IF  W-COD-ERRO-KDX NOT = "00" AND "04"
                   MOVE SPACES TO W-LINHA
                   STRING "  ERRO AO LER kardex.dat (STATUS "
                          W-COD-ERRO-KDX ")"
                       DELIMITED BY SIZE INTO W-LINHA
                   END-STRING
                   PERFORM GRAVAR-LINHA
                   MOVE "S" TO W-ERRO-LEITURA
                   MOVE "S" TO W-FIM-ARQUIVO
               ELSE
                   ADD 1 TO W-NUM-REGISTRO
               END-IF
           END-IF.

       CONFERIR-LANCAMENTO.
           MOVE "N" TO W-ATU-SELADO.
           MOVE ZEROS TO W-SELO-CALCULADO.
           IF  KDX-SEQUENCIA IS NUMERIC
                   AND KDX-SELO-ANTERIOR IS NUMERIC
                   AND KDX-SELO IS NUMERIC
               MOVE "S" TO W-ATU-SELADO
               MOVE KDX-SEQUENCIA     TO W-ATU-SEQUENCIA
               MOVE KDX-SELO-ANTERIOR TO W-ATU-SELO-ANTERIOR
               MOVE KDX-SELO          TO W-ATU-SELO
               CALL "ENCADEARSELO" USING KDX-SELO-ANTERIOR REG-KARDEX
                    W-TAMANHO-KDX W-SELO-CALCULADO
           END-IF.
           MOVE KDX-DATA-HORA TO W-ATU-DATA-HORA.
           PERFORM CONFERIR-ELO.

       CONFERIR-ELO.
           *> OS REGISTROS SEM SELO SO SAO ACEITOS ANTES DO PRIMEIRO
           *> SELADO (GRAVADOS ANTES DO ENCADEAMENTO); O PRIMEIRO
           *> SELADO ABRE A CORRENTE E CADA UM DALI EM DIANTE TEM DE
           *> TER O PROPRIO SELO CONFERIDO, APONTAR PARA O SELO DO
           *> ANTERIOR, SEGUIR A NUMERACAO E NAO VOLTAR NO TEMPO.
           ADD 1 TO W-TOTAL-LIDOS.
           MOVE SPACES TO W-MOTIVO-QUEBRA.
           EVALUATE TRUE
               WHEN NOT ATU-SELADO AND NOT TRILHA-INICIADA
                   ADD 1 TO W-TOTAL-SEM-SELO
               WHEN NOT ATU-SELADO
                   MOVE "REGISTRO SEM SELO NO MEIO DA TRILHA"
                     TO W-MOTIVO-QUEBRA
               WHEN W-SELO-CALCULADO NOT = W-ATU-SELO
                   MOVE "REGISTRO ALTERADO (SELO NAO CONFERE)"
                     TO W-MOTIVO-QUEBRA
               WHEN TRILHA-INICIADA
                       AND W-ATU-SELO-ANTERIOR NOT = W-ANT-SELO
                   MOVE "ELO QUEBRADO (REGISTRO REMOVIDO OU INCLUIDO)"
                     TO W-MOTIVO-QUEBRA
               WHEN TRILHA-INICIADA
                       AND W-ATU-SEQUENCIA NOT = W-ANT-SEQUENCIA + 1
                   MOVE "SALTO NA NUMERACAO DA TRILHA"
                     TO W-MOTIVO-QUEBRA
               WHEN TRILHA-INICIADA
                       AND W-ATU-DATA-HORA < W-ANT-DATA-HORA
                   MOVE "DATA/HORA ANTERIOR A DO REGISTRO PRECEDENTE"
                     TO W-MOTIVO-QUEBRA
               WHEN OTHER
                   PERFORM ACEITAR-ELO
           END-EVALUATE.
           IF  W-MOTIVO-QUEBRA NOT = SPACES
               PERFORM REGISTRAR-QUEBRA
           END-IF.

       CONFERIR-FIM-TRILHA.
           *> A CORRENTE SO PROVA O QUE FICOU NO ARQUIVO: REGISTROS
           *> CORTADOS DO FIM NAO QUEBRAM ELO NENHUM. O ELO EM DIA
           *> GRAVADO A CADA REGISTRO SELADO TEM DE SER O ULTIMO SELADO
           *> LIDO. ELO AUSENTE OU DE ANTES DA REGRAVACAO A CADA
           *> REGISTRO NAO PROVA NADA E NAO E CONFERIDO.
           IF  NOT TRILHA-QUEBRADA AND NOT ERRO-LEITURA
               OPEN INPUT ARQ-ELO
               IF  W-COD-ERRO-ELO = "00"
                   READ ARQ-ELO
                       AT END MOVE "10" TO W-COD-ERRO-ELO
                   END-READ
                   IF  W-COD-ERRO-ELO = "00" AND ELO-EM-DIA
                           AND ELO-SEQUENCIA IS NUMERIC
                           AND ELO-SELO IS NUMERIC
                       PERFORM COMPARAR-ULTIMO-ELO
                   END-IF
                   CLOSE ARQ-ELO
               ELSE
                   IF  W-COD-ERRO-ELO = "05"
                       CLOSE ARQ-ELO
                   END-IF
               END-IF
           END-IF.

       COMPARAR-ULTIMO-ELO.
           MOVE SPACES TO W-MOTIVO-QUEBRA.
           EVALUATE TRUE
               WHEN NOT TRILHA-INICIADA
                   IF  ELO-SEQUENCIA > 0
                       MOVE "REGISTROS REMOVIDOS DO FIM DA TRILHA"
                         TO W-MOTIVO-QUEBRA
                   END-IF
               WHEN ELO-SEQUENCIA > W-ANT-SEQUENCIA
                   MOVE "REGISTROS REMOVIDOS DO FIM DA TRILHA"
                     TO W-MOTIVO-QUEBRA
               WHEN ELO-SEQUENCIA NOT = W-ANT-SEQUENCIA
                       OR ELO-SELO NOT = W-ANT-SELO
                   MOVE "FIM DA TRILHA NAO CONFERE COM O ULTIMO ELO"
                     TO W-MOTIVO-QUEBRA
           END-EVALUATE.
           IF  W-MOTIVO-QUEBRA NOT = SPACES
               PERFORM REGISTRAR-QUEBRA
               MOVE ELO-SEQUENCIA TO W-NUM-ED
               MOVE SPACES TO W-LINHA
               STRING "      ULTIMO ELO EM " DELIMITED BY SIZE
                      W-NOME-ARQ-ELO DELIMITED BY SPACE
                      ": " W-NUM-ED DELIMITED BY SIZE
                   INTO W-LINHA
               END-STRING
               PERFORM GRAVAR-LINHA
           END-IF.

       ACEITAR-ELO.
           IF  NOT TRILHA-INICIADA
               MOVE "S" TO W-TRILHA-INICIADA
               MOVE W-ATU-SEQUENCIA TO W-NUM-ED
               MOVE W-NUM-REGISTRO  TO W-NUM-ED-2
               MOVE SPACES TO W-LINHA
               STRING "  CORRENTE A PARTIR DO ELO " W-NUM-ED " ("
                      DELIMITED BY SIZE
                      W-NOME-ARQ-ATUAL DELIMITED BY SPACE
                      " LINHA " W-NUM-ED-2 ")" DELIMITED BY SIZE
                   INTO W-LINHA
               END-STRING
               PERFORM GRAVAR-LINHA
               *> ELO INICIAL DIFERENTE DE 1: OS ANTERIORES ESTAO EM
               *> ARQUIVOS MORTOS QUE NAO ESTAO MAIS NESTE VOLUME
               IF  W-ATU-SEQUENCIA NOT = 1
                   MOVE SPACES TO W-LINHA
                   MOVE "  AVISO: ELOS ANTERIORES FORA DOS ARQUIVOS "
                     TO W-LINHA
                   MOVE "PRESENTES" TO W-LINHA (44:9)
                   PERFORM GRAVAR-LINHA
               END-IF
           END-IF.
           ADD 1 TO W-TOTAL-SELADOS.
           MOVE W-ATU-SEQUENCIA TO W-ANT-SEQUENCIA.
           MOVE W-ATU-SELO      TO W-ANT-SELO.
           MOVE W-ATU-DATA-HORA TO W-ANT-DATA-HORA.

       REGISTRAR-QUEBRA.
           MOVE "S" TO W-TRILHA-QUEBRADA.
           MOVE "S" TO W-ALGUMA-QUEBRA.
           MOVE W-NUM-REGISTRO TO W-NUM-ED.
           MOVE SPACES TO W-LINHA.
           STRING "  *** " W-MOTIVO-QUEBRA
               DELIMITED BY SIZE INTO W-LINHA
           END-STRING.
           PERFORM GRAVAR-LINHA.
           MOVE SPACES TO W-LINHA.
           STRING "      " DELIMITED BY SIZE
                  W-NOME-ARQ-ATUAL DELIMITED BY SPACE
                  " LINHA " W-NUM-ED "  DATA " W-ATU-DATA-HORA (7:2) "/"
                  W-ATU-DATA-HORA (5:2) "/" W-ATU-DATA-HORA (1:4)
                  " " W-ATU-DATA-HORA (9:2) ":" W-ATU-DATA-HORA (11:2)
                  ":" W-ATU-DATA-HORA (13:2)
               DELIMITED BY SIZE INTO W-LINHA
           END-STRING.
           PERFORM GRAVAR-LINHA.
           IF  TRILHA-INICIADA
               MOVE W-ANT-SEQUENCIA TO W-NUM-ED
               MOVE SPACES TO W-LINHA
               STRING "      ULTIMO ELO INTEGRO: " W-NUM-ED
                      "  DATA " W-ANT-DATA-HORA (7:2) "/"
                      W-ANT-DATA-HORA (5:2) "/" W-ANT-DATA-HORA (1:4)
                      " " W-ANT-DATA-HORA (9:2) ":"
                      W-ANT-DATA-HORA (11:2) ":" W-ANT-DATA-HORA (13:2)
                   DELIMITED BY SIZE INTO W-LINHA
               END-STRING
               PERFORM GRAVAR-LINHA
           END-IF.

       FECHAR-TRILHA.
           MOVE W-TOTAL-LIDOS    TO W-NUM-ED.
           MOVE W-TOTAL-SELADOS  TO W-NUM-ED-2.
           MOVE W-TOTAL-SEM-SELO TO W-NUM-ED-3.
           MOVE SPACES TO W-LINHA.
           STRING "  LIDOS: " W-NUM-ED "  SELADOS: " W-NUM-ED-2
                  "  ANTERIORES AO SELO: " W-NUM-ED-3
               DELIMITED BY SIZE INTO W-LINHA
           END-STRING.
           PERFORM GRAVAR-LINHA.
           IF  TRILHA-QUEBRADA
               MOVE "  SITUACAO: CORRENTE QUEBRADA" TO W-LINHA
           ELSE
               MOVE "  SITUACAO: CORRENTE INTEGRA" TO W-LINHA
           END-IF.
           PERFORM GRAVAR-LINHA.

       GRAVAR-LINHA.
           DISPLAY W-LINHA (1:79).
           MOVE W-LINHA TO REG-RELATORIO.
           WRITE REG-RELATORIO.

       FINALIZACAO.
           CLOSE ARQ-RELATORIO.
           CALL "SPOOLAR" USING "VERIFICARTRILHA     "
                "trilha.txt          ".
           *> RETURN-CODE SO E FIXADO AQUI: AS ROTINAS CHAMADAS NO
           *> CAMINHO (ENCADEARSELO, SPOOLAR) PODEM ALTERA-LO.
           IF  ALGUMA-QUEBRA OR ERRO-LEITURA
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE ZEROS TO RETURN-CODE
           END-IF.
           IF  NOT MODO-LOTE
               STOP "   <ENTER> PARA CONTINUAR"
           END-IF.

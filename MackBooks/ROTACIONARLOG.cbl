                   ORGANIZATION LINE SEQUENTIAL
                   FILE STATUS IS W-COD-ERRO-ANT.

                   SELECT OPTIONAL ARQ-ELO
                   ASSIGN TO "auditoria.elo"
                   ORGANIZATION LINE SEQUENTIAL
                   FILE STATUS IS W-COD-ERRO-ELO.

       DATA DIVISION.
         FILE SECTION.
         FD  ARQ-LOG

         FD  ARQ-MORTO
             LABEL RECORD STANDARD.
         01  REG-LOG-MORTO  PIC X(452).

         FD  ARQ-LISTA-ANTIGOS
             LABEL RECORD STANDARD.
         01  REG-LISTA-ANTIGO  PIC X(30).

      *> ULTIMO ELO DA TRILHA (O REGISTRO DE FECHAMENTO), PARA
      *> LOGAUDITORIA PRENDER A ELE O PRIMEIRO REGISTRO DO LOG VIVO.
         FD  ARQ-ELO
             LABEL RECORD STANDARD.
         01  REG-ELO.
             02  ELO-SEQUENCIA  PIC 9(9).
             02  ELO-SELO       PIC 9(10).
             02  ELO-ATUALIZADO PIC X.
                 88  ELO-EM-DIA         VALUE "S".

         WORKING-STORAGE SECTION.
         77  W-COD-ERRO-LOG     PIC XX    VALUE SPACES.
         77  W-COD-ERRO-MOR     PIC XX    VALUE SPACES.
         77  W-COD-ERRO-ANT     PIC XX    VALUE SPACES.
         77  W-COD-ERRO-ELO     PIC XX    VALUE SPACES.
         77  W-HORA-AGORA       PIC 9(8)  VALUE ZEROS.
         77  W-ULTIMA-SEQUENCIA PIC 9(9)  VALUE ZEROS.
         77  W-ULTIMO-SELO      PIC 9(10) VALUE ZEROS.
         77  W-TAMANHO-SELADO   PIC 9(3)  VALUE 442.
         77  W-FIM-ARQUIVO      PIC X     VALUE "N".
             88  FIM-ARQUIVO              VALUE "S".
         77  W-COMPETENCIA      PIC 9(6)  VALUE ZEROS.
                   CLOSE ARQ-LOG
                   MOVE "S" TO W-FIM-ARQUIVO
               ELSE
                   PERFORM OBTER-ELO-ANTERIOR
                   PERFORM LER-PROXIMO-LOG
               END-IF
           END-IF.

       OBTER-ELO-ANTERIOR.
           *> PONTO DE PARTIDA DA CORRENTE PARA O FECHAMENTO, CASO O
           *> LOG VIVO NAO TENHA NENHUM REGISTRO SELADO: O ELO QUE A
           *> ROTACAO ANTERIOR DEIXOU.
           MOVE ZEROS TO W-ULTIMA-SEQUENCIA W-ULTIMO-SELO.
           OPEN INPUT ARQ-ELO.
           IF  W-COD-ERRO-ELO = "00" OR W-COD-ERRO-ELO = "05"
               READ ARQ-ELO
                   AT END CONTINUE
               END-READ
               IF  W-COD-ERRO-ELO = "00"
                       AND ELO-SEQUENCIA IS NUMERIC
                       AND ELO-SELO IS NUMERIC
                   MOVE ELO-SEQUENCIA TO W-ULTIMA-SEQUENCIA
                   MOVE ELO-SELO      TO W-ULTIMO-SELO
               END-IF
               CLOSE ARQ-ELO
           END-IF.

       COPIAR-REGISTRO.
           ADD 1 TO W-TOTAL-COPIADOS.
           PERFORM CONTAR-OPERACAO.
           *> O REGISTRO VAI COPIADO TAL COMO ESTA, COM O SELO; O
           *> FECHAMENTO SE PRENDE AO ULTIMO SELADO.
           IF  LOG-SEQUENCIA IS NUMERIC AND LOG-SELO IS NUMERIC
               MOVE LOG-SEQUENCIA TO W-ULTIMA-SEQUENCIA
               MOVE LOG-SELO      TO W-ULTIMO-SELO
           END-IF.
           MOVE REG-LOG TO REG-LOG-MORTO.
           WRITE REG-LOG-MORTO.
           PERFORM LER-PROXIMO-LOG.
       GRAVAR-RESUMO-FECHAMENTO.
           *> REGISTRO DE FECHAMENTO NO MESMO LAYOUT DO LOG: OPERACAO
           *> "FECHAMENTO" E AS CONTAGENS POR OPERACAO NO CAMPO DE
           *> IMAGEM (TEXTO LIVRE). ELE TAMBEM E UM ELO DA TRILHA,
           *> COM A HORA DO FECHAMENTO PARA NAO FICAR ANTES DOS
           *> REGISTROS DO PROPRIO DIA.
           INITIALIZE REG-LOG.
           ACCEPT W-DATA-HOJE FROM DATE YYYYMMDD.
           ACCEPT W-HORA-AGORA FROM TIME.
           MOVE W-DATA-HOJE (1:4) TO LOG-ANO.
           MOVE W-DATA-HOJE (5:2) TO LOG-MES.
           MOVE W-DATA-HOJE (7:2) TO LOG-DIA.
           MOVE W-HORA-AGORA (1:2) TO LOG-HORA.
           MOVE W-HORA-AGORA (3:2) TO LOG-MINUTO.
           MOVE W-HORA-AGORA (5:2) TO LOG-SEGUNDO.
           MOVE "FECHAMENTO" TO LOG-OPERACAO.
           MOVE SPACES TO W-RESUMO-TEXTO.
           MOVE 1 TO W-POS-TEXTO.
           END-PERFORM.
           MOVE W-RESUMO-TEXTO TO LOG-VALOR-DEPOIS.
           MOVE "DESCONHEC." TO LOG-USUARIO.
           COMPUTE LOG-SEQUENCIA = W-ULTIMA-SEQUENCIA + 1.
           MOVE W-ULTIMO-SELO TO LOG-SELO-ANTERIOR.
           CALL "ENCADEARSELO" USING LOG-SELO-ANTERIOR REG-LOG
                W-TAMANHO-SELADO LOG-SELO.
           MOVE LOG-SEQUENCIA TO W-ULTIMA-SEQUENCIA.
           MOVE LOG-SELO      TO W-ULTIMO-SELO.
           MOVE REG-LOG TO REG-LOG-MORTO.
           WRITE REG-LOG-MORTO.

               CLOSE ARQ-LOG
               DISPLAY "LOG VIVO REINICIADO; ARQUIVO MORTO EM "
                       W-NOME-ARQ-MORTO
               PERFORM GRAVAR-ELO
           ELSE
               DISPLAY "ERRO AO REINICIAR O LOG (STATUS "
                       W-COD-ERRO-LOG ")"
           END-IF.

       GRAVAR-ELO.
           OPEN OUTPUT ARQ-ELO.
           IF  W-COD-ERRO-ELO = "00" OR W-COD-ERRO-ELO = "05"
               MOVE W-ULTIMA-SEQUENCIA TO ELO-SEQUENCIA
               MOVE W-ULTIMO-SELO      TO ELO-SELO
               *> O LOG VIVO ACABOU DE SER ESVAZIADO: O FECHAMENTO E
               *> O ULTIMO ELO, E O REGISTRO ESTA EM DIA.
               MOVE "S"                TO ELO-ATUALIZADO
               WRITE REG-ELO
               CLOSE ARQ-ELO
           ELSE
               DISPLAY "ERRO AO GRAVAR auditoria.elo (STATUS "
                       W-COD-ERRO-ELO ")"
           END-IF.

       LISTAR-ARQUIVOS-ANTIGOS.
           *> RELACIONA EM logantigos.txt OS ARQUIVOS MORTOS COM MAIS
           *> DE UM ANO (PROVANDO OS NOMES DOS ULTIMOS 36 MESES), PARA

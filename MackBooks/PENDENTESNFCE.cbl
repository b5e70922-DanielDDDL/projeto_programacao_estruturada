
       IDENTIFICATION DIVISION.

       PROGRAM-ID. PENDENTESNFCE.
       AUTHOR. DANIEL.

       ENVIRONMENT DIVISION.
         CONFIGURATION SECTION.

             SPECIAL-NAMES.
                 DECIMAL-POINT IS COMMA.

             INPUT-OUTPUT SECTION.
               FILE-CONTROL.
                   SELECT OPTIONAL ARQ-VENDA-CAB
                   ASSIGN TO "vendacab.dat"
                   ORGANIZATION INDEXED
                   RECORD KEY IS COD-VENDA-CAB
                   ACCESS SEQUENTIAL
                   FILE STATUS IS W-COD-ERRO-CAB.

                   SELECT OPTIONAL ARQ-NFCE
                   ASSIGN TO "nfce.dat"
                   ORGANIZATION INDEXED
                   RECORD KEY IS COD-VENDA-NFC
                   ACCESS RANDOM
                   FILE STATUS IS W-COD-ERRO-NFC.

                   SELECT OPTIONAL ARQ-MODO-LOTE
                   ASSIGN TO "modolote.txt"
                   ORGANIZATION LINE SEQUENTIAL
                   FILE STATUS IS W-COD-ERRO-MOD.

                   SELECT OPTIONAL ARQ-RELATORIO
                   ASSIGN TO "relnfcependente.txt"
                   ORGANIZATION LINE SEQUENTIAL
                   FILE STATUS IS W-COD-ERRO-REL.

       DATA DIVISION.
         FILE SECTION.
         FD  ARQ-VENDA-CAB
             LABEL RECORD STANDARD.
         COPY "REGVENDACAB.cpy".

         FD  ARQ-NFCE
             LABEL RECORD STANDARD.
         COPY "REGNFCE.cpy".

         FD  ARQ-MODO-LOTE
             LABEL RECORD STANDARD.
         01  REG-MODO-LOTE  PIC X(10).

         FD  ARQ-RELATORIO
             LABEL RECORD STANDARD.
         01  REG-RELATORIO  PIC X(100).

         WORKING-STORAGE SECTION.
         77  W-COD-ERRO-CAB     PIC XX    VALUE SPACES.
         77  W-COD-ERRO-NFC     PIC XX    VALUE SPACES.
         77  W-COD-ERRO-MOD     PIC XX    VALUE SPACES.
         77  W-COD-ERRO-REL     PIC XX    VALUE SPACES.
         77  W-FIM-ARQUIVO      PIC X     VALUE "N".
             88  FIM-ARQUIVO              VALUE "S".
         77  W-MODO-LOTE        PIC X     VALUE "N".
             88  MODO-LOTE                VALUE "S".
         77  W-DATA-HOJE-AAAAMMDD PIC 9(8) VALUE ZEROS.
         77  W-DATA-INICIO      PIC 9(8)  VALUE ZEROS.
         77  W-DATA-REG         PIC 9(8)  VALUE ZEROS.
         77  W-INTEIRO-DATA     PIC 9(7)  VALUE ZEROS.
         77  W-SITUACAO-TEXTO   PIC X(12) VALUE SPACES.
         77  W-TOTAL-SEM-ENVIO  PIC 9(5)  VALUE ZEROS.
         77  W-TOTAL-PENDENTES  PIC 9(5)  VALUE ZEROS.
         77  W-TOTAL-REJEITADOS PIC 9(5)  VALUE ZEROS.
         77  W-TOTAL-VALOR      PIC 9(9)V99 VALUE ZEROS.
         77  W-LINHA            PIC X(100) VALUE SPACES.
         77  VALOR-ED           PIC Z.ZZZ.ZZ9,99 VALUE ZEROS.
         77  TOTAL-ED           PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
      *> MESMA JANELA DA EXPORTACAO (EXPORTARNFCE): CUPOM MAIS ANTIGO
      *> QUE ISSO SEM REGISTRO FISCAL E ANTERIOR A EMISSAO DE NFC-E.
         77  W-DIAS-RETROATIVOS PIC 9(3)  VALUE 30.

       PROCEDURE DIVISION.

       INICIO.
           *> CUPONS SEM NFC-E AUTORIZADA: OS AINDA NAO ENVIADOS AO
           *> EMISSOR, OS ENVIADOS SEM RETORNO E OS REJEITADOS - PARA
           *> NADA FICAR SEM DOCUMENTO FISCAL.
           PERFORM INICIALIZACAO.
           PERFORM LISTAR-PENDENTES.
           PERFORM FINALIZACAO.
           GOBACK.

       INICIALIZACAO.
           DISPLAY "CUPONS SEM NFC-E AUTORIZADA".
           MOVE ZEROS TO RETURN-CODE.
           PERFORM VERIFICAR-MODO-LOTE.
           ACCEPT W-DATA-HOJE-AAAAMMDD FROM DATE YYYYMMDD.
           COMPUTE W-INTEIRO-DATA =
                   FUNCTION INTEGER-OF-DATE (W-DATA-HOJE-AAAAMMDD)
                   - W-DIAS-RETROATIVOS.
           COMPUTE W-DATA-INICIO =
                   FUNCTION DATE-OF-INTEGER (W-INTEIRO-DATA).
           OPEN INPUT ARQ-VENDA-CAB.
           OPEN INPUT ARQ-NFCE.

       VERIFICAR-MODO-LOTE.
           *> "LOTE" EM modolote.txt (GRAVADO POR ROTINANOTURNA)
           *> SIGNIFICA EXECUCAO SEM TECLADO.
           MOVE "N" TO W-MODO-LOTE.
           OPEN INPUT ARQ-MODO-LOTE.
           IF  W-COD-ERRO-MOD = "00"
               MOVE SPACES TO REG-MODO-LOTE
               READ ARQ-MODO-LOTE
                   AT END CONTINUE
               END-READ
               CLOSE ARQ-MODO-LOTE
               IF  REG-MODO-LOTE (1:4) = "LOTE"
                   MOVE "S" TO W-MODO-LOTE
               END-IF
           END-IF.

       LISTAR-PENDENTES.
           OPEN OUTPUT ARQ-RELATORIO.
           MOVE SPACES TO W-LINHA.
           STRING "CUPONS SEM NFC-E AUTORIZADA - POSICAO EM "
                  W-DATA-HOJE-AAAAMMDD
               DELIMITED BY SIZE INTO W-LINHA
           END-STRING.
           PERFORM GRAVAR-LINHA.
           MOVE SPACES TO W-LINHA.
           STRING "CUPOM DATA     FIL TIPO     VALOR SITUACAO"
                  "     ENVIOS MOTIVO"
               DELIMITED BY SIZE INTO W-LINHA
           END-STRING.
           PERFORM GRAVAR-LINHA.
           MOVE "N" TO W-FIM-ARQUIVO.
           PERFORM LER-PROXIMO-CABECALHO.
           PERFORM UNTIL FIM-ARQUIVO
               PERFORM VERIFICAR-CUPOM
               PERFORM LER-PROXIMO-CABECALHO
           END-PERFORM.
           MOVE SPACES TO W-LINHA.
           PERFORM GRAVAR-LINHA.
           MOVE SPACES TO W-LINHA.
           MOVE W-TOTAL-VALOR TO TOTAL-ED.
           STRING "NAO ENVIADOS: " W-TOTAL-SEM-ENVIO
                  "  SEM RETORNO: " W-TOTAL-PENDENTES
                  "  REJEITADOS: " W-TOTAL-REJEITADOS
                  "  VALOR: " TOTAL-ED
               DELIMITED BY SIZE INTO W-LINHA
           END-STRING.
           PERFORM GRAVAR-LINHA.
           CLOSE ARQ-RELATORIO.
           CALL "SPOOLAR" USING "PENDENTESNFCE       "
                "relnfcependente.txt ".

       LER-PROXIMO-CABECALHO.
           READ ARQ-VENDA-CAB NEXT RECORD
               AT END MOVE "S" TO W-FIM-ARQUIVO
           END-READ.
           IF  NOT FIM-ARQUIVO
                   AND W-COD-ERRO-CAB NOT = "00" AND "02" AND "05"
               DISPLAY "ERRO AO LER vendacab.dat (STATUS "
                       W-COD-ERRO-CAB ")"
               MOVE 8 TO RETURN-CODE
               MOVE "S" TO W-FIM-ARQUIVO
           END-IF.

       VERIFICAR-CUPOM.
           MOVE COD-VENDA-CAB TO COD-VENDA-NFC.
           READ ARQ-NFCE.
           IF  W-COD-ERRO-NFC = "00"
               IF  NOT NFC-AUTORIZADA
                   IF  NFC-REJEITADA
                       MOVE "REJEITADO" TO W-SITUACAO-TEXTO
                       ADD 1 TO W-TOTAL-REJEITADOS
                   ELSE
                       MOVE "SEM RETORNO" TO W-SITUACAO-TEXTO
                       ADD 1 TO W-TOTAL-PENDENTES
                   END-IF
                   PERFORM IMPRIMIR-CUPOM
               END-IF
           ELSE
               MOVE DATA-VENDA-CAB TO W-DATA-REG
               IF  W-DATA-REG >= W-DATA-INICIO
                   INITIALIZE REG-NFCE
                   MOVE "NAO ENVIADO" TO W-SITUACAO-TEXTO
                   ADD 1 TO W-TOTAL-SEM-ENVIO
                   PERFORM IMPRIMIR-CUPOM
               END-IF
           END-IF.

       IMPRIMIR-CUPOM.
           ADD VALOR-TOTAL-CAB TO W-TOTAL-VALOR.
           MOVE VALOR-TOTAL-CAB TO VALOR-ED.
           MOVE SPACES TO W-LINHA.
           STRING COD-VENDA-CAB " " DATA-VENDA-CAB " "
                  COD-FILIAL-CAB "  " TIPO-VENDA-CAB " "
                  VALOR-ED " " W-SITUACAO-TEXTO " "
                  QTD-ENVIOS-NFC "     " MOTIVO-REJEICAO-NFC
               DELIMITED BY SIZE INTO W-LINHA
           END-STRING.
           PERFORM GRAVAR-LINHA.

       GRAVAR-LINHA.
           DISPLAY W-LINHA (1:79).
           MOVE W-LINHA TO REG-RELATORIO.
           WRITE REG-RELATORIO.

       FINALIZACAO.
           CLOSE ARQ-VENDA-CAB.
           CLOSE ARQ-NFCE.
           IF  NOT MODO-LOTE
               STOP "   <ENTER> PARA CONTINUAR"
           END-IF.

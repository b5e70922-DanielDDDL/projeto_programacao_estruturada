
       IDENTIFICATION DIVISION.

       PROGRAM-ID. CONCILIARCARTAO.
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

                   SELECT OPTIONAL ARQ-PAGTO-MULTA
                   ASSIGN TO "pagtomultas.dat"
                   ORGANIZATION INDEXED
                   RECORD KEY IS COD-PAGAMENTO
                   ALTERNATE RECORD KEY IS COD-LEITOR-PAG
                       WITH DUPLICATES
                   ACCESS SEQUENTIAL
                   FILE STATUS IS W-COD-ERRO-PAG.

                   SELECT OPTIONAL ARQ-MOV-VALE
                   ASSIGN TO "movvales.dat"
                   ORGANIZATION INDEXED
                   RECORD KEY IS CHAVE-MOV-VALE
                   ACCESS DYNAMIC
                   FILE STATUS IS W-COD-ERRO-MVL.

                   SELECT OPTIONAL ARQ-CONCILIA
                   ASSIGN TO "conciliacao.dat"
                   ORGANIZATION INDEXED
                   RECORD KEY IS CHAVE-CONCILIACAO
                   ALTERNATE RECORD KEY IS CHAVE-BUSCA-CNC
                       WITH DUPLICATES
                   ACCESS DYNAMIC
                   FILE STATUS IS W-COD-ERRO-CNC.

                   SELECT ARQ-ADQUIRENTE
                   ASSIGN TO DYNAMIC W-NOME-ARQ-ADQUIRENTE
                   ORGANIZATION LINE SEQUENTIAL
                   FILE STATUS IS W-COD-ERRO-ADQ.

                   SELECT OPTIONAL ARQ-RELATORIO
                   ASSIGN TO "relconcilia.txt"
                   ORGANIZATION LINE SEQUENTIAL
                   FILE STATUS IS W-COD-ERRO-REL.

       DATA DIVISION.
         FILE SECTION.
         FD  ARQ-VENDA-CAB
             LABEL RECORD STANDARD.
         COPY "REGVENDACAB.cpy".

         FD  ARQ-PAGTO-MULTA
             LABEL RECORD STANDARD.
         COPY "REGPAGMULTA.cpy".

         FD  ARQ-MOV-VALE
             LABEL RECORD STANDARD.
         COPY "REGMOVVALE.cpy".

         FD  ARQ-CONCILIA
             LABEL RECORD STANDARD.
         COPY "REGCONCILIA.cpy".

         FD  ARQ-ADQUIRENTE
             LABEL RECORD STANDARD.
         COPY "REGADQUIRENTE.cpy".

         FD  ARQ-RELATORIO
             LABEL RECORD STANDARD.
         01  REG-RELATORIO  PIC X(100).

         WORKING-STORAGE SECTION.
         77  W-COD-ERRO-CAB     PIC XX    VALUE SPACES.
         77  W-COD-ERRO-PAG     PIC XX    VALUE SPACES.
         77  W-COD-ERRO-MVL     PIC XX    VALUE SPACES.
         77  W-COD-ERRO-CNC     PIC XX    VALUE SPACES.
             88  STATUS-CNC-OK            VALUE "00" "02".
         77  W-COD-ERRO-ADQ     PIC XX    VALUE SPACES.
         77  W-COD-ERRO-REL     PIC XX    VALUE SPACES.
         77  W-FIM-ARQUIVO      PIC X     VALUE "N".
             88  FIM-ARQUIVO              VALUE "S".
         77  W-FIM-BUSCA        PIC X     VALUE "N".
             88  FIM-BUSCA                VALUE "S".
         77  W-ACHOU-PAR        PIC X     VALUE "N".
             88  ACHOU-PAR                VALUE "S".
         77  W-ARQUIVO-OK       PIC X     VALUE "N".
             88  ARQUIVO-OK               VALUE "S".
         77  W-DATA-ARQUIVO     PIC 9(8)  VALUE ZEROS.
         77  W-DATA-HOJE-AAAAMMDD PIC 9(8) VALUE ZEROS.
         77  W-DATA-INICIO      PIC 9(8)  VALUE ZEROS.
         77  W-DATA-REG         PIC 9(8)  VALUE ZEROS.
         77  W-INTEIRO-DATA     PIC 9(7)  VALUE ZEROS.
         77  W-NOME-ARQ-ADQUIRENTE PIC X(25) VALUE SPACES.
         77  W-ORIGEM-PAR       PIC X     VALUE SPACES.
         77  W-VALOR-CUPOM      PIC 9(7)V99 VALUE ZEROS.
         77  W-SECAO            PIC 9     VALUE ZEROS.
         77  W-TOTAL-LINHAS     PIC 9(5)  VALUE ZEROS.
         77  W-TOTAL-REPETIDAS  PIC 9(5)  VALUE ZEROS.
         77  W-TOTAL-NOVOS-LOJA PIC 9(5)  VALUE ZEROS.
         77  W-TOTAL-CONCILIADOS PIC 9(5) VALUE ZEROS.
         77  W-QTD-SECAO        PIC 9(5)  VALUE ZEROS.
         77  W-SOMA-BRUTO       PIC 9(9)V99 VALUE ZEROS.
         77  W-SOMA-TAXA        PIC 9(9)V99 VALUE ZEROS.
         77  W-SOMA-LIQUIDO     PIC 9(9)V99 VALUE ZEROS.
         77  W-TAXAS-ARQUIVO    PIC 9(9)V99 VALUE ZEROS.
         77  W-LINHA            PIC X(100) VALUE SPACES.
         77  VALOR-ED           PIC Z.ZZZ.ZZ9,99 VALUE ZEROS.
         77  TOTAL-ED           PIC ZZ.ZZZ.ZZ9,99 VALUE ZEROS.
      *> CUPONS E MULTAS EM CARTAO/PIX DOS ULTIMOS DIAS ATE A DATA
      *> DO ARQUIVO ENTRAM NA CONCILIACAO; O QUE FICOU DE FORA DA
      *> JANELA JA PASSOU POR ARQUIVOS ANTERIORES.
         77  W-DIAS-JANELA      PIC 9(3)  VALUE 60.
         01  W-REG-ATUAL        PIC X(100) VALUE SPACES.
         01  W-CHAVE-BUSCA      PIC X(19) VALUE SPACES.
         01  W-CHAVE-ATUAL      PIC X(13) VALUE SPACES.
         01  W-CHAVE-PAR-ACHADO PIC X(13) VALUE SPACES.
         01  W-TAXA-PAR         PIC 9(5)V99 VALUE ZEROS.
         01  W-LIQUIDO-PAR      PIC 9(7)V99 VALUE ZEROS.
         01  W-CREDITO-PAR      PIC 9(8)  VALUE ZEROS.

       PROCEDURE DIVISION.

       INICIO.
           *> CONCILIACAO DE CARTAO E PIX: IMPORTA O ARQUIVO DIARIO DE
           *> LIQUIDACAO DA ADQUIRENTE E CASA CADA TRANSACAO COM OS
           *> CUPONS E RECEBIMENTOS DE MULTA PELA DATA, MODALIDADE E
           *> VALOR. O QUE NAO CASA FICA EM ABERTO EM conciliacao.dat
           *> ATE UM ARQUIVO POSTERIOR TRAZER O PAR.
           PERFORM INICIALIZACAO.
           IF  ARQUIVO-OK
               PERFORM REGISTRAR-CUPONS
               PERFORM REGISTRAR-MULTAS
               PERFORM IMPORTAR-ADQUIRENTE
               PERFORM IMPRIMIR-RELATORIO
           END-IF.
           PERFORM FINALIZACAO.
           EXIT PROGRAM.

       INICIALIZACAO.
           DISPLAY "CONCILIACAO DE CARTAO E PIX".
           DISPLAY "DATA DO ARQUIVO DA ADQUIRENTE (AAAAMMDD, "
                   "0 = HOJE): " WITH NO ADVANCING.
           ACCEPT W-DATA-ARQUIVO.
           ACCEPT W-DATA-HOJE-AAAAMMDD FROM DATE YYYYMMDD.
           IF  W-DATA-ARQUIVO = 0
               MOVE W-DATA-HOJE-AAAAMMDD TO W-DATA-ARQUIVO
           END-IF.
           COMPUTE W-INTEIRO-DATA =
                   FUNCTION INTEGER-OF-DATE (W-DATA-ARQUIVO)
                   - W-DIAS-JANELA.
           COMPUTE W-DATA-INICIO =
                   FUNCTION DATE-OF-INTEGER (W-INTEIRO-DATA).
           MOVE SPACES TO W-NOME-ARQ-ADQUIRENTE.
           STRING "adquirente" DELIMITED BY SIZE
                  W-DATA-ARQUIVO DELIMITED BY SIZE
                  ".txt" DELIMITED BY SIZE
               INTO W-NOME-ARQ-ADQUIRENTE
           END-STRING.
           OPEN INPUT ARQ-ADQUIRENTE.
           IF  W-COD-ERRO-ADQ = "00"
               MOVE "S" TO W-ARQUIVO-OK
               OPEN INPUT ARQ-VENDA-CAB
               OPEN INPUT ARQ-PAGTO-MULTA
               OPEN INPUT ARQ-MOV-VALE
               *> SE ARQUIVO NAO FOR ENCONTRADO, UM NOVO SERA CRIADO
               OPEN I-O ARQ-CONCILIA
           ELSE
               DISPLAY "ARQUIVO " W-NOME-ARQ-ADQUIRENTE
                       " NAO ENCONTRADO (STATUS " W-COD-ERRO-ADQ ")"
           END-IF.

      *>----------------------------------------------------------------
      *> LADO DA LOJA: CUPONS E MULTAS EM CARTAO/PIX AINDA NAO
      *> REGISTRADOS ENTRAM EM ABERTO (OU JA CASADOS, SE UM ARQUIVO
      *> ANTERIOR TROUXE A TRANSACAO ANTES DO CUPOM SER LANCADO).
      *>----------------------------------------------------------------
       REGISTRAR-CUPONS.
           MOVE "N" TO W-FIM-ARQUIVO.
           PERFORM LER-PROXIMO-CABECALHO.
           PERFORM UNTIL FIM-ARQUIVO
               MOVE DATA-VENDA-CAB TO W-DATA-REG
               IF  (PAGTO-CARTAO OR PAGTO-PIX)
                       AND W-DATA-REG >= W-DATA-INICIO
                       AND W-DATA-REG <= W-DATA-ARQUIVO
                   PERFORM REGISTRAR-CUPOM
               END-IF
               PERFORM LER-PROXIMO-CABECALHO
           END-PERFORM.

       REGISTRAR-CUPOM.
           INITIALIZE REG-CONCILIACAO.
           MOVE "L" TO ORIGEM-CNC.
           STRING "V" COD-VENDA-CAB
               DELIMITED BY SIZE INTO REFERENCIA-CNC
           END-STRING.
           READ ARQ-CONCILIA.
           IF  W-COD-ERRO-CNC NOT = "00"
               PERFORM APURAR-VALOR-CUPOM
               INITIALIZE REG-CONCILIACAO
               MOVE "L" TO ORIGEM-CNC
               STRING "V" COD-VENDA-CAB
                   DELIMITED BY SIZE INTO REFERENCIA-CNC
               END-STRING
               MOVE W-DATA-REG TO DATA-TRANS-CNC
               MOVE FORMA-PAGTO-CAB TO MODALIDADE-CNC
               IF  VENDA-ESTORNO
                   MOVE "C" TO TIPO-MOV-CNC
               ELSE
                   MOVE "V" TO TIPO-MOV-CNC
               END-IF
               MOVE W-VALOR-CUPOM TO VALOR-BRUTO-CNC
               MOVE COD-FILIAL-CAB TO COD-FILIAL-CNC
               PERFORM GRAVAR-ITEM-LOJA
           END-IF.

       APURAR-VALOR-CUPOM.
           *> NO USO PARCIAL DO VALE-TROCA A FORMA DO CABECALHO E A DO
           *> RESTANTE: A PARTE DO VALE NAO PASSA PELA ADQUIRENTE.
           MOVE VALOR-TOTAL-CAB TO W-VALOR-CUPOM.
           IF  VENDA-NORMAL
               MOVE COD-VENDA-CAB TO COD-VENDA-MOV-VALE
               MOVE ZEROS TO COD-VALE-MOV
               START ARQ-MOV-VALE KEY IS NOT LESS THAN CHAVE-MOV-VALE
                   INVALID KEY MOVE "23" TO W-COD-ERRO-MVL
               END-START
               IF  W-COD-ERRO-MVL = "00"
                   READ ARQ-MOV-VALE NEXT RECORD
                       AT END MOVE "10" TO W-COD-ERRO-MVL
                   END-READ
                   IF  W-COD-ERRO-MVL = "00"
                           AND COD-VENDA-MOV-VALE = COD-VENDA-CAB
                           AND MOV-VALE-RESGATE
                           AND VALOR-MOV-VALE < W-VALOR-CUPOM
                       SUBTRACT VALOR-MOV-VALE FROM W-VALOR-CUPOM
                   END-IF
               END-IF
           END-IF.

       LER-PROXIMO-CABECALHO.
           READ ARQ-VENDA-CAB NEXT RECORD
               AT END MOVE "S" TO W-FIM-ARQUIVO
           END-READ.
           IF  NOT FIM-ARQUIVO
                   AND W-COD-ERRO-CAB NOT = "00" AND "02" AND "05"
               DISPLAY "ERRO AO LER vendacab.dat (STATUS "
                       W-COD-ERRO-CAB ")"
               MOVE "S" TO W-FIM-ARQUIVO
           END-IF.

       REGISTRAR-MULTAS.
           MOVE "N" TO W-FIM-ARQUIVO.
           PERFORM LER-PROXIMO-RECEBIMENTO.
           PERFORM UNTIL FIM-ARQUIVO
               MOVE DATA-PAGTO TO W-DATA-REG
               IF  (MUL-PAGTO-CARTAO OR MUL-PAGTO-PIX)
                       AND W-DATA-REG >= W-DATA-INICIO
                       AND W-DATA-REG <= W-DATA-ARQUIVO
                   PERFORM REGISTRAR-MULTA
               END-IF
               PERFORM LER-PROXIMO-RECEBIMENTO
           END-PERFORM.

       REGISTRAR-MULTA.
           INITIALIZE REG-CONCILIACAO.
           MOVE "L" TO ORIGEM-CNC.
           STRING "M" COD-PAGAMENTO
               DELIMITED BY SIZE INTO REFERENCIA-CNC
           END-STRING.
           READ ARQ-CONCILIA.
           IF  W-COD-ERRO-CNC NOT = "00"
               INITIALIZE REG-CONCILIACAO
               MOVE "L" TO ORIGEM-CNC
               STRING "M" COD-PAGAMENTO
                   DELIMITED BY SIZE INTO REFERENCIA-CNC
               END-STRING
               MOVE W-DATA-REG TO DATA-TRANS-CNC
               MOVE FORMA-PAGTO-MUL TO MODALIDADE-CNC
               MOVE "V" TO TIPO-MOV-CNC
               MOVE VALOR-PAGO TO VALOR-BRUTO-CNC
               PERFORM GRAVAR-ITEM-LOJA
           END-IF.

       LER-PROXIMO-RECEBIMENTO.
           READ ARQ-PAGTO-MULTA NEXT RECORD
               AT END MOVE "S" TO W-FIM-ARQUIVO
           END-READ.
           IF  NOT FIM-ARQUIVO
                   AND W-COD-ERRO-PAG NOT = "00" AND "02" AND "05"
               DISPLAY "ERRO AO LER pagtomultas.dat (STATUS "
                       W-COD-ERRO-PAG ")"
               MOVE "S" TO W-FIM-ARQUIVO
           END-IF.

       GRAVAR-ITEM-LOJA.
           MOVE "A" TO SITUACAO-CNC.
           MOVE W-DATA-HOJE-AAAAMMDD TO DATA-REGISTRO-CNC.
           MOVE "A" TO W-ORIGEM-PAR.
           PERFORM CASAR-ITEM.
           WRITE REG-CONCILIACAO.
           IF  NOT STATUS-CNC-OK
               DISPLAY "ERRO AO GRAVAR conciliacao.dat (STATUS "
                       W-COD-ERRO-CNC ")"
           ELSE
               ADD 1 TO W-TOTAL-NOVOS-LOJA
           END-IF.

      *>----------------------------------------------------------------
      *> LADO DA ADQUIRENTE: CADA LINHA DE DETALHE DO ARQUIVO VIRA UM
      *> ITEM; NSU JA IMPORTADO (ARQUIVO REPROCESSADO) E IGNORADO.
      *>----------------------------------------------------------------
       IMPORTAR-ADQUIRENTE.
           MOVE "N" TO W-FIM-ARQUIVO.
           PERFORM LER-PROXIMA-TRANSACAO.
           PERFORM UNTIL FIM-ARQUIVO
               IF  ADQ-DETALHE
                   ADD 1 TO W-TOTAL-LINHAS
                   PERFORM REGISTRAR-TRANSACAO
               END-IF
               PERFORM LER-PROXIMA-TRANSACAO
           END-PERFORM.

       LER-PROXIMA-TRANSACAO.
           READ ARQ-ADQUIRENTE
               AT END MOVE "S" TO W-FIM-ARQUIVO
           END-READ.
           IF  NOT FIM-ARQUIVO AND W-COD-ERRO-ADQ NOT = "00"
               DISPLAY "ERRO AO LER " W-NOME-ARQ-ADQUIRENTE
                       " (STATUS " W-COD-ERRO-ADQ ")"
               MOVE "S" TO W-FIM-ARQUIVO
           END-IF.

       REGISTRAR-TRANSACAO.
           INITIALIZE REG-CONCILIACAO.
           MOVE "A" TO ORIGEM-CNC.
           MOVE ADQ-NSU TO REFERENCIA-CNC.
           READ ARQ-CONCILIA.
           IF  W-COD-ERRO-CNC = "00"
               ADD 1 TO W-TOTAL-REPETIDAS
           ELSE
               INITIALIZE REG-CONCILIACAO
               MOVE "A" TO ORIGEM-CNC
               MOVE ADQ-NSU TO REFERENCIA-CNC
               MOVE ADQ-DATA-TRANSACAO TO DATA-TRANS-CNC
               MOVE ADQ-MODALIDADE TO MODALIDADE-CNC
               MOVE ADQ-TIPO-REG TO TIPO-MOV-CNC
               MOVE ADQ-VALOR-BRUTO TO VALOR-BRUTO-CNC
               MOVE ADQ-VALOR-TAXA TO VALOR-TAXA-CNC
               MOVE ADQ-VALOR-LIQUIDO TO VALOR-LIQUIDO-CNC
               MOVE ADQ-DATA-CREDITO TO DATA-CREDITO-CNC
               MOVE W-DATA-HOJE-AAAAMMDD TO DATA-REGISTRO-CNC
               ADD ADQ-VALOR-TAXA TO W-TAXAS-ARQUIVO
               IF  ADQ-CHARGEBACK
                   MOVE "K" TO SITUACAO-CNC
               ELSE
                   MOVE "A" TO SITUACAO-CNC
                   MOVE "L" TO W-ORIGEM-PAR
                   PERFORM CASAR-ITEM
               END-IF
               WRITE REG-CONCILIACAO
               IF  NOT STATUS-CNC-OK
                   DISPLAY "ERRO AO GRAVAR conciliacao.dat (STATUS "
                           W-COD-ERRO-CNC ")"
               END-IF
           END-IF.

      *>----------------------------------------------------------------
      *> PROCURA, PELA CHAVE DE BUSCA, UM ITEM EM ABERTO DO OUTRO
      *> LADO. ACHANDO, O PAR E REGRAVADO COMO CONCILIADO E O ITEM
      *> NOVO (DE VOLTA NO BUFFER) SAI CONCILIADO PARA O WRITE; A
      *> TAXA, O LIQUIDO E O CREDITO DA ADQUIRENTE VAO PARA OS DOIS.
      *>----------------------------------------------------------------
       CASAR-ITEM.
           MOVE REG-CONCILIACAO TO W-REG-ATUAL.
           MOVE CHAVE-CONCILIACAO TO W-CHAVE-ATUAL.
           MOVE CHAVE-BUSCA-CNC TO W-CHAVE-BUSCA.
           MOVE VALOR-TAXA-CNC TO W-TAXA-PAR.
           MOVE VALOR-LIQUIDO-CNC TO W-LIQUIDO-PAR.
           MOVE DATA-CREDITO-CNC TO W-CREDITO-PAR.
           MOVE "N" TO W-ACHOU-PAR W-FIM-BUSCA.
           START ARQ-CONCILIA KEY IS EQUAL CHAVE-BUSCA-CNC
               INVALID KEY MOVE "S" TO W-FIM-BUSCA
           END-START.
           PERFORM UNTIL FIM-BUSCA OR ACHOU-PAR
               READ ARQ-CONCILIA NEXT RECORD
                   AT END MOVE "S" TO W-FIM-BUSCA
               END-READ
               IF  NOT FIM-BUSCA
                   IF  NOT STATUS-CNC-OK
                           OR CHAVE-BUSCA-CNC NOT = W-CHAVE-BUSCA
                       MOVE "S" TO W-FIM-BUSCA
                   ELSE
                       IF  ORIGEM-CNC = W-ORIGEM-PAR AND CNC-ABERTO
                           MOVE "S" TO W-ACHOU-PAR
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
           IF  ACHOU-PAR
               IF  CNC-ADQUIRENTE
                   MOVE VALOR-TAXA-CNC TO W-TAXA-PAR
                   MOVE VALOR-LIQUIDO-CNC TO W-LIQUIDO-PAR
                   MOVE DATA-CREDITO-CNC TO W-CREDITO-PAR
               END-IF
               MOVE W-CHAVE-ATUAL TO CHAVE-PAR-CNC
               PERFORM MARCAR-CONCILIADO
               MOVE CHAVE-CONCILIACAO TO W-CHAVE-PAR-ACHADO
               REWRITE REG-CONCILIACAO
               IF  W-COD-ERRO-CNC NOT = "00"
                   DISPLAY "ERRO AO REGRAVAR conciliacao.dat (STATUS "
                           W-COD-ERRO-CNC ")"
               END-IF
               MOVE W-REG-ATUAL TO REG-CONCILIACAO
               MOVE W-CHAVE-PAR-ACHADO TO CHAVE-PAR-CNC
               PERFORM MARCAR-CONCILIADO
               ADD 1 TO W-TOTAL-CONCILIADOS
           ELSE
               MOVE W-REG-ATUAL TO REG-CONCILIACAO
           END-IF.

       MARCAR-CONCILIADO.
           MOVE "C" TO SITUACAO-CNC.
           MOVE W-DATA-HOJE-AAAAMMDD TO DATA-CONCILIACAO-CNC.
           MOVE W-TAXA-PAR TO VALOR-TAXA-CNC.
           MOVE W-LIQUIDO-PAR TO VALOR-LIQUIDO-CNC.
           MOVE W-CREDITO-PAR TO DATA-CREDITO-CNC.

      *>----------------------------------------------------------------
      *> RELATORIO: (1) CONCILIADOS HOJE, COM A TAXA RETIDA; (2)
      *> CHARGEBACKS RECEBIDOS HOJE; (3) VENDAS DA LOJA SEM
      *> LIQUIDACAO; (4) LIQUIDACOES SEM CUPOM OU MULTA NA LOJA.
      *>----------------------------------------------------------------
       IMPRIMIR-RELATORIO.
           OPEN OUTPUT ARQ-RELATORIO.
           MOVE SPACES TO W-LINHA.
           STRING "CONCILIACAO DE CARTAO E PIX - ARQUIVO "
                  W-NOME-ARQ-ADQUIRENTE
               DELIMITED BY SIZE INTO W-LINHA
           END-STRING.
           PERFORM GRAVAR-LINHA.
           MOVE SPACES TO W-LINHA.
           STRING "LINHAS LIDAS: " W-TOTAL-LINHAS
                  "  JA IMPORTADAS: " W-TOTAL-REPETIDAS
                  "  NOVOS DA LOJA: " W-TOTAL-NOVOS-LOJA
                  "  CASADOS: " W-TOTAL-CONCILIADOS
               DELIMITED BY SIZE INTO W-LINHA
           END-STRING.
           PERFORM GRAVAR-LINHA.
           PERFORM VARYING W-SECAO FROM 1 BY 1 UNTIL W-SECAO > 4
               PERFORM IMPRIMIR-SECAO
           END-PERFORM.
           MOVE SPACES TO W-LINHA.
           PERFORM GRAVAR-LINHA.
           MOVE W-TAXAS-ARQUIVO TO TOTAL-ED.
           STRING "TAXAS RETIDAS NO ARQUIVO DO DIA: " TOTAL-ED
               DELIMITED BY SIZE INTO W-LINHA
           END-STRING.
           PERFORM GRAVAR-LINHA.
           CLOSE ARQ-RELATORIO.
           CALL "SPOOLAR" USING "CONCILIARCARTAO     "
                "relconcilia.txt     ".

       IMPRIMIR-SECAO.
           MOVE ZEROS TO W-QTD-SECAO W-SOMA-BRUTO W-SOMA-TAXA
                W-SOMA-LIQUIDO.
           MOVE SPACES TO W-LINHA.
           PERFORM GRAVAR-LINHA.
           EVALUATE W-SECAO
               WHEN 1
                   MOVE "CONCILIADOS HOJE (ADQUIRENTE X LOJA):"
                     TO W-LINHA
               WHEN 2
                   MOVE "CHARGEBACKS RECEBIDOS HOJE:" TO W-LINHA
               WHEN 3
                   MOVE "EM ABERTO NA LOJA (SEM LIQUIDACAO DA "
                     TO W-LINHA
                   MOVE "ADQUIRENTE):" TO W-LINHA (38:12)
               WHEN OTHER
                   MOVE "EM ABERTO NA ADQUIRENTE (SEM CUPOM OU MULTA "
                     TO W-LINHA
                   MOVE "NA LOJA):" TO W-LINHA (45:9)
           END-EVALUATE.
           PERFORM GRAVAR-LINHA.
           MOVE SPACES TO W-LINHA.
           MOVE "DATA" TO W-LINHA (1:4).
           MOVE "M   T    REFERENCIA   PAR" TO W-LINHA (13:25).
           MOVE "BRUTO" TO W-LINHA (55:5).
           MOVE "TAXA" TO W-LINHA (69:4).
           MOVE "LIQUIDO" TO W-LINHA (79:7).
           MOVE "CREDITO" TO W-LINHA (87:7).
           PERFORM GRAVAR-LINHA.
           MOVE LOW-VALUES TO CHAVE-CONCILIACAO.
           MOVE "N" TO W-FIM-BUSCA.
           START ARQ-CONCILIA KEY IS NOT LESS THAN CHAVE-CONCILIACAO
               INVALID KEY MOVE "S" TO W-FIM-BUSCA
           END-START.
           PERFORM UNTIL FIM-BUSCA
               READ ARQ-CONCILIA NEXT RECORD
                   AT END MOVE "S" TO W-FIM-BUSCA
               END-READ
               IF  NOT FIM-BUSCA
                   IF  NOT STATUS-CNC-OK
                       DISPLAY "ERRO AO LER conciliacao.dat (STATUS "
                               W-COD-ERRO-CNC ")"
                       MOVE "S" TO W-FIM-BUSCA
                   ELSE
                       PERFORM SELECIONAR-ITEM-SECAO
                   END-IF
               END-IF
           END-PERFORM.
           MOVE SPACES TO W-LINHA.
           MOVE "TOTAL" TO W-LINHA (1:5).
           MOVE W-QTD-SECAO TO W-LINHA (7:5).
           MOVE W-SOMA-BRUTO TO VALOR-ED.
           MOVE VALOR-ED TO W-LINHA (48:12).
           MOVE W-SOMA-TAXA TO VALOR-ED.
           MOVE VALOR-ED TO W-LINHA (61:12).
           MOVE W-SOMA-LIQUIDO TO VALOR-ED.
           MOVE VALOR-ED TO W-LINHA (74:12).
           PERFORM GRAVAR-LINHA.

       SELECIONAR-ITEM-SECAO.
           EVALUATE TRUE
               WHEN W-SECAO = 1 AND CNC-ADQUIRENTE AND CNC-CONCILIADO
                       AND DATA-CONCILIACAO-CNC = W-DATA-HOJE-AAAAMMDD
                   PERFORM IMPRIMIR-ITEM
               WHEN W-SECAO = 2 AND CNC-CONTESTADO
                       AND DATA-REGISTRO-CNC = W-DATA-HOJE-AAAAMMDD
                   PERFORM IMPRIMIR-ITEM
               WHEN W-SECAO = 3 AND CNC-LOJA AND CNC-ABERTO
                   PERFORM IMPRIMIR-ITEM
               WHEN W-SECAO = 4 AND CNC-ADQUIRENTE AND CNC-ABERTO
                   PERFORM IMPRIMIR-ITEM
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       IMPRIMIR-ITEM.
           ADD 1 TO W-QTD-SECAO.
           ADD VALOR-BRUTO-CNC TO W-SOMA-BRUTO.
           ADD VALOR-TAXA-CNC TO W-SOMA-TAXA.
           ADD VALOR-LIQUIDO-CNC TO W-SOMA-LIQUIDO.
           MOVE SPACES TO W-LINHA.
           STRING DATA-TRANS-CNC (7:2) "/" DATA-TRANS-CNC (5:2) "/"
                  DATA-TRANS-CNC (1:4) "  " MODALIDADE-CNC "   "
                  TIPO-MOV-CNC "    " REFERENCIA-CNC " "
                  CHAVE-PAR-CNC (2:12)
               DELIMITED BY SIZE INTO W-LINHA
           END-STRING.
           MOVE VALOR-BRUTO-CNC TO VALOR-ED.
           MOVE VALOR-ED TO W-LINHA (48:12).
           MOVE VALOR-TAXA-CNC TO VALOR-ED.
           MOVE VALOR-ED TO W-LINHA (61:12).
           MOVE VALOR-LIQUIDO-CNC TO VALOR-ED.
           MOVE VALOR-ED TO W-LINHA (74:12).
           IF  DATA-CREDITO-CNC > 0
               MOVE DATA-CREDITO-CNC TO W-LINHA (87:8)
           END-IF.
           PERFORM GRAVAR-LINHA.

       GRAVAR-LINHA.
           DISPLAY W-LINHA (1:79).
           MOVE W-LINHA TO REG-RELATORIO.
           WRITE REG-RELATORIO.

       FINALIZACAO.
           IF  ARQUIVO-OK
               CLOSE ARQ-ADQUIRENTE
               CLOSE ARQ-VENDA-CAB
               CLOSE ARQ-PAGTO-MULTA
               CLOSE ARQ-MOV-VALE
               CLOSE ARQ-CONCILIA
           END-IF.
           STOP "   <ENTER> PARA CONTINUAR".

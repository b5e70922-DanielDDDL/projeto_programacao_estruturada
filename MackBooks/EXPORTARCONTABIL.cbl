                   ASSIGN TO "pagtomultas.dat"
                   ORGANIZATION INDEXED
                   RECORD KEY IS COD-PAGAMENTO
                   ALTERNATE RECORD KEY IS COD-LEITOR-PAG
                       WITH DUPLICATES
                   ACCESS SEQUENTIAL
                   FILE STATUS IS W-COD-ERRO-PAG.

                   SELECT OPTIONAL ARQ-PAGTO-FORNEC
                   ASSIGN TO "pagtoforn.dat"
                   ORGANIZATION INDEXED
                   RECORD KEY IS COD-PAGTO-FOR
                   ACCESS SEQUENTIAL
                   FILE STATUS IS W-COD-ERRO-PGF.

                   SELECT OPTIONAL ARQ-RECEBTO
                   ASSIGN TO "recebtos.dat"
                   ORGANIZATION INDEXED
                   RECORD KEY IS COD-RECEBTO
                   ACCESS SEQUENTIAL
                   FILE STATUS IS W-COD-ERRO-RCB.

                   SELECT OPTIONAL ARQ-MODO-LOTE
                   ASSIGN TO "modolote.txt"
                   ORGANIZATION LINE SEQUENTIAL
             LABEL RECORD STANDARD.
         COPY "REGPAGMULTA.cpy".

         FD  ARQ-PAGTO-FORNEC
             LABEL RECORD STANDARD.
         COPY "REGPAGFORN.cpy".

         FD  ARQ-RECEBTO
             LABEL RECORD STANDARD.
         COPY "REGRECEBTO.cpy".

         FD  ARQ-MODO-LOTE
             LABEL RECORD STANDARD.
         01  REG-MODO-LOTE  PIC X(10).
         WORKING-STORAGE SECTION.
         77  W-COD-ERRO-CAB     PIC XX    VALUE SPACES.
         77  W-COD-ERRO-PAG     PIC XX    VALUE SPACES.
         77  W-COD-ERRO-PGF     PIC XX    VALUE SPACES.
         77  W-COD-ERRO-RCB     PIC XX    VALUE SPACES.
         77  W-COD-ERRO-MOD     PIC XX    VALUE SPACES.
         77  W-COD-ERRO-CTB     PIC XX    VALUE SPACES.
         77  W-FIM-ARQUIVO      PIC X     VALUE "N".

       INICIO.
           *> EXPORTACAO CONTABIL DO DIA: TRANSFORMA OS CUPONS DE
           *> VENDA/ESTORNO, OS RECEBIMENTOS DE MULTA E OS PAGAMENTOS
           *> A FORNECEDOR E OS RECEBIMENTOS DE FATURA DE CLIENTE NUM
           *> ARQUIVO DE LANCAMENTOS DE LAYOUT FIXO
           *> (contabilAAAAMMDD.txt), COM LINHA DE TOTAL DE CONTROLE
           *> NO FIM - NO ESPIRITO DE EXPORTARLIVROS, PARA IMPORTACAO
           *> SEM REDIGITACAO.
           PERFORM INICIALIZACAO.
           PERFORM EXPORTAR-VENDAS.
           PERFORM EXPORTAR-MULTAS.
           PERFORM EXPORTAR-PAGTOS-FORNEC.
           PERFORM EXPORTAR-RECEBTOS-CLIENTES.
           PERFORM GRAVAR-TOTAL-CONTROLE.
           PERFORM FINALIZACAO.
           GOBACK.
           END-STRING.
           OPEN INPUT ARQ-VENDA-CAB.
           OPEN INPUT ARQ-PAGTO-MULTA.
           OPEN INPUT ARQ-PAGTO-FORNEC.
           OPEN INPUT ARQ-RECEBTO.
           OPEN OUTPUT ARQ-CONTABIL.
           IF  W-COD-ERRO-CTB NOT = "00" AND "05"
               DISPLAY "ERRO AO CRIAR " W-NOME-ARQ-CONTABIL
           END-IF.
           WRITE REG-CONTABIL.
           ADD 1 TO W-TOTAL-LANCTOS.
           IF  PAGTO-FATURADO
               PERFORM GRAVAR-LANCTO-FATURA-CLIENTE
           END-IF.

       GRAVAR-LANCTO-FATURA-CLIENTE.
           *> VENDA FATURADA NAO ENTRA NO CAIXA: A CONTRAPARTIDA DA
           *> RECEITA E CLIENTES A RECEBER (DEBITO). O ESTORNO DE CUPOM
           *> FATURADO ABATEU A FATURA E VOLTA A CREDITO DA MESMA CONTA.
           INITIALIZE REG-CONTABIL.
           MOVE W-DATA-EXPORT TO CTB-DATA.
           MOVE "11201" TO CTB-CONTA.
           MOVE VALOR-TOTAL-CAB TO CTB-VALOR.
           MOVE SPACES TO CTB-DESCRICAO.
           IF  VENDA-ESTORNO
               MOVE "C" TO CTB-DC
               STRING "CLIENTES A RECEBER EST " COD-VENDA-CAB
                   DELIMITED BY SIZE INTO CTB-DESCRICAO
               END-STRING
               ADD VALOR-TOTAL-CAB TO W-TOTAL-CREDITOS
               ADD VALOR-TOTAL-CAB TO W-TOTAL-LIQUIDO
           ELSE
               MOVE "D" TO CTB-DC
               STRING "CLIENTES A RECEBER CUPOM " COD-VENDA-CAB
                   DELIMITED BY SIZE INTO CTB-DESCRICAO
               END-STRING
               ADD VALOR-TOTAL-CAB TO W-TOTAL-DEBITOS
               SUBTRACT VALOR-TOTAL-CAB FROM W-TOTAL-LIQUIDO
           END-IF.
           WRITE REG-CONTABIL.
           ADD 1 TO W-TOTAL-LANCTOS.

       LER-PROXIMO-CABECALHO.
           READ ARQ-VENDA-CAB NEXT RECORD
               MOVE "S" TO W-FIM-ARQUIVO
           END-IF.

       EXPORTAR-PAGTOS-FORNEC.
           MOVE "N" TO W-FIM-ARQUIVO.
           PERFORM LER-PROXIMO-PAGTO-FORNEC.
           PERFORM UNTIL FIM-ARQUIVO
               IF  DATA-PAGTO-PGF = W-DATA-EXPORT
                   PERFORM GRAVAR-LANCTO-PAGTO-FORNEC
               END-IF
               PERFORM LER-PROXIMO-PAGTO-FORNEC
           END-PERFORM.

       GRAVAR-LANCTO-PAGTO-FORNEC.
           *> BAIXA DO CONTAS A PAGAR (FORNECEDORES A PAGAR): SAIDA DE
           *> CAIXA, A DEBITO DO PASSIVO.
           INITIALIZE REG-CONTABIL.
           MOVE W-DATA-EXPORT TO CTB-DATA.
           MOVE "21001" TO CTB-CONTA.
           MOVE "D" TO CTB-DC.
           MOVE VALOR-PAGO-PGF TO CTB-VALOR.
           MOVE SPACES TO CTB-DESCRICAO.
           STRING "FORNEC " COD-FORNEC-PGF
                  " TIT " COD-TITULO-PGF "/" PARCELA-PGF
                  " PAGTO " FORMA-PAGTO-PGF
               DELIMITED BY SIZE INTO CTB-DESCRICAO
           END-STRING.
           WRITE REG-CONTABIL.
           ADD 1 TO W-TOTAL-LANCTOS.
           ADD VALOR-PAGO-PGF TO W-TOTAL-DEBITOS.
           SUBTRACT VALOR-PAGO-PGF FROM W-TOTAL-LIQUIDO.

       LER-PROXIMO-PAGTO-FORNEC.
           READ ARQ-PAGTO-FORNEC NEXT RECORD
               AT END MOVE "S" TO W-FIM-ARQUIVO
           END-READ.
           IF  NOT FIM-ARQUIVO
                   AND W-COD-ERRO-PGF NOT = "00" AND "02" AND "05"
               DISPLAY "ERRO AO LER pagtoforn.dat (STATUS "
                       W-COD-ERRO-PGF ")"
               MOVE 8 TO RETURN-CODE
               MOVE "S" TO W-FIM-ARQUIVO
           END-IF.

       EXPORTAR-RECEBTOS-CLIENTES.
           MOVE "N" TO W-FIM-ARQUIVO.
           PERFORM LER-PROXIMO-RECEBTO-CLIENTE.
           PERFORM UNTIL FIM-ARQUIVO
               IF  DATA-RECEBTO-RCB = W-DATA-EXPORT
                   PERFORM GRAVAR-LANCTO-RECEBTO-CLIENTE
               END-IF
               PERFORM LER-PROXIMO-RECEBTO-CLIENTE
           END-PERFORM.

       GRAVAR-LANCTO-RECEBTO-CLIENTE.
           *> BAIXA DA FATURA DO CLIENTE: ENTRADA DE CAIXA, A CREDITO
           *> DE CLIENTES A RECEBER.
           INITIALIZE REG-CONTABIL.
           MOVE W-DATA-EXPORT TO CTB-DATA.
           MOVE "11201" TO CTB-CONTA.
           MOVE "C" TO CTB-DC.
           MOVE VALOR-RECEBIDO-RCB TO CTB-VALOR.
           MOVE SPACES TO CTB-DESCRICAO.
           STRING "RECEB CLI " COD-CLIENTE-RCB
                  " CUPOM " COD-VENDA-RCB " " FORMA-RECEBTO-RCB
               DELIMITED BY SIZE INTO CTB-DESCRICAO
           END-STRING.
           WRITE REG-CONTABIL.
           ADD 1 TO W-TOTAL-LANCTOS.
           ADD VALOR-RECEBIDO-RCB TO W-TOTAL-CREDITOS.
           ADD VALOR-RECEBIDO-RCB TO W-TOTAL-LIQUIDO.

       LER-PROXIMO-RECEBTO-CLIENTE.
           READ ARQ-RECEBTO NEXT RECORD
               AT END MOVE "S" TO W-FIM-ARQUIVO
           END-READ.
           IF  NOT FIM-ARQUIVO
                   AND W-COD-ERRO-RCB NOT = "00" AND "02" AND "05"
               DISPLAY "ERRO AO LER recebtos.dat (STATUS "
                       W-COD-ERRO-RCB ")"
               MOVE 8 TO RETURN-CODE
               MOVE "S" TO W-FIM-ARQUIVO
           END-IF.

       GRAVAR-TOTAL-CONTROLE.
           *> LINHA DE TOTAL: O IMPORTADOR CONFERE A QUANTIDADE DE
           *> LANCAMENTOS E O LIQUIDO DO DIA ANTES DE ACEITAR O
       FINALIZACAO.
           CLOSE ARQ-VENDA-CAB.
           CLOSE ARQ-PAGTO-MULTA.
           CLOSE ARQ-PAGTO-FORNEC.
           CLOSE ARQ-RECEBTO.
           CLOSE ARQ-CONTABIL.
           DISPLAY "LANCAMENTOS EXPORTADOS: " W-TOTAL-LANCTOS
                   " EM " W-NOME-ARQ-CONTABIL.

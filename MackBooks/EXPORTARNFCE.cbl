
       IDENTIFICATION DIVISION.

       PROGRAM-ID. EXPORTARNFCE.
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

                   SELECT OPTIONAL ARQ-VENDA
                   ASSIGN TO "vendas.dat"
                   ORGANIZATION INDEXED
                   RECORD KEY IS CHAVE-VENDA
                   ACCESS DYNAMIC
                   FILE STATUS IS W-COD-ERRO-VEN.

                   SELECT OPTIONAL CAD-PRODUTO
                   ASSIGN TO "livros.dat"
                   ORGANIZATION INDEXED
                   RECORD KEY IS COD-LIVRO
                   ACCESS RANDOM
                   FILE STATUS IS CODERRO.

                   SELECT OPTIONAL ARQ-MOV-VALE
                   ASSIGN TO "movvales.dat"
                   ORGANIZATION INDEXED
                   RECORD KEY IS CHAVE-MOV-VALE
                   ACCESS DYNAMIC
                   FILE STATUS IS W-COD-ERRO-MVL.

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

                   SELECT OPTIONAL ARQ-EMISSOR
                   ASSIGN TO DYNAMIC W-NOME-ARQ-EMISSOR
                   ORGANIZATION LINE SEQUENTIAL
                   FILE STATUS IS W-COD-ERRO-EMI.

       DATA DIVISION.
         FILE SECTION.
         FD  ARQ-VENDA-CAB
             LABEL RECORD STANDARD.
         COPY "REGVENDACAB.cpy".

         FD  ARQ-VENDA
             LABEL RECORD STANDARD.
         COPY "REGVENDA.cpy".

         FD  CAD-PRODUTO
             LABEL RECORD STANDARD.
         COPY "REGLIVRO.cpy".

         FD  ARQ-MOV-VALE
             LABEL RECORD STANDARD.
         COPY "REGMOVVALE.cpy".

         FD  ARQ-NFCE
             LABEL RECORD STANDARD.
         COPY "REGNFCE.cpy".

         FD  ARQ-MODO-LOTE
             LABEL RECORD STANDARD.
         01  REG-MODO-LOTE  PIC X(10).

         FD  ARQ-EMISSOR
             LABEL RECORD STANDARD.
      *> LAYOUT DE IMPORTACAO DO EMISSOR FISCAL: POR DOCUMENTO UMA
      *> LINHA "H" (CABECALHO), UMA "I" POR LIVRO E UMA "P" POR FORMA
      *> DE PAGAMENTO; NO FIM DO ARQUIVO UMA LINHA "T" COM A
      *> QUANTIDADE DE DOCUMENTOS E O VALOR TOTAL PARA CONFERENCIA.
      *> VALORES COM DUAS CASAS IMPLICITAS.
         01  REG-EMI-CABECALHO.
             02  EMI-TIPO-REG       PIC X.
             02  EMI-COD-CUPOM      PIC 9(5).
      *> "S" = SAIDA (VENDA); "D" = DEVOLUCAO (ESTORNO).
             02  EMI-TIPO-DOC       PIC X.
             02  EMI-DATA           PIC 9(8).
             02  EMI-FILIAL         PIC 9(2).
             02  EMI-QTD-ITENS      PIC 9(3).
             02  EMI-VALOR-TOTAL    PIC 9(9)V99.
             02  EMI-CUPOM-ORIGEM   PIC 9(5).
             02  EMI-CHAVE-ORIGEM   PIC X(44).
             02  FILLER             PIC X(30).
         01  REG-EMI-ITEM.
             02  FILLER             PIC X.
             02  EMI-COD-CUPOM-ITEM PIC 9(5).
             02  EMI-ITEM           PIC 9(3).
             02  EMI-COD-PRODUTO    PIC X(13).
             02  EMI-DESCRICAO      PIC X(40).
             02  EMI-QTD            PIC 9(5).
             02  EMI-PRECO-UNIT     PIC 9(7)V99.
             02  EMI-DESCONTO       PIC 9(7)V99.
             02  EMI-VALOR-ITEM     PIC 9(9)V99.
             02  FILLER             PIC X(14).
         01  REG-EMI-PAGAMENTO.
             02  FILLER             PIC X.
             02  EMI-COD-CUPOM-PAG  PIC 9(5).
      *> CODIGO DA FORMA NA TABELA FISCAL E A FORMA DO BALCAO.
             02  EMI-FORMA-FISCAL   PIC XX.
             02  EMI-FORMA-LOJA     PIC X.
             02  EMI-VALOR-PAGTO    PIC 9(9)V99.
             02  FILLER             PIC X(90).
         01  REG-EMI-TOTAL.
             02  FILLER             PIC X.
             02  EMI-QTD-DOCS       PIC 9(5).
             02  EMI-VALOR-DOCS     PIC 9(11)V99.
             02  FILLER             PIC X(91).

         WORKING-STORAGE SECTION.
         77  CODERRO            PIC XX    VALUE SPACES.
         77  W-COD-ERRO-CAB     PIC XX    VALUE SPACES.
         77  W-COD-ERRO-VEN     PIC XX    VALUE SPACES.
         77  W-COD-ERRO-MVL     PIC XX    VALUE SPACES.
         77  W-COD-ERRO-NFC     PIC XX    VALUE SPACES.
         77  W-COD-ERRO-MOD     PIC XX    VALUE SPACES.
         77  W-COD-ERRO-EMI     PIC XX    VALUE SPACES.
         77  W-FIM-ARQUIVO      PIC X     VALUE "N".
             88  FIM-ARQUIVO              VALUE "S".
         77  W-FIM-ITENS        PIC X     VALUE "N".
             88  FIM-ITENS                VALUE "S".
         77  W-MODO-LOTE        PIC X     VALUE "N".
             88  MODO-LOTE                VALUE "S".
         77  W-ENVIAR           PIC X     VALUE "N".
             88  ENVIAR-CUPOM             VALUE "S".
         77  W-NOVO-NFC         PIC X     VALUE "N".
             88  NOVO-NFC                 VALUE "S".
         77  W-DATA-EXPORT      PIC 9(8)  VALUE ZEROS.
         77  W-DATA-INICIO      PIC 9(8)  VALUE ZEROS.
         77  W-DATA-REG         PIC 9(8)  VALUE ZEROS.
         77  W-INTEIRO-DATA     PIC 9(7)  VALUE ZEROS.
         77  W-NOME-ARQ-EMISSOR PIC X(25) VALUE SPACES.
         77  W-QTD-ENVIOS       PIC 99    VALUE ZEROS.
         77  W-CHAVE-ORIGEM     PIC X(44) VALUE SPACES.
         77  W-VALOR-VALE       PIC 9(7)V99 VALUE ZEROS.
         77  W-VALOR-RESTANTE   PIC 9(7)V99 VALUE ZEROS.
         77  W-VALOR-PAGTO      PIC 9(7)V99 VALUE ZEROS.
         77  W-FORMA-LOJA       PIC X     VALUE SPACES.
         77  W-FORMA-FISCAL     PIC XX    VALUE SPACES.
         77  W-TOTAL-DOCS       PIC 9(5)  VALUE ZEROS.
         77  W-TOTAL-REENVIOS   PIC 9(5)  VALUE ZEROS.
         77  W-TOTAL-SEM-ISBN   PIC 9(5)  VALUE ZEROS.
         77  W-VALOR-DOCS       PIC 9(11)V99 VALUE ZEROS.
      *> CUPONS DOS ULTIMOS DIAS AINDA NAO ENVIADOS (EXPORTACAO QUE
      *> NAO RODOU) ENTRAM JUNTO COM OS DO DIA.
         77  W-DIAS-RETROATIVOS PIC 9(3)  VALUE 30.

       PROCEDURE DIVISION.

       INICIO.
           *> EXPORTACAO FISCAL: CADA CUPOM DE VENDA E CADA ESTORNO
           *> (COMO DEVOLUCAO) AINDA NAO ENVIADO, OU REJEITADO NO
           *> ULTIMO RETORNO, VAI PARA O ARQUIVO DE IMPORTACAO DO
           *> EMISSOR DE NFC-E (nfceAAAAMMDD.txt) E FICA PENDENTE EM
           *> nfce.dat ATE O RETORNO DO EMISSOR (RETORNONFCE).
           PERFORM INICIALIZACAO.
           IF  RETURN-CODE = 0
               PERFORM EXPORTAR-CUPONS
               PERFORM GRAVAR-TOTAL-CONTROLE
           END-IF.
           PERFORM FINALIZACAO.
           GOBACK.

       INICIALIZACAO.
           DISPLAY "EXPORTACAO PARA O EMISSOR DE NFC-E".
           MOVE ZEROS TO RETURN-CODE.
           PERFORM VERIFICAR-MODO-LOTE.
           ACCEPT W-DATA-EXPORT FROM DATE YYYYMMDD.
           IF  NOT MODO-LOTE
               DISPLAY "EXPORTAR CUPONS ATE A DATA (AAAAMMDD, "
                       "0 = HOJE): " WITH NO ADVANCING
               ACCEPT W-DATA-REG
               IF  W-DATA-REG > 0
                   MOVE W-DATA-REG TO W-DATA-EXPORT
               END-IF
           END-IF.
           COMPUTE W-INTEIRO-DATA =
                   FUNCTION INTEGER-OF-DATE (W-DATA-EXPORT)
                   - W-DIAS-RETROATIVOS.
           COMPUTE W-DATA-INICIO =
                   FUNCTION DATE-OF-INTEGER (W-INTEIRO-DATA).
           MOVE SPACES TO W-NOME-ARQ-EMISSOR.
           STRING "nfce" DELIMITED BY SIZE
                  W-DATA-EXPORT DELIMITED BY SIZE
                  ".txt" DELIMITED BY SIZE
               INTO W-NOME-ARQ-EMISSOR
           END-STRING.
           OPEN INPUT ARQ-VENDA-CAB.
           OPEN INPUT ARQ-VENDA.
           OPEN INPUT CAD-PRODUTO.
           OPEN INPUT ARQ-MOV-VALE.
           *> SE ARQUIVO NAO FOR ENCONTRADO, UM NOVO SERA CRIADO
           OPEN I-O ARQ-NFCE.
           OPEN OUTPUT ARQ-EMISSOR.
           IF  W-COD-ERRO-EMI NOT = "00" AND "05"
               DISPLAY "ERRO AO CRIAR " W-NOME-ARQ-EMISSOR
                       " (STATUS " W-COD-ERRO-EMI ")"
               MOVE 8 TO RETURN-CODE
           END-IF.

       VERIFICAR-MODO-LOTE.
           *> "LOTE" EM modolote.txt (GRAVADO POR ROTINANOTURNA)
           *> SIGNIFICA EXECUCAO SEM TECLADO: EXPORTA ATE O PROPRIO DIA.
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

       EXPORTAR-CUPONS.
           MOVE "N" TO W-FIM-ARQUIVO.
           PERFORM LER-PROXIMO-CABECALHO.
           PERFORM UNTIL FIM-ARQUIVO
               MOVE DATA-VENDA-CAB TO W-DATA-REG
               IF  W-DATA-REG >= W-DATA-INICIO
                       AND W-DATA-REG <= W-DATA-EXPORT
                   PERFORM VERIFICAR-SITUACAO-FISCAL
                   IF  ENVIAR-CUPOM
                       PERFORM GRAVAR-DOCUMENTO
                   END-IF
               END-IF
               PERFORM LER-PROXIMO-CABECALHO
           END-PERFORM.

       VERIFICAR-SITUACAO-FISCAL.
           MOVE "N" TO W-ENVIAR.
           MOVE "N" TO W-NOVO-NFC.
           MOVE ZEROS TO W-QTD-ENVIOS.
           MOVE COD-VENDA-CAB TO COD-VENDA-NFC.
           READ ARQ-NFCE.
           EVALUATE W-COD-ERRO-NFC
               WHEN "00"
                   IF  NFC-REJEITADA
                       MOVE "S" TO W-ENVIAR
                       MOVE QTD-ENVIOS-NFC TO W-QTD-ENVIOS
                       ADD 1 TO W-TOTAL-REENVIOS
                   END-IF
               WHEN "23"
                   MOVE "S" TO W-ENVIAR
                   MOVE "S" TO W-NOVO-NFC
               WHEN OTHER
                   DISPLAY "ERRO AO LER nfce.dat (STATUS "
                           W-COD-ERRO-NFC ")"
                   MOVE 8 TO RETURN-CODE
           END-EVALUATE.

       GRAVAR-DOCUMENTO.
           *> A DEVOLUCAO LEVA A CHAVE DE ACESSO DO CUPOM ORIGINAL,
           *> SE JA AUTORIZADO.
           MOVE SPACES TO W-CHAVE-ORIGEM.
           IF  VENDA-ESTORNO
               MOVE COD-VENDA-ORIGEM TO COD-VENDA-NFC
               READ ARQ-NFCE
               IF  W-COD-ERRO-NFC = "00" AND NFC-AUTORIZADA
                   MOVE CHAVE-ACESSO-NFC TO W-CHAVE-ORIGEM
               END-IF
           END-IF.
           MOVE SPACES TO REG-EMI-CABECALHO.
           MOVE "H" TO EMI-TIPO-REG.
           MOVE COD-VENDA-CAB TO EMI-COD-CUPOM.
           IF  VENDA-ESTORNO
               MOVE "D" TO EMI-TIPO-DOC
               MOVE COD-VENDA-ORIGEM TO EMI-CUPOM-ORIGEM
           ELSE
               MOVE "S" TO EMI-TIPO-DOC
               MOVE ZEROS TO EMI-CUPOM-ORIGEM
           END-IF.
           MOVE DATA-VENDA-CAB TO EMI-DATA.
           MOVE COD-FILIAL-CAB TO EMI-FILIAL.
           MOVE QTD-ITENS-CAB TO EMI-QTD-ITENS.
           MOVE VALOR-TOTAL-CAB TO EMI-VALOR-TOTAL.
           MOVE W-CHAVE-ORIGEM TO EMI-CHAVE-ORIGEM.
           WRITE REG-EMI-CABECALHO.
           PERFORM GRAVAR-ITENS-DOCUMENTO.
           PERFORM GRAVAR-PAGAMENTOS.
           ADD 1 TO W-TOTAL-DOCS.
           ADD VALOR-TOTAL-CAB TO W-VALOR-DOCS.
           PERFORM MARCAR-PENDENTE.

       GRAVAR-ITENS-DOCUMENTO.
           MOVE COD-VENDA-CAB TO COD-VENDA.
           MOVE ZEROS TO ITEM-VENDA.
           MOVE "N" TO W-FIM-ITENS.
           START ARQ-VENDA KEY IS NOT LESS THAN CHAVE-VENDA
               INVALID KEY MOVE "S" TO W-FIM-ITENS
           END-START.
           PERFORM UNTIL FIM-ITENS
               READ ARQ-VENDA NEXT RECORD
                   AT END MOVE "S" TO W-FIM-ITENS
               END-READ
               IF  NOT FIM-ITENS
                   IF  W-COD-ERRO-VEN NOT = "00" AND "02"
                           OR COD-VENDA NOT = COD-VENDA-CAB
                       MOVE "S" TO W-FIM-ITENS
                   ELSE
                       PERFORM GRAVAR-ITEM
                   END-IF
               END-IF
           END-PERFORM.

       GRAVAR-ITEM.
           *> O PRODUTO VAI PELO ISBN; O DESCONTO MANUAL APARECE
           *> SEPARADO DO PRECO DE TABELA GUARDADO NA LINHA.
           MOVE SPACES TO REG-EMI-ITEM.
           MOVE "I" TO EMI-TIPO-REG.
           MOVE COD-VENDA TO EMI-COD-CUPOM-ITEM.
           MOVE ITEM-VENDA TO EMI-ITEM.
           MOVE COD-LIVRO-VEN TO COD-LIVRO.
           READ CAD-PRODUTO.
           IF  CODERRO = "00"
               MOVE ISBN-LIVRO TO EMI-COD-PRODUTO
               MOVE TITULO-LIVRO TO EMI-DESCRICAO
           ELSE
               MOVE SPACES TO EMI-COD-PRODUTO
               MOVE "LIVRO NAO CADASTRADO" TO EMI-DESCRICAO
           END-IF.
           IF  EMI-COD-PRODUTO = SPACES
               ADD 1 TO W-TOTAL-SEM-ISBN
               DISPLAY "CUPOM " COD-VENDA " ITEM " ITEM-VENDA
                       ": LIVRO " COD-LIVRO-VEN " SEM ISBN"
           END-IF.
           MOVE QTD-VENDIDA TO EMI-QTD.
           IF  COM-DESCONTO AND PRECO-ORIGINAL-VEN > PRECO-UNIT-VEN
               MOVE PRECO-ORIGINAL-VEN TO EMI-PRECO-UNIT
               COMPUTE EMI-DESCONTO = (PRECO-ORIGINAL-VEN
                       - PRECO-UNIT-VEN) * QTD-VENDIDA
           ELSE
               MOVE PRECO-UNIT-VEN TO EMI-PRECO-UNIT
               MOVE ZEROS TO EMI-DESCONTO
           END-IF.
           MOVE VALOR-TOTAL-VEN TO EMI-VALOR-ITEM.
           WRITE REG-EMI-ITEM.

       GRAVAR-PAGAMENTOS.
           *> NO USO PARCIAL DO VALE-TROCA O CUPOM TEM DUAS FORMAS: A
           *> PARTE DO VALE (movvales.dat) E O RESTANTE NA FORMA DO
           *> CABECALHO.
           MOVE ZEROS TO W-VALOR-VALE.
           MOVE VALOR-TOTAL-CAB TO W-VALOR-RESTANTE.
           IF  VENDA-NORMAL AND NOT PAGTO-VALE
               PERFORM APURAR-PARTE-VALE
           END-IF.
           IF  W-VALOR-VALE > 0
               MOVE "V" TO W-FORMA-LOJA
               MOVE W-VALOR-VALE TO W-VALOR-PAGTO
               PERFORM GRAVAR-PAGAMENTO
               SUBTRACT W-VALOR-VALE FROM W-VALOR-RESTANTE
           END-IF.
           MOVE FORMA-PAGTO-CAB TO W-FORMA-LOJA.
           MOVE W-VALOR-RESTANTE TO W-VALOR-PAGTO.
           PERFORM GRAVAR-PAGAMENTO.

       APURAR-PARTE-VALE.
           MOVE COD-VENDA-CAB TO COD-VENDA-MOV-VALE.
           MOVE ZEROS TO COD-VALE-MOV.
           START ARQ-MOV-VALE KEY IS NOT LESS THAN CHAVE-MOV-VALE
               INVALID KEY MOVE "23" TO W-COD-ERRO-MVL
           END-START.
           IF  W-COD-ERRO-MVL = "00"
               READ ARQ-MOV-VALE NEXT RECORD
                   AT END MOVE "10" TO W-COD-ERRO-MVL
               END-READ
               IF  W-COD-ERRO-MVL = "00"
                       AND COD-VENDA-MOV-VALE = COD-VENDA-CAB
                       AND MOV-VALE-RESGATE
                       AND VALOR-MOV-VALE < VALOR-TOTAL-CAB
                   MOVE VALOR-MOV-VALE TO W-VALOR-VALE
               END-IF
           END-IF.

       GRAVAR-PAGAMENTO.
           *> FORMA DO BALCAO PARA A TABELA DE MEIOS DE PAGAMENTO DO
           *> DOCUMENTO FISCAL.
           EVALUATE W-FORMA-LOJA
               WHEN "D"
                   MOVE "01" TO W-FORMA-FISCAL
               WHEN "C"
                   MOVE "03" TO W-FORMA-FISCAL
               WHEN "P"
                   MOVE "17" TO W-FORMA-FISCAL
               WHEN "V"
                   MOVE "05" TO W-FORMA-FISCAL
               WHEN "F"
                   MOVE "05" TO W-FORMA-FISCAL
               WHEN OTHER
                   MOVE "99" TO W-FORMA-FISCAL
           END-EVALUATE.
           MOVE SPACES TO REG-EMI-PAGAMENTO.
           MOVE "P" TO EMI-TIPO-REG.
           MOVE COD-VENDA-CAB TO EMI-COD-CUPOM-PAG.
           MOVE W-FORMA-FISCAL TO EMI-FORMA-FISCAL.
           MOVE W-FORMA-LOJA TO EMI-FORMA-LOJA.
           MOVE W-VALOR-PAGTO TO EMI-VALOR-PAGTO.
           WRITE REG-EMI-PAGAMENTO.

       MARCAR-PENDENTE.
           INITIALIZE REG-NFCE.
           MOVE COD-VENDA-CAB TO COD-VENDA-NFC.
           MOVE TIPO-VENDA-CAB TO TIPO-DOC-NFC.
           MOVE DATA-VENDA-CAB TO DATA-CUPOM-NFC.
           MOVE COD-FILIAL-CAB TO COD-FILIAL-NFC.
           MOVE VALOR-TOTAL-CAB TO VALOR-NFC.
           MOVE "P" TO SITUACAO-NFC.
           MOVE W-DATA-EXPORT TO DATA-EXPORTACAO-NFC.
           COMPUTE QTD-ENVIOS-NFC = W-QTD-ENVIOS + 1.
           IF  NOVO-NFC
               WRITE REG-NFCE
           ELSE
               REWRITE REG-NFCE
           END-IF.
           IF  W-COD-ERRO-NFC NOT = "00"
               DISPLAY "ERRO AO GRAVAR nfce.dat (STATUS "
                       W-COD-ERRO-NFC ")"
               MOVE 8 TO RETURN-CODE
           END-IF.

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

       GRAVAR-TOTAL-CONTROLE.
           MOVE SPACES TO REG-EMI-TOTAL.
           MOVE "T" TO EMI-TIPO-REG.
           MOVE W-TOTAL-DOCS TO EMI-QTD-DOCS.
           MOVE W-VALOR-DOCS TO EMI-VALOR-DOCS.
           WRITE REG-EMI-TOTAL.

       FINALIZACAO.
           CLOSE ARQ-VENDA-CAB.
           CLOSE ARQ-VENDA.
           CLOSE CAD-PRODUTO.
           CLOSE ARQ-MOV-VALE.
           CLOSE ARQ-NFCE.
           CLOSE ARQ-EMISSOR.
           DISPLAY "DOCUMENTOS EXPORTADOS: " W-TOTAL-DOCS
                   " (REENVIOS: " W-TOTAL-REENVIOS ") EM "
                   W-NOME-ARQ-EMISSOR.
           IF  W-TOTAL-SEM-ISBN > 0
               DISPLAY "ITENS SEM ISBN (SERAO REJEITADOS): "
                       W-TOTAL-SEM-ISBN
           END-IF.
           IF  NOT MODO-LOTE
               STOP "   <ENTER> PARA CONTINUAR"
           END-IF.

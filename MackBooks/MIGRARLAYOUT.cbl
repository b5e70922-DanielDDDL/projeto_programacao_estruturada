
       IDENTIFICATION DIVISION.

       PROGRAM-ID. MIGRARLAYOUT.
       AUTHOR. DANIEL.

       ENVIRONMENT DIVISION.
         CONFIGURATION SECTION.

             SPECIAL-NAMES.
                 DECIMAL-POINT IS COMMA.

             INPUT-OUTPUT SECTION.
               FILE-CONTROL.
                   SELECT ARQ-LEITOR-ANTIGO
                   ASSIGN TO "leitores.dat"
                   ORGANIZATION INDEXED
                   RECORD KEY IS COD-LEITOR-ANT
                   ACCESS SEQUENTIAL
                   FILE STATUS IS W-COD-ERRO-ANT.

                   SELECT OPTIONAL ARQ-LEITOR-NOVO
                   ASSIGN TO "leitores.mig"
                   ORGANIZATION INDEXED
                   RECORD KEY IS COD-LEITOR
                   ACCESS SEQUENTIAL
                   FILE STATUS IS W-COD-ERRO-NOV.

                   SELECT ARQ-ENTRADA-ANTIGA
                   ASSIGN TO "entradas.dat"
                   ORGANIZATION INDEXED
                   RECORD KEY IS COD-ENTRADA-ANT
                   ACCESS SEQUENTIAL
                   FILE STATUS IS W-COD-ERRO-ANT.

                   SELECT OPTIONAL ARQ-ENTRADA-NOVA
                   ASSIGN TO "entradas.mig"
                   ORGANIZATION INDEXED
                   RECORD KEY IS COD-ENTRADA
                   ACCESS SEQUENTIAL
                   FILE STATUS IS W-COD-ERRO-NOV.

                   SELECT ARQ-VENDA-ANTIGA
                   ASSIGN TO "vendas.dat"
                   ORGANIZATION INDEXED
                   RECORD KEY IS CHAVE-VENDA-ANT
                   ACCESS SEQUENTIAL
                   FILE STATUS IS W-COD-ERRO-ANT.

                   SELECT OPTIONAL ARQ-VENDA-NOVA
                   ASSIGN TO "vendas.mig"
                   ORGANIZATION INDEXED
                   RECORD KEY IS CHAVE-VENDA
                   ACCESS SEQUENTIAL
                   FILE STATUS IS W-COD-ERRO-NOV.

                   SELECT ARQ-DOADOR-ANTIGO
                   ASSIGN TO "doadores.dat"
                   ORGANIZATION INDEXED
                   RECORD KEY IS COD-DOADOR-ANT
                   ACCESS SEQUENTIAL
                   FILE STATUS IS W-COD-ERRO-ANT.

                   SELECT OPTIONAL ARQ-DOADOR-NOVO
                   ASSIGN TO "doadores.mig"
                   ORGANIZATION INDEXED
                   RECORD KEY IS COD-DOADOR
                   ACCESS SEQUENTIAL
                   FILE STATUS IS W-COD-ERRO-NOV.

                   SELECT ARQ-RESERVA-ANTIGA
                   ASSIGN TO "reservas.dat"
                   ORGANIZATION INDEXED
                   RECORD KEY IS COD-RESERVA-ANT
                   ALTERNATE RECORD KEY IS COD-LIVRO-RES-ANT
                       WITH DUPLICATES
                   ACCESS SEQUENTIAL
                   FILE STATUS IS W-COD-ERRO-ANT.

                   SELECT OPTIONAL ARQ-RESERVA-NOVA
                   ASSIGN TO "reservas.mig"
                   ORGANIZATION INDEXED
                   RECORD KEY IS COD-RESERVA
                   ALTERNATE RECORD KEY IS COD-LIVRO-RES
                       WITH DUPLICATES
                   ALTERNATE RECORD KEY IS COD-LEITOR-RES
                       WITH DUPLICATES
                   ACCESS SEQUENTIAL
                   FILE STATUS IS W-COD-ERRO-NOV.

                   SELECT OPTIONAL ARQ-HIST-ANTIGO
                   ASSIGN TO DYNAMIC W-NOME-HIST-ANT
                   ORGANIZATION SEQUENTIAL
                   FILE STATUS IS W-COD-ERRO-ANT.

                   SELECT OPTIONAL ARQ-HIST-NOVO
                   ASSIGN TO DYNAMIC W-NOME-HIST-MIG
                   ORGANIZATION SEQUENTIAL
                   FILE STATUS IS W-COD-ERRO-NOV.

       DATA DIVISION.
         FILE SECTION.
      *> LAYOUTS ANTERIORES, SO PARA ESTA CONVERSAO (OS PROGRAMAS
      *> NORMAIS USAM OS REG*.cpy ATUAIS). SAO OS LAYOUTS EM QUE
      *> MIGRARCADASTROS DEIXAVA OS ARQUIVOS (ELE HOJE JA GRAVA O
      *> LAYOUT ATUAL, COM OS CAMPOS NOVOS EM BRANCO/ZERADOS):
      *> - LEITOR DE 112 BYTES, SEM O TIPO DE LEITOR, O CONTATO
      *>   ELETRONICO (E-MAIL, CELULAR, CANAL DE AVISO), A INSCRICAO
      *>   (FILIAL E VALIDADE) E A VIA DO CARTAO;
      *> - ENTRADA DE 29 BYTES, SEM O CUSTO UNITARIO, O TIPO
      *>   (COMPRA/CONSIGNACAO) E O FORNECEDOR;
      *> - LINHA DE VENDA DE 61 BYTES, SEM O CUSTO MEDIO;
      *> - DOADOR DE 98 BYTES, SEM O CONTATO ELETRONICO;
      *> - RESERVA DE 71 BYTES, SEM A FILIAL DO EXEMPLAR SEPARADO.
         FD  ARQ-LEITOR-ANTIGO
             LABEL RECORD STANDARD.
         01  REG-LEITOR-ANT.
             02  COD-LEITOR-ANT        PIC 9(5).
             02  NOME-LEITOR-ANT       PIC X(40).
             02  TELEFONE-ANT          PIC X(15).
             02  ENDERECO-ANT          PIC X(40).
             02  SITUACAO-LEI-ANT      PIC X.
             02  DOCUMENTO-ANT         PIC X(11).

         FD  ARQ-LEITOR-NOVO
             LABEL RECORD STANDARD.
         COPY "REGLEITOR.cpy".

         FD  ARQ-ENTRADA-ANTIGA
             LABEL RECORD STANDARD.
         01  REG-ENTRADA-ANT.
             02  COD-ENTRADA-ANT       PIC 9(5).
             02  NUM-NOTA-ENT-ANT      PIC X(10).
             02  DATA-ENTRADA-ANT      PIC 9(8).
             02  COD-LIVRO-ENT-ANT     PIC 9(3).
             02  COD-FILIAL-ENT-ANT    PIC 9(2).
             02  QTD-ENTRADA-ANT       PIC 9(5).

         FD  ARQ-ENTRADA-NOVA
             LABEL RECORD STANDARD.
         COPY "REGENTRADA.cpy".

         FD  ARQ-VENDA-ANTIGA
             LABEL RECORD STANDARD.
         01  REG-VENDA-ANT.
             02  CHAVE-VENDA-ANT       PIC 9(8).
             02  RESTO-VENDA-ANT       PIC X(53).

         FD  ARQ-VENDA-NOVA
             LABEL RECORD STANDARD.
         COPY "REGVENDA.cpy".

      *> HISTORICOS ANUAIS DE LINHAS DE VENDA (ARQUIVAVENDA),
      *> GRAVADOS COM A IMAGEM DO REGISTRO DE vendas.dat. O TIPO DE
      *> MOVIMENTO ("V"/"E") FICA NO BYTE 41 DOS DOIS LAYOUTS.
         FD  ARQ-DOADOR-ANTIGO
             LABEL RECORD STANDARD.
         01  REG-DOADOR-ANT.
             02  COD-DOADOR-ANT        PIC 9(3).
             02  RESTO-DOADOR-ANT      PIC X(95).

         FD  ARQ-DOADOR-NOVO
             LABEL RECORD STANDARD.
         COPY "REGDOADOR.cpy".

         FD  ARQ-RESERVA-ANTIGA
             LABEL RECORD STANDARD.
         01  REG-RESERVA-ANT.
             02  COD-RESERVA-ANT       PIC 9(5).
             02  COD-LIVRO-RES-ANT     PIC 9(3).
             02  RESTO-RESERVA-ANT     PIC X(63).

         FD  ARQ-RESERVA-NOVA
             LABEL RECORD STANDARD.
         COPY "REGRESERVA.cpy".

         FD  ARQ-HIST-ANTIGO
             LABEL RECORD STANDARD.
         01  REG-HIST-ANT  PIC X(61).

         FD  ARQ-HIST-NOVO
             LABEL RECORD STANDARD.
         01  REG-HIST-NOVO  PIC X(67).

         WORKING-STORAGE SECTION.
         77  W-COD-ERRO-ANT     PIC XX    VALUE SPACES.
         77  W-COD-ERRO-NOV     PIC XX    VALUE SPACES.
         77  W-FIM-ARQUIVO      PIC X     VALUE "N".
             88  FIM-ARQUIVO              VALUE "S".
         77  W-CONFIRMA         PIC X     VALUE SPACES.
         77  W-TOTAL-LIDOS      PIC 9(5)  VALUE ZEROS.
         77  W-TOTAL-GRAVADOS   PIC 9(5)  VALUE ZEROS.
         77  W-DATA-HOJE        PIC 9(8)  VALUE ZEROS.
         77  W-NOME-GUARDADO    PIC X(28) VALUE SPACES.
         77  W-NOME-BASE        PIC X(12) VALUE SPACES.
         77  W-NOME-ATUAL-TXT   PIC X(16) VALUE SPACES.
         77  W-NOME-MIG-TXT     PIC X(16) VALUE SPACES.
         77  W-NOME-HIST-ANT    PIC X(20) VALUE SPACES.
         77  W-NOME-HIST-MIG    PIC X(20) VALUE SPACES.
         77  W-ANO-HIST         PIC 9(4)  VALUE ZEROS.
         77  W-ANO-ATUAL        PIC 9(4)  VALUE ZEROS.
         77  W-HIST-AVARIADO    PIC X     VALUE "N".
             88  HIST-AVARIADO            VALUE "S".
         01  W-VALIDADE.
             02  W-VALIDADE-ANO PIC 9(4).
             02  W-VALIDADE-MMDD PIC 9(4).
         01  W-VALIDADE-NUM REDEFINES W-VALIDADE PIC 9(8).

       PROCEDURE DIVISION.

       INICIO.
           *> CONVERSAO UNICA PARA OS LAYOUTS ATUAIS DOS ARQUIVOS QUE
           *> GANHARAM CAMPOS NO FIM DO REGISTRO DEPOIS DE
           *> MIGRARCADASTROS, NO MESMO ESPIRITO DELE: CADA ARQUIVO E
           *> RELIDO NO FORMATO ANTERIOR, REGRAVADO EM UM .mig COM OS
           *> CAMPOS NOVOS EM BRANCO/ZERADOS E ENTAO PROMOVIDO (O
           *> ORIGINAL E RENOMEADO, NAO APAGADO). ARQUIVO QUE NAO ABRE
           *> NO LAYOUT ANTERIOR JA DEVE ESTAR NO ATUAL E E PULADO.
           DISPLAY "CONVERSAO DE LAYOUT DOS ARQUIVOS DE DADOS".
           DISPLAY "(leitores, entradas, vendas, doadores, reservas "
                   "E OS HISTORICOS".
           DISPLAY " ANUAIS vendhist-AAAA.dat)".
           PERFORM CONFIRMAR-CONVERSAO.
           IF  W-CONFIRMA = "S"
               PERFORM CONVERTER-LEITORES
               PERFORM CONVERTER-ENTRADAS
               PERFORM CONVERTER-VENDAS
               PERFORM CONVERTER-DOADORES
               PERFORM CONVERTER-RESERVAS
               PERFORM CONVERTER-HISTORICOS
           ELSE
               DISPLAY "CONVERSAO CANCELADA"
           END-IF.
           STOP "   <ENTER> PARA CONTINUAR".
           EXIT PROGRAM.

       CONFIRMAR-CONVERSAO.
           DISPLAY "CONFIRMA A CONVERSAO? (S/N): "
                   WITH NO ADVANCING.
           ACCEPT W-CONFIRMA.
           MOVE FUNCTION UPPER-CASE (W-CONFIRMA) TO W-CONFIRMA.

       CONVERTER-LEITORES.
           DISPLAY "LEITORES:".
           ACCEPT W-DATA-HOJE FROM DATE YYYYMMDD.
           OPEN INPUT ARQ-LEITOR-ANTIGO.
           IF  W-COD-ERRO-ANT = "35"
               DISPLAY "  leitores.dat NAO EXISTE - NADA A CONVERTER"
           ELSE
               IF  W-COD-ERRO-ANT NOT = "00" AND "05"
                   DISPLAY "  leitores.dat NAO ABRE NO LAYOUT ANTIGO "
                           "(STATUS " W-COD-ERRO-ANT ") - PULADO"
               ELSE
                   MOVE ZEROS TO W-TOTAL-LIDOS W-TOTAL-GRAVADOS
                   MOVE "N" TO W-FIM-ARQUIVO
                   OPEN OUTPUT ARQ-LEITOR-NOVO
                   PERFORM LER-LEITOR-ANTIGO
                   PERFORM CONVERTER-UM-LEITOR UNTIL FIM-ARQUIVO
                   CLOSE ARQ-LEITOR-NOVO
                   CLOSE ARQ-LEITOR-ANTIGO
                   MOVE "leitores" TO W-NOME-BASE
                   PERFORM PROMOVER-ARQUIVO-NOVO
                   DISPLAY "  REGISTROS LIDOS....: " W-TOTAL-LIDOS
                   DISPLAY "  REGISTROS GRAVADOS.: " W-TOTAL-GRAVADOS
               END-IF
           END-IF.

       CONVERTER-UM-LEITOR.
           ADD 1 TO W-TOTAL-LIDOS.
           INITIALIZE REG-LEITOR.
           MOVE COD-LEITOR-ANT   TO COD-LEITOR.
           MOVE NOME-LEITOR-ANT  TO NOME-LEITOR-CAD.
           MOVE TELEFONE-ANT     TO TELEFONE-LEITOR.
           MOVE ENDERECO-ANT     TO ENDERECO-LEITOR.
           MOVE SITUACAO-LEI-ANT TO SITUACAO-LEITOR.
           MOVE DOCUMENTO-ANT    TO DOCUMENTO-LEITOR.
           *> SEM TIPO: VALEM AS REGRAS DE SEMPRE ATE O CADASTRO
           *> PEDIR O TIPO NA PROXIMA ALTERACAO DO LEITOR
           MOVE SPACES           TO TIPO-LEITOR.
           *> SEM CONTATO ELETRONICO: AS CARTAS CONTINUAM IMPRESSAS
           MOVE SPACES           TO EMAIL-LEITOR CELULAR-LEITOR.
           MOVE "C"              TO CANAL-LEITOR.
           *> INSCRICAO: FILIAL 01 (MATRIZ) E UM ANO DE VALIDADE A
           *> PARTIR DA CONVERSAO, PARA NINGUEM VENCER DE UMA VEZ
           MOVE 01               TO FILIAL-LEITOR.
           MOVE W-DATA-HOJE      TO W-VALIDADE-NUM.
           ADD 1                 TO W-VALIDADE-ANO.
           IF  W-VALIDADE-MMDD = 0229
               MOVE 0228 TO W-VALIDADE-MMDD
           END-IF.
           MOVE W-VALIDADE-NUM   TO DATA-VALIDADE-LEITOR.
           WRITE REG-LEITOR.
           IF  W-COD-ERRO-NOV = "00"
               ADD 1 TO W-TOTAL-GRAVADOS
           ELSE
               DISPLAY "  ERRO AO GRAVAR LEITOR " COD-LEITOR-ANT
                       " (STATUS " W-COD-ERRO-NOV ")"
           END-IF.
           PERFORM LER-LEITOR-ANTIGO.

       LER-LEITOR-ANTIGO.
           READ ARQ-LEITOR-ANTIGO NEXT RECORD
               AT END MOVE "S" TO W-FIM-ARQUIVO
           END-READ.
           IF  NOT FIM-ARQUIVO
                   AND W-COD-ERRO-ANT NOT = "00" AND "02"
               DISPLAY "  LEITURA INTERROMPIDA (STATUS "
                       W-COD-ERRO-ANT ")"
               MOVE "S" TO W-FIM-ARQUIVO
           END-IF.

       CONVERTER-ENTRADAS.
           DISPLAY "ENTRADAS:".
           OPEN INPUT ARQ-ENTRADA-ANTIGA.
           IF  W-COD-ERRO-ANT = "35"
               DISPLAY "  entradas.dat NAO EXISTE - NADA A CONVERTER"
           ELSE
               IF  W-COD-ERRO-ANT NOT = "00" AND "05"
                   DISPLAY "  entradas.dat NAO ABRE NO LAYOUT ANTIGO "
                           "(STATUS " W-COD-ERRO-ANT ") - PULADO"
               ELSE
                   MOVE ZEROS TO W-TOTAL-LIDOS W-TOTAL-GRAVADOS
                   MOVE "N" TO W-FIM-ARQUIVO
                   OPEN OUTPUT ARQ-ENTRADA-NOVA
                   PERFORM LER-ENTRADA-ANTIGA
                   PERFORM CONVERTER-UMA-ENTRADA UNTIL FIM-ARQUIVO
                   CLOSE ARQ-ENTRADA-NOVA
                   CLOSE ARQ-ENTRADA-ANTIGA
                   MOVE "entradas" TO W-NOME-BASE
                   PERFORM PROMOVER-ARQUIVO-NOVO
                   DISPLAY "  REGISTROS LIDOS....: " W-TOTAL-LIDOS
                   DISPLAY "  REGISTROS GRAVADOS.: " W-TOTAL-GRAVADOS
               END-IF
           END-IF.

       CONVERTER-UMA-ENTRADA.
           ADD 1 TO W-TOTAL-LIDOS.
           INITIALIZE REG-ENTRADA.
           MOVE COD-ENTRADA-ANT    TO COD-ENTRADA.
           MOVE NUM-NOTA-ENT-ANT   TO NUM-NOTA-ENT.
           MOVE DATA-ENTRADA-ANT   TO DATA-ENTRADA.
           MOVE COD-LIVRO-ENT-ANT  TO COD-LIVRO-ENT.
           MOVE COD-FILIAL-ENT-ANT TO COD-FILIAL-ENT.
           MOVE QTD-ENTRADA-ANT    TO QTD-ENTRADA.
           *> ENTRADA ANTIGA SEM CUSTO: FICA ZERO (CUSTO NAO APURADO)
           MOVE ZEROS              TO CUSTO-UNIT-ENT.
           *> TODA ENTRADA ANTERIOR A CONSIGNACAO E COMPRA
           MOVE "P"                TO TIPO-ENTRADA-ENT.
           MOVE ZEROS              TO COD-FORNEC-ENT.
           WRITE REG-ENTRADA.
           IF  W-COD-ERRO-NOV = "00"
               ADD 1 TO W-TOTAL-GRAVADOS
           ELSE
               DISPLAY "  ERRO AO GRAVAR ENTRADA " COD-ENTRADA-ANT
                       " (STATUS " W-COD-ERRO-NOV ")"
           END-IF.
           PERFORM LER-ENTRADA-ANTIGA.

       LER-ENTRADA-ANTIGA.
           READ ARQ-ENTRADA-ANTIGA NEXT RECORD
               AT END MOVE "S" TO W-FIM-ARQUIVO
           END-READ.
           IF  NOT FIM-ARQUIVO
                   AND W-COD-ERRO-ANT NOT = "00" AND "02"
               DISPLAY "  LEITURA INTERROMPIDA (STATUS "
                       W-COD-ERRO-ANT ")"
               MOVE "S" TO W-FIM-ARQUIVO
           END-IF.

       CONVERTER-VENDAS.
           DISPLAY "VENDAS:".
           OPEN INPUT ARQ-VENDA-ANTIGA.
           IF  W-COD-ERRO-ANT = "35"
               DISPLAY "  vendas.dat NAO EXISTE - NADA A CONVERTER"
           ELSE
               IF  W-COD-ERRO-ANT NOT = "00" AND "05"
                   DISPLAY "  vendas.dat NAO ABRE NO LAYOUT ANTIGO "
                           "(STATUS " W-COD-ERRO-ANT ") - PULADO"
               ELSE
                   MOVE ZEROS TO W-TOTAL-LIDOS W-TOTAL-GRAVADOS
                   MOVE "N" TO W-FIM-ARQUIVO
                   OPEN OUTPUT ARQ-VENDA-NOVA
                   PERFORM LER-VENDA-ANTIGA
                   PERFORM CONVERTER-UMA-VENDA UNTIL FIM-ARQUIVO
                   CLOSE ARQ-VENDA-NOVA
                   CLOSE ARQ-VENDA-ANTIGA
                   MOVE "vendas" TO W-NOME-BASE
                   PERFORM PROMOVER-ARQUIVO-NOVO
                   DISPLAY "  REGISTROS LIDOS....: " W-TOTAL-LIDOS
                   DISPLAY "  REGISTROS GRAVADOS.: " W-TOTAL-GRAVADOS
               END-IF
           END-IF.

       CONVERTER-UMA-VENDA.
           ADD 1 TO W-TOTAL-LIDOS.
           *> OS 61 BYTES ANTIGOS SAO O INICIO DO REGISTRO ATUAL; OS
           *> CAMPOS ACRESCENTADOS DEPOIS DELES NASCEM ZERADOS
           INITIALIZE REG-VENDA.
           MOVE REG-VENDA-ANT TO REG-VENDA (1:61).
           MOVE ZEROS         TO CUSTO-MEDIO-VEN.
           WRITE REG-VENDA.
           IF  W-COD-ERRO-NOV = "00"
               ADD 1 TO W-TOTAL-GRAVADOS
           ELSE
               DISPLAY "  ERRO AO GRAVAR VENDA " CHAVE-VENDA-ANT
                       " (STATUS " W-COD-ERRO-NOV ")"
           END-IF.
           PERFORM LER-VENDA-ANTIGA.

       LER-VENDA-ANTIGA.
           READ ARQ-VENDA-ANTIGA NEXT RECORD
               AT END MOVE "S" TO W-FIM-ARQUIVO
           END-READ.
           IF  NOT FIM-ARQUIVO
                   AND W-COD-ERRO-ANT NOT = "00" AND "02"
               DISPLAY "  LEITURA INTERROMPIDA (STATUS "
                       W-COD-ERRO-ANT ")"
               MOVE "S" TO W-FIM-ARQUIVO
           END-IF.

       CONVERTER-DOADORES.
           DISPLAY "DOADORES:".
           OPEN INPUT ARQ-DOADOR-ANTIGO.
           IF  W-COD-ERRO-ANT = "35"
               DISPLAY "  doadores.dat NAO EXISTE - NADA A CONVERTER"
           ELSE
               IF  W-COD-ERRO-ANT NOT = "00" AND "05"
                   DISPLAY "  doadores.dat NAO ABRE NO LAYOUT ANTIGO "
                           "(STATUS " W-COD-ERRO-ANT ") - PULADO"
               ELSE
                   MOVE ZEROS TO W-TOTAL-LIDOS W-TOTAL-GRAVADOS
                   MOVE "N" TO W-FIM-ARQUIVO
                   OPEN OUTPUT ARQ-DOADOR-NOVO
                   PERFORM LER-DOADOR-ANTIGO
                   PERFORM CONVERTER-UM-DOADOR UNTIL FIM-ARQUIVO
                   CLOSE ARQ-DOADOR-NOVO
                   CLOSE ARQ-DOADOR-ANTIGO
                   MOVE "doadores" TO W-NOME-BASE
                   PERFORM PROMOVER-ARQUIVO-NOVO
                   DISPLAY "  REGISTROS LIDOS....: " W-TOTAL-LIDOS
                   DISPLAY "  REGISTROS GRAVADOS.: " W-TOTAL-GRAVADOS
               END-IF
           END-IF.

       CONVERTER-UM-DOADOR.
           ADD 1 TO W-TOTAL-LIDOS.
           *> OS 98 BYTES ANTIGOS SAO O INICIO DO REGISTRO ATUAL; SEM
           *> CONTATO ELETRONICO O AGRADECIMENTO CONTINUA IMPRESSO
           INITIALIZE REG-DOADOR.
           MOVE REG-DOADOR-ANT TO REG-DOADOR (1:98).
           MOVE "C"            TO CANAL-DOADOR.
           WRITE REG-DOADOR.
           IF  W-COD-ERRO-NOV = "00"
               ADD 1 TO W-TOTAL-GRAVADOS
           ELSE
               DISPLAY "  ERRO AO GRAVAR DOADOR " COD-DOADOR-ANT
                       " (STATUS " W-COD-ERRO-NOV ")"
           END-IF.
           PERFORM LER-DOADOR-ANTIGO.

       LER-DOADOR-ANTIGO.
           READ ARQ-DOADOR-ANTIGO NEXT RECORD
               AT END MOVE "S" TO W-FIM-ARQUIVO
           END-READ.
           IF  NOT FIM-ARQUIVO
                   AND W-COD-ERRO-ANT NOT = "00" AND "02"
               DISPLAY "  LEITURA INTERROMPIDA (STATUS "
                       W-COD-ERRO-ANT ")"
               MOVE "S" TO W-FIM-ARQUIVO
           END-IF.

       CONVERTER-RESERVAS.
           DISPLAY "RESERVAS:".
           OPEN INPUT ARQ-RESERVA-ANTIGA.
           IF  W-COD-ERRO-ANT = "35"
               DISPLAY "  reservas.dat NAO EXISTE - NADA A CONVERTER"
           ELSE
               IF  W-COD-ERRO-ANT NOT = "00" AND "05"
                   DISPLAY "  reservas.dat NAO ABRE NO LAYOUT ANTIGO "
                           "(STATUS " W-COD-ERRO-ANT ") - PULADO"
               ELSE
                   MOVE ZEROS TO W-TOTAL-LIDOS W-TOTAL-GRAVADOS
                   MOVE "N" TO W-FIM-ARQUIVO
                   OPEN OUTPUT ARQ-RESERVA-NOVA
                   PERFORM LER-RESERVA-ANTIGA
                   PERFORM CONVERTER-UMA-RESERVA UNTIL FIM-ARQUIVO
                   CLOSE ARQ-RESERVA-NOVA
                   CLOSE ARQ-RESERVA-ANTIGA
                   MOVE "reservas" TO W-NOME-BASE
                   PERFORM PROMOVER-ARQUIVO-NOVO
                   DISPLAY "  REGISTROS LIDOS....: " W-TOTAL-LIDOS
                   DISPLAY "  REGISTROS GRAVADOS.: " W-TOTAL-GRAVADOS
               END-IF
           END-IF.

       CONVERTER-UMA-RESERVA.
           ADD 1 TO W-TOTAL-LIDOS.
           *> OS 71 BYTES ANTIGOS SAO O INICIO DO REGISTRO ATUAL; SEM
           *> A FILIAL, A RESERVA JA SEPARADA CONTA NA MATRIZ
           INITIALIZE REG-RESERVA.
           MOVE REG-RESERVA-ANT TO REG-RESERVA (1:71).
           MOVE ZEROS           TO COD-FILIAL-RES.
           WRITE REG-RESERVA.
           IF  W-COD-ERRO-NOV = "00"
               ADD 1 TO W-TOTAL-GRAVADOS
           ELSE
               DISPLAY "  ERRO AO GRAVAR RESERVA " COD-RESERVA-ANT
                       " (STATUS " W-COD-ERRO-NOV ")"
           END-IF.
           PERFORM LER-RESERVA-ANTIGA.

       LER-RESERVA-ANTIGA.
           READ ARQ-RESERVA-ANTIGA NEXT RECORD
               AT END MOVE "S" TO W-FIM-ARQUIVO
           END-READ.
           IF  NOT FIM-ARQUIVO
                   AND W-COD-ERRO-ANT NOT = "00" AND "02"
               DISPLAY "  LEITURA INTERROMPIDA (STATUS "
                       W-COD-ERRO-ANT ")"
               MOVE "S" TO W-FIM-ARQUIVO
           END-IF.

       CONVERTER-HISTORICOS.
           *> OS HISTORICOS ANUAIS DE LINHAS DE VENDA
           *> (vendhist-AAAA.dat) GUARDAM A IMAGEM DO REGISTRO DE
           *> vendas.dat; SEM A CONVERSAO, O PROXIMO ARQUIVAMENTO
           *> ACRESCENTARIA REGISTROS NOVOS ATRAS DOS ANTIGOS NO
           *> MESMO ARQUIVO. MESMA JANELA DE CINCO ANOS DE
           *> MIGRARCADASTROS; ANO SEM ARQUIVO E PULADO.
           DISPLAY "HISTORICOS ANUAIS DE VENDA:".
           ACCEPT W-DATA-HOJE FROM DATE YYYYMMDD.
           MOVE W-DATA-HOJE (1:4) TO W-ANO-ATUAL.
           COMPUTE W-ANO-HIST = W-ANO-ATUAL - 5.
           PERFORM UNTIL W-ANO-HIST > W-ANO-ATUAL
               PERFORM CONVERTER-UM-HISTORICO
               ADD 1 TO W-ANO-HIST
           END-PERFORM.

       CONVERTER-UM-HISTORICO.
           MOVE SPACES TO W-NOME-HIST-ANT.
           STRING "vendhist-" W-ANO-HIST ".dat"
               DELIMITED BY SIZE INTO W-NOME-HIST-ANT
           END-STRING.
           MOVE SPACES TO W-NOME-HIST-MIG.
           STRING "vendhist-" W-ANO-HIST ".mig"
               DELIMITED BY SIZE INTO W-NOME-HIST-MIG
           END-STRING.
           OPEN INPUT ARQ-HIST-ANTIGO.
           IF  W-COD-ERRO-ANT NOT = "00"
               CLOSE ARQ-HIST-ANTIGO
           ELSE
               MOVE ZEROS TO W-TOTAL-LIDOS W-TOTAL-GRAVADOS
               MOVE "N" TO W-FIM-ARQUIVO W-HIST-AVARIADO
               OPEN OUTPUT ARQ-HIST-NOVO
               PERFORM LER-HIST-ANTIGO
               PERFORM CONVERTER-UM-REG-HIST
                   UNTIL FIM-ARQUIVO OR HIST-AVARIADO
               CLOSE ARQ-HIST-NOVO
               CLOSE ARQ-HIST-ANTIGO
               IF  HIST-AVARIADO
                   DISPLAY "  " W-NOME-HIST-ANT " JA CONVERTIDO OU "
                           "AVARIADO - MANTIDO COMO ESTA"
                   CALL "CBL_DELETE_FILE" USING W-NOME-HIST-MIG
                   MOVE ZEROS TO RETURN-CODE
               ELSE
                   PERFORM PROMOVER-HISTORICO
                   DISPLAY "  " W-NOME-HIST-ANT ": "
                           W-TOTAL-GRAVADOS " REGISTROS CONVERTIDOS"
               END-IF
           END-IF.

       CONVERTER-UM-REG-HIST.
           ADD 1 TO W-TOTAL-LIDOS.
           *> TIPO DE MOVIMENTO FORA DE "V"/"E" NO BYTE 41 DENUNCIA
           *> LEITURA DESALINHADA (ARQUIVO JA NO LAYOUT NOVO)
           IF  REG-HIST-ANT (41:1) NOT = "V" AND "E"
               MOVE "S" TO W-HIST-AVARIADO
           ELSE
               MOVE ZEROS TO REG-HIST-NOVO
               MOVE REG-HIST-ANT TO REG-HIST-NOVO (1:61)
               WRITE REG-HIST-NOVO
               IF  W-COD-ERRO-NOV = "00"
                   ADD 1 TO W-TOTAL-GRAVADOS
               ELSE
                   DISPLAY "  ERRO AO GRAVAR HISTORICO (STATUS "
                           W-COD-ERRO-NOV ")"
                   MOVE "S" TO W-HIST-AVARIADO
               END-IF
               PERFORM LER-HIST-ANTIGO
           END-IF.

       LER-HIST-ANTIGO.
           READ ARQ-HIST-ANTIGO
               AT END MOVE "S" TO W-FIM-ARQUIVO
           END-READ.
           IF  NOT FIM-ARQUIVO
                   AND W-COD-ERRO-ANT NOT = "00" AND "02"
               MOVE "S" TO W-HIST-AVARIADO
           END-IF.

       PROMOVER-HISTORICO.
           MOVE SPACES TO W-NOME-GUARDADO.
           STRING "vendhist" W-ANO-HIST "-" W-DATA-HOJE ".ant"
               DELIMITED BY SIZE INTO W-NOME-GUARDADO
           END-STRING.
           CALL "CBL_RENAME_FILE" USING W-NOME-HIST-ANT
                W-NOME-GUARDADO.
           CALL "CBL_RENAME_FILE" USING W-NOME-HIST-MIG
                W-NOME-HIST-ANT.
           MOVE ZEROS TO RETURN-CODE.

       PROMOVER-ARQUIVO-NOVO.
           *> O ARQUIVO NO LAYOUT ANTIGO E GUARDADO COM A DATA DO DIA
           *> (<nome>AAAAMMDD.ant) E O .mig ASSUME O NOME OFICIAL -
           *> MESMA CONVENCAO DE MIGRAREMPRESTIMO E MIGRARCADASTROS.
           ACCEPT W-DATA-HOJE FROM DATE YYYYMMDD.
           MOVE SPACES TO W-NOME-GUARDADO.
           STRING FUNCTION TRIM (W-NOME-BASE) W-DATA-HOJE ".ant"
               DELIMITED BY SIZE INTO W-NOME-GUARDADO
           END-STRING.
           MOVE SPACES TO W-NOME-ATUAL-TXT.
           STRING FUNCTION TRIM (W-NOME-BASE) ".dat"
               DELIMITED BY SIZE INTO W-NOME-ATUAL-TXT
           END-STRING.
           MOVE SPACES TO W-NOME-MIG-TXT.
           STRING FUNCTION TRIM (W-NOME-BASE) ".mig"
               DELIMITED BY SIZE INTO W-NOME-MIG-TXT
           END-STRING.
           CALL "CBL_RENAME_FILE" USING W-NOME-ATUAL-TXT
                W-NOME-GUARDADO.
           CALL "CBL_RENAME_FILE" USING W-NOME-MIG-TXT
                W-NOME-ATUAL-TXT.
           MOVE ZEROS TO RETURN-CODE.
           DISPLAY "  LAYOUT ANTIGO GUARDADO COMO " W-NOME-GUARDADO.

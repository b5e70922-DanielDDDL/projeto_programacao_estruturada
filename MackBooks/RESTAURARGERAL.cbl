                   ORGANIZATION INDEXED
                   RECORD KEY IS COD-EMPRESTIMO
                   ALTERNATE RECORD KEY IS COD-LIVRO-EMP WITH DUPLICATES
                   ALTERNATE RECORD KEY IS COD-LEITOR-EMP
                       WITH DUPLICATES
                   ACCESS SEQUENTIAL
                   FILE STATUS IS W-COD-ERRO-DES.

                   ASSIGN TO "multas.dat"
                   ORGANIZATION INDEXED
                   RECORD KEY IS COD-EMPRESTIMO-MUL
                   ALTERNATE RECORD KEY IS COD-LEITOR-MUL
                       WITH DUPLICATES
                   ACCESS SEQUENTIAL
                   FILE STATUS IS W-COD-ERRO-DES.

                   ORGANIZATION INDEXED
                   RECORD KEY IS COD-RESERVA
                   ALTERNATE RECORD KEY IS COD-LIVRO-RES WITH DUPLICATES
                   ALTERNATE RECORD KEY IS COD-LEITOR-RES
                       WITH DUPLICATES
                   ACCESS SEQUENTIAL
                   FILE STATUS IS W-COD-ERRO-DES.

                   ASSIGN TO "pagtomultas.dat"
                   ORGANIZATION INDEXED
                   RECORD KEY IS COD-PAGAMENTO
                   ALTERNATE RECORD KEY IS COD-LEITOR-PAG
                       WITH DUPLICATES
                   ACCESS SEQUENTIAL
                   FILE STATUS IS W-COD-ERRO-DES.

                   ACCESS SEQUENTIAL
                   FILE STATUS IS W-COD-ERRO-DES.

                   SELECT ARQ-VALE
                   ASSIGN TO "vales.dat"
                   ORGANIZATION INDEXED
                   RECORD KEY IS COD-VALE
                   ACCESS SEQUENTIAL
                   FILE STATUS IS W-COD-ERRO-DES.

                   SELECT ARQ-MOV-VALE
                   ASSIGN TO "movvales.dat"
                   ORGANIZATION INDEXED
                   RECORD KEY IS CHAVE-MOV-VALE
                   ACCESS SEQUENTIAL
                   FILE STATUS IS W-COD-ERRO-DES.

                   SELECT ARQ-ARECEBER
                   ASSIGN TO "areceber.dat"
                   ORGANIZATION INDEXED
                   RECORD KEY IS COD-VENDA-ARC
                   ALTERNATE RECORD KEY IS COD-CLIENTE-ARC
                       WITH DUPLICATES
                   ACCESS SEQUENTIAL
                   FILE STATUS IS W-COD-ERRO-DES.

                   SELECT ARQ-RECEBTO
                   ASSIGN TO "recebtos.dat"
                   ORGANIZATION INDEXED
                   RECORD KEY IS COD-RECEBTO
                   ACCESS SEQUENTIAL
                   FILE STATUS IS W-COD-ERRO-DES.

                   SELECT ARQ-APAGAR
                   ASSIGN TO "apagar.dat"
                   ORGANIZATION INDEXED
                   RECORD KEY IS CHAVE-APAGAR
                   ALTERNATE RECORD KEY IS COD-FORNEC-APG
                       WITH DUPLICATES
                   ACCESS SEQUENTIAL
                   FILE STATUS IS W-COD-ERRO-DES.

                   SELECT ARQ-PAGTO-FORNEC
                   ASSIGN TO "pagtoforn.dat"
                   ORGANIZATION INDEXED
                   RECORD KEY IS COD-PAGTO-FOR
                   ACCESS SEQUENTIAL
                   FILE STATUS IS W-COD-ERRO-DES.

                   SELECT ARQ-CLIENTE
                   ASSIGN TO "clientes.dat"
                   ORGANIZATION INDEXED
                   RECORD KEY IS COD-CLIENTE
                   ACCESS SEQUENTIAL
                   FILE STATUS IS W-COD-ERRO-DES.

                   SELECT ARQ-PONTOS
                   ASSIGN TO "pontos.dat"
                   ORGANIZATION INDEXED
                   RECORD KEY IS CHAVE-PONTOS
                   ALTERNATE RECORD KEY IS COD-LEITOR-PTS
                       WITH DUPLICATES
                   ACCESS SEQUENTIAL
                   FILE STATUS IS W-COD-ERRO-DES.

                   SELECT ARQ-ANUIDADE
                   ASSIGN TO "anuidades.dat"
                   ORGANIZATION INDEXED
                   RECORD KEY IS COD-ANUIDADE
                   ACCESS SEQUENTIAL
                   FILE STATUS IS W-COD-ERRO-DES.

                   SELECT ARQ-CONSIG
                   ASSIGN TO "consig.dat"
                   ORGANIZATION INDEXED
                   RECORD KEY IS CHAVE-CONSIGNACAO
                   ACCESS SEQUENTIAL
                   FILE STATUS IS W-COD-ERRO-DES.

                   SELECT ARQ-POLITICA
                   ASSIGN TO "politicas.dat"
                   ORGANIZATION INDEXED
                   RECORD KEY IS CHAVE-POLITICA
                   ACCESS SEQUENTIAL
                   FILE STATUS IS W-COD-ERRO-DES.

                   SELECT ARQ-PERIODO
                   ASSIGN TO "periodos.dat"
                   ORGANIZATION INDEXED
                   RECORD KEY IS PERIODO-PER
                   ACCESS SEQUENTIAL
                   FILE STATUS IS W-COD-ERRO-DES.

                   SELECT ARQ-AJUSTE
                   ASSIGN TO "ajustes.dat"
                   ORGANIZATION INDEXED
                   RECORD KEY IS COD-AJUSTE
                   ACCESS SEQUENTIAL
                   FILE STATUS IS W-COD-ERRO-DES.

                   SELECT ARQ-CUSTO
                   ASSIGN TO "custos.dat"
                   ORGANIZATION INDEXED
                   RECORD KEY IS COD-LIVRO-CUS
                   ACCESS SEQUENTIAL
                   FILE STATUS IS W-COD-ERRO-DES.

                   SELECT ARQ-EMP-INTER
                   ASSIGN TO "empinter.dat"
                   ORGANIZATION INDEXED
                   RECORD KEY IS COD-EMP-INTER
                   ALTERNATE RECORD KEY IS COD-INSTITUICAO-INT
                       WITH DUPLICATES
                   ACCESS SEQUENTIAL
                   FILE STATUS IS W-COD-ERRO-DES.

                   SELECT ARQ-ENCOMENDA
                   ASSIGN TO "encomendas.dat"
                   ORGANIZATION INDEXED
                   RECORD KEY IS COD-ENCOMENDA
                   ALTERNATE RECORD KEY IS COD-LIVRO-ENC
                       WITH DUPLICATES
                   ACCESS SEQUENTIAL
                   FILE STATUS IS W-COD-ERRO-DES.

                   SELECT ARQ-CONSERTO
                   ASSIGN TO "consertos.dat"
                   ORGANIZATION INDEXED
                   RECORD KEY IS NUM-ORDEM-CONSERTO
                   ACCESS SEQUENTIAL
                   FILE STATUS IS W-COD-ERRO-DES.

                   SELECT ARQ-LOCALIZACAO
                   ASSIGN TO "localizacoes.dat"
                   ORGANIZATION INDEXED
                   RECORD KEY IS CHAVE-LOCALIZACAO
                   ACCESS SEQUENTIAL
                   FILE STATUS IS W-COD-ERRO-DES.

                   SELECT ARQ-INSTITUICAO
                   ASSIGN TO "instituicoes.dat"
                   ORGANIZATION INDEXED
                   RECORD KEY IS COD-INSTITUICAO
                   ACCESS SEQUENTIAL
                   FILE STATUS IS W-COD-ERRO-DES.

                   SELECT ARQ-NFCE
                   ASSIGN TO "nfce.dat"
                   ORGANIZATION INDEXED
                   RECORD KEY IS COD-VENDA-NFC
                   ACCESS SEQUENTIAL
                   FILE STATUS IS W-COD-ERRO-DES.

                   SELECT ARQ-CONCILIA
                   ASSIGN TO "conciliacao.dat"
                   ORGANIZATION INDEXED
                   RECORD KEY IS CHAVE-CONCILIACAO
                   ALTERNATE RECORD KEY IS CHAVE-BUSCA-CNC
                       WITH DUPLICATES
                   ACCESS SEQUENTIAL
                   FILE STATUS IS W-COD-ERRO-DES.

                   SELECT ARQ-SUGESTAO
                   ASSIGN TO "sugtransf.dat"
                   ORGANIZATION INDEXED
                   RECORD KEY IS COD-SUGESTAO
                   ACCESS SEQUENTIAL
                   FILE STATUS IS W-COD-ERRO-DES.

                   SELECT ARQ-REAJUSTE
                   ASSIGN TO "reajustes.dat"
                   ORGANIZATION INDEXED
                   RECORD KEY IS COD-REAJUSTE
                   ACCESS SEQUENTIAL
                   FILE STATUS IS W-COD-ERRO-DES.

                   SELECT ARQ-ABONO
                   ASSIGN TO "abonosmultas.dat"
                   ORGANIZATION INDEXED
                   RECORD KEY IS COD-ABONO
                   ACCESS SEQUENTIAL
                   FILE STATUS IS W-COD-ERRO-DES.

                   SELECT ARQ-DEV-FORNEC
                   ASSIGN TO "devforn.dat"
                   ORGANIZATION INDEXED
                   RECORD KEY IS CHAVE-DEV-FORNEC
                   ACCESS SEQUENTIAL
                   FILE STATUS IS W-COD-ERRO-DES.

                   SELECT ARQ-LISTA-ESC
                   ASSIGN TO "listasesc.dat"
                   ORGANIZATION INDEXED
                   RECORD KEY IS COD-LISTA
                   ACCESS SEQUENTIAL
                   FILE STATUS IS W-COD-ERRO-DES.

                   SELECT ARQ-MAPA-OFFLINE
                   ASSIGN TO "mapaoffline.dat"
                   ORGANIZATION INDEXED
                   RECORD KEY IS CHAVE-MAPA
                   ACCESS SEQUENTIAL
                   FILE STATUS IS W-COD-ERRO-DES.

                   SELECT ARQ-MENSAGEM
                   ASSIGN TO "caixasaida.dat"
                   ORGANIZATION INDEXED
                   RECORD KEY IS COD-MENSAGEM
                   ACCESS SEQUENTIAL
                   FILE STATUS IS W-COD-ERRO-DES.

                   SELECT OPTIONAL ARQ-BACKUP
                   ASSIGN TO DYNAMIC W-NOME-ARQ-BACKUP
                   ORGANIZATION SEQUENTIAL
                   FILE STATUS IS W-COD-ERRO-BKP.

                   SELECT OPTIONAL ARQ-BACKUP-MSG
                   ASSIGN TO DYNAMIC W-NOME-ARQ-BACKUP
                   ORGANIZATION SEQUENTIAL
                   FILE STATUS IS W-COD-ERRO-BKP.

                   SELECT OPTIONAL ARQ-MANIFESTO
                   ASSIGN TO DYNAMIC W-NOME-ARQ-MANIFESTO
                   ORGANIZATION LINE SEQUENTIAL
             LABEL RECORD STANDARD.
         COPY "REGSPOOL.cpy".

         FD  ARQ-VALE
             LABEL RECORD STANDARD.
         COPY "REGVALE.cpy".

         FD  ARQ-MOV-VALE
             LABEL RECORD STANDARD.
         COPY "REGMOVVALE.cpy".

         FD  ARQ-ARECEBER
             LABEL RECORD STANDARD.
         COPY "REGARECEBER.cpy".

         FD  ARQ-RECEBTO
             LABEL RECORD STANDARD.
         COPY "REGRECEBTO.cpy".

         FD  ARQ-APAGAR
             LABEL RECORD STANDARD.
         COPY "REGAPAGAR.cpy".

         FD  ARQ-PAGTO-FORNEC
             LABEL RECORD STANDARD.
         COPY "REGPAGFORN.cpy".

         FD  ARQ-CLIENTE
             LABEL RECORD STANDARD.
         COPY "REGCLIENTE.cpy".

         FD  ARQ-PONTOS
             LABEL RECORD STANDARD.
         COPY "REGPONTOS.cpy".

         FD  ARQ-ANUIDADE
             LABEL RECORD STANDARD.
         COPY "REGANUIDADE.cpy".

         FD  ARQ-CONSIG
             LABEL RECORD STANDARD.
         COPY "REGCONSIG.cpy".

         FD  ARQ-POLITICA
             LABEL RECORD STANDARD.
         COPY "REGPOLITICA.cpy".

         FD  ARQ-PERIODO
             LABEL RECORD STANDARD.
         COPY "REGPERIODO.cpy".

         FD  ARQ-AJUSTE
             LABEL RECORD STANDARD.
         COPY "REGAJUSTE.cpy".

         FD  ARQ-CUSTO
             LABEL RECORD STANDARD.
         COPY "REGCUSTO.cpy".

         FD  ARQ-EMP-INTER
             LABEL RECORD STANDARD.
         COPY "REGEMPINTER.cpy".

         FD  ARQ-ENCOMENDA
             LABEL RECORD STANDARD.
         COPY "REGENCOMENDA.cpy".

         FD  ARQ-CONSERTO
             LABEL RECORD STANDARD.
         COPY "REGCONSERTO.cpy".

         FD  ARQ-LOCALIZACAO
             LABEL RECORD STANDARD.
         COPY "REGLOCAL.cpy".

         FD  ARQ-INSTITUICAO
             LABEL RECORD STANDARD.
         COPY "REGINSTITUICAO.cpy".

         FD  ARQ-NFCE
             LABEL RECORD STANDARD.
         COPY "REGNFCE.cpy".

         FD  ARQ-CONCILIA
             LABEL RECORD STANDARD.
         COPY "REGCONCILIA.cpy".

         FD  ARQ-SUGESTAO
             LABEL RECORD STANDARD.
         COPY "REGSUGTRANSF.cpy".

         FD  ARQ-REAJUSTE
             LABEL RECORD STANDARD.
         COPY "REGREAJUSTE.cpy".

         FD  ARQ-ABONO
             LABEL RECORD STANDARD.
         COPY "REGABONO.cpy".

         FD  ARQ-DEV-FORNEC
             LABEL RECORD STANDARD.
         COPY "REGDEVFORN.cpy".

         FD  ARQ-LISTA-ESC
             LABEL RECORD STANDARD.
         COPY "REGLISTAESC.cpy".

         FD  ARQ-MAPA-OFFLINE
             LABEL RECORD STANDARD.
      *> LAYOUT DO MAPA DE IMPORTACAO OFFLINE, ESPELHO DO FD DE
      *> IMPORTAROFFLINE (O ARQUIVO NAO TEM COPYBOOK PROPRIO).
         01  REG-MAPA-OFFLINE.
             02  CHAVE-MAPA.
                 03  FILIAL-MAPA       PIC 9(2).
                 03  SEQ-MAPA          PIC 9(5).
             02  COD-EMPRESTIMO-MAPA   PIC 9(5).
             02  DATA-IMPORTACAO-MAPA  PIC 9(8).

         FD  ARQ-MENSAGEM
             LABEL RECORD STANDARD.
         COPY "REGMENSAGEM.cpy".

         FD  ARQ-BACKUP
             LABEL RECORD STANDARD.
         01  REG-BACKUP  PIC X(200).

      *> A CAIXA DE SAIDA FOI COPIADA COM BUFFER PROPRIO (VER
      *> BACKUPGERAL).
         FD  ARQ-BACKUP-MSG
             LABEL RECORD STANDARD.
         01  REG-BACKUP-MSG  PIC X(4268).

         FD  ARQ-MANIFESTO
             LABEL RECORD STANDARD.
         01  REG-MANIFESTO  PIC X(60).
                 "spool       spool.dat           ".
             02  FILLER PIC X(32) VALUE
                 "kardex      kardex.dat          ".
             02  FILLER PIC X(32) VALUE
                 "vales       vales.dat           ".
             02  FILLER PIC X(32) VALUE
                 "movvales    movvales.dat        ".
             02  FILLER PIC X(32) VALUE
                 "areceber    areceber.dat        ".
             02  FILLER PIC X(32) VALUE
                 "recebtos    recebtos.dat        ".
             02  FILLER PIC X(32) VALUE
                 "apagar      apagar.dat          ".
             02  FILLER PIC X(32) VALUE
                 "pagtoforn   pagtoforn.dat       ".
             02  FILLER PIC X(32) VALUE
                 "clientes    clientes.dat        ".
             02  FILLER PIC X(32) VALUE
                 "pontos      pontos.dat          ".
             02  FILLER PIC X(32) VALUE
                 "anuidades   anuidades.dat       ".
             02  FILLER PIC X(32) VALUE
                 "consig      consig.dat          ".
             02  FILLER PIC X(32) VALUE
                 "politicas   politicas.dat       ".
             02  FILLER PIC X(32) VALUE
                 "periodos    periodos.dat        ".
             02  FILLER PIC X(32) VALUE
                 "ajustes     ajustes.dat         ".
             02  FILLER PIC X(32) VALUE
                 "custos      custos.dat          ".
             02  FILLER PIC X(32) VALUE
                 "empinter    empinter.dat        ".
             02  FILLER PIC X(32) VALUE
                 "encomendas  encomendas.dat      ".
             02  FILLER PIC X(32) VALUE
                 "consertos   consertos.dat       ".
             02  FILLER PIC X(32) VALUE
                 "localizacoeslocalizacoes.dat    ".
             02  FILLER PIC X(32) VALUE
                 "instituicoesinstituicoes.dat    ".
             02  FILLER PIC X(32) VALUE
                 "nfce        nfce.dat            ".
             02  FILLER PIC X(32) VALUE
                 "conciliacao conciliacao.dat     ".
             02  FILLER PIC X(32) VALUE
                 "sugtransf   sugtransf.dat       ".
             02  FILLER PIC X(32) VALUE
                 "reajustes   reajustes.dat       ".
             02  FILLER PIC X(32) VALUE
                 "abonosmultasabonosmultas.dat    ".
             02  FILLER PIC X(32) VALUE
                 "devforn     devforn.dat         ".
             02  FILLER PIC X(32) VALUE
                 "listasesc   listasesc.dat       ".
             02  FILLER PIC X(32) VALUE
                 "mapaoffline mapaoffline.dat     ".
             02  FILLER PIC X(32) VALUE
                 "caixasaida  caixasaida.dat      ".
         01  TABELA-FAMILIA REDEFINES TABELA-FAMILIA-VALORES.
             02  MEMBRO-FAMILIA OCCURS 51 TIMES.
                 03  FAM-BASE    PIC X(12).
                 03  FAM-FISICO  PIC X(20).


       ESCOLHER-ARQUIVO.
           DISPLAY "ARQUIVOS DO CONJUNTO:".
           PERFORM VARYING W-IDX FROM 1 BY 1 UNTIL W-IDX > 51
               DISPLAY "  " W-IDX " = " FAM-FISICO (W-IDX)
           END-PERFORM.
           DISPLAY "RESTAURAR (0=TODOS, 1-51=UM ARQUIVO, 99=SAIR): "
                   WITH NO ADVANCING.
           ACCEPT W-OPCAO-ARQ.
           EVALUATE TRUE
               WHEN W-OPCAO-ARQ = 0
                   MOVE 1 TO W-INI
                   MOVE 51 TO W-FIM
               WHEN W-OPCAO-ARQ >= 1 AND W-OPCAO-ARQ <= 51
                   MOVE W-OPCAO-ARQ TO W-INI W-FIM
               WHEN OTHER
                   DISPLAY "RESTAURACAO CANCELADA"
               PERFORM AFASTAR-ARQUIVO-ATUAL
               MOVE ZEROS TO W-TOTAL-GRAVADOS
               MOVE "N" TO W-FIM-ARQUIVO
               EVALUATE TRUE
                   WHEN W-IDX = 23
                       *> O KARDEX FOI COPIADO EM BLOCO (CBL_COPY_FILE)
                       *> POR BACKUPGERAL; VOLTA DO MESMO JEITO
                       CLOSE ARQ-BACKUP
                       PERFORM RESTAURAR-KARDEX
                   WHEN W-IDX = 51
                       *> A CAIXA DE SAIDA VOLTA PELO BUFFER PROPRIO
                       CLOSE ARQ-BACKUP
                       OPEN INPUT ARQ-BACKUP-MSG
                       PERFORM RECONSTRUIR-MENSAGENS
                       CLOSE ARQ-BACKUP-MSG
                       DISPLAY "  " W-NOME-FISICO " RESTAURADO ("
                               W-TOTAL-GRAVADOS " REGISTROS)"
                   WHEN OTHER
                       PERFORM RECONSTRUIR-ARQUIVO
                       CLOSE ARQ-BACKUP
                       DISPLAY "  " W-NOME-FISICO " RESTAURADO ("
                               W-TOTAL-GRAVADOS " REGISTROS)"
               END-EVALUATE
           END-IF.

       RESTAURAR-KARDEX.
           ELSE
               DISPLAY "  FALHA AO RESTAURAR kardex.dat"
           END-IF.
           *> O ELO GUARDADO E O DO KARDEX QUE FOI AFASTADO: APAGADO,
           *> O PROXIMO LANCAMENTO O REFAZ RELENDO A COPIA RESTAURADA.
           CALL "CBL_DELETE_FILE" USING "kardex.elo".
           MOVE ZEROS TO RETURN-CODE.

       AFASTAR-ARQUIVO-ATUAL.
               WHEN 20 PERFORM RECONSTRUIR-KPI
               WHEN 21 PERFORM RECONSTRUIR-RESUMO-VENDAS
               WHEN 22 PERFORM RECONSTRUIR-SPOOL
               WHEN 24 PERFORM RECONSTRUIR-VALES
               WHEN 25 PERFORM RECONSTRUIR-MOV-VALES
               WHEN 26 PERFORM RECONSTRUIR-ARECEBER
               WHEN 27 PERFORM RECONSTRUIR-RECEBIMENTOS
               WHEN 28 PERFORM RECONSTRUIR-APAGAR
               WHEN 29 PERFORM RECONSTRUIR-PAGTO-FORNEC
               WHEN 30 PERFORM RECONSTRUIR-CLIENTES
               WHEN 31 PERFORM RECONSTRUIR-PONTOS
               WHEN 32 PERFORM RECONSTRUIR-ANUIDADES
               WHEN 33 PERFORM RECONSTRUIR-CONSIGNACOES
               WHEN 34 PERFORM RECONSTRUIR-POLITICAS
               WHEN 35 PERFORM RECONSTRUIR-PERIODOS
               WHEN 36 PERFORM RECONSTRUIR-AJUSTES
               WHEN 37 PERFORM RECONSTRUIR-CUSTOS
               WHEN 38 PERFORM RECONSTRUIR-EMP-INTER
               WHEN 39 PERFORM RECONSTRUIR-ENCOMENDAS
               WHEN 40 PERFORM RECONSTRUIR-CONSERTOS
               WHEN 41 PERFORM RECONSTRUIR-LOCALIZACOES
               WHEN 42 PERFORM RECONSTRUIR-INSTITUICOES
               WHEN 43 PERFORM RECONSTRUIR-NFCE
               WHEN 44 PERFORM RECONSTRUIR-CONCILIACAO
               WHEN 45 PERFORM RECONSTRUIR-SUGESTOES
               WHEN 46 PERFORM RECONSTRUIR-REAJUSTES
               WHEN 47 PERFORM RECONSTRUIR-ABONOS
               WHEN 48 PERFORM RECONSTRUIR-DEV-FORNEC
               WHEN 49 PERFORM RECONSTRUIR-LISTAS-ESC
               WHEN 50 PERFORM RECONSTRUIR-MAPA-OFFLINE
           END-EVALUATE.

       LER-PROXIMO-BACKUP.
               PERFORM LER-PROXIMO-BACKUP
           END-PERFORM.
           CLOSE ARQ-SPOOL.

       RECONSTRUIR-VALES.
           OPEN OUTPUT ARQ-VALE.
           PERFORM LER-PROXIMO-BACKUP.
           PERFORM UNTIL FIM-ARQUIVO
               MOVE REG-BACKUP TO REG-VALE
               WRITE REG-VALE
               IF  W-COD-ERRO-DES = "00"
                   ADD 1 TO W-TOTAL-GRAVADOS
               END-IF
               PERFORM LER-PROXIMO-BACKUP
           END-PERFORM.
           CLOSE ARQ-VALE.

       RECONSTRUIR-MOV-VALES.
           OPEN OUTPUT ARQ-MOV-VALE.
           PERFORM LER-PROXIMO-BACKUP.
           PERFORM UNTIL FIM-ARQUIVO
               MOVE REG-BACKUP TO REG-MOV-VALE
               WRITE REG-MOV-VALE
               IF  W-COD-ERRO-DES = "00"
                   ADD 1 TO W-TOTAL-GRAVADOS
               END-IF
               PERFORM LER-PROXIMO-BACKUP
           END-PERFORM.
           CLOSE ARQ-MOV-VALE.

       RECONSTRUIR-ARECEBER.
           OPEN OUTPUT ARQ-ARECEBER.
           PERFORM LER-PROXIMO-BACKUP.
           PERFORM UNTIL FIM-ARQUIVO
               MOVE REG-BACKUP TO REG-ARECEBER
               WRITE REG-ARECEBER
               IF  W-COD-ERRO-DES = "00"
                   ADD 1 TO W-TOTAL-GRAVADOS
               END-IF
               PERFORM LER-PROXIMO-BACKUP
           END-PERFORM.
           CLOSE ARQ-ARECEBER.

       RECONSTRUIR-RECEBIMENTOS.
           OPEN OUTPUT ARQ-RECEBTO.
           PERFORM LER-PROXIMO-BACKUP.
           PERFORM UNTIL FIM-ARQUIVO
               MOVE REG-BACKUP TO REG-RECEBTO-CLIENTE
               WRITE REG-RECEBTO-CLIENTE
               IF  W-COD-ERRO-DES = "00"
                   ADD 1 TO W-TOTAL-GRAVADOS
               END-IF
               PERFORM LER-PROXIMO-BACKUP
           END-PERFORM.
           CLOSE ARQ-RECEBTO.

       RECONSTRUIR-APAGAR.
           OPEN OUTPUT ARQ-APAGAR.
           PERFORM LER-PROXIMO-BACKUP.
           PERFORM UNTIL FIM-ARQUIVO
               MOVE REG-BACKUP TO REG-APAGAR
               WRITE REG-APAGAR
               IF  W-COD-ERRO-DES = "00"
                   ADD 1 TO W-TOTAL-GRAVADOS
               END-IF
               PERFORM LER-PROXIMO-BACKUP
           END-PERFORM.
           CLOSE ARQ-APAGAR.

       RECONSTRUIR-PAGTO-FORNEC.
           OPEN OUTPUT ARQ-PAGTO-FORNEC.
           PERFORM LER-PROXIMO-BACKUP.
           PERFORM UNTIL FIM-ARQUIVO
               MOVE REG-BACKUP TO REG-PAGTO-FORNEC
               WRITE REG-PAGTO-FORNEC
               IF  W-COD-ERRO-DES = "00"
                   ADD 1 TO W-TOTAL-GRAVADOS
               END-IF
               PERFORM LER-PROXIMO-BACKUP
           END-PERFORM.
           CLOSE ARQ-PAGTO-FORNEC.

       RECONSTRUIR-CLIENTES.
           OPEN OUTPUT ARQ-CLIENTE.
           PERFORM LER-PROXIMO-BACKUP.
           PERFORM UNTIL FIM-ARQUIVO
               MOVE REG-BACKUP TO REG-CLIENTE
               WRITE REG-CLIENTE
               IF  W-COD-ERRO-DES = "00"
                   ADD 1 TO W-TOTAL-GRAVADOS
               END-IF
               PERFORM LER-PROXIMO-BACKUP
           END-PERFORM.
           CLOSE ARQ-CLIENTE.

       RECONSTRUIR-PONTOS.
           OPEN OUTPUT ARQ-PONTOS.
           PERFORM LER-PROXIMO-BACKUP.
           PERFORM UNTIL FIM-ARQUIVO
               MOVE REG-BACKUP TO REG-PONTOS
               WRITE REG-PONTOS
               IF  W-COD-ERRO-DES = "00"
                   ADD 1 TO W-TOTAL-GRAVADOS
               END-IF
               PERFORM LER-PROXIMO-BACKUP
           END-PERFORM.
           CLOSE ARQ-PONTOS.

       RECONSTRUIR-ANUIDADES.
           OPEN OUTPUT ARQ-ANUIDADE.
           PERFORM LER-PROXIMO-BACKUP.
           PERFORM UNTIL FIM-ARQUIVO
               MOVE REG-BACKUP TO REG-ANUIDADE
               WRITE REG-ANUIDADE
               IF  W-COD-ERRO-DES = "00"
                   ADD 1 TO W-TOTAL-GRAVADOS
               END-IF
               PERFORM LER-PROXIMO-BACKUP
           END-PERFORM.
           CLOSE ARQ-ANUIDADE.

       RECONSTRUIR-CONSIGNACOES.
           OPEN OUTPUT ARQ-CONSIG.
           PERFORM LER-PROXIMO-BACKUP.
           PERFORM UNTIL FIM-ARQUIVO
               MOVE REG-BACKUP TO REG-CONSIGNACAO
               WRITE REG-CONSIGNACAO
               IF  W-COD-ERRO-DES = "00"
                   ADD 1 TO W-TOTAL-GRAVADOS
               END-IF
               PERFORM LER-PROXIMO-BACKUP
           END-PERFORM.
           CLOSE ARQ-CONSIG.

       RECONSTRUIR-POLITICAS.
           OPEN OUTPUT ARQ-POLITICA.
           PERFORM LER-PROXIMO-BACKUP.
           PERFORM UNTIL FIM-ARQUIVO
               MOVE REG-BACKUP TO REG-POLITICA
               WRITE REG-POLITICA
               IF  W-COD-ERRO-DES = "00"
                   ADD 1 TO W-TOTAL-GRAVADOS
               END-IF
               PERFORM LER-PROXIMO-BACKUP
           END-PERFORM.
           CLOSE ARQ-POLITICA.

       RECONSTRUIR-PERIODOS.
           OPEN OUTPUT ARQ-PERIODO.
           PERFORM LER-PROXIMO-BACKUP.
           PERFORM UNTIL FIM-ARQUIVO
               MOVE REG-BACKUP TO REG-PERIODO
               WRITE REG-PERIODO
               IF  W-COD-ERRO-DES = "00"
                   ADD 1 TO W-TOTAL-GRAVADOS
               END-IF
               PERFORM LER-PROXIMO-BACKUP
           END-PERFORM.
           CLOSE ARQ-PERIODO.

       RECONSTRUIR-AJUSTES.
           OPEN OUTPUT ARQ-AJUSTE.
           PERFORM LER-PROXIMO-BACKUP.
           PERFORM UNTIL FIM-ARQUIVO
               MOVE REG-BACKUP TO REG-AJUSTE
               WRITE REG-AJUSTE
               IF  W-COD-ERRO-DES = "00"
                   ADD 1 TO W-TOTAL-GRAVADOS
               END-IF
               PERFORM LER-PROXIMO-BACKUP
           END-PERFORM.
           CLOSE ARQ-AJUSTE.

       RECONSTRUIR-CUSTOS.
           OPEN OUTPUT ARQ-CUSTO.
           PERFORM LER-PROXIMO-BACKUP.
           PERFORM UNTIL FIM-ARQUIVO
               MOVE REG-BACKUP TO REG-CUSTO
               WRITE REG-CUSTO
               IF  W-COD-ERRO-DES = "00"
                   ADD 1 TO W-TOTAL-GRAVADOS
               END-IF
               PERFORM LER-PROXIMO-BACKUP
           END-PERFORM.
           CLOSE ARQ-CUSTO.

       RECONSTRUIR-EMP-INTER.
           OPEN OUTPUT ARQ-EMP-INTER.
           PERFORM LER-PROXIMO-BACKUP.
           PERFORM UNTIL FIM-ARQUIVO
               MOVE REG-BACKUP TO REG-EMP-INTER
               WRITE REG-EMP-INTER
               IF  W-COD-ERRO-DES = "00"
                   ADD 1 TO W-TOTAL-GRAVADOS
               END-IF
               PERFORM LER-PROXIMO-BACKUP
           END-PERFORM.
           CLOSE ARQ-EMP-INTER.

       RECONSTRUIR-ENCOMENDAS.
           OPEN OUTPUT ARQ-ENCOMENDA.
           PERFORM LER-PROXIMO-BACKUP.
           PERFORM UNTIL FIM-ARQUIVO
               MOVE REG-BACKUP TO REG-ENCOMENDA
               WRITE REG-ENCOMENDA
               IF  W-COD-ERRO-DES = "00"
                   ADD 1 TO W-TOTAL-GRAVADOS
               END-IF
               PERFORM LER-PROXIMO-BACKUP
           END-PERFORM.
           CLOSE ARQ-ENCOMENDA.

       RECONSTRUIR-CONSERTOS.
           OPEN OUTPUT ARQ-CONSERTO.
           PERFORM LER-PROXIMO-BACKUP.
           PERFORM UNTIL FIM-ARQUIVO
               MOVE REG-BACKUP TO REG-CONSERTO
               WRITE REG-CONSERTO
               IF  W-COD-ERRO-DES = "00"
                   ADD 1 TO W-TOTAL-GRAVADOS
               END-IF
               PERFORM LER-PROXIMO-BACKUP
           END-PERFORM.
           CLOSE ARQ-CONSERTO.

       RECONSTRUIR-LOCALIZACOES.
           OPEN OUTPUT ARQ-LOCALIZACAO.
           PERFORM LER-PROXIMO-BACKUP.
           PERFORM UNTIL FIM-ARQUIVO
               MOVE REG-BACKUP TO REG-LOCALIZACAO
               WRITE REG-LOCALIZACAO
               IF  W-COD-ERRO-DES = "00"
                   ADD 1 TO W-TOTAL-GRAVADOS
               END-IF
               PERFORM LER-PROXIMO-BACKUP
           END-PERFORM.
           CLOSE ARQ-LOCALIZACAO.

       RECONSTRUIR-INSTITUICOES.
           OPEN OUTPUT ARQ-INSTITUICAO.
           PERFORM LER-PROXIMO-BACKUP.
           PERFORM UNTIL FIM-ARQUIVO
               MOVE REG-BACKUP TO REG-INSTITUICAO
               WRITE REG-INSTITUICAO
               IF  W-COD-ERRO-DES = "00"
                   ADD 1 TO W-TOTAL-GRAVADOS
               END-IF
               PERFORM LER-PROXIMO-BACKUP
           END-PERFORM.
           CLOSE ARQ-INSTITUICAO.

       RECONSTRUIR-NFCE.
           OPEN OUTPUT ARQ-NFCE.
           PERFORM LER-PROXIMO-BACKUP.
           PERFORM UNTIL FIM-ARQUIVO
               MOVE REG-BACKUP TO REG-NFCE
               WRITE REG-NFCE
               IF  W-COD-ERRO-DES = "00"
                   ADD 1 TO W-TOTAL-GRAVADOS
               END-IF
               PERFORM LER-PROXIMO-BACKUP
           END-PERFORM.
           CLOSE ARQ-NFCE.

       RECONSTRUIR-CONCILIACAO.
           OPEN OUTPUT ARQ-CONCILIA.
           PERFORM LER-PROXIMO-BACKUP.
           PERFORM UNTIL FIM-ARQUIVO
               MOVE REG-BACKUP TO REG-CONCILIACAO
               WRITE REG-CONCILIACAO
               IF  W-COD-ERRO-DES = "00"
                   ADD 1 TO W-TOTAL-GRAVADOS
               END-IF
               PERFORM LER-PROXIMO-BACKUP
           END-PERFORM.
           CLOSE ARQ-CONCILIA.

       RECONSTRUIR-SUGESTOES.
           OPEN OUTPUT ARQ-SUGESTAO.
           PERFORM LER-PROXIMO-BACKUP.
           PERFORM UNTIL FIM-ARQUIVO
               MOVE REG-BACKUP TO REG-SUGESTAO-TRANSF
               WRITE REG-SUGESTAO-TRANSF
               IF  W-COD-ERRO-DES = "00"
                   ADD 1 TO W-TOTAL-GRAVADOS
               END-IF
               PERFORM LER-PROXIMO-BACKUP
           END-PERFORM.
           CLOSE ARQ-SUGESTAO.

       RECONSTRUIR-REAJUSTES.
           OPEN OUTPUT ARQ-REAJUSTE.
           PERFORM LER-PROXIMO-BACKUP.
           PERFORM UNTIL FIM-ARQUIVO
               MOVE REG-BACKUP TO REG-REAJUSTE
               WRITE REG-REAJUSTE
               IF  W-COD-ERRO-DES = "00"
                   ADD 1 TO W-TOTAL-GRAVADOS
               END-IF
               PERFORM LER-PROXIMO-BACKUP
           END-PERFORM.
           CLOSE ARQ-REAJUSTE.

       RECONSTRUIR-ABONOS.
           OPEN OUTPUT ARQ-ABONO.
           PERFORM LER-PROXIMO-BACKUP.
           PERFORM UNTIL FIM-ARQUIVO
               MOVE REG-BACKUP TO REG-ABONO
               WRITE REG-ABONO
               IF  W-COD-ERRO-DES = "00"
                   ADD 1 TO W-TOTAL-GRAVADOS
               END-IF
               PERFORM LER-PROXIMO-BACKUP
           END-PERFORM.
           CLOSE ARQ-ABONO.

       RECONSTRUIR-DEV-FORNEC.
           OPEN OUTPUT ARQ-DEV-FORNEC.
           PERFORM LER-PROXIMO-BACKUP.
           PERFORM UNTIL FIM-ARQUIVO
               MOVE REG-BACKUP TO REG-DEV-FORNEC
               WRITE REG-DEV-FORNEC
               IF  W-COD-ERRO-DES = "00"
                   ADD 1 TO W-TOTAL-GRAVADOS
               END-IF
               PERFORM LER-PROXIMO-BACKUP
           END-PERFORM.
           CLOSE ARQ-DEV-FORNEC.

       RECONSTRUIR-LISTAS-ESC.
           OPEN OUTPUT ARQ-LISTA-ESC.
           PERFORM LER-PROXIMO-BACKUP.
           PERFORM UNTIL FIM-ARQUIVO
               MOVE REG-BACKUP TO REG-LISTA-ESCOLAR
               WRITE REG-LISTA-ESCOLAR
               IF  W-COD-ERRO-DES = "00"
                   ADD 1 TO W-TOTAL-GRAVADOS
               END-IF
               PERFORM LER-PROXIMO-BACKUP
           END-PERFORM.
           CLOSE ARQ-LISTA-ESC.

       RECONSTRUIR-MAPA-OFFLINE.
           OPEN OUTPUT ARQ-MAPA-OFFLINE.
           PERFORM LER-PROXIMO-BACKUP.
           PERFORM UNTIL FIM-ARQUIVO
               MOVE REG-BACKUP TO REG-MAPA-OFFLINE
               WRITE REG-MAPA-OFFLINE
               IF  W-COD-ERRO-DES = "00"
                   ADD 1 TO W-TOTAL-GRAVADOS
               END-IF
               PERFORM LER-PROXIMO-BACKUP
           END-PERFORM.
           CLOSE ARQ-MAPA-OFFLINE.

       RECONSTRUIR-MENSAGENS.
           OPEN OUTPUT ARQ-MENSAGEM.
           PERFORM LER-PROXIMO-BACKUP-MSG.
           PERFORM UNTIL FIM-ARQUIVO
               MOVE REG-BACKUP-MSG TO REG-MENSAGEM
               WRITE REG-MENSAGEM
               IF  W-COD-ERRO-DES = "00"
                   ADD 1 TO W-TOTAL-GRAVADOS
               END-IF
               PERFORM LER-PROXIMO-BACKUP-MSG
           END-PERFORM.
           CLOSE ARQ-MENSAGEM.

       LER-PROXIMO-BACKUP-MSG.
           READ ARQ-BACKUP-MSG
               AT END MOVE "S" TO W-FIM-ARQUIVO
           END-READ.

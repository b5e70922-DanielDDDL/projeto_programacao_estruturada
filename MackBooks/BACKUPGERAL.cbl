                   ORGANIZATION INDEXED
                   RECORD KEY IS COD-EMPRESTIMO
                   ALTERNATE RECORD KEY IS COD-LIVRO-EMP WITH DUPLICATES
                   ALTERNATE RECORD KEY IS COD-LEITOR-EMP
                       WITH DUPLICATES
                   ACCESS SEQUENTIAL
                   FILE STATUS IS W-COD-ERRO-ORI.

                   ASSIGN TO "multas.dat"
                   ORGANIZATION INDEXED
                   RECORD KEY IS COD-EMPRESTIMO-MUL
                   ALTERNATE RECORD KEY IS COD-LEITOR-MUL
                       WITH DUPLICATES
                   ACCESS SEQUENTIAL
                   FILE STATUS IS W-COD-ERRO-ORI.

                   ORGANIZATION INDEXED
                   RECORD KEY IS COD-RESERVA
                   ALTERNATE RECORD KEY IS COD-LIVRO-RES WITH DUPLICATES
                   ALTERNATE RECORD KEY IS COD-LEITOR-RES
                       WITH DUPLICATES
                   ACCESS SEQUENTIAL
                   FILE STATUS IS W-COD-ERRO-ORI.

                   ASSIGN TO "pagtomultas.dat"
                   ORGANIZATION INDEXED
                   RECORD KEY IS COD-PAGAMENTO
                   ALTERNATE RECORD KEY IS COD-LEITOR-PAG
                       WITH DUPLICATES
                   ACCESS SEQUENTIAL
                   FILE STATUS IS W-COD-ERRO-ORI.

                   ORGANIZATION LINE SEQUENTIAL
                   FILE STATUS IS W-COD-ERRO-ORI.

                   SELECT OPTIONAL ARQ-VALE
                   ASSIGN TO "vales.dat"
                   ORGANIZATION INDEXED
                   RECORD KEY IS COD-VALE
                   ACCESS SEQUENTIAL
                   FILE STATUS IS W-COD-ERRO-ORI.

                   SELECT OPTIONAL ARQ-MOV-VALE
                   ASSIGN TO "movvales.dat"
                   ORGANIZATION INDEXED
                   RECORD KEY IS CHAVE-MOV-VALE
                   ACCESS SEQUENTIAL
                   FILE STATUS IS W-COD-ERRO-ORI.

                   SELECT OPTIONAL ARQ-ARECEBER
                   ASSIGN TO "areceber.dat"
                   ORGANIZATION INDEXED
                   RECORD KEY IS COD-VENDA-ARC
                   ALTERNATE RECORD KEY IS COD-CLIENTE-ARC
                       WITH DUPLICATES
                   ACCESS SEQUENTIAL
                   FILE STATUS IS W-COD-ERRO-ORI.

                   SELECT OPTIONAL ARQ-RECEBTO
                   ASSIGN TO "recebtos.dat"
                   ORGANIZATION INDEXED
                   RECORD KEY IS COD-RECEBTO
                   ACCESS SEQUENTIAL
                   FILE STATUS IS W-COD-ERRO-ORI.

                   SELECT OPTIONAL ARQ-APAGAR
                   ASSIGN TO "apagar.dat"
                   ORGANIZATION INDEXED
                   RECORD KEY IS CHAVE-APAGAR
                   ALTERNATE RECORD KEY IS COD-FORNEC-APG
                       WITH DUPLICATES
                   ACCESS SEQUENTIAL
                   FILE STATUS IS W-COD-ERRO-ORI.

                   SELECT OPTIONAL ARQ-PAGTO-FORNEC
                   ASSIGN TO "pagtoforn.dat"
                   ORGANIZATION INDEXED
                   RECORD KEY IS COD-PAGTO-FOR
                   ACCESS SEQUENTIAL
                   FILE STATUS IS W-COD-ERRO-ORI.

                   SELECT OPTIONAL ARQ-CLIENTE
                   ASSIGN TO "clientes.dat"
                   ORGANIZATION INDEXED
                   RECORD KEY IS COD-CLIENTE
                   ACCESS SEQUENTIAL
                   FILE STATUS IS W-COD-ERRO-ORI.

                   SELECT OPTIONAL ARQ-PONTOS
                   ASSIGN TO "pontos.dat"
                   ORGANIZATION INDEXED
                   RECORD KEY IS CHAVE-PONTOS
                   ALTERNATE RECORD KEY IS COD-LEITOR-PTS
                       WITH DUPLICATES
                   ACCESS SEQUENTIAL
                   FILE STATUS IS W-COD-ERRO-ORI.

                   SELECT OPTIONAL ARQ-ANUIDADE
                   ASSIGN TO "anuidades.dat"
                   ORGANIZATION INDEXED
                   RECORD KEY IS COD-ANUIDADE
                   ACCESS SEQUENTIAL
                   FILE STATUS IS W-COD-ERRO-ORI.

                   SELECT OPTIONAL ARQ-CONSIG
                   ASSIGN TO "consig.dat"
                   ORGANIZATION INDEXED
                   RECORD KEY IS CHAVE-CONSIGNACAO
                   ACCESS SEQUENTIAL
                   FILE STATUS IS W-COD-ERRO-ORI.

                   SELECT OPTIONAL ARQ-POLITICA
                   ASSIGN TO "politicas.dat"
                   ORGANIZATION INDEXED
                   RECORD KEY IS CHAVE-POLITICA
                   ACCESS SEQUENTIAL
                   FILE STATUS IS W-COD-ERRO-ORI.

                   SELECT OPTIONAL ARQ-PERIODO
                   ASSIGN TO "periodos.dat"
                   ORGANIZATION INDEXED
                   RECORD KEY IS PERIODO-PER
                   ACCESS SEQUENTIAL
                   FILE STATUS IS W-COD-ERRO-ORI.

                   SELECT OPTIONAL ARQ-AJUSTE
                   ASSIGN TO "ajustes.dat"
                   ORGANIZATION INDEXED
                   RECORD KEY IS COD-AJUSTE
                   ACCESS SEQUENTIAL
                   FILE STATUS IS W-COD-ERRO-ORI.

                   SELECT OPTIONAL ARQ-CUSTO
                   ASSIGN TO "custos.dat"
                   ORGANIZATION INDEXED
                   RECORD KEY IS COD-LIVRO-CUS
                   ACCESS SEQUENTIAL
                   FILE STATUS IS W-COD-ERRO-ORI.

                   SELECT OPTIONAL ARQ-EMP-INTER
                   ASSIGN TO "empinter.dat"
                   ORGANIZATION INDEXED
                   RECORD KEY IS COD-EMP-INTER
                   ALTERNATE RECORD KEY IS COD-INSTITUICAO-INT
                       WITH DUPLICATES
                   ACCESS SEQUENTIAL
                   FILE STATUS IS W-COD-ERRO-ORI.

                   SELECT OPTIONAL ARQ-ENCOMENDA
                   ASSIGN TO "encomendas.dat"
                   ORGANIZATION INDEXED
                   RECORD KEY IS COD-ENCOMENDA
                   ALTERNATE RECORD KEY IS COD-LIVRO-ENC
                       WITH DUPLICATES
                   ACCESS SEQUENTIAL
                   FILE STATUS IS W-COD-ERRO-ORI.

                   SELECT OPTIONAL ARQ-CONSERTO
                   ASSIGN TO "consertos.dat"
                   ORGANIZATION INDEXED
                   RECORD KEY IS NUM-ORDEM-CONSERTO
                   ACCESS SEQUENTIAL
                   FILE STATUS IS W-COD-ERRO-ORI.

                   SELECT OPTIONAL ARQ-LOCALIZACAO
                   ASSIGN TO "localizacoes.dat"
                   ORGANIZATION INDEXED
                   RECORD KEY IS CHAVE-LOCALIZACAO
                   ACCESS SEQUENTIAL
                   FILE STATUS IS W-COD-ERRO-ORI.

                   SELECT OPTIONAL ARQ-INSTITUICAO
                   ASSIGN TO "instituicoes.dat"
                   ORGANIZATION INDEXED
                   RECORD KEY IS COD-INSTITUICAO
                   ACCESS SEQUENTIAL
                   FILE STATUS IS W-COD-ERRO-ORI.

                   SELECT OPTIONAL ARQ-NFCE
                   ASSIGN TO "nfce.dat"
                   ORGANIZATION INDEXED
                   RECORD KEY IS COD-VENDA-NFC
                   ACCESS SEQUENTIAL
                   FILE STATUS IS W-COD-ERRO-ORI.

                   SELECT OPTIONAL ARQ-CONCILIA
                   ASSIGN TO "conciliacao.dat"
                   ORGANIZATION INDEXED
                   RECORD KEY IS CHAVE-CONCILIACAO
                   ALTERNATE RECORD KEY IS CHAVE-BUSCA-CNC
                       WITH DUPLICATES
                   ACCESS SEQUENTIAL
                   FILE STATUS IS W-COD-ERRO-ORI.

                   SELECT OPTIONAL ARQ-SUGESTAO
                   ASSIGN TO "sugtransf.dat"
                   ORGANIZATION INDEXED
                   RECORD KEY IS COD-SUGESTAO
                   ACCESS SEQUENTIAL
                   FILE STATUS IS W-COD-ERRO-ORI.

                   SELECT OPTIONAL ARQ-REAJUSTE
                   ASSIGN TO "reajustes.dat"
                   ORGANIZATION INDEXED
                   RECORD KEY IS COD-REAJUSTE
                   ACCESS SEQUENTIAL
                   FILE STATUS IS W-COD-ERRO-ORI.

                   SELECT OPTIONAL ARQ-ABONO
                   ASSIGN TO "abonosmultas.dat"
                   ORGANIZATION INDEXED
                   RECORD KEY IS COD-ABONO
                   ACCESS SEQUENTIAL
                   FILE STATUS IS W-COD-ERRO-ORI.

                   SELECT OPTIONAL ARQ-DEV-FORNEC
                   ASSIGN TO "devforn.dat"
                   ORGANIZATION INDEXED
                   RECORD KEY IS CHAVE-DEV-FORNEC
                   ACCESS SEQUENTIAL
                   FILE STATUS IS W-COD-ERRO-ORI.

                   SELECT OPTIONAL ARQ-LISTA-ESC
                   ASSIGN TO "listasesc.dat"
                   ORGANIZATION INDEXED
                   RECORD KEY IS COD-LISTA
                   ACCESS SEQUENTIAL
                   FILE STATUS IS W-COD-ERRO-ORI.

                   SELECT OPTIONAL ARQ-MAPA-OFFLINE
                   ASSIGN TO "mapaoffline.dat"
                   ORGANIZATION INDEXED
                   RECORD KEY IS CHAVE-MAPA
                   ACCESS SEQUENTIAL
                   FILE STATUS IS W-COD-ERRO-ORI.

                   SELECT OPTIONAL ARQ-MENSAGEM
                   ASSIGN TO "caixasaida.dat"
                   ORGANIZATION INDEXED
                   RECORD KEY IS COD-MENSAGEM
                   ACCESS SEQUENTIAL
                   FILE STATUS IS W-COD-ERRO-ORI.

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
         COPY "REGKARDEX.cpy".

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
      *> BUFFER UNICO DE COPIA: CABE O MAIOR REGISTRO DA FAMILIA
      *> (REG-EMP-INTER, 198 BYTES); OS MENORES SAEM COMPLETADOS COM
      *> ESPACOS E A RESTAURACAO TRUNCA DE VOLTA. A CAIXA DE SAIDA,
      *> QUE GUARDA O TEXTO INTEIRO DAS CARTAS, TEM BUFFER PROPRIO.
         01  REG-BACKUP  PIC X(200).

         FD  ARQ-BACKUP-MSG
             LABEL RECORD STANDARD.
         01  REG-BACKUP-MSG  PIC X(4268).

         FD  ARQ-MANIFESTO
             LABEL RECORD STANDARD.
         01  REG-MANIFESTO  PIC X(60).
           PERFORM COPIAR-RESUMO-VENDAS.
           PERFORM COPIAR-SPOOL.
           PERFORM COPIAR-KARDEX.
           PERFORM COPIAR-VALES.
           PERFORM COPIAR-MOV-VALES.
           PERFORM COPIAR-ARECEBER.
           PERFORM COPIAR-RECEBIMENTOS.
           PERFORM COPIAR-APAGAR.
           PERFORM COPIAR-PAGTO-FORNEC.
           PERFORM COPIAR-CLIENTES.
           PERFORM COPIAR-PONTOS.
           PERFORM COPIAR-ANUIDADES.
           PERFORM COPIAR-CONSIGNACOES.
           PERFORM COPIAR-POLITICAS.
           PERFORM COPIAR-PERIODOS.
           PERFORM COPIAR-AJUSTES.
           PERFORM COPIAR-CUSTOS.
           PERFORM COPIAR-EMP-INTER.
           PERFORM COPIAR-ENCOMENDAS.
           PERFORM COPIAR-CONSERTOS.
           PERFORM COPIAR-LOCALIZACOES.
           PERFORM COPIAR-INSTITUICOES.
           PERFORM COPIAR-NFCE.
           PERFORM COPIAR-CONCILIACAO.
           PERFORM COPIAR-SUGESTOES.
           PERFORM COPIAR-REAJUSTES.
           PERFORM COPIAR-ABONOS.
           PERFORM COPIAR-DEV-FORNEC.
           PERFORM COPIAR-LISTAS-ESC.
           PERFORM COPIAR-MAPA-OFFLINE.
           PERFORM COPIAR-MENSAGENS.
           PERFORM FINALIZACAO.
           GOBACK.

           DISPLAY "  " W-NOME-ARQ-BACKUP " ("
                   W-TOTAL-REGISTROS " REGISTROS)".

       COPIAR-VALES.
           MOVE "vales" TO W-NOME-BASE.
           PERFORM MONTAR-NOME-BACKUP.
           OPEN INPUT ARQ-VALE.
           PERFORM UNTIL FIM-ARQUIVO
               READ ARQ-VALE NEXT RECORD
                   AT END MOVE "S" TO W-FIM-ARQUIVO
               END-READ
               IF  NOT FIM-ARQUIVO
                   IF  W-COD-ERRO-ORI = "00" OR "02"
                       MOVE SPACES TO REG-BACKUP
                       MOVE REG-VALE TO REG-BACKUP
                       PERFORM GRAVAR-REG-BACKUP
                   ELSE
                       MOVE "S" TO W-FIM-ARQUIVO
                   END-IF
               END-IF
           END-PERFORM.
           CLOSE ARQ-VALE.
           PERFORM ENCERRAR-UM-BACKUP.

       COPIAR-MOV-VALES.
           MOVE "movvales" TO W-NOME-BASE.
           PERFORM MONTAR-NOME-BACKUP.
           OPEN INPUT ARQ-MOV-VALE.
           PERFORM UNTIL FIM-ARQUIVO
               READ ARQ-MOV-VALE NEXT RECORD
                   AT END MOVE "S" TO W-FIM-ARQUIVO
               END-READ
               IF  NOT FIM-ARQUIVO
                   IF  W-COD-ERRO-ORI = "00" OR "02"
                       MOVE SPACES TO REG-BACKUP
                       MOVE REG-MOV-VALE TO REG-BACKUP
                       PERFORM GRAVAR-REG-BACKUP
                   ELSE
                       MOVE "S" TO W-FIM-ARQUIVO
                   END-IF
               END-IF
           END-PERFORM.
           CLOSE ARQ-MOV-VALE.
           PERFORM ENCERRAR-UM-BACKUP.

       COPIAR-ARECEBER.
           MOVE "areceber" TO W-NOME-BASE.
           PERFORM MONTAR-NOME-BACKUP.
           OPEN INPUT ARQ-ARECEBER.
           PERFORM UNTIL FIM-ARQUIVO
               READ ARQ-ARECEBER NEXT RECORD
                   AT END MOVE "S" TO W-FIM-ARQUIVO
               END-READ
               IF  NOT FIM-ARQUIVO
                   IF  W-COD-ERRO-ORI = "00" OR "02"
                       MOVE SPACES TO REG-BACKUP
                       MOVE REG-ARECEBER TO REG-BACKUP
                       PERFORM GRAVAR-REG-BACKUP
                   ELSE
                       MOVE "S" TO W-FIM-ARQUIVO
                   END-IF
               END-IF
           END-PERFORM.
           CLOSE ARQ-ARECEBER.
           PERFORM ENCERRAR-UM-BACKUP.

       COPIAR-RECEBIMENTOS.
           MOVE "recebtos" TO W-NOME-BASE.
           PERFORM MONTAR-NOME-BACKUP.
           OPEN INPUT ARQ-RECEBTO.
           PERFORM UNTIL FIM-ARQUIVO
               READ ARQ-RECEBTO NEXT RECORD
                   AT END MOVE "S" TO W-FIM-ARQUIVO
               END-READ
               IF  NOT FIM-ARQUIVO
                   IF  W-COD-ERRO-ORI = "00" OR "02"
                       MOVE SPACES TO REG-BACKUP
                       MOVE REG-RECEBTO-CLIENTE TO REG-BACKUP
                       PERFORM GRAVAR-REG-BACKUP
                   ELSE
                       MOVE "S" TO W-FIM-ARQUIVO
                   END-IF
               END-IF
           END-PERFORM.
           CLOSE ARQ-RECEBTO.
           PERFORM ENCERRAR-UM-BACKUP.

       COPIAR-APAGAR.
           MOVE "apagar" TO W-NOME-BASE.
           PERFORM MONTAR-NOME-BACKUP.
           OPEN INPUT ARQ-APAGAR.
           PERFORM UNTIL FIM-ARQUIVO
               READ ARQ-APAGAR NEXT RECORD
                   AT END MOVE "S" TO W-FIM-ARQUIVO
               END-READ
               IF  NOT FIM-ARQUIVO
                   IF  W-COD-ERRO-ORI = "00" OR "02"
                       MOVE SPACES TO REG-BACKUP
                       MOVE REG-APAGAR TO REG-BACKUP
                       PERFORM GRAVAR-REG-BACKUP
                   ELSE
                       MOVE "S" TO W-FIM-ARQUIVO
                   END-IF
               END-IF
           END-PERFORM.
           CLOSE ARQ-APAGAR.
           PERFORM ENCERRAR-UM-BACKUP.

       COPIAR-PAGTO-FORNEC.
           MOVE "pagtoforn" TO W-NOME-BASE.
           PERFORM MONTAR-NOME-BACKUP.
           OPEN INPUT ARQ-PAGTO-FORNEC.
           PERFORM UNTIL FIM-ARQUIVO
               READ ARQ-PAGTO-FORNEC NEXT RECORD
                   AT END MOVE "S" TO W-FIM-ARQUIVO
               END-READ
               IF  NOT FIM-ARQUIVO
                   IF  W-COD-ERRO-ORI = "00" OR "02"
                       MOVE SPACES TO REG-BACKUP
                       MOVE REG-PAGTO-FORNEC TO REG-BACKUP
                       PERFORM GRAVAR-REG-BACKUP
                   ELSE
                       MOVE "S" TO W-FIM-ARQUIVO
                   END-IF
               END-IF
           END-PERFORM.
           CLOSE ARQ-PAGTO-FORNEC.
           PERFORM ENCERRAR-UM-BACKUP.

       COPIAR-CLIENTES.
           MOVE "clientes" TO W-NOME-BASE.
           PERFORM MONTAR-NOME-BACKUP.
           OPEN INPUT ARQ-CLIENTE.
           PERFORM UNTIL FIM-ARQUIVO
               READ ARQ-CLIENTE NEXT RECORD
                   AT END MOVE "S" TO W-FIM-ARQUIVO
               END-READ
               IF  NOT FIM-ARQUIVO
                   IF  W-COD-ERRO-ORI = "00" OR "02"
                       MOVE SPACES TO REG-BACKUP
                       MOVE REG-CLIENTE TO REG-BACKUP
                       PERFORM GRAVAR-REG-BACKUP
                   ELSE
                       MOVE "S" TO W-FIM-ARQUIVO
                   END-IF
               END-IF
           END-PERFORM.
           CLOSE ARQ-CLIENTE.
           PERFORM ENCERRAR-UM-BACKUP.

       COPIAR-PONTOS.
           MOVE "pontos" TO W-NOME-BASE.
           PERFORM MONTAR-NOME-BACKUP.
           OPEN INPUT ARQ-PONTOS.
           PERFORM UNTIL FIM-ARQUIVO
               READ ARQ-PONTOS NEXT RECORD
                   AT END MOVE "S" TO W-FIM-ARQUIVO
               END-READ
               IF  NOT FIM-ARQUIVO
                   IF  W-COD-ERRO-ORI = "00" OR "02"
                       MOVE SPACES TO REG-BACKUP
                       MOVE REG-PONTOS TO REG-BACKUP
                       PERFORM GRAVAR-REG-BACKUP
                   ELSE
                       MOVE "S" TO W-FIM-ARQUIVO
                   END-IF
               END-IF
           END-PERFORM.
           CLOSE ARQ-PONTOS.
           PERFORM ENCERRAR-UM-BACKUP.

       COPIAR-ANUIDADES.
           MOVE "anuidades" TO W-NOME-BASE.
           PERFORM MONTAR-NOME-BACKUP.
           OPEN INPUT ARQ-ANUIDADE.
           PERFORM UNTIL FIM-ARQUIVO
               READ ARQ-ANUIDADE NEXT RECORD
                   AT END MOVE "S" TO W-FIM-ARQUIVO
               END-READ
               IF  NOT FIM-ARQUIVO
                   IF  W-COD-ERRO-ORI = "00" OR "02"
                       MOVE SPACES TO REG-BACKUP
                       MOVE REG-ANUIDADE TO REG-BACKUP
                       PERFORM GRAVAR-REG-BACKUP
                   ELSE
                       MOVE "S" TO W-FIM-ARQUIVO
                   END-IF
               END-IF
           END-PERFORM.
           CLOSE ARQ-ANUIDADE.
           PERFORM ENCERRAR-UM-BACKUP.

       COPIAR-CONSIGNACOES.
           MOVE "consig" TO W-NOME-BASE.
           PERFORM MONTAR-NOME-BACKUP.
           OPEN INPUT ARQ-CONSIG.
           PERFORM UNTIL FIM-ARQUIVO
               READ ARQ-CONSIG NEXT RECORD
                   AT END MOVE "S" TO W-FIM-ARQUIVO
               END-READ
               IF  NOT FIM-ARQUIVO
                   IF  W-COD-ERRO-ORI = "00" OR "02"
                       MOVE SPACES TO REG-BACKUP
                       MOVE REG-CONSIGNACAO TO REG-BACKUP
                       PERFORM GRAVAR-REG-BACKUP
                   ELSE
                       MOVE "S" TO W-FIM-ARQUIVO
                   END-IF
               END-IF
           END-PERFORM.
           CLOSE ARQ-CONSIG.
           PERFORM ENCERRAR-UM-BACKUP.

       COPIAR-POLITICAS.
           MOVE "politicas" TO W-NOME-BASE.
           PERFORM MONTAR-NOME-BACKUP.
           OPEN INPUT ARQ-POLITICA.
           PERFORM UNTIL FIM-ARQUIVO
               READ ARQ-POLITICA NEXT RECORD
                   AT END MOVE "S" TO W-FIM-ARQUIVO
               END-READ
               IF  NOT FIM-ARQUIVO
                   IF  W-COD-ERRO-ORI = "00" OR "02"
                       MOVE SPACES TO REG-BACKUP
                       MOVE REG-POLITICA TO REG-BACKUP
                       PERFORM GRAVAR-REG-BACKUP
                   ELSE
                       MOVE "S" TO W-FIM-ARQUIVO
                   END-IF
               END-IF
           END-PERFORM.
           CLOSE ARQ-POLITICA.
           PERFORM ENCERRAR-UM-BACKUP.

       COPIAR-PERIODOS.
           MOVE "periodos" TO W-NOME-BASE.
           PERFORM MONTAR-NOME-BACKUP.
           OPEN INPUT ARQ-PERIODO.
           PERFORM UNTIL FIM-ARQUIVO
               READ ARQ-PERIODO NEXT RECORD
                   AT END MOVE "S" TO W-FIM-ARQUIVO
               END-READ
               IF  NOT FIM-ARQUIVO
                   IF  W-COD-ERRO-ORI = "00" OR "02"
                       MOVE SPACES TO REG-BACKUP
                       MOVE REG-PERIODO TO REG-BACKUP
                       PERFORM GRAVAR-REG-BACKUP
                   ELSE
                       MOVE "S" TO W-FIM-ARQUIVO
                   END-IF
               END-IF
           END-PERFORM.
           CLOSE ARQ-PERIODO.
           PERFORM ENCERRAR-UM-BACKUP.

       COPIAR-AJUSTES.
           MOVE "ajustes" TO W-NOME-BASE.
           PERFORM MONTAR-NOME-BACKUP.
           OPEN INPUT ARQ-AJUSTE.
           PERFORM UNTIL FIM-ARQUIVO
               READ ARQ-AJUSTE NEXT RECORD
                   AT END MOVE "S" TO W-FIM-ARQUIVO
               END-READ
               IF  NOT FIM-ARQUIVO
                   IF  W-COD-ERRO-ORI = "00" OR "02"
                       MOVE SPACES TO REG-BACKUP
                       MOVE REG-AJUSTE TO REG-BACKUP
                       PERFORM GRAVAR-REG-BACKUP
                   ELSE
                       MOVE "S" TO W-FIM-ARQUIVO
                   END-IF
               END-IF
           END-PERFORM.
           CLOSE ARQ-AJUSTE.
           PERFORM ENCERRAR-UM-BACKUP.

       COPIAR-CUSTOS.
           MOVE "custos" TO W-NOME-BASE.
           PERFORM MONTAR-NOME-BACKUP.
           OPEN INPUT ARQ-CUSTO.
           PERFORM UNTIL FIM-ARQUIVO
               READ ARQ-CUSTO NEXT RECORD
                   AT END MOVE "S" TO W-FIM-ARQUIVO
               END-READ
               IF  NOT FIM-ARQUIVO
                   IF  W-COD-ERRO-ORI = "00" OR "02"
                       MOVE SPACES TO REG-BACKUP
                       MOVE REG-CUSTO TO REG-BACKUP
                       PERFORM GRAVAR-REG-BACKUP
                   ELSE
                       MOVE "S" TO W-FIM-ARQUIVO
                   END-IF
               END-IF
           END-PERFORM.
           CLOSE ARQ-CUSTO.
           PERFORM ENCERRAR-UM-BACKUP.

       COPIAR-EMP-INTER.
           MOVE "empinter" TO W-NOME-BASE.
           PERFORM MONTAR-NOME-BACKUP.
           OPEN INPUT ARQ-EMP-INTER.
           PERFORM UNTIL FIM-ARQUIVO
               READ ARQ-EMP-INTER NEXT RECORD
                   AT END MOVE "S" TO W-FIM-ARQUIVO
               END-READ
               IF  NOT FIM-ARQUIVO
                   IF  W-COD-ERRO-ORI = "00" OR "02"
                       MOVE SPACES TO REG-BACKUP
                       MOVE REG-EMP-INTER TO REG-BACKUP
                       PERFORM GRAVAR-REG-BACKUP
                   ELSE
                       MOVE "S" TO W-FIM-ARQUIVO
                   END-IF
               END-IF
           END-PERFORM.
           CLOSE ARQ-EMP-INTER.
           PERFORM ENCERRAR-UM-BACKUP.

       COPIAR-ENCOMENDAS.
           MOVE "encomendas" TO W-NOME-BASE.
           PERFORM MONTAR-NOME-BACKUP.
           OPEN INPUT ARQ-ENCOMENDA.
           PERFORM UNTIL FIM-ARQUIVO
               READ ARQ-ENCOMENDA NEXT RECORD
                   AT END MOVE "S" TO W-FIM-ARQUIVO
               END-READ
               IF  NOT FIM-ARQUIVO
                   IF  W-COD-ERRO-ORI = "00" OR "02"
                       MOVE SPACES TO REG-BACKUP
                       MOVE REG-ENCOMENDA TO REG-BACKUP
                       PERFORM GRAVAR-REG-BACKUP
                   ELSE
                       MOVE "S" TO W-FIM-ARQUIVO
                   END-IF
               END-IF
           END-PERFORM.
           CLOSE ARQ-ENCOMENDA.
           PERFORM ENCERRAR-UM-BACKUP.

       COPIAR-CONSERTOS.
           MOVE "consertos" TO W-NOME-BASE.
           PERFORM MONTAR-NOME-BACKUP.
           OPEN INPUT ARQ-CONSERTO.
           PERFORM UNTIL FIM-ARQUIVO
               READ ARQ-CONSERTO NEXT RECORD
                   AT END MOVE "S" TO W-FIM-ARQUIVO
               END-READ
               IF  NOT FIM-ARQUIVO
                   IF  W-COD-ERRO-ORI = "00" OR "02"
                       MOVE SPACES TO REG-BACKUP
                       MOVE REG-CONSERTO TO REG-BACKUP
                       PERFORM GRAVAR-REG-BACKUP
                   ELSE
                       MOVE "S" TO W-FIM-ARQUIVO
                   END-IF
               END-IF
           END-PERFORM.
           CLOSE ARQ-CONSERTO.
           PERFORM ENCERRAR-UM-BACKUP.

       COPIAR-LOCALIZACOES.
           MOVE "localizacoes" TO W-NOME-BASE.
           PERFORM MONTAR-NOME-BACKUP.
           OPEN INPUT ARQ-LOCALIZACAO.
           PERFORM UNTIL FIM-ARQUIVO
               READ ARQ-LOCALIZACAO NEXT RECORD
                   AT END MOVE "S" TO W-FIM-ARQUIVO
               END-READ
               IF  NOT FIM-ARQUIVO
                   IF  W-COD-ERRO-ORI = "00" OR "02"
                       MOVE SPACES TO REG-BACKUP
                       MOVE REG-LOCALIZACAO TO REG-BACKUP
                       PERFORM GRAVAR-REG-BACKUP
                   ELSE
                       MOVE "S" TO W-FIM-ARQUIVO
                   END-IF
               END-IF
           END-PERFORM.
           CLOSE ARQ-LOCALIZACAO.
           PERFORM ENCERRAR-UM-BACKUP.

       COPIAR-INSTITUICOES.
           MOVE "instituicoes" TO W-NOME-BASE.
           PERFORM MONTAR-NOME-BACKUP.
           OPEN INPUT ARQ-INSTITUICAO.
           PERFORM UNTIL FIM-ARQUIVO
               READ ARQ-INSTITUICAO NEXT RECORD
                   AT END MOVE "S" TO W-FIM-ARQUIVO
               END-READ
               IF  NOT FIM-ARQUIVO
                   IF  W-COD-ERRO-ORI = "00" OR "02"
                       MOVE SPACES TO REG-BACKUP
                       MOVE REG-INSTITUICAO TO REG-BACKUP
                       PERFORM GRAVAR-REG-BACKUP
                   ELSE
                       MOVE "S" TO W-FIM-ARQUIVO
                   END-IF
               END-IF
           END-PERFORM.
           CLOSE ARQ-INSTITUICAO.
           PERFORM ENCERRAR-UM-BACKUP.

       COPIAR-NFCE.
           MOVE "nfce" TO W-NOME-BASE.
           PERFORM MONTAR-NOME-BACKUP.
           OPEN INPUT ARQ-NFCE.
           PERFORM UNTIL FIM-ARQUIVO
               READ ARQ-NFCE NEXT RECORD
                   AT END MOVE "S" TO W-FIM-ARQUIVO
               END-READ
               IF  NOT FIM-ARQUIVO
                   IF  W-COD-ERRO-ORI = "00" OR "02"
                       MOVE SPACES TO REG-BACKUP
                       MOVE REG-NFCE TO REG-BACKUP
                       PERFORM GRAVAR-REG-BACKUP
                   ELSE
                       MOVE "S" TO W-FIM-ARQUIVO
                   END-IF
               END-IF
           END-PERFORM.
           CLOSE ARQ-NFCE.
           PERFORM ENCERRAR-UM-BACKUP.

       COPIAR-CONCILIACAO.
           MOVE "conciliacao" TO W-NOME-BASE.
           PERFORM MONTAR-NOME-BACKUP.
           OPEN INPUT ARQ-CONCILIA.
           PERFORM UNTIL FIM-ARQUIVO
               READ ARQ-CONCILIA NEXT RECORD
                   AT END MOVE "S" TO W-FIM-ARQUIVO
               END-READ
               IF  NOT FIM-ARQUIVO
                   IF  W-COD-ERRO-ORI = "00" OR "02"
                       MOVE SPACES TO REG-BACKUP
                       MOVE REG-CONCILIACAO TO REG-BACKUP
                       PERFORM GRAVAR-REG-BACKUP
                   ELSE
                       MOVE "S" TO W-FIM-ARQUIVO
                   END-IF
               END-IF
           END-PERFORM.
           CLOSE ARQ-CONCILIA.
           PERFORM ENCERRAR-UM-BACKUP.

       COPIAR-SUGESTOES.
           MOVE "sugtransf" TO W-NOME-BASE.
           PERFORM MONTAR-NOME-BACKUP.
           OPEN INPUT ARQ-SUGESTAO.
           PERFORM UNTIL FIM-ARQUIVO
               READ ARQ-SUGESTAO NEXT RECORD
                   AT END MOVE "S" TO W-FIM-ARQUIVO
               END-READ
               IF  NOT FIM-ARQUIVO
                   IF  W-COD-ERRO-ORI = "00" OR "02"
                       MOVE SPACES TO REG-BACKUP
                       MOVE REG-SUGESTAO-TRANSF TO REG-BACKUP
                       PERFORM GRAVAR-REG-BACKUP
                   ELSE
                       MOVE "S" TO W-FIM-ARQUIVO
                   END-IF
               END-IF
           END-PERFORM.
           CLOSE ARQ-SUGESTAO.
           PERFORM ENCERRAR-UM-BACKUP.

       COPIAR-REAJUSTES.
           MOVE "reajustes" TO W-NOME-BASE.
           PERFORM MONTAR-NOME-BACKUP.
           OPEN INPUT ARQ-REAJUSTE.
           PERFORM UNTIL FIM-ARQUIVO
               READ ARQ-REAJUSTE NEXT RECORD
                   AT END MOVE "S" TO W-FIM-ARQUIVO
               END-READ
               IF  NOT FIM-ARQUIVO
                   IF  W-COD-ERRO-ORI = "00" OR "02"
                       MOVE SPACES TO REG-BACKUP
                       MOVE REG-REAJUSTE TO REG-BACKUP
                       PERFORM GRAVAR-REG-BACKUP
                   ELSE
                       MOVE "S" TO W-FIM-ARQUIVO
                   END-IF
               END-IF
           END-PERFORM.
           CLOSE ARQ-REAJUSTE.
           PERFORM ENCERRAR-UM-BACKUP.

       COPIAR-ABONOS.
           MOVE "abonosmultas" TO W-NOME-BASE.
           PERFORM MONTAR-NOME-BACKUP.
           OPEN INPUT ARQ-ABONO.
           PERFORM UNTIL FIM-ARQUIVO
               READ ARQ-ABONO NEXT RECORD
                   AT END MOVE "S" TO W-FIM-ARQUIVO
               END-READ
               IF  NOT FIM-ARQUIVO
                   IF  W-COD-ERRO-ORI = "00" OR "02"
                       MOVE SPACES TO REG-BACKUP
                       MOVE REG-ABONO TO REG-BACKUP
                       PERFORM GRAVAR-REG-BACKUP
                   ELSE
                       MOVE "S" TO W-FIM-ARQUIVO
                   END-IF
               END-IF
           END-PERFORM.
           CLOSE ARQ-ABONO.
           PERFORM ENCERRAR-UM-BACKUP.

       COPIAR-DEV-FORNEC.
           MOVE "devforn" TO W-NOME-BASE.
           PERFORM MONTAR-NOME-BACKUP.
           OPEN INPUT ARQ-DEV-FORNEC.
           PERFORM UNTIL FIM-ARQUIVO
               READ ARQ-DEV-FORNEC NEXT RECORD
                   AT END MOVE "S" TO W-FIM-ARQUIVO
               END-READ
               IF  NOT FIM-ARQUIVO
                   IF  W-COD-ERRO-ORI = "00" OR "02"
                       MOVE SPACES TO REG-BACKUP
                       MOVE REG-DEV-FORNEC TO REG-BACKUP
                       PERFORM GRAVAR-REG-BACKUP
                   ELSE
                       MOVE "S" TO W-FIM-ARQUIVO
                   END-IF
               END-IF
           END-PERFORM.
           CLOSE ARQ-DEV-FORNEC.
           PERFORM ENCERRAR-UM-BACKUP.

       COPIAR-LISTAS-ESC.
           MOVE "listasesc" TO W-NOME-BASE.
           PERFORM MONTAR-NOME-BACKUP.
           OPEN INPUT ARQ-LISTA-ESC.
           PERFORM UNTIL FIM-ARQUIVO
               READ ARQ-LISTA-ESC NEXT RECORD
                   AT END MOVE "S" TO W-FIM-ARQUIVO
               END-READ
               IF  NOT FIM-ARQUIVO
                   IF  W-COD-ERRO-ORI = "00" OR "02"
                       MOVE SPACES TO REG-BACKUP
                       MOVE REG-LISTA-ESCOLAR TO REG-BACKUP
                       PERFORM GRAVAR-REG-BACKUP
                   ELSE
                       MOVE "S" TO W-FIM-ARQUIVO
                   END-IF
               END-IF
           END-PERFORM.
           CLOSE ARQ-LISTA-ESC.
           PERFORM ENCERRAR-UM-BACKUP.

       COPIAR-MAPA-OFFLINE.
           MOVE "mapaoffline" TO W-NOME-BASE.
           PERFORM MONTAR-NOME-BACKUP.
           OPEN INPUT ARQ-MAPA-OFFLINE.
           PERFORM UNTIL FIM-ARQUIVO
               READ ARQ-MAPA-OFFLINE NEXT RECORD
                   AT END MOVE "S" TO W-FIM-ARQUIVO
               END-READ
               IF  NOT FIM-ARQUIVO
                   IF  W-COD-ERRO-ORI = "00" OR "02"
                       MOVE SPACES TO REG-BACKUP
                       MOVE REG-MAPA-OFFLINE TO REG-BACKUP
                       PERFORM GRAVAR-REG-BACKUP
                   ELSE
                       MOVE "S" TO W-FIM-ARQUIVO
                   END-IF
               END-IF
           END-PERFORM.
           CLOSE ARQ-MAPA-OFFLINE.
           PERFORM ENCERRAR-UM-BACKUP.

       COPIAR-MENSAGENS.
           *> REGISTRO MAIOR QUE O BUFFER COMUM: SAI PELO ARQUIVO DE
           *> BACKUP PROPRIO, COM O MESMO NOME E O MESMO MANIFESTO.
           MOVE "caixasaida" TO W-NOME-BASE.
           MOVE SPACES TO W-NOME-ARQ-BACKUP.
           STRING "bkp" W-DATA-HOJE "-"
                  FUNCTION TRIM (W-NOME-BASE) ".bak"
               DELIMITED BY SIZE INTO W-NOME-ARQ-BACKUP
           END-STRING.
           MOVE ZEROS TO W-TOTAL-REGISTROS.
           MOVE "N" TO W-FIM-ARQUIVO.
           OPEN OUTPUT ARQ-BACKUP-MSG.
           OPEN INPUT ARQ-MENSAGEM.
           PERFORM UNTIL FIM-ARQUIVO
               READ ARQ-MENSAGEM NEXT RECORD
                   AT END MOVE "S" TO W-FIM-ARQUIVO
               END-READ
               IF  NOT FIM-ARQUIVO
                   IF  W-COD-ERRO-ORI = "00" OR "02"
                       MOVE REG-MENSAGEM TO REG-BACKUP-MSG
                       PERFORM GRAVAR-REG-BACKUP-MSG
                   ELSE
                       MOVE "S" TO W-FIM-ARQUIVO
                   END-IF
               END-IF
           END-PERFORM.
           CLOSE ARQ-MENSAGEM.
           CLOSE ARQ-BACKUP-MSG.
           IF  W-COD-ERRO-BKP NOT = "00"
               DISPLAY "ERRO AO GRAVAR " W-NOME-ARQ-BACKUP
                       " (STATUS " W-COD-ERRO-BKP ")"
               MOVE 8 TO RETURN-CODE
           END-IF.
           ADD 1 TO W-TOTAL-ARQUIVOS.
           MOVE SPACES TO REG-MANIFESTO.
           STRING FUNCTION TRIM (W-NOME-BASE) " "
                  W-TOTAL-REGISTROS " " W-DATA-HOJE
               DELIMITED BY SIZE INTO REG-MANIFESTO
           END-STRING.
           WRITE REG-MANIFESTO.
           DISPLAY "  " W-NOME-ARQ-BACKUP " ("
                   W-TOTAL-REGISTROS " REGISTROS)".

       GRAVAR-REG-BACKUP-MSG.
           WRITE REG-BACKUP-MSG.
           IF  W-COD-ERRO-BKP = "00"
               ADD 1 TO W-TOTAL-REGISTROS
           ELSE
               DISPLAY "ERRO AO GRAVAR BACKUP (STATUS "
                       W-COD-ERRO-BKP ")"
               MOVE 8 TO RETURN-CODE
               MOVE "S" TO W-FIM-ARQUIVO
           END-IF.

       FINALIZACAO.
           CLOSE ARQ-MANIFESTO.
           DISPLAY "ARQUIVOS COPIADOS NO CONJUNTO: "

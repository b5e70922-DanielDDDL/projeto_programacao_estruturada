
       IDENTIFICATION DIVISION.

       PROGRAM-ID. IMPORTARPRECOS.
       AUTHOR. DANIEL.

       ENVIRONMENT DIVISION.
         CONFIGURATION SECTION.

             SPECIAL-NAMES.
                 DECIMAL-POINT IS COMMA.

             INPUT-OUTPUT SECTION.
               FILE-CONTROL.
                   SELECT OPTIONAL ARQ-TABELA-PRECO
                   ASSIGN TO "tabelapreco.txt"
                   ORGANIZATION LINE SEQUENTIAL
                   FILE STATUS IS W-COD-ERRO-TAB.

                   SELECT OPTIONAL ARQ-ISBN-XREF
                   ASSIGN TO "isbnlivros.dat"
                   ORGANIZATION INDEXED
                   RECORD KEY IS XR-ISBN
                   ACCESS RANDOM
                   FILE STATUS IS W-COD-ERRO-XRF.

                   SELECT OPTIONAL CAD-PRODUTO
                   ASSIGN TO "livros.dat"
                   ORGANIZATION INDEXED
                   RECORD KEY IS COD-LIVRO
                   ACCESS RANDOM
                   FILE STATUS IS CODERRO.

                   SELECT OPTIONAL ARQ-PROMOCAO
                   ASSIGN TO "promocoes.dat"
                   ORGANIZATION INDEXED
                   RECORD KEY IS COD-PROMO
                   ACCESS SEQUENTIAL
                   FILE STATUS IS W-COD-ERRO-PRO.

                   SELECT OPTIONAL ARQ-REAJUSTE
                   ASSIGN TO "reajustes.dat"
                   ORGANIZATION INDEXED
                   RECORD KEY IS COD-REAJUSTE
                   ACCESS DYNAMIC
                   FILE STATUS IS W-COD-ERRO-RJT.

                   SELECT OPTIONAL ARQ-SESSAO
                   ASSIGN TO "usuario.atual"
                   ORGANIZATION LINE SEQUENTIAL
                   FILE STATUS IS W-COD-ERRO-SES.

                   SELECT OPTIONAL ARQ-RELATORIO
                   ASSIGN TO "previapreco.txt"
                   ORGANIZATION LINE SEQUENTIAL
                   FILE STATUS IS W-COD-ERRO-REL.

       DATA DIVISION.
         FILE SECTION.
         FD  ARQ-TABELA-PRECO
             LABEL RECORD STANDARD.
         COPY "REGTABPRECO.cpy".

         FD  ARQ-ISBN-XREF
             LABEL RECORD STANDARD.
         COPY "REGISBNXREF.cpy".

         FD  CAD-PRODUTO
             LABEL RECORD STANDARD.
         COPY "REGLIVRO.cpy".

         FD  ARQ-PROMOCAO
             LABEL RECORD STANDARD.
         COPY "REGPROMO.cpy".

         FD  ARQ-REAJUSTE
             LABEL RECORD STANDARD.
         COPY "REGREAJUSTE.cpy".

         FD  ARQ-SESSAO
             LABEL RECORD STANDARD.
         01  REG-SESSAO  PIC X(10).

         FD  ARQ-RELATORIO
             LABEL RECORD STANDARD.
         01  REG-RELATORIO  PIC X(100).

         WORKING-STORAGE SECTION.
         77  CODERRO            PIC XX    VALUE SPACES.
             88  STATUS-OK                VALUE "00".
         77  W-COD-ERRO-TAB     PIC XX    VALUE SPACES.
         77  W-COD-ERRO-XRF     PIC XX    VALUE SPACES.
         77  W-COD-ERRO-PRO     PIC XX    VALUE SPACES.
         77  W-COD-ERRO-RJT     PIC XX    VALUE SPACES.
         77  W-COD-ERRO-SES     PIC XX    VALUE SPACES.
         77  W-COD-ERRO-REL     PIC XX    VALUE SPACES.
         77  W-LOGIN-OK         PIC X     VALUE "N".
         77  W-FIM-ARQUIVO      PIC X     VALUE "N".
             88  FIM-ARQUIVO              VALUE "S".
         77  W-RESPOSTA         PIC X     VALUE SPACE.
             88  RESPOSTA-SIM             VALUE "S" "s".
         77  W-OPERADOR-SESSAO  PIC X(10) VALUE SPACES.
         77  W-DATA-HOJE        PIC 9(8)  VALUE ZEROS.
         77  W-TOLERANCIA       PIC 9(3)V99 VALUE ZEROS.
         77  W-TOLERANCIA-ED    PIC ZZ9,99  VALUE ZEROS.
         77  W-VARIACAO         PIC S9(7)V99 VALUE ZEROS.
         77  W-IDX              PIC 9(3)  VALUE ZEROS.
         77  W-TOTAL-ITENS      PIC 9(3)  VALUE ZEROS.
         77  W-TOTAL-DENTRO     PIC 9(3)  VALUE ZEROS.
         77  W-TOTAL-ACIMA      PIC 9(3)  VALUE ZEROS.
         77  W-TOTAL-PROMO      PIC 9(3)  VALUE ZEROS.
         77  W-TOTAL-NAO-ACHADOS PIC 9(3) VALUE ZEROS.
         77  W-TOTAL-INVALIDOS  PIC 9(3)  VALUE ZEROS.
         77  W-TOTAL-IGUAIS     PIC 9(3)  VALUE ZEROS.
         77  W-TOTAL-APROVADOS  PIC 9(3)  VALUE ZEROS.
         77  W-TOTAL-PARA-HOJE  PIC 9(3)  VALUE ZEROS.
         77  W-TOTAL-SUBSTITUIDOS PIC 9(3) VALUE ZEROS.
         77  W-TOTAL-ED         PIC ZZ9   VALUE ZEROS.
         77  W-PROX-COD-REAJUSTE PIC 9(5) VALUE ZEROS.
         77  W-LINHA            PIC X(100) VALUE SPACES.
         77  PRECO-ED           PIC Z.ZZ9,99 VALUE ZEROS.
         77  VARIACAO-ED        PIC -ZZ9,99  VALUE ZEROS.

      *> LINHAS DA TABELA DO DISTRIBUIDOR, JA CONFRONTADAS COM O
      *> CADASTRO. NADA E GRAVADO ANTES DA APROVACAO.
         01  TABELA-ITENS.
             02  ITEM-PRECO  OCCURS 500 TIMES.
                 03  ITM-ISBN           PIC X(13).
                 03  ITM-COD-LIVRO      PIC 9(3).
                 03  ITM-TITULO         PIC X(40).
                 03  ITM-PRECO-ATUAL    PIC 9(4)V99.
                 03  ITM-PRECO-NOVO     PIC 9(4)V99.
                 03  ITM-VIGENCIA       PIC 9(8).
                 03  ITM-VARIACAO       PIC S9(3)V99.
                 03  ITM-CLASSE         PIC X.
                     88  ITM-DENTRO             VALUE "D".
                     88  ITM-ACIMA              VALUE "A".
                     88  ITM-IGUAL              VALUE "=".
                     88  ITM-NAO-ACHADO         VALUE "N".
                     88  ITM-INVALIDO           VALUE "I".
                     88  ITM-REAJUSTAVEL        VALUE "D" "A".
                 03  ITM-PRECO-PROMO    PIC 9(4)V99.
                 03  ITM-APROVADO       PIC X.
                     88  ITM-APROVADO-SIM       VALUE "S".

      *> MAIOR PRECO DE PROMOCAO VIGENTE OU AGENDADA DE CADA TITULO
      *> (ZERO = SEM PROMOCAO) E O TITULO JA VISTO NA TABELA.
         01  TABELA-LIVROS.
             02  LIVRO-TAB  OCCURS 999 TIMES.
                 03  TAB-PRECO-PROMO    PIC 9(4)V99.
                 03  TAB-NA-LISTA       PIC X.
                 03  TAB-APROVADO       PIC X.

       PROCEDURE DIVISION.

       INICIO.
           *> IMPORTACAO DA TABELA DE PRECOS DO DISTRIBUIDOR: CADA
           *> ISBN E LOCALIZADO PELA REFERENCIA CRUZADA isbnlivros.dat
           *> E O PRECO NOVO E CONFRONTADO COM O DO CADASTRO NUMA
           *> PREVIA (previapreco.txt). AS VARIACOES DENTRO DA
           *> TOLERANCIA SAO APROVADAS EM BLOCO; AS ACIMA, UMA A UMA.
           *> O APROVADO VAI PARA reajustes.dat E E APLICADO NA DATA
           *> DE VIGENCIA POR APLICARREAJUSTE, COM LOG DE AUDITORIA -
           *> NA HORA, QUANDO A VIGENCIA JA CHEGOU; SENAO PELA ROTINA
           *> NOTURNA.
           PERFORM INICIALIZACAO.
           IF  W-LOGIN-OK = "S"
               PERFORM CARREGAR-PROMOCOES
               PERFORM CARREGAR-TABELA
               IF  W-TOTAL-ITENS > 0
                   PERFORM IMPRIMIR-PREVIA
                   PERFORM DECIDIR-REAJUSTES
                   PERFORM GRAVAR-REAJUSTES
               END-IF
           END-IF.
           PERFORM FINALIZACAO.
           EXIT PROGRAM.

       INICIALIZACAO.
           MOVE "N" TO W-LOGIN-OK.
           CALL "VALIDARLOGIN" USING W-LOGIN-OK "ALTERAR        ".
           DISPLAY "IMPORTACAO DA TABELA DE PRECOS DO DISTRIBUIDOR".
           IF  W-LOGIN-OK NOT = "S"
               DISPLAY "ACESSO NEGADO"
           ELSE
               PERFORM LER-SESSAO-ATUAL
               ACCEPT W-DATA-HOJE FROM DATE YYYYMMDD
               INITIALIZE TABELA-ITENS TABELA-LIVROS
               DISPLAY "TOLERANCIA DE VARIACAO EM % (0 = 10,00): "
                       WITH NO ADVANCING
               ACCEPT W-TOLERANCIA-ED
               MOVE W-TOLERANCIA-ED TO W-TOLERANCIA
               IF  W-TOLERANCIA = 0
                   MOVE 10 TO W-TOLERANCIA
               END-IF
               OPEN INPUT ARQ-ISBN-XREF
               OPEN INPUT CAD-PRODUTO
               OPEN OUTPUT ARQ-RELATORIO
           END-IF.

       LER-SESSAO-ATUAL.
           MOVE "DESCONHEC." TO W-OPERADOR-SESSAO.
           OPEN INPUT ARQ-SESSAO.
           IF  W-COD-ERRO-SES = "00"
               READ ARQ-SESSAO INTO W-OPERADOR-SESSAO
                   AT END CONTINUE
               END-READ
               CLOSE ARQ-SESSAO
           END-IF.

       CARREGAR-PROMOCOES.
           *> PROMOCAO VIGENTE OU AINDA POR COMECAR: O NOVO PRECO DE
           *> LISTA NAO PODE FICAR ABAIXO DELA SEM QUE SE PERCEBA.
           OPEN INPUT ARQ-PROMOCAO.
           MOVE "N" TO W-FIM-ARQUIVO.
           PERFORM LER-PROXIMA-PROMOCAO.
           PERFORM UNTIL FIM-ARQUIVO
               IF  (PROMO-VIGENTE OR PROMO-AGENDADA)
                       AND DATA-FIM-PRO >= W-DATA-HOJE
                       AND COD-LIVRO-PRO > 0
                       AND PRECO-PROMO-PRO
                           > TAB-PRECO-PROMO (COD-LIVRO-PRO)
                   MOVE PRECO-PROMO-PRO
                     TO TAB-PRECO-PROMO (COD-LIVRO-PRO)
               END-IF
               PERFORM LER-PROXIMA-PROMOCAO
           END-PERFORM.
           CLOSE ARQ-PROMOCAO.

       LER-PROXIMA-PROMOCAO.
           READ ARQ-PROMOCAO NEXT RECORD
               AT END MOVE "S" TO W-FIM-ARQUIVO
           END-READ.
           *> UM ERRO DE LEITURA NAO CAI NO AT END; SEM ESTE TESTE O
           *> LACO GIRARIA PARA SEMPRE
           IF  NOT FIM-ARQUIVO
                   AND W-COD-ERRO-PRO NOT = "00" AND "02"
               DISPLAY "ERRO AO LER promocoes.dat (STATUS "
                       W-COD-ERRO-PRO ")"
               MOVE "S" TO W-FIM-ARQUIVO
           END-IF.

       CARREGAR-TABELA.
           OPEN INPUT ARQ-TABELA-PRECO.
           IF  W-COD-ERRO-TAB NOT = "00"
               DISPLAY "tabelapreco.txt NAO ENCONTRADO (STATUS "
                       W-COD-ERRO-TAB ")"
           ELSE
               MOVE "N" TO W-FIM-ARQUIVO
               PERFORM LER-PROXIMA-LINHA-TABELA
               PERFORM UNTIL FIM-ARQUIVO
                   IF  W-TOTAL-ITENS < 500
                       ADD 1 TO W-TOTAL-ITENS
                       MOVE W-TOTAL-ITENS TO W-IDX
                       PERFORM CLASSIFICAR-LINHA
                   ELSE
                       DISPLAY "TABELA COM MAIS DE 500 LINHAS - O "
                               "RESTANTE FICA PARA OUTRA IMPORTACAO"
                       MOVE "S" TO W-FIM-ARQUIVO
                   END-IF
                   IF  NOT FIM-ARQUIVO
                       PERFORM LER-PROXIMA-LINHA-TABELA
                   END-IF
               END-PERFORM
               CLOSE ARQ-TABELA-PRECO
           END-IF.

       LER-PROXIMA-LINHA-TABELA.
           READ ARQ-TABELA-PRECO
               AT END MOVE "S" TO W-FIM-ARQUIVO
           END-READ.
           IF  NOT FIM-ARQUIVO AND W-COD-ERRO-TAB NOT = "00"
               DISPLAY "ERRO AO LER tabelapreco.txt (STATUS "
                       W-COD-ERRO-TAB ")"
               MOVE "S" TO W-FIM-ARQUIVO
           END-IF.

       CLASSIFICAR-LINHA.
           MOVE TP-ISBN TO ITM-ISBN (W-IDX).
           EVALUATE TRUE
               WHEN TP-ISBN = SPACES
                       OR TP-PRECO-LISTA NOT NUMERIC
                       OR TP-DATA-VIGENCIA NOT NUMERIC
                   MOVE "I" TO ITM-CLASSE (W-IDX)
                   ADD 1 TO W-TOTAL-INVALIDOS
               WHEN TP-PRECO-LISTA = 0
                   MOVE "I" TO ITM-CLASSE (W-IDX)
                   ADD 1 TO W-TOTAL-INVALIDOS
               WHEN OTHER
                   PERFORM LOCALIZAR-LIVRO-DA-LINHA
           END-EVALUATE.

       LOCALIZAR-LIVRO-DA-LINHA.
           MOVE TP-PRECO-LISTA TO ITM-PRECO-NOVO (W-IDX).
           IF  TP-DATA-VIGENCIA = 0
               MOVE W-DATA-HOJE TO ITM-VIGENCIA (W-IDX)
           ELSE
               MOVE TP-DATA-VIGENCIA TO ITM-VIGENCIA (W-IDX)
           END-IF.
           MOVE TP-ISBN TO XR-ISBN.
           READ ARQ-ISBN-XREF.
           IF  W-COD-ERRO-XRF = "00"
               MOVE XR-COD-LIVRO TO COD-LIVRO
               READ CAD-PRODUTO
           ELSE
               MOVE "23" TO CODERRO
           END-IF.
           EVALUATE TRUE
               WHEN NOT STATUS-OK OR COD-LIVRO = 0
                   MOVE "N" TO ITM-CLASSE (W-IDX)
                   ADD 1 TO W-TOTAL-NAO-ACHADOS
               WHEN TAB-NA-LISTA (COD-LIVRO) = "S"
                   *> O MESMO TITULO DUAS VEZES NA TABELA: SO A
                   *> PRIMEIRA LINHA VALE.
                   MOVE "I" TO ITM-CLASSE (W-IDX)
                   ADD 1 TO W-TOTAL-INVALIDOS
               WHEN OTHER
                   MOVE "S"          TO TAB-NA-LISTA (COD-LIVRO)
                   MOVE COD-LIVRO    TO ITM-COD-LIVRO (W-IDX)
                   MOVE TITULO-LIVRO TO ITM-TITULO (W-IDX)
                   MOVE PRECO-LIVRO  TO ITM-PRECO-ATUAL (W-IDX)
                   MOVE TAB-PRECO-PROMO (COD-LIVRO)
                     TO ITM-PRECO-PROMO (W-IDX)
                   PERFORM CALCULAR-VARIACAO
           END-EVALUATE.

       CALCULAR-VARIACAO.
           *> VARIACAO SOBRE O PRECO ATUAL; A TOLERANCIA VALE PARA
           *> AUMENTO E PARA REDUCAO. TITULO SEM PRECO NO CADASTRO
           *> FICA SEMPRE ACIMA DA TOLERANCIA.
           IF  ITM-PRECO-ATUAL (W-IDX) = 0
               MOVE 999,99 TO W-VARIACAO
           ELSE
               COMPUTE W-VARIACAO ROUNDED =
                       (ITM-PRECO-NOVO (W-IDX)
                        - ITM-PRECO-ATUAL (W-IDX)) * 100
                       / ITM-PRECO-ATUAL (W-IDX)
           END-IF.
           IF  W-VARIACAO > 999,99
               MOVE 999,99 TO W-VARIACAO
           END-IF.
           MOVE W-VARIACAO TO ITM-VARIACAO (W-IDX).
           EVALUATE TRUE
               WHEN ITM-PRECO-NOVO (W-IDX) = ITM-PRECO-ATUAL (W-IDX)
                   MOVE "=" TO ITM-CLASSE (W-IDX)
                   ADD 1 TO W-TOTAL-IGUAIS
               WHEN W-VARIACAO > W-TOLERANCIA
                       OR W-VARIACAO < 0 - W-TOLERANCIA
                   MOVE "A" TO ITM-CLASSE (W-IDX)
                   ADD 1 TO W-TOTAL-ACIMA
               WHEN OTHER
                   MOVE "D" TO ITM-CLASSE (W-IDX)
                   ADD 1 TO W-TOTAL-DENTRO
           END-EVALUATE.
           IF  ITM-REAJUSTAVEL (W-IDX) AND ITM-PRECO-PROMO (W-IDX) > 0
               ADD 1 TO W-TOTAL-PROMO
           END-IF.

       IMPRIMIR-PREVIA.
           MOVE W-TOLERANCIA TO W-TOLERANCIA-ED.
           MOVE SPACES TO W-LINHA.
           STRING "PREVIA DA TABELA DE PRECOS - TOLERANCIA "
                  W-TOLERANCIA-ED "%"
               DELIMITED BY SIZE INTO W-LINHA
           END-STRING.
           PERFORM GRAVAR-LINHA.
           MOVE SPACES TO W-LINHA.
           PERFORM GRAVAR-LINHA.
           MOVE "DENTRO DA TOLERANCIA" TO W-LINHA.
           PERFORM GRAVAR-LINHA.
           PERFORM GRAVAR-CABECALHO-COLUNAS.
           PERFORM VARYING W-IDX FROM 1 BY 1
                   UNTIL W-IDX > W-TOTAL-ITENS
               IF  ITM-DENTRO (W-IDX) AND ITM-PRECO-PROMO (W-IDX) = 0
                   PERFORM GRAVAR-LINHA-REAJUSTE
               END-IF
           END-PERFORM.
           MOVE SPACES TO W-LINHA.
           PERFORM GRAVAR-LINHA.
           MOVE "ACIMA DA TOLERANCIA (CONFIRMACAO UMA A UMA)"
             TO W-LINHA.
           PERFORM GRAVAR-LINHA.
           PERFORM GRAVAR-CABECALHO-COLUNAS.
           PERFORM VARYING W-IDX FROM 1 BY 1
                   UNTIL W-IDX > W-TOTAL-ITENS
               IF  ITM-ACIMA (W-IDX) AND ITM-PRECO-PROMO (W-IDX) = 0
                   PERFORM GRAVAR-LINHA-REAJUSTE
               END-IF
           END-PERFORM.
           PERFORM IMPRIMIR-COM-PROMOCAO.
           PERFORM IMPRIMIR-NAO-REAJUSTAVEIS.

       IMPRIMIR-COM-PROMOCAO.
           *> EM SEPARADO: SE A PROMOCAO PASSAR DO NOVO PRECO DE LISTA
           *> ("LIMITADA"), APLICARREAJUSTE A REBAIXA PARA ELE.
           MOVE SPACES TO W-LINHA.
           PERFORM GRAVAR-LINHA.
           MOVE "TITULOS COM PROMOCAO VIGENTE OU AGENDADA" TO W-LINHA.
           PERFORM GRAVAR-LINHA.
           MOVE "ISBN          COD TITULO                       ATUAL"
             TO W-LINHA.
           MOVE "NOVO PROMOCAO" TO W-LINHA (58:13).
           PERFORM GRAVAR-LINHA.
           PERFORM VARYING W-IDX FROM 1 BY 1
                   UNTIL W-IDX > W-TOTAL-ITENS
               IF  ITM-REAJUSTAVEL (W-IDX)
                       AND ITM-PRECO-PROMO (W-IDX) > 0
                   PERFORM MONTAR-LINHA-BASICA
                   MOVE ITM-PRECO-PROMO (W-IDX) TO PRECO-ED
                   MOVE PRECO-ED TO W-LINHA (63:8)
                   IF  ITM-PRECO-PROMO (W-IDX) > ITM-PRECO-NOVO (W-IDX)
                       MOVE "LIMITADA" TO W-LINHA (72:8)
                   END-IF
                   IF  ITM-ACIMA (W-IDX)
                       MOVE "*" TO W-LINHA (80:1)
                   END-IF
                   PERFORM GRAVAR-LINHA
               END-IF
           END-PERFORM.

       IMPRIMIR-NAO-REAJUSTAVEIS.
           MOVE SPACES TO W-LINHA.
           PERFORM GRAVAR-LINHA.
           MOVE "ISBN NAO ENCONTRADOS NO CADASTRO" TO W-LINHA.
           PERFORM GRAVAR-LINHA.
           PERFORM VARYING W-IDX FROM 1 BY 1
                   UNTIL W-IDX > W-TOTAL-ITENS
               IF  ITM-NAO-ACHADO (W-IDX)
                   MOVE SPACES TO W-LINHA
                   MOVE ITM-ISBN (W-IDX) TO W-LINHA (1:13)
                   MOVE ITM-PRECO-NOVO (W-IDX) TO PRECO-ED
                   MOVE PRECO-ED TO W-LINHA (54:8)
                   PERFORM GRAVAR-LINHA
               END-IF
           END-PERFORM.
           MOVE SPACES TO W-LINHA.
           PERFORM GRAVAR-LINHA.
           MOVE "LINHAS INVALIDAS OU TITULO REPETIDO NA TABELA"
             TO W-LINHA.
           PERFORM GRAVAR-LINHA.
           PERFORM VARYING W-IDX FROM 1 BY 1
                   UNTIL W-IDX > W-TOTAL-ITENS
               IF  ITM-INVALIDO (W-IDX)
                   MOVE SPACES TO W-LINHA
                   MOVE W-IDX TO W-TOTAL-ED
                   STRING "LINHA " W-TOTAL-ED "  ISBN "
                          ITM-ISBN (W-IDX)
                       DELIMITED BY SIZE INTO W-LINHA
                   END-STRING
                   PERFORM GRAVAR-LINHA
               END-IF
           END-PERFORM.
           MOVE SPACES TO W-LINHA.
           PERFORM GRAVAR-LINHA.
           MOVE SPACES TO W-LINHA.
           STRING "LINHAS " W-TOTAL-ITENS
                  "  DENTRO " W-TOTAL-DENTRO
                  "  ACIMA " W-TOTAL-ACIMA
                  "  COM PROMOCAO " W-TOTAL-PROMO
                  "  SEM ALTERACAO " W-TOTAL-IGUAIS
               DELIMITED BY SIZE INTO W-LINHA
           END-STRING.
           PERFORM GRAVAR-LINHA.
           MOVE SPACES TO W-LINHA.
           STRING "NAO ENCONTRADOS " W-TOTAL-NAO-ACHADOS
                  "  INVALIDAS/REPETIDAS " W-TOTAL-INVALIDOS
               DELIMITED BY SIZE INTO W-LINHA
           END-STRING.
           PERFORM GRAVAR-LINHA.

       GRAVAR-CABECALHO-COLUNAS.
           MOVE "ISBN          COD TITULO                       ATUAL"
             TO W-LINHA.
           MOVE "NOVO   VAR.% VIGENCIA" TO W-LINHA (58:21).
           PERFORM GRAVAR-LINHA.

       MONTAR-LINHA-BASICA.
           MOVE SPACES TO W-LINHA.
           MOVE ITM-ISBN (W-IDX)           TO W-LINHA (1:13).
           MOVE ITM-COD-LIVRO (W-IDX)      TO W-LINHA (15:3).
           MOVE ITM-TITULO (W-IDX) (1:25)  TO W-LINHA (19:25).
           MOVE ITM-PRECO-ATUAL (W-IDX)    TO PRECO-ED.
           MOVE PRECO-ED                   TO W-LINHA (45:8).
           MOVE ITM-PRECO-NOVO (W-IDX)     TO PRECO-ED.
           MOVE PRECO-ED                   TO W-LINHA (54:8).

       GRAVAR-LINHA-REAJUSTE.
           PERFORM MONTAR-LINHA-BASICA.
           MOVE ITM-VARIACAO (W-IDX)       TO VARIACAO-ED.
           MOVE VARIACAO-ED                TO W-LINHA (63:7).
           MOVE ITM-VIGENCIA (W-IDX)       TO W-LINHA (71:8).
           PERFORM GRAVAR-LINHA.

       DECIDIR-REAJUSTES.
           IF  W-TOTAL-DENTRO > 0
               MOVE W-TOTAL-DENTRO TO W-TOTAL-ED
               DISPLAY " "
               DISPLAY "APROVAR OS " W-TOTAL-ED
                       " REAJUSTES DENTRO DA TOLERANCIA? (S/N): "
                       WITH NO ADVANCING
               ACCEPT W-RESPOSTA
               IF  RESPOSTA-SIM
                   PERFORM VARYING W-IDX FROM 1 BY 1
                           UNTIL W-IDX > W-TOTAL-ITENS
                       IF  ITM-DENTRO (W-IDX)
                           MOVE "S" TO ITM-APROVADO (W-IDX)
                       END-IF
                   END-PERFORM
               END-IF
           END-IF.
           IF  W-TOTAL-ACIMA > 0
               DISPLAY " "
               DISPLAY "REAJUSTES ACIMA DA TOLERANCIA:"
               PERFORM VARYING W-IDX FROM 1 BY 1
                       UNTIL W-IDX > W-TOTAL-ITENS
                   IF  ITM-ACIMA (W-IDX)
                       PERFORM MONTAR-LINHA-BASICA
                       MOVE ITM-VARIACAO (W-IDX) TO VARIACAO-ED
                       MOVE VARIACAO-ED TO W-LINHA (63:7)
                       DISPLAY W-LINHA (1:79)
                       DISPLAY "APROVAR ESTE REAJUSTE? (S/N): "
                               WITH NO ADVANCING
                       ACCEPT W-RESPOSTA
                       IF  RESPOSTA-SIM
                           MOVE "S" TO ITM-APROVADO (W-IDX)
                       END-IF
                   END-IF
               END-PERFORM
           END-IF.

       GRAVAR-REAJUSTES.
           OPEN I-O ARQ-REAJUSTE.
           IF  W-COD-ERRO-RJT NOT = "00" AND "05"
               DISPLAY "ERRO AO ABRIR reajustes.dat (STATUS "
                       W-COD-ERRO-RJT ") - NADA FOI GRAVADO"
           ELSE
               PERFORM VARYING W-IDX FROM 1 BY 1
                       UNTIL W-IDX > W-TOTAL-ITENS
                   IF  ITM-APROVADO-SIM (W-IDX)
                       MOVE "S" TO TAB-APROVADO (ITM-COD-LIVRO (W-IDX))
                   END-IF
               END-PERFORM
               PERFORM SUBSTITUIR-PENDENTES
               PERFORM VARYING W-IDX FROM 1 BY 1
                       UNTIL W-IDX > W-TOTAL-ITENS
                   IF  ITM-APROVADO-SIM (W-IDX)
                       PERFORM GRAVAR-UM-REAJUSTE
                   END-IF
               END-PERFORM
               CLOSE ARQ-REAJUSTE
           END-IF.
           MOVE SPACES TO W-LINHA.
           PERFORM GRAVAR-LINHA.
           MOVE SPACES TO W-LINHA.
           STRING "APROVADOS " W-TOTAL-APROVADOS
                  " POR " W-OPERADOR-SESSAO
                  "  EM VIGOR HOJE " W-TOTAL-PARA-HOJE
                  "  PENDENTES SUBSTITUIDOS " W-TOTAL-SUBSTITUIDOS
               DELIMITED BY SIZE INTO W-LINHA
           END-STRING.
           PERFORM GRAVAR-LINHA.

       SUBSTITUIR-PENDENTES.
           *> O REAJUSTE AINDA NAO APLICADO DE UM TITULO QUE RECEBEU
           *> PRECO NOVO AGORA DEIXA DE VALER; DE PASSAGEM, ACHA O
           *> ULTIMO NUMERO USADO.
           MOVE ZEROS TO W-PROX-COD-REAJUSTE COD-REAJUSTE.
           MOVE "N" TO W-FIM-ARQUIVO.
           START ARQ-REAJUSTE KEY IS NOT LESS THAN COD-REAJUSTE
               INVALID KEY MOVE "S" TO W-FIM-ARQUIVO
           END-START.
           IF  NOT FIM-ARQUIVO
               PERFORM LER-PROXIMO-REAJUSTE
           END-IF.
           PERFORM UNTIL FIM-ARQUIVO
               IF  COD-REAJUSTE > W-PROX-COD-REAJUSTE
                   MOVE COD-REAJUSTE TO W-PROX-COD-REAJUSTE
               END-IF
               IF  REAJUSTE-PENDENTE AND COD-LIVRO-RJT > 0
                       AND TAB-APROVADO (COD-LIVRO-RJT) = "S"
                   MOVE "S" TO SITUACAO-RJT
                   REWRITE REG-REAJUSTE
                   ADD 1 TO W-TOTAL-SUBSTITUIDOS
               END-IF
               PERFORM LER-PROXIMO-REAJUSTE
           END-PERFORM.

       LER-PROXIMO-REAJUSTE.
           READ ARQ-REAJUSTE NEXT RECORD
               AT END MOVE "S" TO W-FIM-ARQUIVO
           END-READ.
           IF  NOT FIM-ARQUIVO
                   AND W-COD-ERRO-RJT NOT = "00" AND "02"
               DISPLAY "ERRO AO LER reajustes.dat (STATUS "
                       W-COD-ERRO-RJT ")"
               MOVE "S" TO W-FIM-ARQUIVO
           END-IF.

       GRAVAR-UM-REAJUSTE.
           INITIALIZE REG-REAJUSTE.
           ADD 1 TO W-PROX-COD-REAJUSTE.
           MOVE W-PROX-COD-REAJUSTE      TO COD-REAJUSTE.
           MOVE ITM-COD-LIVRO (W-IDX)    TO COD-LIVRO-RJT.
           MOVE ITM-ISBN (W-IDX)         TO ISBN-RJT.
           MOVE ITM-PRECO-ATUAL (W-IDX)  TO PRECO-ANTERIOR-RJT.
           MOVE ITM-PRECO-NOVO (W-IDX)   TO PRECO-NOVO-RJT.
           MOVE ITM-VIGENCIA (W-IDX)     TO DATA-VIGENCIA-RJT.
           MOVE W-DATA-HOJE              TO DATA-IMPORTACAO-RJT.
           MOVE W-OPERADOR-SESSAO        TO USUARIO-RJT.
           MOVE "P"                      TO SITUACAO-RJT.
           WRITE REG-REAJUSTE.
           IF  W-COD-ERRO-RJT = "00"
               ADD 1 TO W-TOTAL-APROVADOS
               IF  DATA-VIGENCIA-RJT <= W-DATA-HOJE
                   ADD 1 TO W-TOTAL-PARA-HOJE
               END-IF
           ELSE
               DISPLAY "ERRO AO GRAVAR REAJUSTE DO LIVRO "
                       COD-LIVRO-RJT " (STATUS " W-COD-ERRO-RJT ")"
           END-IF.

       GRAVAR-LINHA.
           DISPLAY W-LINHA (1:79).
           MOVE W-LINHA TO REG-RELATORIO.
           WRITE REG-RELATORIO.

       FINALIZACAO.
           IF  W-LOGIN-OK = "S"
               CLOSE ARQ-ISBN-XREF
               CLOSE CAD-PRODUTO
               CLOSE ARQ-RELATORIO
               *> O QUE JA ESTA EM VIGOR ENTRA NO CADASTRO AGORA, COM
               *> OS ARQUIVOS DESTE PROGRAMA JA FECHADOS.
               IF  W-TOTAL-PARA-HOJE > 0
                   CALL "APLICARREAJUSTE"
               END-IF
               CALL "SPOOLAR" USING "IMPORTARPRECOS      "
                    "previapreco.txt     "
           END-IF.
           STOP "   <ENTER> PARA CONTINUAR".

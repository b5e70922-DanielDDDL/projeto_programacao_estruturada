
       IDENTIFICATION DIVISION.

       PROGRAM-ID. APROVARAJUSTE.
       AUTHOR. DANIEL.

       ENVIRONMENT DIVISION.
         CONFIGURATION SECTION.

             SPECIAL-NAMES.
                 DECIMAL-POINT IS COMMA.

             INPUT-OUTPUT SECTION.
               FILE-CONTROL.
                   SELECT OPTIONAL CAD-PRODUTO
                   ASSIGN TO "livros.dat"
                   ORGANIZATION INDEXED
                   RECORD KEY IS COD-LIVRO
                   ACCESS RANDOM
                   FILE STATUS IS CODERRO.

                   SELECT OPTIONAL ARQ-FILIAL
                   ASSIGN TO "estfilial.dat"
                   ORGANIZATION INDEXED
                   RECORD KEY IS COD-ESTOQUE-FIL
                   ALTERNATE RECORD KEY IS COD-LIVRO-FIL WITH DUPLICATES
                   ACCESS DYNAMIC
                   FILE STATUS IS W-COD-ERRO-FIL.

                   SELECT OPTIONAL ARQ-EMPRESTIMO
                   ASSIGN TO "emprestimos.dat"
                   ORGANIZATION INDEXED
                   RECORD KEY IS COD-EMPRESTIMO
                   ALTERNATE RECORD KEY IS COD-LIVRO-EMP WITH DUPLICATES
                   ALTERNATE RECORD KEY IS COD-LEITOR-EMP
                       WITH DUPLICATES
                   ACCESS RANDOM
                   FILE STATUS IS W-COD-ERRO-EMP.

                   SELECT OPTIONAL ARQ-MULTA
                   ASSIGN TO "multas.dat"
                   ORGANIZATION INDEXED
                   RECORD KEY IS COD-EMPRESTIMO-MUL
                   ALTERNATE RECORD KEY IS COD-LEITOR-MUL
                       WITH DUPLICATES
                   ACCESS RANDOM
                   FILE STATUS IS W-COD-ERRO-MUL.

                   SELECT OPTIONAL ARQ-EXEMPLAR
                   ASSIGN TO "exemplares.dat"
                   ORGANIZATION INDEXED
                   RECORD KEY IS CHAVE-EXEMPLAR
                   ACCESS RANDOM
                   FILE STATUS IS W-COD-ERRO-EXE.

                   SELECT OPTIONAL ARQ-BAIXA
                   ASSIGN TO "baixas.dat"
                   ORGANIZATION INDEXED
                   RECORD KEY IS COD-BAIXA
                   ACCESS DYNAMIC
                   FILE STATUS IS W-COD-ERRO-BAI.

                   SELECT OPTIONAL ARQ-AJUSTE
                   ASSIGN TO "ajustes.dat"
                   ORGANIZATION INDEXED
                   RECORD KEY IS COD-AJUSTE
                   ACCESS DYNAMIC
                   FILE STATUS IS W-COD-ERRO-AJU.

                   SELECT OPTIONAL ARQ-SESSAO
                   ASSIGN TO "usuario.atual"
                   ORGANIZATION LINE SEQUENTIAL
                   FILE STATUS IS W-COD-ERRO-SES.

       DATA DIVISION.
         FILE SECTION.
         FD  CAD-PRODUTO
             LABEL RECORD STANDARD.
         COPY "REGLIVRO.cpy".

         FD  ARQ-FILIAL
             LABEL RECORD STANDARD.
         COPY "REGFILIAL.cpy".

         FD  ARQ-EMPRESTIMO
             LABEL RECORD STANDARD.
         COPY "REGEMPR.cpy".

         FD  ARQ-MULTA
             LABEL RECORD STANDARD.
         COPY "REGMULTA.cpy".

         FD  ARQ-EXEMPLAR
             LABEL RECORD STANDARD.
         COPY "REGEXEMPLAR.cpy".

         FD  ARQ-BAIXA
             LABEL RECORD STANDARD.
         COPY "REGBAIXA.cpy".

         FD  ARQ-AJUSTE
             LABEL RECORD STANDARD.
         COPY "REGAJUSTE.cpy".

         FD  ARQ-SESSAO
             LABEL RECORD STANDARD.
         01  REG-SESSAO  PIC X(10).

         WORKING-STORAGE SECTION.
         77  CODERRO            PIC XX    VALUE SPACES.
             88  STATUS-OK                VALUE "00".
         77  W-COD-ERRO-FIL     PIC XX    VALUE SPACES.
         77  W-COD-ERRO-EMP     PIC XX    VALUE SPACES.
             88  STATUS-EMP-OK            VALUE "00".
         77  W-COD-ERRO-MUL     PIC XX    VALUE SPACES.
         77  W-COD-ERRO-EXE     PIC XX    VALUE SPACES.
             88  STATUS-EXE-OK            VALUE "00".
         77  W-COD-ERRO-BAI     PIC XX    VALUE SPACES.
         77  W-COD-ERRO-AJU     PIC XX    VALUE SPACES.
         77  W-COD-ERRO-SES     PIC XX    VALUE SPACES.
         77  W-OPCAO            PIC X     VALUE SPACES.
             88  OPC-OK                   VALUE "S" "N".
         77  W-DECISAO          PIC X     VALUE SPACES.
             88  DECISAO-OK               VALUE "A" "R" "P".
             88  DECISAO-APROVAR          VALUE "A".
             88  DECISAO-RECUSAR          VALUE "R".
         77  W-CONFIRMA         PIC X     VALUE SPACES.
         77  W-ACHOU-REGISTRO   PIC X     VALUE "N".
             88  ACHOU-REGISTRO           VALUE "S".
         77  W-ACHOU-PENDENTE   PIC X     VALUE "N".
             88  ACHOU-PENDENTE           VALUE "S".
         77  W-PEDIDO-VIGENTE   PIC X     VALUE "N".
             88  PEDIDO-VIGENTE           VALUE "S".
         77  W-SEGUNDA-ASSINATURA PIC X   VALUE "N".
             88  SEGUNDA-ASSINATURA       VALUE "S".
         77  W-EFETIVADO        PIC X     VALUE "N".
             88  EFETIVADO                VALUE "S".
         77  W-LOGIN-OK         PIC X     VALUE "N".
         77  W-ACESSO-LIBERADO  PIC X     VALUE "N".
             88  ACESSO-LIBERADO          VALUE "S".
         77  W-EM-LOTE          PIC X     VALUE "N".
             88  EM-LOTE                  VALUE "S".
         77  W-OPERADOR-SESSAO  PIC X(10) VALUE SPACES.
         77  W-ULTIMO-AJUSTE    PIC 9(5)  VALUE ZEROS.
         77  W-FILIAL-PROCURADA PIC 9(2)  VALUE ZEROS.
         77  W-SALDO-HOJE       PIC 9(5)  VALUE ZEROS.
         77  W-TITULO-ATUAL     PIC X(40) VALUE SPACES.
         77  W-ORIGEM-TEXTO     PIC X(11) VALUE SPACES.
         77  W-REG-LIVRO-ANTES  PIC X(173) VALUE SPACES.
         77  W-LOG-ANTES        PIC X(173) VALUE SPACES.
         77  W-LOG-DEPOIS       PIC X(173) VALUE SPACES.
         77  W-OPERACAO-LOG     PIC X(10) VALUE SPACES.
         77  W-DECISAO-TEXTO    PIC X(12) VALUE SPACES.
         77  W-DATA-HOJE-AAAAMMDD PIC 9(8) VALUE ZEROS.
         77  W-PROX-COD-BAIXA   PIC 9(5)  VALUE ZEROS.
         77  W-PROX-COD-ESTOQUE-FIL PIC 9(5) VALUE ZEROS.
         77  COD-ED             PIC ZZ9   VALUE ZEROS.
         77  FILIAL-ED          PIC Z9    VALUE ZEROS.
         77  QTD-ED             PIC ZZZZ9 VALUE ZEROS.
         77  COD-AJUSTE-ED      PIC ZZZZ9 VALUE ZEROS.
         77  COD-EMP-ED         PIC ZZZZ9 VALUE ZEROS.
         77  VALOR-ED           PIC Z.ZZZ.ZZ9,99 VALUE ZEROS.
         77  W-BRANCO           PIC X(60) VALUE SPACES.

         SCREEN SECTION.
            01 CLEAR-SCREEN.
               05 BLANK SCREEN BACKGROUND-COLOR 0 FOREGROUND-COLOR 0.

       PROCEDURE DIVISION.

       INICIO.
           *> SEGUNDA ASSINATURA DOS ACERTOS GRANDES DE ESTOQUE E DE
           *> VALOR: CONTAGEM DE INVENTARIO, CONCILIACAO DO CADASTRO
           *> COM AS FILIAIS E BAIXA POR PERDA/DANO ACIMA DOS LIMITES
           *> DE OBTERLIMITEAJUSTE FICAM PENDENTES EM "ajustes.dat".
           *> AQUI, UM A UM, OUTRO ADMINISTRADOR (NUNCA QUEM PEDIU)
           *> APROVA - E SO ENTAO O ACERTO E APLICADO, COMO O PROGRAMA
           *> DE ORIGEM O APLICARIA - OU RECUSA. AS DUAS ASSINATURAS
           *> VAO PARA O LOG DE AUDITORIA.
           PERFORM INICIALIZACAO.
           PERFORM PROCESSAMENTO UNTIL W-OPCAO = "N".
           PERFORM FINALIZACAO.
           EXIT PROGRAM.

       INICIALIZACAO.
           PERFORM VERIFICAR-JANELA-LOTE.
           IF  EM-LOTE
               MOVE "N" TO W-OPCAO
           ELSE
               PERFORM VALIDAR-ACESSO
               IF  ACESSO-LIBERADO
                   PERFORM LER-SESSAO-ATUAL
                   OPEN I-O CAD-PRODUTO
                   OPEN I-O ARQ-FILIAL
                   OPEN I-O ARQ-EMPRESTIMO
                   OPEN I-O ARQ-MULTA
                   OPEN I-O ARQ-EXEMPLAR
                   OPEN I-O ARQ-BAIXA
                   OPEN I-O ARQ-AJUSTE
                   MOVE ZEROS TO W-ULTIMO-AJUSTE
                   PERFORM LOCALIZAR-PROXIMO-PENDENTE
                   IF  NOT ACHOU-PENDENTE
                       DISPLAY CLEAR-SCREEN
                       DISPLAY "NAO HA AJUSTES AGUARDANDO APROVACAO"
                               AT 1310
                       STOP "   <ENTER> PARA CONTINUAR"
                       MOVE "N" TO W-OPCAO
                   END-IF
               ELSE
                   MOVE "N" TO W-OPCAO
               END-IF
           END-IF.

       VERIFICAR-JANELA-LOTE.
           *> COM A ROTINA NOTURNA EM ANDAMENTO (modolote.txt), A
           *> ATUALIZACAO E RECUSADA: O LOTE NAO PODE COPIAR NEM
           *> CONCILIAR ARQUIVO NO MEIO DE UMA GRAVACAO DE TERMINAL.
           CALL "VERIFICARLOTE" USING W-EM-LOTE.
           IF  EM-LOTE
               DISPLAY CLEAR-SCREEN
               DISPLAY "PROCESSAMENTO NOTURNO EM ANDAMENTO - TENTE "
                       "MAIS TARDE" AT 1310
               STOP "   <ENTER> PARA CONTINUAR"
           END-IF.

       VALIDAR-ACESSO.
           MOVE "N" TO W-LOGIN-OK.
           CALL "VALIDARLOGIN" USING W-LOGIN-OK "APROVARAJUSTE  ".
           IF  W-LOGIN-OK = "S"
               MOVE "S" TO W-ACESSO-LIBERADO
           ELSE
               MOVE "N" TO W-ACESSO-LIBERADO
               DISPLAY CLEAR-SCREEN
               DISPLAY "ACESSO NEGADO - OPERACAO CANCELADA" AT 1310
               STOP  "   <ENTER> PARA CONTINUAR"
           END-IF.

       LER-SESSAO-ATUAL.
           *> O LOGIN DE VALIDARLOGIN FICA EM usuario.atual: E A
           *> SEGUNDA ASSINATURA DAS DECISOES DESTA SESSAO.
           MOVE "DESCONHEC." TO W-OPERADOR-SESSAO.
           OPEN INPUT ARQ-SESSAO.
           IF  W-COD-ERRO-SES = "00"
               READ ARQ-SESSAO INTO W-OPERADOR-SESSAO
                   AT END CONTINUE
               END-READ
               CLOSE ARQ-SESSAO
           END-IF.

       LOCALIZAR-PROXIMO-PENDENTE.
           *> AVANCA A PARTIR DO ULTIMO AJUSTE EXIBIDO; OS PULADOS
           *> CONTINUAM PENDENTES PARA A PROXIMA SESSAO.
           MOVE "N" TO W-ACHOU-PENDENTE.
           MOVE W-ULTIMO-AJUSTE TO COD-AJUSTE.
           START ARQ-AJUSTE KEY IS GREATER THAN COD-AJUSTE
               INVALID KEY MOVE "10" TO W-COD-ERRO-AJU
           END-START.
           IF  W-COD-ERRO-AJU = "00"
               PERFORM LER-PROXIMO-AJUSTE
               PERFORM UNTIL W-COD-ERRO-AJU NOT = "00"
                       OR ACHOU-PENDENTE
                   IF  AJUSTE-PENDENTE
                       MOVE "S" TO W-ACHOU-PENDENTE
                       MOVE COD-AJUSTE TO W-ULTIMO-AJUSTE
                   ELSE
                       PERFORM LER-PROXIMO-AJUSTE
                   END-IF
               END-PERFORM
           END-IF.
           MOVE "00" TO W-COD-ERRO-AJU.

       LER-PROXIMO-AJUSTE.
           READ ARQ-AJUSTE NEXT RECORD
               AT END MOVE "10" TO W-COD-ERRO-AJU
           END-READ.

       PROCESSAMENTO.
           PERFORM FORMATAR-TELA.
           PERFORM EXIBIR-AJUSTE.
           PERFORM RECEBER-DECISAO.
           EVALUATE TRUE
               WHEN DECISAO-APROVAR
                   PERFORM APROVAR-AJUSTE
               WHEN DECISAO-RECUSAR
                   PERFORM RECUSAR-AJUSTE
               WHEN OTHER
                   DISPLAY "AJUSTE MANTIDO PENDENTE" AT 2712
           END-EVALUATE.
           PERFORM OPCAO-CONTINUIDADE.
           IF  W-OPCAO = "S"
               PERFORM LOCALIZAR-PROXIMO-PENDENTE
               IF  NOT ACHOU-PENDENTE
                   DISPLAY "NAO HA MAIS AJUSTES PENDENTES" AT 2712
                   STOP "   <ENTER> PARA CONTINUAR"
                   MOVE "N" TO W-OPCAO
               END-IF
           END-IF.

       FORMATAR-TELA.
           MOVE SPACES TO W-DECISAO W-CONFIRMA W-TITULO-ATUAL.
           MOVE ZEROS TO W-SALDO-HOJE.
           MOVE "N" TO W-PEDIDO-VIGENTE.

           DISPLAY CLEAR-SCREEN.
           CALL "CABECALHO".

           DISPLAY "APROVACAO DE AJUSTES DE ESTOQUE" AT 1310.
           DISPLAY "AJUSTE..:"                          AT 1502.
           DISPLAY "ORIGEM:"                            AT 1540.
           DISPLAY "PEDIDO POR:"                        AT 1602.
           DISPLAY "LIVRO...:"                          AT 1702.
           DISPLAY "SALDO NO PEDIDO:"                   AT 1902.
           DISPLAY "PEDIDO:"                            AT 1926.
           DISPLAY "SALDO HOJE:"                        AT 1942.
           DISPLAY "DIFERENCA:"                         AT 2002.
           DISPLAY "VALOR:"                             AT 2026.
           DISPLAY "(A)PROVAR, (R)ECUSAR OU (P)ULAR:"   AT 2302.
           DISPLAY "CONFIRMA A APROVACAO? (S/N):"       AT 2502.
           DISPLAY "MENSAGEM:"                          AT 2702.
           DISPLAY "PROXIMO AJUSTE? (S/N):"             AT 2902.

       EXIBIR-AJUSTE.
           *> MOSTRA O PEDIDO COM A SITUACAO DE HOJE: SE O SALDO MUDOU
           *> (OU O EMPRESTIMO JA FOI ENCERRADO) DESDE O PEDIDO, O
           *> ACERTO FICOU VELHO E SO PODE SER RECUSADO.
           MOVE COD-AJUSTE TO COD-AJUSTE-ED.
           DISPLAY COD-AJUSTE-ED AT 1512.
           DISPLAY "DE " AT 1518.
           DISPLAY DATA-PEDIDO-AJU (7:2) "/" DATA-PEDIDO-AJU (5:2) "/"
                   DATA-PEDIDO-AJU (1:4) AT 1521.
           PERFORM MONTAR-ORIGEM-TEXTO.
           DISPLAY W-ORIGEM-TEXTO AT 1548.
           DISPLAY USUARIO-PEDIDO-AJU AT 1614.

           MOVE COD-LIVRO-AJU TO COD-LIVRO COD-ED.
           DISPLAY COD-ED AT 1712.
           READ CAD-PRODUTO.
           IF  STATUS-OK
               MOVE TITULO-LIVRO TO W-TITULO-ATUAL
               DISPLAY TITULO-LIVRO AT 1717
           ELSE
               DISPLAY "(LIVRO NAO CADASTRADO)" AT 1717
           END-IF.

           EVALUATE TRUE
               WHEN AJU-BAIXA
                   PERFORM EXIBIR-EMPRESTIMO
               WHEN AJU-INVENTARIO AND COD-FILIAL-AJU > 0
                   PERFORM EXIBIR-SALDO-FILIAL
               WHEN OTHER
                   PERFORM EXIBIR-SALDO-CADASTRO
           END-EVALUATE.

           DISPLAY SINAL-AJU AT 2013.
           MOVE QTD-DIFERENCA-AJU TO QTD-ED.
           DISPLAY QTD-ED AT 2014.
           MOVE VALOR-AJU TO VALOR-ED.
           DISPLAY VALOR-ED AT 2033.

       MONTAR-ORIGEM-TEXTO.
           EVALUATE TRUE
               WHEN AJU-INVENTARIO
                   MOVE "INVENTARIO"  TO W-ORIGEM-TEXTO
               WHEN AJU-CONCILIACAO
                   MOVE "CONCILIACAO" TO W-ORIGEM-TEXTO
               WHEN OTHER
                   MOVE "BAIXA"       TO W-ORIGEM-TEXTO
           END-EVALUATE.

       EXIBIR-SALDO-CADASTRO.
           IF  AJU-INVENTARIO
               DISPLAY "FILIAL..: ESTOQUE DO CADASTRO" AT 1802
           ELSE
               DISPLAY "CADASTRO ALINHADO AO TOTAL DAS FILIAIS"
                       AT 1802
           END-IF.
           PERFORM EXIBIR-SALDOS-PEDIDO.
           IF  STATUS-OK
               MOVE QTD-ESTOQUE TO W-SALDO-HOJE
               PERFORM CONFERIR-SALDO-HOJE
           ELSE
               DISPLAY "LIVRO NAO CADASTRADO - SO PODE SER RECUSADO"
                       AT 2712
           END-IF.

       EXIBIR-SALDO-FILIAL.
           MOVE COD-FILIAL-AJU TO FILIAL-ED W-FILIAL-PROCURADA.
           DISPLAY "FILIAL..:" AT 1802.
           DISPLAY FILIAL-ED AT 1812.
           PERFORM EXIBIR-SALDOS-PEDIDO.
           PERFORM LOCALIZAR-REGISTRO-FILIAL.
           IF  ACHOU-REGISTRO
               DISPLAY NOME-FILIAL AT 1816
               MOVE QTD-ESTOQUE-FIL TO W-SALDO-HOJE
           END-IF.
           PERFORM CONFERIR-SALDO-HOJE.

       EXIBIR-SALDOS-PEDIDO.
           MOVE QTD-ANTERIOR-AJU TO QTD-ED.
           DISPLAY QTD-ED AT 1919.
           MOVE QTD-NOVA-AJU TO QTD-ED.
           DISPLAY QTD-ED AT 1934.

       CONFERIR-SALDO-HOJE.
           MOVE W-SALDO-HOJE TO QTD-ED.
           DISPLAY QTD-ED AT 1954.
           IF  W-SALDO-HOJE = QTD-ANTERIOR-AJU
               MOVE "S" TO W-PEDIDO-VIGENTE
           ELSE
               DISPLAY "SALDO MUDOU DESDE O PEDIDO - SO PODE SER "
                       "RECUSADO" AT 2712
           END-IF.

       EXIBIR-EMPRESTIMO.
           MOVE COD-EMPRESTIMO-AJU TO COD-EMPRESTIMO COD-EMP-ED.
           DISPLAY "EMPRESTIMO:" AT 1802.
           DISPLAY COD-EMP-ED AT 1814.
           IF  MOTIVO-AJU = "P"
               DISPLAY "PERDIDO" AT 1821
           ELSE
               DISPLAY "DANIFICADO" AT 1821
           END-IF.
           READ ARQ-EMPRESTIMO.
           IF  STATUS-EMP-OK
               DISPLAY NOME-LEITOR (1:30) AT 1834
               IF  EMPRESTIMO-ATIVO
                   MOVE "S" TO W-PEDIDO-VIGENTE
               ELSE
                   DISPLAY "EMPRESTIMO JA ENCERRADO - SO PODE SER "
                           "RECUSADO" AT 2712
               END-IF
           ELSE
               DISPLAY "EMPRESTIMO NAO ENCONTRADO - SO PODE SER "
                       "RECUSADO" AT 2712
           END-IF.

       RECEBER-DECISAO.
           PERFORM WITH TEST AFTER UNTIL DECISAO-OK
               ACCEPT W-DECISAO AT 2336 WITH AUTO
               MOVE FUNCTION UPPER-CASE (W-DECISAO) TO W-DECISAO
               IF  DECISAO-OK
                   PERFORM LIMPAR-ESPACO-MENSAGEM
               ELSE
                   DISPLAY "DIGITE 'A', 'R' OU 'P'" AT 2712
               END-IF
           END-PERFORM.

       VERIFICAR-SEGUNDA-ASSINATURA.
           *> QUEM PEDIU NAO DECIDE O PROPRIO PEDIDO, NEM PARA
           *> APROVAR NEM PARA RECUSAR; SEM USUARIO IDENTIFICADO NA
           *> SESSAO NAO HA COMO GARANTIR QUE SAO DUAS PESSOAS.
           MOVE "N" TO W-SEGUNDA-ASSINATURA.
           EVALUATE TRUE
               WHEN W-OPERADOR-SESSAO = "DESCONHEC." OR SPACES
                   DISPLAY "SESSAO SEM USUARIO IDENTIFICADO - AJUSTE "
                           "MANTIDO PENDENTE" AT 2712
               WHEN W-OPERADOR-SESSAO = USUARIO-PEDIDO-AJU
                   DISPLAY "QUEM PEDIU NAO PODE DECIDIR - AJUSTE "
                           "MANTIDO PENDENTE" AT 2712
               WHEN OTHER
                   MOVE "S" TO W-SEGUNDA-ASSINATURA
           END-EVALUATE.

       APROVAR-AJUSTE.
           PERFORM VERIFICAR-SEGUNDA-ASSINATURA.
           EVALUATE TRUE
               WHEN NOT SEGUNDA-ASSINATURA
                   CONTINUE
               WHEN NOT PEDIDO-VIGENTE
                   DISPLAY "PEDIDO DESATUALIZADO - RECUSE E REFACA O "
                           "ACERTO" AT 2712
               WHEN OTHER
                   PERFORM CONFIRMAR-APROVACAO
                   IF  W-CONFIRMA = "S"
                       PERFORM EFETIVAR-AJUSTE
                   ELSE
                       DISPLAY "AJUSTE MANTIDO PENDENTE" AT 2712
                   END-IF
           END-EVALUATE.

       CONFIRMAR-APROVACAO.
           PERFORM WITH TEST AFTER UNTIL W-CONFIRMA = "S" OR "N"
               ACCEPT W-CONFIRMA AT 2532 WITH AUTO
               MOVE FUNCTION UPPER-CASE (W-CONFIRMA) TO W-CONFIRMA
               IF  W-CONFIRMA NOT = "S" AND "N"
                   DISPLAY "DIGITAR 'S' PARA CONFIRMAR E 'N' PARA"
                           AT 2712
               ELSE
                   PERFORM LIMPAR-ESPACO-MENSAGEM
               END-IF
           END-PERFORM.

       EFETIVAR-AJUSTE.
           *> APLICA O ACERTO COMO O PROGRAMA DE ORIGEM O APLICARIA
           *> ABAIXO DO LIMITE: SALDO DO CADASTRO (COM LOG E, NO
           *> INVENTARIO, KARDEX), SALDO DA FILIAL OU ENCERRAMENTO DO
           *> EMPRESTIMO COM COBRANCA E BAIXA.
           MOVE "N" TO W-EFETIVADO.
           ACCEPT W-DATA-HOJE-AAAAMMDD FROM DATE YYYYMMDD.
           EVALUATE TRUE
               WHEN AJU-BAIXA
                   PERFORM EFETIVAR-BAIXA
               WHEN AJU-INVENTARIO AND COD-FILIAL-AJU > 0
                   PERFORM EFETIVAR-NA-FILIAL
               WHEN OTHER
                   PERFORM EFETIVAR-NO-CADASTRO
           END-EVALUATE.
           IF  EFETIVADO
               MOVE "A" TO W-DECISAO
               PERFORM REGISTRAR-DECISAO
               MOVE COD-AJUSTE TO COD-AJUSTE-ED
               DISPLAY "AJUSTE " AT 2712
               DISPLAY COD-AJUSTE-ED AT 2719
               DISPLAY " APROVADO E APLICADO" AT 2724
           END-IF.

       EFETIVAR-NO-CADASTRO.
           MOVE COD-LIVRO-AJU TO COD-LIVRO.
           READ CAD-PRODUTO.
           IF  STATUS-OK
               MOVE REG-LIVRO TO W-REG-LIVRO-ANTES
               MOVE QTD-NOVA-AJU TO QTD-ESTOQUE
               REWRITE REG-LIVRO
           END-IF.
           IF  STATUS-OK
               MOVE "S" TO W-EFETIVADO
               CALL "LOGAUDITORIA" USING "ALTERACAO " COD-LIVRO
                    TITULO-LIVRO W-REG-LIVRO-ANTES REG-LIVRO
               IF  AJU-INVENTARIO
                   CALL "GRAVARKARDEX" USING "AJUSTE    " COD-LIVRO
                        SINAL-AJU QTD-DIFERENCA-AJU QTD-ESTOQUE
               END-IF
           ELSE
               DISPLAY "ERRO AO ATUALIZAR LIVRO (STATUS " CODERRO
                       ") - NADA FOI ALTERADO" AT 2712
           END-IF.

       EFETIVAR-NA-FILIAL.
           MOVE COD-LIVRO-AJU  TO COD-LIVRO.
           MOVE COD-FILIAL-AJU TO W-FILIAL-PROCURADA.
           PERFORM LOCALIZAR-REGISTRO-FILIAL.
           IF  ACHOU-REGISTRO
               MOVE QTD-NOVA-AJU TO QTD-ESTOQUE-FIL
               REWRITE REG-ESTOQUE-FILIAL
           ELSE
               *> A FILIAL AINDA NAO TINHA REGISTRO DESTE LIVRO; COMO
               *> NO INVENTARIO, CRIA-SE UM COM O NOME GENERICO
               PERFORM GERAR-PROXIMO-COD-ESTOQUE-FIL
               MOVE COD-LIVRO-AJU  TO COD-LIVRO-FIL
               MOVE COD-FILIAL-AJU TO COD-FILIAL
               MOVE "(INVENTARIO)" TO NOME-FILIAL
               MOVE QTD-NOVA-AJU   TO QTD-ESTOQUE-FIL
               WRITE REG-ESTOQUE-FILIAL
           END-IF.
           IF  W-COD-ERRO-FIL = "00"
               MOVE "S" TO W-EFETIVADO
           ELSE
               DISPLAY "ERRO AO ATUALIZAR FILIAL (STATUS "
                       W-COD-ERRO-FIL ") - NADA FOI ALTERADO" AT 2712
           END-IF.

       EFETIVAR-BAIXA.
           *> MESMO ENCERRAMENTO DE BAIXARPERDA: O EMPRESTIMO FECHA
           *> COM O DESFECHO DE PERDA/DANO, O LEITOR E COBRADO PELA
           *> REPOSICAO (AO PRECO DO DIA DO PEDIDO) E A PERDA ENTRA
           *> EM "baixas.dat".
           MOVE COD-EMPRESTIMO-AJU TO COD-EMPRESTIMO.
           READ ARQ-EMPRESTIMO.
           IF  STATUS-EMP-OK
               MOVE W-DATA-HOJE-AAAAMMDD (1:4) TO DD-ANO
               MOVE W-DATA-HOJE-AAAAMMDD (5:2) TO DD-MES
               MOVE W-DATA-HOJE-AAAAMMDD (7:2) TO DD-DIA
               MOVE MOTIVO-AJU TO SITUACAO-EMPRESTIMO
               REWRITE REG-EMPRESTIMO
           END-IF.
           IF  STATUS-EMP-OK
               MOVE "S" TO W-EFETIVADO
               PERFORM COBRAR-REPOSICAO
               PERFORM GRAVAR-BAIXA
               IF  NUM-EXEMPLAR-EMP > 0
                   PERFORM BAIXAR-EXEMPLAR
               END-IF
           ELSE
               DISPLAY "ERRO AO ATUALIZAR EMPRESTIMO (STATUS "
                       W-COD-ERRO-EMP ") - NADA FOI ALTERADO" AT 2712
           END-IF.

       COBRAR-REPOSICAO.
           MOVE COD-EMPRESTIMO  TO COD-EMPRESTIMO-MUL.
           MOVE COD-LEITOR-EMP  TO COD-LEITOR-MUL.
           MOVE NOME-LEITOR     TO NOME-LEITOR-MUL.
           MOVE DD-ANO          TO DM-ANO.
           MOVE DD-MES          TO DM-MES.
           MOVE DD-DIA          TO DM-DIA.
           MOVE ZEROS           TO DIAS-ATRASO-MUL.
           MOVE VALOR-AJU       TO VALOR-MULTA.
           MOVE "A"             TO SITUACAO-MULTA.
           MOVE ZEROS           TO VALOR-PAGO-MUL DATA-QUITACAO-MUL.
           WRITE REG-MULTA.
           IF  W-COD-ERRO-MUL NOT = "00"
               DISPLAY "ERRO AO GRAVAR COBRANCA (STATUS "
                       W-COD-ERRO-MUL ")" AT 2712
           END-IF.

       GRAVAR-BAIXA.
           PERFORM GERAR-PROXIMO-COD-BAIXA.
           MOVE W-PROX-COD-BAIXA TO COD-BAIXA.
           MOVE W-DATA-HOJE-AAAAMMDD (1:4) TO DB-ANO.
           MOVE W-DATA-HOJE-AAAAMMDD (5:2) TO DB-MES.
           MOVE W-DATA-HOJE-AAAAMMDD (7:2) TO DB-DIA.
           MOVE COD-LIVRO-EMP    TO COD-LIVRO-BAI.
           MOVE 1                TO QTD-BAIXADA.
           MOVE MOTIVO-AJU       TO MOTIVO-BAIXA.
           MOVE COD-EMPRESTIMO   TO COD-EMPRESTIMO-BAI.
           MOVE VALOR-AJU        TO VALOR-BAIXA.
           WRITE REG-BAIXA.
           IF  W-COD-ERRO-BAI NOT = "00"
               DISPLAY "ERRO AO GRAVAR BAIXA (STATUS "
                       W-COD-ERRO-BAI ")" AT 2712
           END-IF.

       BAIXAR-EXEMPLAR.
           MOVE COD-LIVRO-EMP    TO COD-LIVRO-EXE.
           MOVE NUM-EXEMPLAR-EMP TO NUM-EXEMPLAR.
           READ ARQ-EXEMPLAR.
           IF  STATUS-EXE-OK
               MOVE "B" TO SITUACAO-EXEMPLAR
               REWRITE REG-EXEMPLAR
           END-IF.

       RECUSAR-AJUSTE.
           PERFORM VERIFICAR-SEGUNDA-ASSINATURA.
           IF  SEGUNDA-ASSINATURA
               ACCEPT W-DATA-HOJE-AAAAMMDD FROM DATE YYYYMMDD
               PERFORM REGISTRAR-DECISAO
               IF  W-COD-ERRO-AJU = "00"
                   DISPLAY "AJUSTE RECUSADO - NADA FOI ALTERADO"
                           AT 2712
               END-IF
           END-IF.

       REGISTRAR-DECISAO.
           *> GRAVA A DECISAO NO PEDIDO E NO LOG DE AUDITORIA: O
           *> REGISTRO DO LOG SAI COM QUEM DECIDIU (USUARIO DA SESSAO)
           *> E TRAZ NO TEXTO QUEM PEDIU - AS DUAS ASSINATURAS.
           MOVE W-ULTIMO-AJUSTE TO COD-AJUSTE.
           READ ARQ-AJUSTE.
           IF  W-COD-ERRO-AJU = "00"
               MOVE W-DECISAO            TO SITUACAO-AJU
               MOVE W-DATA-HOJE-AAAAMMDD TO DATA-DECISAO-AJU
               MOVE W-OPERADOR-SESSAO    TO USUARIO-DECISAO-AJU
               REWRITE REG-AJUSTE
           END-IF.
           IF  W-COD-ERRO-AJU = "00"
               PERFORM GRAVAR-LOG-DECISAO
           ELSE
               DISPLAY "ERRO AO GRAVAR DECISAO (STATUS "
                       W-COD-ERRO-AJU ")" AT 2712
           END-IF.

       GRAVAR-LOG-DECISAO.
           IF  AJUSTE-APROVADO
               MOVE "APROVACAO " TO W-OPERACAO-LOG
               MOVE "APROVADO POR" TO W-DECISAO-TEXTO
           ELSE
               MOVE "RECUSA    " TO W-OPERACAO-LOG
               MOVE "RECUSADO POR" TO W-DECISAO-TEXTO
           END-IF.
           PERFORM MONTAR-ORIGEM-TEXTO.
           MOVE VALOR-AJU TO VALOR-ED.
           MOVE SPACES TO W-LOG-ANTES W-LOG-DEPOIS.
           STRING "AJUSTE " COD-AJUSTE " " DELIMITED BY SIZE
                  W-ORIGEM-TEXTO DELIMITED BY SPACE
                  " FILIAL " COD-FILIAL-AJU
                  " EMPRESTIMO " COD-EMPRESTIMO-AJU
                  " SALDO " QTD-ANTERIOR-AJU " -> " QTD-NOVA-AJU
                  " DIF " SINAL-AJU QTD-DIFERENCA-AJU
                  " VALOR " VALOR-ED DELIMITED BY SIZE
                  " PEDIDO POR " DELIMITED BY SIZE
                  USUARIO-PEDIDO-AJU DELIMITED BY SPACE
                  " EM " DATA-PEDIDO-AJU (7:2) "/"
                  DATA-PEDIDO-AJU (5:2) "/" DATA-PEDIDO-AJU (1:4)
                  DELIMITED BY SIZE
               INTO W-LOG-ANTES
           END-STRING.
           STRING W-DECISAO-TEXTO " " DELIMITED BY SIZE
                  W-OPERADOR-SESSAO DELIMITED BY SPACE
                  " EM " W-DATA-HOJE-AAAAMMDD (7:2) "/"
                  W-DATA-HOJE-AAAAMMDD (5:2) "/"
                  W-DATA-HOJE-AAAAMMDD (1:4) DELIMITED BY SIZE
               INTO W-LOG-DEPOIS
           END-STRING.
           CALL "LOGAUDITORIA" USING W-OPERACAO-LOG COD-LIVRO-AJU
                W-TITULO-ATUAL W-LOG-ANTES W-LOG-DEPOIS.

       LOCALIZAR-REGISTRO-FILIAL.
           *> PROCURA O REGISTRO DE ESTOQUE DESTE LIVRO NA FILIAL
           *> W-FILIAL-PROCURADA (MESMA ROTINA DE TRANSFERENCIA).
           MOVE "N" TO W-ACHOU-REGISTRO.
           MOVE COD-LIVRO-AJU TO COD-LIVRO-FIL.
           START ARQ-FILIAL KEY IS NOT LESS THAN COD-LIVRO-FIL
               INVALID KEY MOVE "23" TO W-COD-ERRO-FIL
           END-START.
           IF  W-COD-ERRO-FIL = "00"
               PERFORM LER-PROXIMA-FILIAL
               PERFORM UNTIL W-COD-ERRO-FIL NOT = "00"
                       OR COD-LIVRO-FIL NOT = COD-LIVRO-AJU
                       OR ACHOU-REGISTRO
                   IF  COD-FILIAL = W-FILIAL-PROCURADA
                       MOVE "S" TO W-ACHOU-REGISTRO
                   ELSE
                       PERFORM LER-PROXIMA-FILIAL
                   END-IF
               END-PERFORM
           END-IF.
           MOVE "00" TO W-COD-ERRO-FIL.

       LER-PROXIMA-FILIAL.
           READ ARQ-FILIAL NEXT RECORD
               AT END MOVE "10" TO W-COD-ERRO-FIL
           END-READ.

       GERAR-PROXIMO-COD-ESTOQUE-FIL.
           MOVE ZEROS TO W-PROX-COD-ESTOQUE-FIL COD-ESTOQUE-FIL.
           START ARQ-FILIAL KEY IS NOT LESS THAN COD-ESTOQUE-FIL
               INVALID KEY MOVE "10" TO W-COD-ERRO-FIL
           END-START.
           IF  W-COD-ERRO-FIL = "00"
               PERFORM LER-PROXIMA-FILIAL
               PERFORM UNTIL W-COD-ERRO-FIL NOT = "00"
                   IF  COD-ESTOQUE-FIL > W-PROX-COD-ESTOQUE-FIL
                       MOVE COD-ESTOQUE-FIL TO W-PROX-COD-ESTOQUE-FIL
                   END-IF
                   PERFORM LER-PROXIMA-FILIAL
               END-PERFORM
           END-IF.
           ADD 1 TO W-PROX-COD-ESTOQUE-FIL.
           MOVE W-PROX-COD-ESTOQUE-FIL TO COD-ESTOQUE-FIL.
           MOVE "00" TO W-COD-ERRO-FIL.

       GERAR-PROXIMO-COD-BAIXA.
           MOVE ZEROS TO W-PROX-COD-BAIXA COD-BAIXA.
           START ARQ-BAIXA KEY IS NOT LESS THAN COD-BAIXA
               INVALID KEY MOVE "10" TO W-COD-ERRO-BAI
           END-START.
           IF  W-COD-ERRO-BAI = "00"
               PERFORM LER-PROXIMA-BAIXA
               PERFORM UNTIL W-COD-ERRO-BAI NOT = "00"
                   IF  COD-BAIXA > W-PROX-COD-BAIXA
                       MOVE COD-BAIXA TO W-PROX-COD-BAIXA
                   END-IF
                   PERFORM LER-PROXIMA-BAIXA
               END-PERFORM
           END-IF.
           ADD 1 TO W-PROX-COD-BAIXA.
           MOVE "00" TO W-COD-ERRO-BAI.

       LER-PROXIMA-BAIXA.
           READ ARQ-BAIXA NEXT RECORD
               AT END MOVE "10" TO W-COD-ERRO-BAI
           END-READ.

       OPCAO-CONTINUIDADE.
           PERFORM WITH TEST AFTER UNTIL OPC-OK
               ACCEPT W-OPCAO AT 2925 WITH AUTO
               MOVE FUNCTION UPPER-CASE (W-OPCAO) TO W-OPCAO
               IF  OPC-OK
                   PERFORM LIMPAR-ESPACO-MENSAGEM
               ELSE
                   DISPLAY "DIGITE 'S' OU 'N'" AT 2712
               END-IF
           END-PERFORM.

       LIMPAR-ESPACO-MENSAGEM.
           DISPLAY W-BRANCO AT 2712.

       FINALIZACAO.
           IF  NOT EM-LOTE AND ACESSO-LIBERADO
               CLOSE CAD-PRODUTO
               CLOSE ARQ-FILIAL
               CLOSE ARQ-EMPRESTIMO
               CLOSE ARQ-MULTA
               CLOSE ARQ-EXEMPLAR
               CLOSE ARQ-BAIXA
               CLOSE ARQ-AJUSTE
           END-IF.
           DISPLAY "TERMINO DO PROCESSAMENTO" AT 3121.

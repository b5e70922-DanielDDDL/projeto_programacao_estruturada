                   ORGANIZATION INDEXED
                   RECORD KEY IS COD-EMPRESTIMO
                   ALTERNATE RECORD KEY IS COD-LIVRO-EMP WITH DUPLICATES
                   ALTERNATE RECORD KEY IS COD-LEITOR-EMP
                       WITH DUPLICATES
                   ACCESS SEQUENTIAL
                   FILE STATUS IS W-COD-ERRO-EMP.

                   ORGANIZATION INDEXED
                   RECORD KEY IS COD-RESERVA
                   ALTERNATE RECORD KEY IS COD-LIVRO-RES WITH DUPLICATES
                   ALTERNATE RECORD KEY IS COD-LEITOR-RES
                       WITH DUPLICATES
                   ACCESS SEQUENTIAL
                   FILE STATUS IS W-COD-ERRO-RES.

                   ASSIGN TO "multas.dat"
                   ORGANIZATION INDEXED
                   RECORD KEY IS COD-EMPRESTIMO-MUL
                   ALTERNATE RECORD KEY IS COD-LEITOR-MUL
                       WITH DUPLICATES
                   ACCESS SEQUENTIAL
                   FILE STATUS IS W-COD-ERRO-MUL.

         77  W-FIM-ARQUIVO      PIC X     VALUE "N".
             88  FIM-ARQUIVO              VALUE "S".
         77  W-COD-LEITOR-DIG   PIC 9(5)  VALUE ZEROS.
      *> CODIGO DIGITADO OU CARTAO LIDO (CONFERIDO EM VALIDARCARTAO)
         77  W-ENTRADA-LEITOR   PIC X(8)  VALUE SPACES.
         77  W-VIA-CARTAO       PIC 99    VALUE ZEROS.
         77  W-TIPO-ENTRADA     PIC X     VALUE SPACES.
             88  ENTRADA-CARTAO           VALUE "C".
             88  ENTRADA-INVALIDA         VALUE "X".
         77  W-NOME-ARQ-HIST    PIC X(20) VALUE SPACES.
         77  W-ANO-HIST         PIC 9(4)  VALUE ZEROS.
         77  W-ANO-ATUAL        PIC 9(4)  VALUE ZEROS.

       INICIALIZACAO.
           DISPLAY "EXTRATO DO LEITOR".
           DISPLAY "CODIGO DO LEITOR OU CARTAO: " WITH NO ADVANCING.
           ACCEPT W-ENTRADA-LEITOR.
           CALL "VALIDARCARTAO" USING "V" W-ENTRADA-LEITOR
                W-COD-LEITOR-DIG W-VIA-CARTAO W-TIPO-ENTRADA.
           IF  W-COD-LEITOR-DIG = 0
               IF  ENTRADA-INVALIDA
                   DISPLAY "CARTAO INVALIDO - DIGITO NAO CONFERE"
               ELSE
                   DISPLAY "CODIGO INVALIDO - NADA A FAZER"
               END-IF
           ELSE
               OPEN INPUT CAD-PRODUTO
               OPEN INPUT ARQ-LEITOR
               MOVE W-DATA-HOJE-AAAAMMDD (1:4) TO W-ANO-ATUAL
               MOVE W-COD-LEITOR-DIG TO COD-LEITOR
               READ ARQ-LEITOR
               EVALUATE TRUE
                   WHEN NOT STATUS-LEI-OK
                       DISPLAY "LEITOR NAO CADASTRADO"
                       MOVE ZEROS TO W-COD-LEITOR-DIG
                   WHEN ENTRADA-CARTAO
                           AND W-VIA-CARTAO NOT = VIA-CARTAO-LEITOR
                       DISPLAY "CARTAO CANCELADO - VIA SUBSTITUIDA"
                       MOVE ZEROS TO W-COD-LEITOR-DIG
               END-EVALUATE
           END-IF.

       GERAR-EXTRATO.
           PERFORM GRAVAR-LINHA.
           MOVE "N" TO W-FIM-ARQUIVO.
           OPEN INPUT ARQ-EMPRESTIMO.
           *> SO OS REGISTROS DO LEITOR, PELA CHAVE ALTERNATIVA
           MOVE W-COD-LEITOR-DIG TO COD-LEITOR-EMP.
           START ARQ-EMPRESTIMO KEY IS EQUAL TO COD-LEITOR-EMP
               INVALID KEY MOVE "S" TO W-FIM-ARQUIVO
           END-START.
           IF  NOT FIM-ARQUIVO
               PERFORM LER-PROXIMO-EMPRESTIMO
           END-IF.
           PERFORM UNTIL FIM-ARQUIVO
                   OR COD-LEITOR-EMP NOT = W-COD-LEITOR-DIG
               PERFORM GRAVAR-LINHA-EMPRESTIMO
               PERFORM LER-PROXIMO-EMPRESTIMO
           END-PERFORM.
           CLOSE ARQ-EMPRESTIMO.
           MOVE "RESERVAS:" TO W-LINHA.
           PERFORM GRAVAR-LINHA.
           MOVE "N" TO W-FIM-ARQUIVO.
           *> SO OS REGISTROS DO LEITOR, PELA CHAVE ALTERNATIVA
           MOVE W-COD-LEITOR-DIG TO COD-LEITOR-RES.
           START ARQ-RESERVA KEY IS EQUAL TO COD-LEITOR-RES
               INVALID KEY MOVE "S" TO W-FIM-ARQUIVO
           END-START.
           IF  NOT FIM-ARQUIVO
               PERFORM LER-PROXIMA-RESERVA
           END-IF.
           PERFORM UNTIL FIM-ARQUIVO
                   OR COD-LEITOR-RES NOT = W-COD-LEITOR-DIG
               PERFORM GRAVAR-LINHA-RESERVA
               PERFORM LER-PROXIMA-RESERVA
           END-PERFORM.

           PERFORM GRAVAR-LINHA.
           MOVE "N" TO W-FIM-ARQUIVO.
           MOVE ZEROS TO W-SALDO-ABERTO.
           *> SO OS REGISTROS DO LEITOR, PELA CHAVE ALTERNATIVA
           MOVE W-COD-LEITOR-DIG TO COD-LEITOR-MUL.
           START ARQ-MULTA KEY IS EQUAL TO COD-LEITOR-MUL
               INVALID KEY MOVE "S" TO W-FIM-ARQUIVO
           END-START.
           IF  NOT FIM-ARQUIVO
               PERFORM LER-PROXIMA-MULTA
           END-IF.
           PERFORM UNTIL FIM-ARQUIVO
                   OR COD-LEITOR-MUL NOT = W-COD-LEITOR-DIG
               PERFORM GRAVAR-LINHA-MULTA
               PERFORM LER-PROXIMA-MULTA
           END-PERFORM.


       GRAVAR-LINHA-MULTA.
           ADD 1 TO W-TOTAL-MULTAS.
           EVALUATE TRUE
               WHEN MULTA-ABERTA
                   MOVE "EM ABERTO" TO W-SITUACAO-TEXTO
                   COMPUTE W-SALDO-MULTA = VALOR-MULTA - VALOR-PAGO-MUL
                   ADD W-SALDO-MULTA TO W-SALDO-ABERTO
               WHEN MULTA-ABONADA
                   MOVE "ABONADA" TO W-SITUACAO-TEXTO
               WHEN OTHER
                   MOVE "PAGA" TO W-SITUACAO-TEXTO
           END-EVALUATE.
           MOVE VALOR-MULTA TO VALOR-ED.
           MOVE SPACES TO W-LINHA.
           STRING "  EMPRESTIMO " DELIMITED BY SIZE

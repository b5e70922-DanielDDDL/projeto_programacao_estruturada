                   ORGANIZATION INDEXED
                   RECORD KEY IS COD-EMPRESTIMO
                   ALTERNATE RECORD KEY IS COD-LIVRO-EMP WITH DUPLICATES
                   ALTERNATE RECORD KEY IS COD-LEITOR-EMP
                       WITH DUPLICATES
                   ACCESS DYNAMIC
                   FILE STATUS IS W-COD-ERRO-EMP.

                   ASSIGN TO "multas.dat"
                   ORGANIZATION INDEXED
                   RECORD KEY IS COD-EMPRESTIMO-MUL
                   ALTERNATE RECORD KEY IS COD-LEITOR-MUL
                       WITH DUPLICATES
                   ACCESS DYNAMIC
                   FILE STATUS IS W-COD-ERRO-MUL.

           PERFORM LER-PROXIMO-LEITOR.

       VERIFICAR-ATRASOS-DO-LEITOR.
           *> SO OS EMPRESTIMOS DO LEITOR, PELA CHAVE ALTERNATIVA
           *> COD-LEITOR-EMP, COMO EM CONTAR-EMPRESTIMOS-ATIVOS.
           MOVE "N" TO W-TEM-ATRASO W-FIM-VARREDURA.
           MOVE W-COD-LEITOR-ATUAL TO COD-LEITOR-EMP.
           START ARQ-EMPRESTIMO KEY IS EQUAL TO COD-LEITOR-EMP
               INVALID KEY MOVE "S" TO W-FIM-VARREDURA
           END-START.
           PERFORM UNTIL FIM-VARREDURA
                   AT END MOVE "S" TO W-FIM-VARREDURA
               END-READ
               IF  NOT FIM-VARREDURA
                       AND COD-LEITOR-EMP NOT = W-COD-LEITOR-ATUAL
                   MOVE "S" TO W-FIM-VARREDURA
               END-IF
               IF  NOT FIM-VARREDURA AND EMPRESTIMO-ATIVO
                   MOVE DATA-PREVISTA-DEVOL
                     TO W-DATA-PREVISTA-AAAAMMDD
                   IF  W-DATA-PREVISTA-AAAAMMDD <
           END-PERFORM.

       SOMAR-MULTAS-DO-LEITOR.
           MOVE ZEROS TO W-SALDO-ABERTO.
           MOVE W-COD-LEITOR-ATUAL TO COD-LEITOR-MUL.
           MOVE "N" TO W-FIM-VARREDURA.
           START ARQ-MULTA KEY IS EQUAL TO COD-LEITOR-MUL
               INVALID KEY MOVE "S" TO W-FIM-VARREDURA
           END-START.
           PERFORM UNTIL FIM-VARREDURA
                   AT END MOVE "S" TO W-FIM-VARREDURA
               END-READ
               IF  NOT FIM-VARREDURA
                       AND COD-LEITOR-MUL NOT = W-COD-LEITOR-ATUAL
                   MOVE "S" TO W-FIM-VARREDURA
               END-IF
               IF  NOT FIM-VARREDURA AND MULTA-ABERTA
                   COMPUTE W-SALDO-ABERTO = W-SALDO-ABERTO
                           + VALOR-MULTA - VALOR-PAGO-MUL
               END-IF

                   ASSIGN TO "multas.dat"
                   ORGANIZATION INDEXED
                   RECORD KEY IS COD-EMPRESTIMO-MUL
                   ALTERNATE RECORD KEY IS COD-LEITOR-MUL
                       WITH DUPLICATES
                   ACCESS DYNAMIC
                   FILE STATUS IS W-COD-ERRO-MUL.

                   ASSIGN TO "pagtomultas.dat"
                   ORGANIZATION INDEXED
                   RECORD KEY IS COD-PAGAMENTO
                   ALTERNATE RECORD KEY IS COD-LEITOR-PAG
                       WITH DUPLICATES
                   ACCESS DYNAMIC
                   FILE STATUS IS W-COD-ERRO-PAG.

             88  LEITOR-OK                VALUE "S".
         77  W-MULTA-OK         PIC X     VALUE "N".
             88  MULTA-OK                 VALUE "S".
      *> CAMPO DO LEITOR: CODIGO DIGITADO OU CARTAO LIDO NO BALCAO
      *> (CONFERIDO EM VALIDARCARTAO).
         77  W-ENTRADA-LEITOR   PIC X(8)  VALUE SPACES.
         77  W-VIA-CARTAO       PIC 99    VALUE ZEROS.
         77  W-TIPO-ENTRADA     PIC X     VALUE SPACES.
             88  ENTRADA-CARTAO           VALUE "C".
             88  ENTRADA-INVALIDA         VALUE "X".
         77  COD-EMP-ED         PIC ZZZZ9 VALUE ZEROS.
         77  W-COD-LEITOR-DIG   PIC 9(5)  VALUE ZEROS.
         77  W-DATA-HOJE-AAAAMMDD PIC 9(8) VALUE ZEROS.

       FORMATAR-TELA.
           MOVE "N" TO W-LEITOR-OK W-MULTA-OK.
           MOVE ZEROS TO COD-EMP-ED W-COD-LEITOR-DIG
                W-TOTAL-ABERTAS W-VALOR-PAGO-DIG W-SALDO-MULTA.
           MOVE SPACES TO W-CONFIRMA W-FORMA-PAGTO W-ENTRADA-LEITOR.

           DISPLAY CLEAR-SCREEN.
           CALL "CABECALHO".

           DISPLAY "PAGAMENTO DE MULTAS"                AT 1310.
           DISPLAY "CODIGO OU CARTAO:"                  AT 1502.
           DISPLAY "MULTAS EM ABERTO (EMPRESTIMO / DATA / VALOR /"
                   AT 1702.
           DISPLAY "SALDO):"                            AT 1749.
           DISPLAY "OUTRO PAGAMENTO? (S/N):"            AT 3102.

       RECEBER-LEITOR.
           *> O CAMPO ACEITA O CODIGO DIGITADO OU O CARTAO DO LEITOR
           *> (CARTAOLEITOR); CARTAO DE VIA SUBSTITUIDA E RECUSADO.
           ACCEPT W-ENTRADA-LEITOR AT 1521.
           CALL "VALIDARCARTAO" USING "V" W-ENTRADA-LEITOR COD-LEITOR
                W-VIA-CARTAO W-TIPO-ENTRADA.
           IF  ENTRADA-INVALIDA
               DISPLAY "CARTAO INVALIDO - DIGITO NAO CONFERE" AT 2912
           ELSE
               PERFORM LER-LEITOR-INFORMADO
           END-IF.

       LER-LEITOR-INFORMADO.
           READ ARQ-LEITOR.
           IF  STATUS-LEI-OK AND ENTRADA-CARTAO
                   AND W-VIA-CARTAO NOT = VIA-CARTAO-LEITOR
               DISPLAY "CARTAO CANCELADO - VIA SUBSTITUIDA" AT 2912
           ELSE
               PERFORM VALIDAR-LEITOR-LIDO
           END-IF.

       VALIDAR-LEITOR-LIDO.
           IF  STATUS-LEI-OK
               MOVE COD-LEITOR TO W-COD-LEITOR-DIG
               MOVE "S" TO W-LEITOR-OK
           END-IF.

       LISTAR-MULTAS-ABERTAS.
           *> LE SO AS MULTAS DO LEITOR, PELA CHAVE ALTERNATIVA
           *> COD-LEITOR-MUL, E MOSTRA AS PRIMEIRAS 5 ABERTAS.
           MOVE ZEROS TO W-TOTAL-ABERTAS.
           MOVE W-COD-LEITOR-DIG TO COD-LEITOR-MUL.
           MOVE "N" TO W-FIM-VARREDURA.
           PERFORM VARYING W-LINHA-TELA FROM 18 BY 1
                   UNTIL W-LINHA-TELA > 22
               DISPLAY W-BRANCO (1:45) AT W-POS-TELA
           END-PERFORM.
           MOVE 18 TO W-LINHA-TELA.
           START ARQ-MULTA KEY IS EQUAL TO COD-LEITOR-MUL
               INVALID KEY MOVE "S" TO W-FIM-VARREDURA
           END-START.
           PERFORM UNTIL FIM-VARREDURA
                   AT END MOVE "S" TO W-FIM-VARREDURA
               END-READ
               IF  NOT FIM-VARREDURA
                       AND COD-LEITOR-MUL NOT = W-COD-LEITOR-DIG
                   MOVE "S" TO W-FIM-VARREDURA
               END-IF
               IF  NOT FIM-VARREDURA AND MULTA-ABERTA
                   ADD 1 TO W-TOTAL-ABERTAS
                   IF  W-LINHA-TELA <= 22
                       PERFORM EXIBIR-LINHA-MULTA
           MOVE COD-EMP-ED TO COD-EMPRESTIMO-MUL.
           READ ARQ-MULTA.
           IF  STATUS-MUL-OK
               IF  NOT MULTA-ABERTA
                   DISPLAY "MULTA JA ESTA QUITADA OU ABONADA" AT 2912
               ELSE
                   IF  COD-LEITOR-MUL NOT = W-COD-LEITOR-DIG
                       DISPLAY "MULTA NAO PERTENCE A ESTE LEITOR"

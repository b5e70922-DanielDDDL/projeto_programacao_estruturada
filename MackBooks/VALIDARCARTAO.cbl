
       IDENTIFICATION DIVISION.

       PROGRAM-ID. VALIDARCARTAO.
       AUTHOR. DANIEL.

       ENVIRONMENT DIVISION.
         CONFIGURATION SECTION.

             SPECIAL-NAMES.
                 DECIMAL-POINT IS COMMA.

       DATA DIVISION.

         WORKING-STORAGE SECTION.
         77  W-IDX        PIC 99    VALUE ZEROS.
         77  W-TAM        PIC 99    VALUE ZEROS.
         77  W-DIGITO     PIC 9     VALUE ZEROS.
         77  W-SOMA       PIC 9(4)  VALUE ZEROS.
         77  W-RESTO      PIC 9     VALUE ZEROS.
         77  W-DV         PIC 9     VALUE ZEROS.
      *> NUMERO DO CARTAO DO LEITOR (8 DIGITOS, NO PADRAO EAN-8 DO
      *> CODIGO DE BARRAS): CODIGO DO LEITOR, VIA DO CARTAO E DIGITO
      *> VERIFICADOR.
         01  W-NUMERO-CARTAO.
             02  W-NC-COD-LEITOR  PIC 9(5).
             02  W-NC-VIA         PIC 99.
             02  W-NC-DV          PIC 9.

         LINKAGE SECTION.
      *> "M" = MONTAR: LP-CODIGO E LP-VIA ENTRAM, O NUMERO COMPLETO DO
      *>       CARTAO (COM O DIGITO) SAI EM LP-ENTRADA.
      *> "V" = VALIDAR: LP-ENTRADA E O QUE FOI DIGITADO OU LIDO PELO
      *>       LEITOR OPTICO NO CAMPO DO CODIGO.
         01  LP-OPERACAO        PIC X.
         01  LP-ENTRADA         PIC X(8).
      *> CODIGO DO LEITOR DO CARTAO OU, SE FOI DIGITADO UM CODIGO
      *> (ATE 5 DIGITOS), O PROPRIO NUMERO DIGITADO.
         01  LP-CODIGO          PIC 9(5).
         01  LP-VIA             PIC 99.
      *> "C" = CARTAO COM DIGITO CORRETO (A VIA AINDA PRECISA SER
      *>       CONFERIDA COM VIA-CARTAO-LEITOR PELO CHAMADOR);
      *> "D" = CODIGO DIGITADO (SEM CARTAO);
      *> "X" = ENTRADA INVALIDA (DIGITO NAO CONFERE, VIA ZERO, LETRAS).
         01  LP-RESULTADO       PIC X.

       PROCEDURE DIVISION USING LP-OPERACAO LP-ENTRADA LP-CODIGO
                  LP-VIA LP-RESULTADO.

       INICIO.
           EVALUATE LP-OPERACAO
               WHEN "M"
                   PERFORM MONTAR-NUMERO
               WHEN "V"
                   PERFORM VALIDAR-ENTRADA
           END-EVALUATE.
           EXIT PROGRAM.

       MONTAR-NUMERO.
           MOVE LP-CODIGO TO W-NC-COD-LEITOR.
           MOVE LP-VIA    TO W-NC-VIA.
           PERFORM CALCULAR-DIGITO.
           MOVE W-DV TO W-NC-DV.
           MOVE W-NUMERO-CARTAO TO LP-ENTRADA.
           MOVE "C" TO LP-RESULTADO.

       VALIDAR-ENTRADA.
           *> 8 DIGITOS = CARTAO; ATE 5 DIGITOS = CODIGO DIGITADO NO
           *> BALCAO, COMO ANTES DOS CARTOES (LEITOR AINDA SEM CARTAO).
           MOVE "X" TO LP-RESULTADO.
           MOVE ZEROS TO LP-CODIGO LP-VIA W-TAM.
           INSPECT LP-ENTRADA TALLYING W-TAM
               FOR CHARACTERS BEFORE INITIAL SPACE.
           EVALUATE TRUE
               WHEN W-TAM = 0
                   MOVE "D" TO LP-RESULTADO
               WHEN W-TAM <= 5
                   IF  LP-ENTRADA (1:W-TAM) IS NUMERIC
                       MOVE LP-ENTRADA (1:W-TAM) TO LP-CODIGO
                       MOVE "D" TO LP-RESULTADO
                   END-IF
               WHEN W-TAM = 8
                   IF  LP-ENTRADA IS NUMERIC
                       MOVE LP-ENTRADA TO W-NUMERO-CARTAO
                       PERFORM CALCULAR-DIGITO
                       IF  W-DV = W-NC-DV AND W-NC-VIA > 0
                           MOVE W-NC-COD-LEITOR TO LP-CODIGO
                           MOVE W-NC-VIA        TO LP-VIA
                           MOVE "C" TO LP-RESULTADO
                       END-IF
                   END-IF
           END-EVALUATE.

       CALCULAR-DIGITO.
           *> REGRA DO EAN-8: OS 7 PRIMEIROS DIGITOS COM PESOS
           *> ALTERNADOS 3 E 1 (COMECANDO POR 3); O DIGITO E O QUE
           *> FALTA PARA O PROXIMO MULTIPLO DE 10.
           MOVE ZEROS TO W-SOMA.
           PERFORM VARYING W-IDX FROM 1 BY 1 UNTIL W-IDX > 7
               MOVE W-NUMERO-CARTAO (W-IDX:1) TO W-DIGITO
               IF  FUNCTION MOD (W-IDX 2) = 1
                   COMPUTE W-SOMA = W-SOMA + (W-DIGITO * 3)
               ELSE
                   ADD W-DIGITO TO W-SOMA
               END-IF
           END-PERFORM.
           COMPUTE W-RESTO = FUNCTION MOD (W-SOMA 10).
           IF  W-RESTO = 0
               MOVE ZEROS TO W-DV
           ELSE
               COMPUTE W-DV = 10 - W-RESTO
           END-IF.

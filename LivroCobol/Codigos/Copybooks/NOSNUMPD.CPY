      * Digito modulo 11 do nosso numero, pesos 2 a 9 da direita
      * para a esquerda; posicao nao numerica vale zero e resto
      * que da 10 ou 11 vira zero.
       CALCULAR-DV-NOSSO-NUMERO.
           MOVE 0 TO WS-NN-SOMA.
           MOVE 2 TO WS-NN-PESO.
           PERFORM VARYING WS-NN-POSICAO FROM 15 BY -1
                   UNTIL WS-NN-POSICAO < 1
               IF WS-NN-BASE(WS-NN-POSICAO:1) IS NUMERIC
                   COMPUTE WS-NN-SOMA = WS-NN-SOMA + WS-NN-PESO
                       * FUNCTION NUMVAL(WS-NN-BASE(WS-NN-POSICAO:1))
               END-IF
               IF WS-NN-PESO = 9
                   MOVE 2 TO WS-NN-PESO
               ELSE
                   ADD 1 TO WS-NN-PESO
               END-IF
           END-PERFORM.
           COMPUTE WS-NN-RESTO = FUNCTION MOD(WS-NN-SOMA, 11).
           IF WS-NN-RESTO < 2
               MOVE 0 TO WS-NN-DV-CALCULADO
           ELSE
               COMPUTE WS-NN-DV-CALCULADO = 11 - WS-NN-RESTO
           END-IF.

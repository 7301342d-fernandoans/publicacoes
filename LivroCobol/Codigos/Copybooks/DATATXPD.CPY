      * Converte WS-DATA-TEXTO em WS-DATA-CONVERTIDA (AAAAMMDD).
      * Data fora do calendario volta zero.
       CONVERTER-DATA-TEXTO.
           MOVE 0 TO WS-DATA-CONVERTIDA.
           MOVE SPACES TO WS-DATA-MONTADA.
           EVALUATE TRUE
               WHEN WS-DATA-TEXTO(5:1) = "-"
                       AND WS-DATA-TEXTO(8:1) = "-"
                   MOVE WS-DATA-TEXTO(1:4) TO WS-DATA-MONTADA-ANO
                   MOVE WS-DATA-TEXTO(6:2) TO WS-DATA-MONTADA-MES
                   MOVE WS-DATA-TEXTO(9:2) TO WS-DATA-MONTADA-DIA
               WHEN WS-DATA-TEXTO(3:1) = "/"
                       AND WS-DATA-TEXTO(6:1) = "/"
                   MOVE WS-DATA-TEXTO(7:4) TO WS-DATA-MONTADA-ANO
                   MOVE WS-DATA-TEXTO(4:2) TO WS-DATA-MONTADA-MES
                   MOVE WS-DATA-TEXTO(1:2) TO WS-DATA-MONTADA-DIA
               WHEN WS-DATA-TEXTO(9:2) = SPACES
                   MOVE WS-DATA-TEXTO(1:8) TO WS-DATA-MONTADA
           END-EVALUATE.
           IF WS-DATA-MONTADA IS NUMERIC
               MOVE WS-DATA-MONTADA TO WS-DATA-CONVERTIDA
               IF FUNCTION TEST-DATE-YYYYMMDD(WS-DATA-CONVERTIDA)
                       NOT = 0
                   MOVE 0 TO WS-DATA-CONVERTIDA
               END-IF
           END-IF.

      * Carga das faixas de INSS e IRRF em vigor na competencia
      * WS-TIM-COMPETENCIA a partir de TABELAS-IMPOSTO.DATA.
       CARREGAR-TABELAS-IMPOSTO.
           ACCEPT WS-ARQ-TABELAS-IMPOSTO FROM ENVIRONMENT
                   "TABELAS_IMPOSTO_DATA"
               ON EXCEPTION
                   MOVE "TABELAS-IMPOSTO.DATA"
                       TO WS-ARQ-TABELAS-IMPOSTO
           END-ACCEPT.
           MOVE 0 TO WS-TIM-VIGENCIA-INSS.
           MOVE 0 TO WS-TIM-VIGENCIA-IRRF.
           MOVE "N" TO WS-FIM-TABELAS-IMPOSTO.
           OPEN INPUT ARQ-TABELAS-IMPOSTO.
           IF WS-STATUS-TABELAS-IMPOSTO = "00"
               PERFORM UNTIL WS-FIM-TABELAS-IMPOSTO = "S"
                   READ ARQ-TABELAS-IMPOSTO
                       AT END
                           MOVE "S" TO WS-FIM-TABELAS-IMPOSTO
                       NOT AT END
                           IF TIM-VIGENCIA <= WS-TIM-COMPETENCIA
                               PERFORM APLICAR-TABELA-IMPOSTO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQ-TABELAS-IMPOSTO
           END-IF.
           IF WS-TIM-VIGENCIA-INSS = 0 OR WS-TIM-VIGENCIA-IRRF = 0
               DISPLAY "Aviso: sem tabela de INSS/IRRF cadastrada "
                  "para " WS-TIM-COMPETENCIA
                  "; usando faixas padrao."
           ELSE
               DISPLAY "Tabelas em vigor - INSS: "
                  WS-TIM-VIGENCIA-INSS "  IRRF: " WS-TIM-VIGENCIA-IRRF
           END-IF.

       APLICAR-TABELA-IMPOSTO.
           IF TABELA-INSS AND TIM-VIGENCIA > WS-TIM-VIGENCIA-INSS
               MOVE TIM-VIGENCIA TO WS-TIM-VIGENCIA-INSS
               MOVE TIM-LIMITE(1) TO INSS-LIMITE-1
               MOVE TIM-LIMITE(2) TO INSS-LIMITE-2
               MOVE TIM-LIMITE(3) TO INSS-LIMITE-3
               MOVE TIM-LIMITE(4) TO INSS-TETO
               MOVE TIM-ALIQUOTA(1) TO INSS-ALIQUOTA-1
               MOVE TIM-ALIQUOTA(2) TO INSS-ALIQUOTA-2
               MOVE TIM-ALIQUOTA(3) TO INSS-ALIQUOTA-3
               MOVE TIM-ALIQUOTA(4) TO INSS-ALIQUOTA-4
           END-IF.
           IF TABELA-IRRF AND TIM-VIGENCIA > WS-TIM-VIGENCIA-IRRF
               MOVE TIM-VIGENCIA TO WS-TIM-VIGENCIA-IRRF
               MOVE TIM-LIMITE(1) TO IRRF-LIMITE-1
               MOVE TIM-LIMITE(2) TO IRRF-LIMITE-2
               MOVE TIM-LIMITE(3) TO IRRF-LIMITE-3
               MOVE TIM-LIMITE(4) TO IRRF-LIMITE-4
               MOVE TIM-ALIQUOTA(2) TO IRRF-ALIQUOTA-2
               MOVE TIM-ALIQUOTA(3) TO IRRF-ALIQUOTA-3
               MOVE TIM-ALIQUOTA(4) TO IRRF-ALIQUOTA-4
               MOVE TIM-ALIQUOTA(5) TO IRRF-ALIQUOTA-5
               MOVE TIM-PARCELA(2) TO IRRF-PARCELA-2
               MOVE TIM-PARCELA(3) TO IRRF-PARCELA-3
               MOVE TIM-PARCELA(4) TO IRRF-PARCELA-4
               MOVE TIM-PARCELA(5) TO IRRF-PARCELA-5
               MOVE TIM-DEDUCAO-DEPENDENTE
                   TO IRRF-DEDUCAO-DEPENDENTE
           END-IF.

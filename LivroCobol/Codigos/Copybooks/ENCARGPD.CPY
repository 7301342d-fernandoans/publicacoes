      * Parametros de multa e juros de mensalidade em atraso.
       CARREGAR-ENCARGOS.
           ACCEPT WS-ENC-PARAMETRO FROM ENVIRONMENT
                   "MENSALIDADES_MULTA_PERCENTUAL"
               ON EXCEPTION
                   MOVE SPACES TO WS-ENC-PARAMETRO
           END-ACCEPT.
           IF WS-ENC-PARAMETRO NOT = SPACES
                   AND FUNCTION TEST-NUMVAL(WS-ENC-PARAMETRO) = 0
               COMPUTE WS-ENC-MULTA-PERCENTUAL
                   = FUNCTION NUMVAL(WS-ENC-PARAMETRO)
           END-IF.
           ACCEPT WS-ENC-PARAMETRO FROM ENVIRONMENT
                   "MENSALIDADES_JUROS_MES"
               ON EXCEPTION
                   MOVE SPACES TO WS-ENC-PARAMETRO
           END-ACCEPT.
           IF WS-ENC-PARAMETRO NOT = SPACES
                   AND FUNCTION TEST-NUMVAL(WS-ENC-PARAMETRO) = 0
               COMPUTE WS-ENC-JUROS-MES
                   = FUNCTION NUMVAL(WS-ENC-PARAMETRO)
           END-IF.

      * Multa unica sobre o valor cobrado e juros simples pro rata
      * dia a partir do dia seguinte ao vencimento.
       CALCULAR-ENCARGOS.
           MOVE 0 TO WS-ENC-DIAS-ATRASO.
           MOVE 0 TO WS-ENC-MULTA.
           MOVE 0 TO WS-ENC-JUROS.
           IF WS-ENC-DATA-PAGAMENTO > WS-ENC-VENCIMENTO
               COMPUTE WS-ENC-DIAS-ATRASO
                   = FUNCTION INTEGER-OF-DATE(WS-ENC-DATA-PAGAMENTO)
                   - FUNCTION INTEGER-OF-DATE(WS-ENC-VENCIMENTO)
               COMPUTE WS-ENC-MULTA ROUNDED
                   = WS-ENC-VALOR * WS-ENC-MULTA-PERCENTUAL / 100
               COMPUTE WS-ENC-JUROS ROUNDED
                   = WS-ENC-VALOR * WS-ENC-JUROS-MES
                   * WS-ENC-DIAS-ATRASO / 3000
           END-IF.
           COMPUTE WS-ENC-TOTAL
               = WS-ENC-VALOR + WS-ENC-MULTA + WS-ENC-JUROS.

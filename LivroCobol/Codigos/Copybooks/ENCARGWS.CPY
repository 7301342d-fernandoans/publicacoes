      * Campos de apoio do calculo de encargos por atraso de
      * mensalidade. CARREGAR-ENCARGOS (ENCARGPD) le os parametros
      * do ambiente: MENSALIDADES_MULTA_PERCENTUAL (padrao 2) e
      * MENSALIDADES_JUROS_MES (padrao 1 por cento ao mes). O
      * programa informa WS-ENC-VALOR, WS-ENC-VENCIMENTO e
      * WS-ENC-DATA-PAGAMENTO e executa CALCULAR-ENCARGOS; voltam
      * os dias de atraso, a multa, os juros pro rata dia (mes
      * comercial de 30 dias) e o total devido.
       01 WS-ENC-MULTA-PERCENTUAL  PIC 9(2)V9(2) VALUE 2.
       01 WS-ENC-JUROS-MES         PIC 9(2)V9(2) VALUE 1.
       01 WS-ENC-PARAMETRO         PIC X(10).
       01 WS-ENC-VALOR             PIC 9(7)V9(2).
       01 WS-ENC-VENCIMENTO        PIC 9(8).
       01 WS-ENC-DATA-PAGAMENTO    PIC 9(8).
       01 WS-ENC-DIAS-ATRASO       PIC 9(5).
       01 WS-ENC-MULTA             PIC 9(7)V9(2).
       01 WS-ENC-JUROS             PIC 9(7)V9(2).
       01 WS-ENC-TOTAL             PIC 9(7)V9(2).

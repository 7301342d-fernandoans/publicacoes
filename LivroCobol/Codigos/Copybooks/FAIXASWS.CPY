      * DecimoTerceiro.cbl e RescisaoCalculo.cbl. O programa informa
      * WS-BASE-INSS e WS-BASE-IRRF e executa os paragrafos de
      * FAIXASPD para obter WS-DESCONTO-INSS e WS-DESCONTO-IRRF.
      * Os valores abaixo sao o padrao; CARREGAR-TABELAS-IMPOSTO
      * (TABIMPPD) os substitui pela tabela em vigor na competencia.
       01 FAIXAS-INSS.
           05 INSS-LIMITE-1           PIC 9(7)V9(2) VALUE 1518.00.
           05 INSS-LIMITE-2           PIC 9(7)V9(2) VALUE 2793.88.
           05 IRRF-PARCELA-3          PIC 9(5)V9(2) VALUE 394.16.
           05 IRRF-PARCELA-4          PIC 9(5)V9(2) VALUE 675.49.
           05 IRRF-PARCELA-5          PIC 9(5)V9(2) VALUE 908.73.
           05 IRRF-DEDUCAO-DEPENDENTE PIC 9(5)V9(2) VALUE 189.59.

       01 CALCULO-IMPOSTOS.
           05 WS-BASE-INSS            PIC 9(7)V9(2).

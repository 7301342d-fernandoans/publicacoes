      * Layout do movimento do decimo terceiro salario
      * (DECIMO-MOVIMENTO.DATA), um registro por funcionario e
      * parcela paga no ano. Gravado por DecimoTerceiro.cbl a cada
      * parcela calculada e lido por InformeRendimentos.cbl, que
      * demonstra o 13o na secao de tributacao exclusiva. Uma
      * reexecucao da mesma parcela substitui a anterior na leitura.
           05 D13-ANO                 PIC 9(4).
           05 D13-MATRICULA           PIC 9(5).
           05 D13-DEPARTAMENTO        PIC X(4).
           05 D13-PARCELA             PIC 9(1).
           05 D13-AVOS                PIC 9(2).
           05 D13-VALOR-PARCELA       PIC 9(9)V9(2).
           05 D13-DESCONTO-INSS       PIC 9(9)V9(2).
           05 D13-DESCONTO-IRRF       PIC 9(9)V9(2).
           05 D13-VALOR-LIQUIDO       PIC 9(9)V9(2).
           05 D13-DATA-CALCULO        PIC 9(8).

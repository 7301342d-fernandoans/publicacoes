      * Layout do saldo de provisao de ferias e 13o salario
      * (PROVISOES.DATA), um registro por funcionario e
      * competencia com o passivo acumulado e os encargos sobre
      * ele. O lancamento contabil do mes e a diferenca entre o
      * saldo da competencia e o da anterior. Reprocessar a
      * competencia cancela (situacao C) os saldos gravados antes.
      * Gravado e lido por ProvisaoMensal.cbl.
           05 PRV-COMPETENCIA         PIC 9(6).
           05 PRV-MATRICULA           PIC 9(5).
           05 PRV-DEPARTAMENTO        PIC X(4).
           05 PRV-DIAS-FERIAS         PIC 9(3)V9(1).
           05 PRV-SALDO-FERIAS        PIC 9(9)V9(2).
           05 PRV-AVOS-DECIMO         PIC 9(2).
           05 PRV-SALDO-DECIMO        PIC 9(9)V9(2).
           05 PRV-SALDO-INSS          PIC 9(9)V9(2).
           05 PRV-SALDO-FGTS          PIC 9(9)V9(2).
           05 PRV-SITUACAO            PIC X(1).
               88 PROVISAO-ATIVA          VALUE "A".
               88 PROVISAO-CANCELADA      VALUE "C".
           05 PRV-DATA-CALCULO        PIC 9(8).

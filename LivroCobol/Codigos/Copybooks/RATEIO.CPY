      * Layout da linha de rateio de custo (RATEIO-CUSTOS.DATA):
      * percentual do custo do funcionario apropriado a cada
      * departamento (e ao seu centro de custo) a partir da
      * competencia de vigencia. As linhas de uma mesma matricula e
      * competencia formam o rateio e somam 100%; vale o rateio de
      * maior vigencia ate a competencia da folha. Redefinir um
      * rateio cancela (situacao C) as linhas da mesma competencia.
      * Mantido por RateioManutencao.cbl e aplicado por
      * ContabilizaFolha.cbl e EncargosPatronais.cbl (RATEIOPD).
           05 RAT-MATRICULA           PIC 9(5).
           05 RAT-COMPETENCIA         PIC 9(6).
           05 RAT-DEPARTAMENTO        PIC X(4).
           05 RAT-PERCENTUAL          PIC 9(3)V9(2).
           05 RAT-SITUACAO            PIC X(1).
               88 RATEIO-ATIVO            VALUE "A".
               88 RATEIO-CANCELADO        VALUE "C".
           05 RAT-OPERADOR            PIC X(8).
           05 RAT-DATA-ATUALIZACAO    PIC 9(8).

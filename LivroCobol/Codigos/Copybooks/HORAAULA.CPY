      * Layout da tabela de valor da hora-aula (TABELA-HORA-AULA.DATA),
      * um registro por tipo de contrato do professor
      * (PRO-TIPO-CONTRATO de professores.idx) e titulacao maxima
      * (G=graduado, E=especialista, M=mestre, D=doutor). Mantida
      * por HoraAulaTabela.cbl e lida por HoraAulaMensal.cbl.
           05 HAU-TIPO-CONTRATO       PIC X(10).
           05 HAU-TITULACAO           PIC X(1).
               88 HAU-GRADUADO            VALUE "G".
               88 HAU-ESPECIALISTA        VALUE "E".
               88 HAU-MESTRE              VALUE "M".
               88 HAU-DOUTOR              VALUE "D".
           05 HAU-VALOR-HORA          PIC 9(5)V9(2).
           05 HAU-OPERADOR            PIC X(8).
           05 HAU-DATA-ATUALIZACAO    PIC 9(8).

      * Layout das horas de estagio aceitas (ESTAGIO-HORAS.DATA),
      * um registro por aluno e semana, identificada pela data de
      * inicio. Gravado pela importacao da folha mensal em
      * EstagiosManutencao.cbl; impede lancar a mesma semana duas
      * vezes.
           05 EHR-MATRICULA           PIC X(8).
           05 EHR-TERMO               PIC X(10).
           05 EHR-SEMANA              PIC 9(8).
           05 EHR-HORAS               PIC 9(2).
           05 EHR-DATA-IMPORTACAO     PIC 9(8).

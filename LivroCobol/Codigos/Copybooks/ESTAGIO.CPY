      * Layout do termo de compromisso de estagio (ESTAGIOS.DATA),
      * um registro por termo. O professor orientador vem de
      * professores.idx. EST-HORAS-CUMPRIDAS acumula as horas
      * aceitas nas folhas mensais. Mantido e importado por
      * EstagiosManutencao.cbl e lido por AuditoriaFormatura.cbl.
           05 EST-MATRICULA           PIC X(8).
           05 EST-TERMO               PIC X(10).
           05 EST-EMPRESA             PIC X(30).
           05 EST-PROFESSOR           PIC X(8).
           05 EST-DATA-INICIO         PIC 9(8).
           05 EST-DATA-FIM            PIC 9(8).
           05 EST-HORAS-EXIGIDAS      PIC 9(4).
           05 EST-APOLICE             PIC X(15).
           05 EST-OPERADOR            PIC X(8).
           05 EST-HORAS-CUMPRIDAS     PIC 9(4).
           05 EST-DATA-ATUALIZACAO    PIC 9(8).

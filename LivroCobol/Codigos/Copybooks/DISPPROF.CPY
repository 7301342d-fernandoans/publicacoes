      * Layout da disponibilidade de professores
      * (disponibilidade-professores.data): um registro por bloco
      * de horario em que o professor pode lecionar, com dia da
      * semana (1=segunda a 7=domingo) e horas HHMM como em
      * turmas.idx. Lido por GradeHorarios.cbl.
           05 DSP-PROFESSOR           PIC X(8).
           05 DSP-DIA-SEMANA          PIC 9(1).
           05 DSP-HORA-INICIO         PIC 9(4).
           05 DSP-HORA-FIM            PIC 9(4).

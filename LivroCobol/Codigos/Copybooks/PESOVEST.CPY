      * Layout dos pesos do vestibular (pesos-vestibular.ctl), uma
      * linha por curso com o peso de cada uma das cinco provas
      * (mesma ordem de CND-NOTA-PROVA) e a nota final minima para
      * classificacao. Curso sem linha usa peso 1 em todas as
      * provas e nota minima zero. Lido por
      * VestibularClassificacao.cbl.
           05 PVE-CURSO               PIC X(20).
           05 PVE-PESOS.
               10 PVE-PESO            PIC 9(2) OCCURS 5 TIMES.
           05 PVE-NOTA-MINIMA         PIC 9(3)V9(2).

      * Layout do registro de faltas de professores
      * (faltas-professores.data), mantido por FaltasProfessores.cbl:
      * uma aula nao dada pelo titular da turma, com o substituto
      * quando houve e a reposicao agendada quando a aula foi
      * cancelada. Lido por FrequenciaLancamento.cbl (chamadas de
      * aula cancelada nao contam), HoraAulaMensal.cbl (ajuste das
      * horas-aula) e FaltasProfessoresMensal.cbl.
           05 FPR-PERIODO             PIC X(6).
           05 FPR-TURMA               PIC X(6).
           05 FPR-DATA                PIC 9(8).
           05 FPR-PROFESSOR           PIC X(8).
           05 FPR-MOTIVO              PIC X(30).
           05 FPR-SUBSTITUTO          PIC X(8).
           05 FPR-SITUACAO            PIC X(1).
               88 FALTA-SUBSTITUIDA       VALUE "S".
               88 FALTA-SEM-REPOSICAO     VALUE "P".
               88 REPOSICAO-AGENDADA      VALUE "A".
           05 FPR-REPOSICAO-DATA      PIC 9(8).
           05 FPR-REPOSICAO-INICIO    PIC 9(4).
           05 FPR-REPOSICAO-FIM       PIC 9(4).
           05 FPR-REPOSICAO-SALA      PIC X(6).
           05 FPR-DATA-REGISTRO       PIC 9(8).

      * Layout da grade de horarios proposta
      * (grade-horarios-proposta.data), refeita a cada execucao de
      * GradeHorarios.cbl: dia, horario e sala sugeridos para cada
      * turma da demanda, para conferencia da coordenacao antes da
      * carga em turmas.idx (campos TUR-DIA-SEMANA,
      * TUR-HORA-INICIO/FIM e TUR-SALA).
           05 GHP-PERIODO             PIC X(6).
           05 GHP-TURMA               PIC X(6).
           05 GHP-CURSO               PIC X(20).
           05 GHP-PROFESSOR           PIC X(8).
           05 GHP-UNIDADE             PIC X(3).
           05 GHP-SALA                PIC X(6).
           05 GHP-DIA-SEMANA          PIC 9(1).
           05 GHP-HORA-INICIO         PIC 9(4).
           05 GHP-HORA-FIM            PIC 9(4).
           05 GHP-CAPACIDADE-SALA     PIC 9(3).
           05 GHP-MATRICULAS-PREVISTAS PIC 9(3).

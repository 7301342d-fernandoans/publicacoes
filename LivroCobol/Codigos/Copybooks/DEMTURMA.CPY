      * Layout da demanda de turmas do periodo
      * (demanda-turmas.data): turma a abrir, disciplina,
      * professor titular, horas semanais (um encontro por semana,
      * como TUR-HORA-INICIO/FIM), matriculas previstas e tipo de
      * sala exigido (SAL-TIPO; em branco aceita qualquer sala).
      * Lido por GradeHorarios.cbl.
           05 DMT-PERIODO             PIC X(6).
           05 DMT-TURMA               PIC X(6).
           05 DMT-CURSO               PIC X(20).
           05 DMT-PROFESSOR           PIC X(8).
           05 DMT-UNIDADE             PIC X(3).
           05 DMT-TIPO-SALA           PIC X(10).
           05 DMT-HORAS-SEMANAIS      PIC 9(2).
           05 DMT-MATRICULAS-PREVISTAS PIC 9(3).

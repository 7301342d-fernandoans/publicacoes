      * Layout da resposta da avaliacao institucional
      * (AVALIACAO-RESPOSTAS.DATA), uma nota por questao
      * respondida. O registro e anonimo: guarda turma, professor,
      * disciplina e unidade, nunca a matricula do aluno.
           05 AVR-PERIODO             PIC X(6).
           05 AVR-TURMA               PIC X(6).
           05 AVR-PROFESSOR           PIC X(8).
           05 AVR-CURSO               PIC X(20).
           05 AVR-UNIDADE             PIC X(3).
           05 AVR-QUESTAO             PIC 9(2).
           05 AVR-NOTA                PIC 9(1).

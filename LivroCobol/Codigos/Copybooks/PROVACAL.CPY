      * Layout das sessoes de prova (calendario-provas.data),
      * refeito a cada execucao de CalendarioProvas.cbl: uma sessao
      * por turma do periodo, com o dia da semana (1=segunda) e o
      * horario da prova. Lido por AlocacaoProvas.cbl para dividir
      * a turma pelas salas de prova e emitir as listas de
      * presenca e a escala de fiscais.
           05 CPV-PERIODO             PIC X(6).
           05 CPV-TURMA               PIC X(6).
           05 CPV-CURSO               PIC X(20).
           05 CPV-PROFESSOR           PIC X(8).
           05 CPV-DIA-SEMANA          PIC 9(1).
           05 CPV-HORA-INICIO         PIC 9(4).
           05 CPV-HORA-FIM            PIC 9(4).
           05 CPV-SALA-AULA           PIC X(6).
           05 CPV-ALUNOS              PIC 9(4).

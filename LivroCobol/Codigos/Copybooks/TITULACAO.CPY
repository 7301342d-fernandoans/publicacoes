      * Layout da titulacao academica do professor
      * (PROFESSORES-TITULACAO.DATA), um registro por titulo
      * obtido, varios por PRO-MATRICULA. Mantido por
      * ProfessoresTitulacao.cbl. O maior grau do professor vale
      * para a hora-aula (HoraAulaMensal.cbl), para o censo
      * (CensoExportacao.cbl), para ConsultaProfessor.cbl e para o
      * perfil do corpo docente por curso (PerfilDocente.cbl).
           05 TIT-MATRICULA           PIC X(8).
           05 TIT-GRAU                PIC X(1).
               88 TITULO-GRADUADO         VALUE "G".
               88 TITULO-ESPECIALISTA     VALUE "E".
               88 TITULO-MESTRE           VALUE "M".
               88 TITULO-DOUTOR           VALUE "D".
           05 TIT-AREA                PIC X(30).
           05 TIT-INSTITUICAO         PIC X(30).
           05 TIT-DATA-CONCLUSAO      PIC 9(8).
           05 TIT-OPERADOR            PIC X(8).
           05 TIT-DATA-ATUALIZACAO    PIC 9(8).

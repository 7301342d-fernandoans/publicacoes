      * Layout da exigencia de estagio por curso
      * (ESTAGIO-CURSOS.DATA). Curso ausente do arquivo nao exige
      * estagio para a formatura. Lido por AuditoriaFormatura.cbl.
           05 ECU-CURSO               PIC X(20).
           05 ECU-HORAS-MINIMAS       PIC 9(4).

      * Layout da exigencia de horas de atividades complementares
      * por curso (ATIVIDADES-CURSOS.DATA). Curso ausente do
      * arquivo nao exige atividades. Lido por
      * AtividadesComplementares.cbl e AuditoriaFormatura.cbl.
           05 ACU-CURSO               PIC X(20).
           05 ACU-HORAS-MINIMAS       PIC 9(4).

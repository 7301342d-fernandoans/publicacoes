      * AuditoriaFormatura.cbl, que confere o historico escolar de
      * cada aluno e gera FORMATURA-APTOS.DATA com quem completou
      * tudo - unico criterio aceito por ArquivaAlunos para
      * arquivar concluintes. GRA-CREDITOS e o peso da disciplina
      * no coeficiente de rendimento (CoeficienteRendimento.cbl);
      * em branco ou zero vale 1.
           05 GRA-CURSO               PIC X(20).
           05 GRA-DISCIPLINA          PIC X(20).
           05 GRA-CREDITOS            PIC 9(2).

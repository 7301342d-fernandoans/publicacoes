      * Layout da tabela de equivalencias para aproveitamento de
      * estudos (equivalencias.data): cada disciplina cursada em
      * outra instituicao aponta a disciplina da grade curricular
      * (GRA-DISCIPLINA) que ela dispensa no curso informado.
      * EQV-NOTA-MINIMA zero usa a nota de corte de
      * politica-notas.ctl. Lida por Aproveitamento.cbl.
           05 EQV-INSTITUICAO         PIC X(30).
           05 EQV-DISCIPLINA-EXTERNA  PIC X(30).
           05 EQV-CURSO               PIC X(20).
           05 EQV-DISCIPLINA          PIC X(20).
           05 EQV-NOTA-MINIMA         PIC 9(2)V9(2).

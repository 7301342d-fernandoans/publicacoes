      * Layout da decisao de aproveitamento de estudos
      * (APROVEITAMENTOS.DATA), acumulado por Aproveitamento.cbl:
      * um registro por disciplina externa pedida, deferida ou
      * indeferida com o motivo. O deferimento tambem grava a
      * disciplina no historico escolar com resultado APROVEITADO.
           05 APR-MATRICULA           PIC X(8).
           05 APR-INSTITUICAO         PIC X(30).
           05 APR-DISCIPLINA-EXTERNA  PIC X(30).
           05 APR-NOTA                PIC 9(2)V9(2).
           05 APR-DISCIPLINA          PIC X(20).
           05 APR-SITUACAO            PIC X(1).
               88 APROVEITAMENTO-DEFERIDO    VALUE "D".
               88 APROVEITAMENTO-INDEFERIDO  VALUE "I".
           05 APR-MOTIVO              PIC X(40).
           05 APR-DATA-DECISAO        PIC 9(8).

      * Registro do historico escolar acumulado
      * (historico-escolar.data), identificado por matricula e
      * periodo. Gravado por Fechamento.cbl no encerramento do
      * periodo e por Aproveitamento.cbl, com resultado APROVEITADO,
      * para as disciplinas dispensadas por aproveitamento de
      * estudos; lido por HistoricoEscolar.cbl.
           05 HIS-MATRICULA        PIC X(8).
           05 HIS-PERIODO          PIC X(6).
           05 HIS-NOME             PIC X(20).
           05 HIS-NOTA-3           PIC 9(3)V9(2).
           05 HIS-NOTA-4           PIC 9(3)V9(2).
           05 HIS-MEDIA            PIC 9(3)V9(2).
           05 HIS-RESULTADO        PIC X(11).

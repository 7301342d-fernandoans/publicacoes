      * Layout do movimento do adiantamento quinzenal
      * (ADIANTAMENTO-MOVIMENTO.DATA), um registro por funcionario
      * e competencia. Gravado por AdiantamentoQuinzenal.cbl com
      * situacao "P" (pago); FolhaPagamento.cbl desconta o valor no
      * contracheque da mesma competencia e marca "D" (descontado).
      * FolhaControle.cbl nao fecha a competencia enquanto houver
      * adiantamento pago e nao descontado.
           05 ADM-COMPETENCIA         PIC 9(6).
           05 ADM-MATRICULA           PIC 9(5).
           05 ADM-UNIDADE             PIC X(3).
           05 ADM-DEPARTAMENTO        PIC X(4).
           05 ADM-VALOR               PIC 9(7)V9(2).
           05 ADM-DATA-CREDITO        PIC 9(8).
           05 ADM-SITUACAO            PIC X(1).
               88 ADIANTAMENTO-PAGO       VALUE "P".
               88 ADIANTAMENTO-DESCONTADO VALUE "D".

      * Layout do cadastro de elegibilidade ao adiantamento
      * quinzenal (ADIANTAMENTO-ELEGIVEIS.DATA), um registro por
      * matricula. Mantido por AdiantamentoElegiveis.cbl e lido por
      * AdiantamentoQuinzenal.cbl; matricula sem registro ou com
      * ADE-ELEGIVEL diferente de "S" nao recebe adiantamento.
           05 ADE-MATRICULA           PIC 9(5).
           05 ADE-ELEGIVEL            PIC X(1).
               88 ADIANTAMENTO-ELEGIVEL   VALUE "S".
           05 ADE-DATA-ATUALIZACAO    PIC 9(8).

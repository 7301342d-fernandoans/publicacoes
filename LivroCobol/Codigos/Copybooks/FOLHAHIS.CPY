      * Layout do historico de pagamentos (folha-historico.idx), um
      * registro por funcionario e competencia, chave matricula +
      * competencia. Carregado a partir do FOLHA-MOVIMENTO.DATA por
      * HistoricoFolhaCarga.cbl, atualizado por FolhaControle.cbl a
      * cada fechamento e consultado por ConsultaHistoricoFolha.cbl.
           05 FHI-CHAVE.
               10 FHI-MATRICULA       PIC 9(5).
               10 FHI-COMPETENCIA     PIC 9(6).
           05 FHI-DEPARTAMENTO        PIC X(4).
           05 FHI-SALARIO-BRUTO       PIC 9(9)V9(2).
           05 FHI-DESCONTO-INSS       PIC 9(9)V9(2).
           05 FHI-DESCONTO-IRRF       PIC 9(9)V9(2).
           05 FHI-DESCONTO-SINDICATO  PIC 9(9)V9(2).
           05 FHI-DESCONTO-FALTAS     PIC 9(9)V9(2).
           05 FHI-OUTROS-DESCONTOS    PIC 9(9)V9(2).
           05 FHI-SALARIO-FAMILIA     PIC 9(9)V9(2).
           05 FHI-TOTAL-DESCONTOS     PIC 9(9)V9(2).
           05 FHI-SALARIO-LIQUIDO     PIC 9(9)V9(2).
           05 FHI-DATA-CARGA          PIC 9(8).

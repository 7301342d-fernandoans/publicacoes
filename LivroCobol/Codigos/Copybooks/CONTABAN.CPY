      * Layout do registro de dados bancarios do funcionario
      * (CONTAS-BANCARIAS.DATA), um registro por matricula, lido
      * por FolhaPagamento.cbl para montar a remessa de credito
      * em conta. Mantido por ContasBancariasManutencao.cbl, que
      * registra cada alteracao em CONTAS-HISTORICO.DATA.
      * CBA-DATA-ATUALIZACAO guarda a data da ultima inclusao ou
      * alteracao; registros antigos sem ela leem como zeros
      * depois da primeira alteracao, que regrava o arquivo.
           05 CBA-MATRICULA           PIC 9(5).
           05 CBA-BANCO               PIC X(3).
           05 CBA-AGENCIA             PIC X(5).
           05 CBA-CONTA               PIC X(12).
           05 CBA-DATA-ATUALIZACAO    PIC 9(8).

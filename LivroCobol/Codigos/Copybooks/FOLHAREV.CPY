      * Layout do registro de revisao da folha (FOLHA-REVISAO.DATA),
      * um registro por execucao do relatorio de variacao da folha
      * (VariacaoFolha.cbl) com a competencia e a unidade revisadas
      * e a quantidade de ocorrencias apontadas. FolhaControle.cbl
      * consulta o arquivo antes do fechamento e avisa quando a
      * competencia nao passou pela revisao.
           05 FRV-COMPETENCIA         PIC 9(6).
           05 FRV-UNIDADE             PIC X(3).
           05 FRV-DATA-REVISAO        PIC 9(8).
           05 FRV-HORA-REVISAO        PIC 9(8).
           05 FRV-QTD-FUNCIONARIOS    PIC 9(5).
           05 FRV-QTD-OCORRENCIAS     PIC 9(5).

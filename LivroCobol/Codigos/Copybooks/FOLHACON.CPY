      * Layout do registro de conciliacao da folha
      * (FOLHA-CONCILIACAO.DATA), um registro por execucao de
      * ConciliacaoFolha.cbl com a competencia e a unidade
      * conciliadas: movimento da folha, lancamentos contabeis,
      * remessa bancaria e retorno do banco. FolhaControle.cbl
      * so fecha a competencia cuja ultima conciliacao bateu.
           05 FCN-COMPETENCIA         PIC 9(6).
           05 FCN-UNIDADE             PIC X(3).
           05 FCN-SITUACAO            PIC X(1).
               88 CONCILIACAO-BATIDA      VALUE "B".
               88 CONCILIACAO-DIVERGENTE  VALUE "D".
           05 FCN-QTD-FUNCIONARIOS    PIC 9(5).
           05 FCN-QTD-DIVERGENCIAS    PIC 9(5).
           05 FCN-LIQUIDO-FOLHA       PIC 9(11)V9(2).
           05 FCN-DATA-CONCILIACAO    PIC 9(8).
           05 FCN-HORA-CONCILIACAO    PIC 9(8).

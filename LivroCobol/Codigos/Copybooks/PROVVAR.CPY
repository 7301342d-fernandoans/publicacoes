      * Layout dos proventos variaveis da folha
      * (PROVENTOS-VARIAVEIS.DATA), um lancamento por matricula,
      * competencia e rubrica. HoraAulaMensal.cbl lanca as aulas
      * dadas (HORA-AULA) e o repouso semanal remunerado sobre
      * elas (DSR-AULA); na reexecucao os lancamentos anteriores
      * da competencia sao cancelados. FolhaPagamento.cbl soma ao
      * bruto os lancamentos ativos da competencia.
           05 PVV-MATRICULA           PIC 9(5).
           05 PVV-COMPETENCIA         PIC 9(6).
           05 PVV-RUBRICA             PIC X(10).
               88 RUBRICA-HORA-AULA       VALUE "HORA-AULA".
               88 RUBRICA-DSR-AULA        VALUE "DSR-AULA".
           05 PVV-HORAS               PIC 9(4)V9(2).
           05 PVV-VALOR               PIC 9(7)V9(2).
           05 PVV-SITUACAO            PIC X(1).
               88 PROVENTO-ATIVO          VALUE "A".
               88 PROVENTO-CANCELADO      VALUE "C".
           05 PVV-DATA-LANCAMENTO     PIC 9(8).

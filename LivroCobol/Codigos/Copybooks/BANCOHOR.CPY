      * Layout do razao do banco de horas (BANCO-HORAS.DATA), um
      * lancamento por matricula, competencia e tipo: credito das
      * horas extras do ponto ("C"), debito de folga compensada
      * ("D") e baixa de horas vencidas pagas em folha ("V"). As
      * horas extras entram em horas equivalentes (50% vale 1,5
      * e 100% vale 2), de modo que o vencido e pago pelo valor
      * da hora normal. Gravado por BancoHoras.cbl; lido por
      * FolhaPagamento.cbl, que deixa de pagar as horas do
      * credito e paga as horas vencidas da competencia.
           05 BHM-MATRICULA           PIC 9(5).
           05 BHM-COMPETENCIA         PIC 9(6).
           05 BHM-TIPO                PIC X(1).
               88 BANCO-CREDITO           VALUE "C".
               88 BANCO-DEBITO            VALUE "D".
               88 BANCO-VENCIDO           VALUE "V".
           05 BHM-HORAS-50            PIC 9(3)V9(1).
           05 BHM-HORAS-100           PIC 9(3)V9(1).
           05 BHM-HORAS               PIC 9(4)V9(1).
           05 BHM-DATA-LANCAMENTO     PIC 9(8).

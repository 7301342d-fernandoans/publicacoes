      * Layouts da remessa de cobranca de mensalidades
      * (REMESSA-COBRANCA.DATA), registros de 100 posicoes: tipo 0
      * cabecalho com empresa e competencia, tipo 1 um titulo por
      * mensalidade ou parcela de acordo em aberto da competencia,
      * com o nosso numero (NOSNUMWS) e o vencimento, e tipo 9
      * trailer com contagem e soma. Gravada por
      * MensalidadesGerar.cbl.
       01 COBRANCA-CABECALHO.
           05 COB-CAB-TIPO            PIC X(1).
           05 COB-CAB-EMPRESA         PIC X(30).
           05 COB-CAB-COMPETENCIA     PIC 9(6).
           05 COB-CAB-DATA            PIC 9(8).
           05 FILLER                  PIC X(55).

       01 COBRANCA-DETALHE.
           05 COB-DET-TIPO            PIC X(1).
           05 COB-DET-NOSSO-NUMERO    PIC X(16).
           05 COB-DET-MATRICULA       PIC X(8).
           05 COB-DET-NOME            PIC X(30).
           05 COB-DET-CPF             PIC 9(11).
           05 COB-DET-COMPETENCIA     PIC 9(6).
           05 COB-DET-VENCIMENTO      PIC 9(8).
           05 COB-DET-VALOR           PIC 9(9)V9(2).
           05 FILLER                  PIC X(9).

       01 COBRANCA-TRAILER.
           05 COB-TRL-TIPO            PIC X(1).
           05 COB-TRL-QTD             PIC 9(7).
           05 COB-TRL-SOMA            PIC 9(11)V9(2).
           05 FILLER                  PIC X(79).

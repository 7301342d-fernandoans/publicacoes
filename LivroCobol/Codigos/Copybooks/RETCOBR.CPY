      * Layouts do retorno da cobranca bancaria
      * (RETORNO-COBRANCA.DATA), registros de 100 posicoes: tipo 0
      * cabecalho com a data do arquivo, tipo 1 uma ocorrencia por
      * titulo e tipo 9 trailer com a contagem dos detalhes e a
      * soma dos valores pagos. Ocorrencia "06" e liquidacao; as
      * demais (entrada confirmada, baixa) so sao contadas.
      * Importado por CobrancaRetorno.cbl.
       01 RETCOBR-CABECALHO.
           05 RCB-CAB-TIPO            PIC X(1).
           05 RCB-CAB-BANCO           PIC X(3).
           05 RCB-CAB-DATA            PIC 9(8).
           05 FILLER                  PIC X(88).

       01 RETCOBR-DETALHE.
           05 RCB-DET-TIPO            PIC X(1).
           05 RCB-DET-NOSSO-NUMERO    PIC X(16).
           05 RCB-DET-OCORRENCIA      PIC X(2).
               88 RETORNO-LIQUIDACAO      VALUE "06".
           05 RCB-DET-DATA-PAGAMENTO  PIC 9(8).
           05 RCB-DET-DATA-CREDITO    PIC 9(8).
           05 RCB-DET-VALOR-TITULO    PIC 9(9)V9(2).
           05 RCB-DET-VALOR-PAGO      PIC 9(9)V9(2).
           05 FILLER                  PIC X(43).

       01 RETCOBR-TRAILER.
           05 RCB-TRL-TIPO            PIC X(1).
           05 RCB-TRL-QTD             PIC 9(7).
           05 RCB-TRL-SOMA            PIC 9(11)V9(2).
           05 FILLER                  PIC X(79).

      * Layout do registro de encargos por atraso
      * (MENSALIDADES-ENCARGOS.DATA). MensalidadesBaixa.cbl e
      * CobrancaRetorno.cbl gravam um registro para cada fatura ou
      * parcela de acordo paga depois do vencimento, com a multa e
      * os juros calculados pelo ENCARGPD; o valor da fatura em
      * MENSALIDADES.DATA fica inalterado e o valor recebido e
      * ENC-VALOR-TOTAL (o valor pago informado pelo banco, no
      * retorno da cobranca).
           05 ENC-MATRICULA           PIC X(8).
           05 ENC-COMPETENCIA         PIC 9(6).
           05 ENC-TIPO                PIC X(1).
               88 ENCARGO-MENSALIDADE     VALUE "M".
               88 ENCARGO-PARCELA         VALUE "A".
           05 ENC-VENCIMENTO          PIC 9(8).
           05 ENC-DATA-PAGAMENTO      PIC 9(8).
           05 ENC-DIAS-ATRASO         PIC 9(5).
           05 ENC-VALOR-COBRADO       PIC 9(7)V9(2).
           05 ENC-VALOR-MULTA         PIC 9(7)V9(2).
           05 ENC-VALOR-JUROS         PIC 9(7)V9(2).
           05 ENC-VALOR-TOTAL         PIC 9(7)V9(2).

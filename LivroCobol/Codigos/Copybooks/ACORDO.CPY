      * Layout do registro de acordo de renegociacao (ACORDOS.DATA),
      * gravado por MensalidadesAcordo.cbl. As parcelas ficam em
      * MENSALIDADES.DATA com a matricula do acordo, situacao de
      * parcela ("N"/"Q") e competencias consecutivas a partir de
      * ACO-COMPETENCIA-INICIAL; AcordosSituacao.cbl apura ativos,
      * quitados e rompidos a partir delas.
           05 ACO-NUMERO              PIC 9(6).
           05 ACO-MATRICULA           PIC X(8).
           05 ACO-DATA                PIC 9(8).
           05 ACO-QTD-ORIGINAIS       PIC 9(3).
           05 ACO-VALOR-ORIGINAL      PIC 9(7)V9(2).
           05 ACO-VALOR-ENCARGOS      PIC 9(7)V9(2).
           05 ACO-VALOR-TOTAL         PIC 9(7)V9(2).
           05 ACO-QTD-PARCELAS        PIC 9(2).
           05 ACO-VALOR-PARCELA       PIC 9(7)V9(2).
           05 ACO-COMPETENCIA-INICIAL PIC 9(6).

      * Layouts do arquivo de eventos ao governo
      * (EVENTOS-GOVERNO.DATA), registros de 151 posicoes: tipo 0
      * cabecalho com empresa e lote, tipo 1 um evento (S-2200
      * admissao, S-1200 remuneracao da competencia fechada, S-2299
      * desligamento) e tipo 9 trailer com contagem por evento.
      * Gravado por EventosGoverno.cbl; o retorno do governo e
      * importado por EventosRetorno.cbl pelo identificador.
       01 EVENTO-CABECALHO.
           05 EVG-CAB-TIPO            PIC X(1).
           05 EVG-CAB-EMPRESA         PIC X(30).
           05 EVG-CAB-LOTE            PIC X(14).
           05 EVG-CAB-DATA            PIC 9(8).
           05 FILLER                  PIC X(98).

       01 EVENTO-DETALHE.
           05 EVG-DET-TIPO            PIC X(1).
           05 EVG-DET-ID              PIC X(19).
           05 EVG-DET-EVENTO          PIC X(6).
           05 EVG-DET-MATRICULA       PIC 9(5).
           05 EVG-DET-CPF             PIC 9(11).
           05 EVG-DET-NOME            PIC X(40).
           05 EVG-DET-REFERENCIA      PIC X(8).
           05 EVG-DET-DEPARTAMENTO    PIC X(4).
           05 EVG-DET-CARGO           PIC X(4).
           05 EVG-DET-VALOR-1         PIC 9(9)V9(2).
           05 EVG-DET-VALOR-2         PIC 9(9)V9(2).
           05 EVG-DET-VALOR-3         PIC 9(9)V9(2).
           05 EVG-DET-MOTIVO          PIC X(20).

       01 EVENTO-TRAILER.
           05 EVG-TRL-TIPO            PIC X(1).
           05 EVG-TRL-QTD             PIC 9(7).
           05 EVG-TRL-QTD-ADMISSAO    PIC 9(7).
           05 EVG-TRL-QTD-REMUNERACAO PIC 9(7).
           05 EVG-TRL-QTD-DESLIGAMENTO PIC 9(7).
           05 EVG-TRL-SOMA-REMUNERACAO PIC 9(11)V9(2).
           05 FILLER                  PIC X(109).

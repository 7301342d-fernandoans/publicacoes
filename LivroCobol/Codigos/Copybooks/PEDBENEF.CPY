      * Layouts do pedido mensal de vale-transporte e
      * vale-refeicao ao fornecedor (PEDIDO-BENEFICIOS.DATA),
      * registros de 80 posicoes: tipo 0 cabecalho com empresa e
      * competencia, tipo 1 um detalhe por funcionario e beneficio
      * (VT ou VR) com os dias e o valor a creditar no cartao e
      * tipo 9 trailer com contagem e soma. Gravado por
      * BeneficiosMensal.cbl.
       01 PEDIDO-CABECALHO.
           05 PED-CAB-TIPO            PIC X(1).
           05 PED-CAB-EMPRESA         PIC X(30).
           05 PED-CAB-COMPETENCIA     PIC 9(6).
           05 PED-CAB-DATA            PIC 9(8).
           05 FILLER                  PIC X(35).

       01 PEDIDO-DETALHE.
           05 PED-DET-TIPO            PIC X(1).
           05 PED-DET-MATRICULA       PIC 9(5).
           05 PED-DET-CPF             PIC 9(11).
           05 PED-DET-NOME            PIC X(40).
           05 PED-DET-BENEFICIO       PIC X(2).
           05 PED-DET-DIAS            PIC 9(2).
           05 PED-DET-VALOR           PIC 9(7)V9(2).
           05 FILLER                  PIC X(10).

       01 PEDIDO-TRAILER.
           05 PED-TRL-TIPO            PIC X(1).
           05 PED-TRL-QTD             PIC 9(7).
           05 PED-TRL-SOMA            PIC 9(11)V9(2).
           05 FILLER                  PIC X(59).

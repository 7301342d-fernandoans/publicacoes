      * Layout do cadastro de beneficios do funcionario
      * (BENEFICIOS.DATA), um registro por matricula com a opcao
      * por vale-transporte (conducoes por dia e tarifa) e por
      * vale-refeicao (valor por dia trabalhado). Mantido por
      * BeneficiosManutencao.cbl e lido por BeneficiosMensal.cbl,
      * que monta o pedido ao fornecedor e lanca a coparticipacao
      * legal do vale-transporte nos descontos recorrentes.
           05 BNF-MATRICULA           PIC 9(5).
           05 BNF-OPTA-VT             PIC X(1).
               88 OPTA-VALE-TRANSPORTE    VALUE "S".
           05 BNF-CONDUCOES-DIA       PIC 9(2).
           05 BNF-VALOR-TARIFA        PIC 9(3)V9(2).
           05 BNF-OPTA-VR             PIC X(1).
               88 OPTA-VALE-REFEICAO      VALUE "S".
           05 BNF-VALOR-REFEICAO      PIC 9(3)V9(2).
           05 BNF-OPERADOR            PIC X(8).
           05 BNF-DATA-ATUALIZACAO    PIC 9(8).

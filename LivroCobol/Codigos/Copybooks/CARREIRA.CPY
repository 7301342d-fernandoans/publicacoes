      * Layout da tabela de carreira (CARREIRA.DATA), um registro
      * por cargo e degrau dentro da faixa salarial do cargo, com
      * o tempo minimo em meses no degrau antes da progressao. No
      * ultimo degrau, CRR-CARGO-SEGUINTE indica o cargo de
      * promocao. Mantido por CarreiraManutencao.cbl e lido por
      * PromocaoProposta.cbl.
           05 CRR-CARGO               PIC X(4).
           05 CRR-NIVEL               PIC 9(2).
           05 CRR-SALARIO             PIC 9(7)V9(2).
           05 CRR-MESES-MINIMOS       PIC 9(3).
           05 CRR-CARGO-SEGUINTE      PIC X(4).
           05 CRR-OPERADOR            PIC X(8).
           05 CRR-DATA-ATUALIZACAO    PIC 9(8).

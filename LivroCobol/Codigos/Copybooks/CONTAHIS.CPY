      * Layout do historico de alteracoes de dados bancarios
      * (CONTAS-HISTORICO.DATA), um registro por inclusao ou
      * alteracao com a conta anterior, a nova, a data e o operador.
      * Gravado por ContasBancariasManutencao.cbl e consultado na
      * propria manutencao e por RemessaComplementar.cbl, que so
      * reenvia credito recusado quando a conta foi corrigida.
           05 CBH-MATRICULA           PIC 9(5).
           05 CBH-DATA                PIC 9(8).
           05 CBH-HORA                PIC 9(8).
           05 CBH-OPERACAO            PIC X(1).
               88 CONTA-INCLUIDA          VALUE "I".
               88 CONTA-ALTERADA          VALUE "A".
           05 CBH-BANCO-ANTERIOR      PIC X(3).
           05 CBH-AGENCIA-ANTERIOR    PIC X(5).
           05 CBH-CONTA-ANTERIOR      PIC X(12).
           05 CBH-BANCO-NOVO          PIC X(3).
           05 CBH-AGENCIA-NOVA        PIC X(5).
           05 CBH-CONTA-NOVA          PIC X(12).
           05 CBH-OPERADOR            PIC X(8).

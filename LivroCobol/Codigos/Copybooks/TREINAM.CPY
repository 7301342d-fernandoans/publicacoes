      * Layout do registro de treinamento do funcionario
      * (TREINAMENTOS.DATA), um registro por curso concluido. A
      * validade e calculada pelo catalogo na gravacao (zero =
      * nao vence). Mantido e importado por
      * TreinamentosManutencao.cbl e lido por
      * TreinamentosVencimento.cbl.
           05 TRE-MATRICULA           PIC 9(5).
           05 TRE-CURSO               PIC X(6).
           05 TRE-DATA-CONCLUSAO      PIC 9(8).
           05 TRE-DATA-VALIDADE       PIC 9(8).
           05 TRE-CERTIFICADO         PIC X(20).
           05 TRE-OPERADOR            PIC X(8).
           05 TRE-DATA-ATUALIZACAO    PIC 9(8).

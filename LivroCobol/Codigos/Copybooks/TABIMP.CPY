      * Layout da tabela de faixas de INSS e IRRF
      * (TABELAS-IMPOSTO.DATA), um registro por tipo de tabela e
      * competencia de inicio de vigencia, mantido por
      * TabelasImpostoManutencao.cbl. A tabela em vigor numa
      * competencia e a de maior vigencia ate ela. No INSS as
      * faixas 1 a 3 trazem os limites e a faixa 4 o teto; no IRRF
      * a faixa 1 e a de isencao e a faixa 5 nao tem limite.
           05 TIM-TIPO                PIC X(4).
               88 TABELA-INSS             VALUE "INSS".
               88 TABELA-IRRF             VALUE "IRRF".
               88 TABELA-TIPO-VALIDO      VALUE "INSS" "IRRF".
           05 TIM-VIGENCIA            PIC 9(6).
           05 TIM-FAIXA OCCURS 5 TIMES.
               10 TIM-LIMITE          PIC 9(7)V9(2).
               10 TIM-ALIQUOTA        PIC V9(3).
               10 TIM-PARCELA         PIC 9(5)V9(2).
           05 TIM-DEDUCAO-DEPENDENTE  PIC 9(5)V9(2).
           05 TIM-OPERADOR            PIC X(8).
           05 TIM-DATA-CADASTRO       PIC 9(8).

      * Layout da politica de bolsa para dependentes de
      * funcionarios (BOLSAS-POLITICA.DATA), um registro por faixa
      * de tempo de servico. Vale a faixa de maior PBF-ANOS-MINIMO
      * que nao exceda os anos completos de casa do funcionario.
      * Lido por BolsasDependentes.cbl.
           05 PBF-ANOS-MINIMO         PIC 9(2).
           05 PBF-PERCENTUAL          PIC 9(3)V9(2).

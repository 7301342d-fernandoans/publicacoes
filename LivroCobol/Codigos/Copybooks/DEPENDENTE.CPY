      * registro por dependente vinculado a matricula do
      * funcionario. Mantido por DependentesManutencao.cbl e lido
      * por FolhaPagamento.cbl para a deducao de IRRF por
      * dependente e para o salario-familia. DPD-CPF e opcional
      * (zeros ou branco quando nao informado) e permite ao
      * BolsasDependentes localizar o dependente matriculado como
      * aluno.
           05 DPD-MATRICULA-FUNC      PIC 9(5).
           05 DPD-NOME-DEPENDENTE     PIC X(30).
           05 DPD-DATA-NASCIMENTO     PIC 9(8).
           05 DPD-PARENTESCO          PIC X(10).
           05 DPD-DEDUZ-IRRF          PIC X(1).
               88 DEPENDENTE-DEDUZ-IRRF   VALUE "S".
           05 DPD-CPF                 PIC 9(11).

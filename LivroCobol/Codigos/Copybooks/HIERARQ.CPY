      * Layout da linha de subordinacao (HIERARQUIA.DATA): a quem
      * o funcionario se reporta a partir da data de vigencia. Cada
      * troca de gestor e um novo registro; vale o de maior
      * vigencia. Gestor 00000 marca o topo da hierarquia. Mantido
      * por HierarquiaManutencao.cbl e lido por Organograma.cbl.
           05 HIE-MATRICULA           PIC 9(5).
           05 HIE-GESTOR              PIC 9(5).
               88 HIE-TOPO                VALUE ZEROS.
           05 HIE-DATA-VIGENCIA       PIC 9(8).
           05 HIE-OPERADOR            PIC X(8).
           05 HIE-DATA-ATUALIZACAO    PIC 9(8).

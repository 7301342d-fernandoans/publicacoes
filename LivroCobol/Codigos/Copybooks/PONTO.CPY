      * 50% e 100%, faltas nao justificadas e dias de DSR
      * perdidos. Lido por FolhaPagamento.cbl, que valida a
      * matricula contra o mestre de funcionarios e aplica o
      * movimento antes da cascata de INSS/IRRF, e por
      * BancoHoras.cbl, que credita no banco de horas as extras
      * dos departamentos do acordo de compensacao.
           05 PON-MATRICULA           PIC 9(5).
           05 PON-COMPETENCIA         PIC 9(6).
           05 PON-HORAS-EXTRAS-50     PIC 9(3)V9(1).

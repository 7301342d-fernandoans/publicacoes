      * Layout da questao da avaliacao institucional
      * (AVALIACAO-QUESTOES.DATA), mantida em
      * AvaliacaoInstitucional.cbl. As respostas sao notas de 1 a 5
      * e chegam na ordem de AVQ-NUMERO.
           05 AVQ-NUMERO              PIC 9(2).
           05 AVQ-TEXTO               PIC X(60).

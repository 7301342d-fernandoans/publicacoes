      * Layout da politica de risco de evasao (politica-evasao.ctl),
      * lida por RiscoEvasao.cbl. Cada fator vale de 0 a 100 pontos
      * e a pontuacao do aluno e a media dos fatores ponderada pelos
      * pesos (peso zero desliga o fator). Frequencia e media pontuam
      * de forma linear entre o limite de alerta (0 ponto) e o
      * critico (100 pontos); a queda de frequencia desde a apuracao
      * anterior igual ou maior que PEV-QUEDA-FREQUENCIA soma 25
      * pontos ao fator. Mensalidades vencidas e trancamentos
      * atingem 100 pontos na quantidade critica. Os cortes definem
      * os niveis medio e alto.
           05 PEV-PESO-FREQUENCIA     PIC 9(3).
           05 PEV-PESO-MEDIA          PIC 9(3).
           05 PEV-PESO-FINANCEIRO     PIC 9(3).
           05 PEV-PESO-TRANCAMENTO    PIC 9(3).
           05 PEV-FREQ-ALERTA         PIC 9(3)V9(2).
           05 PEV-FREQ-CRITICA        PIC 9(3)V9(2).
           05 PEV-QUEDA-FREQUENCIA    PIC 9(3)V9(2).
           05 PEV-MEDIA-ALERTA        PIC 9(2)V9(2).
           05 PEV-MEDIA-CRITICA       PIC 9(2)V9(2).
           05 PEV-VENCIDAS-CRITICO    PIC 9(2).
           05 PEV-TRANCAMENTOS-CRITICO PIC 9(2).
           05 PEV-CORTE-MEDIO         PIC 9(3).
           05 PEV-CORTE-ALTO          PIC 9(3).

      * Layout do risco de evasao por aluno (risco-evasao.data),
      * refeito a cada apuracao semanal de RiscoEvasao.cbl. Traz os
      * valores apurados e os pontos de cada fator que compuseram a
      * pontuacao; o nivel e a frequencia da apuracao anterior sao
      * relidos na seguinte para apontar quem passou a risco alto
      * (RSC-NOVO-ALTO) e a queda de frequencia.
           05 RSC-MATRICULA           PIC X(8).
           05 RSC-CURSO               PIC X(20).
           05 RSC-UNIDADE             PIC X(3).
           05 RSC-DATA-APURACAO       PIC 9(8).
           05 RSC-PONTUACAO           PIC 9(3).
           05 RSC-NIVEL               PIC X(1).
               88 RISCO-ALTO              VALUE "A".
               88 RISCO-MEDIO             VALUE "M".
               88 RISCO-BAIXO             VALUE "B".
           05 RSC-NIVEL-ANTERIOR      PIC X(1).
           05 RSC-NOVO-ALTO           PIC X(1).
           05 RSC-TEM-FREQUENCIA      PIC X(1).
           05 RSC-FREQUENCIA          PIC 9(3)V9(2).
           05 RSC-FREQ-ANTERIOR       PIC 9(3)V9(2).
           05 RSC-TEM-MEDIA           PIC X(1).
           05 RSC-MEDIA               PIC 9(3)V9(2).
           05 RSC-VENCIDAS            PIC 9(3).
           05 RSC-TRANCAMENTOS        PIC 9(3).
           05 RSC-FATOR-FREQUENCIA    PIC 9(3).
           05 RSC-FATOR-MEDIA         PIC 9(3).
           05 RSC-FATOR-FINANCEIRO    PIC 9(3).
           05 RSC-FATOR-TRANCAMENTO   PIC 9(3).

      * Layout da politica do corpo docente
      * (politica-corpo-docente.ctl), lida por PerfilDocente.cbl.
      * Percentuais minimos exigidos pela regulacao para o corpo
      * docente de cada curso: mestres e doutores juntos, somente
      * doutores e docentes em tempo integral. PCD-CONTRATO-INTEGRAL
      * e o PRO-TIPO-CONTRATO que conta como tempo integral.
      * Minimo zero desliga a verificacao.
           05 PCD-MIN-TITULADOS       PIC 9(3).
           05 PCD-MIN-DOUTORES        PIC 9(3).
           05 PCD-MIN-INTEGRAL        PIC 9(3).
           05 PCD-CONTRATO-INTEGRAL   PIC X(10).

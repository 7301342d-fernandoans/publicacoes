      * Layout do alerta operacional (ALERTAS.DATA), gravado por
      * MonitorBatch.cbl para as excecoes do batch e pelos
      * programas de controle que precisam chamar a atencao da
      * operacao, como TreinamentosVencimento.cbl. O arquivo e
      * acumulado; ALT-DATA (AAAA-MM-DD) separa os dias.
           05 ALT-DATA             PIC X(10).
           05 ALT-PROGRAMA         PIC X(24).
           05 ALT-TIPO             PIC X(16).
           05 ALT-DETALHE          PIC X(40).

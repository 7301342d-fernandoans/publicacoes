
       FD ARQ-ALERTAS.
       01 REGISTRO-ALERTA.
           COPY ALERTA.

       FD RELATORIO.
       01 LINHA-RELATORIO          PIC X(100).
      * FIM, depois duracao acima do fator sobre a media historica,
      * por fim termino depois da janela.
       GERAR-ALERTAS.
           OPEN EXTEND ARQ-ALERTAS.
           IF WS-STATUS-ALERTAS = "35"
               OPEN OUTPUT ARQ-ALERTAS
           END-IF.
           OPEN OUTPUT RELATORIO.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "Excecoes do Batch em " DELIMITED BY SIZE

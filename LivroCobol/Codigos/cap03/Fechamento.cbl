                       TO WS-ARQ-FREQUENCIA
           END-ACCEPT.

      * Registros APROVEITADO (aproveitamento de estudos) nao
      * indicam que o periodo do aluno ja foi fechado.
       CARREGAR-JA-FECHADOS.
           MOVE "N" TO WS-FIM-HISTORICO.
           OPEN INPUT ARQ-HISTORICO.
                           MOVE "S" TO WS-FIM-HISTORICO
                       NOT AT END
                           IF HIS-PERIODO = WS-PERIODO
                                   AND HIS-RESULTADO NOT = "APROVEITADO"
                               IF QTD-JA-FECHADOS < 500
                                   ADD 1 TO QTD-JA-FECHADOS
                                   SET IDX-FECH TO QTD-JA-FECHADOS

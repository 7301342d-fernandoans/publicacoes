      * Rateio de custo do funcionario (RATEIO-CUSTOS.DATA).
       CARREGAR-RATEIO.
           ACCEPT WS-ARQ-RATEIO FROM ENVIRONMENT
                   "RATEIO_CUSTOS_DATA"
               ON EXCEPTION
                   MOVE "RATEIO-CUSTOS.DATA" TO WS-ARQ-RATEIO
           END-ACCEPT.
           MOVE 0 TO QTD-RATEIOS.
           MOVE "N" TO WS-FIM-RATEIO.
           OPEN INPUT ARQ-RATEIO.
           IF WS-STATUS-RATEIO = "00"
               PERFORM UNTIL WS-FIM-RATEIO = "S"
                   READ ARQ-RATEIO
                       AT END
                           MOVE "S" TO WS-FIM-RATEIO
                       NOT AT END
                           IF RATEIO-ATIVO AND QTD-RATEIOS < 1000
                               ADD 1 TO QTD-RATEIOS
                               SET IDX-TRT TO QTD-RATEIOS
                               MOVE RAT-MATRICULA
                                   TO TRT-MATRICULA(IDX-TRT)
                               MOVE RAT-COMPETENCIA
                                   TO TRT-COMPETENCIA(IDX-TRT)
                               MOVE RAT-DEPARTAMENTO
                                   TO TRT-DEPARTAMENTO(IDX-TRT)
                               MOVE RAT-PERCENTUAL
                                   TO TRT-PERCENTUAL(IDX-TRT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQ-RATEIO
           END-IF.

      * Monta as partes do rateio vigente na competencia. A parte
      * principal e a do departamento do cadastro; se ele nao
      * estiver no rateio, a de maior percentual.
       SELECIONAR-RATEIO.
           MOVE 0 TO WS-RAT-VIGENCIA.
           PERFORM VARYING IDX-TRT FROM 1 BY 1
                   UNTIL IDX-TRT > QTD-RATEIOS
               IF TRT-MATRICULA(IDX-TRT) = WS-RAT-MATRICULA
                       AND TRT-COMPETENCIA(IDX-TRT)
                           <= WS-RAT-COMPETENCIA
                       AND TRT-COMPETENCIA(IDX-TRT) > WS-RAT-VIGENCIA
                   MOVE TRT-COMPETENCIA(IDX-TRT) TO WS-RAT-VIGENCIA
               END-IF
           END-PERFORM.
           MOVE 0 TO QTD-PARTES-RATEIO.
           MOVE 0 TO IDX-PARTE-PRINCIPAL.
           MOVE 0 TO WS-RAT-MAIOR-PERCENTUAL.
           MOVE "N" TO WS-RAT-DEFINIDO.
           IF WS-RAT-VIGENCIA > 0
               PERFORM VARYING IDX-TRT FROM 1 BY 1
                       UNTIL IDX-TRT > QTD-RATEIOS
                   IF TRT-MATRICULA(IDX-TRT) = WS-RAT-MATRICULA
                           AND TRT-COMPETENCIA(IDX-TRT)
                               = WS-RAT-VIGENCIA
                           AND QTD-PARTES-RATEIO < 10
                       ADD 1 TO QTD-PARTES-RATEIO
                       SET IDX-TRP TO QTD-PARTES-RATEIO
                       MOVE TRT-DEPARTAMENTO(IDX-TRT)
                           TO TRP-DEPARTAMENTO(IDX-TRP)
                       MOVE TRT-PERCENTUAL(IDX-TRT)
                           TO TRP-PERCENTUAL(IDX-TRP)
                   END-IF
               END-PERFORM
               PERFORM VARYING IDX-TRP FROM 1 BY 1
                       UNTIL IDX-TRP > QTD-PARTES-RATEIO
                   IF TRP-DEPARTAMENTO(IDX-TRP) = WS-RAT-PRINCIPAL
                       SET IDX-PARTE-PRINCIPAL TO IDX-TRP
                   END-IF
                   IF TRP-PERCENTUAL(IDX-TRP) > WS-RAT-MAIOR-PERCENTUAL
                       MOVE TRP-PERCENTUAL(IDX-TRP)
                           TO WS-RAT-MAIOR-PERCENTUAL
                       SET IDX-RAT-MAIOR TO IDX-TRP
                   END-IF
               END-PERFORM
               IF IDX-PARTE-PRINCIPAL = 0
                   MOVE IDX-RAT-MAIOR TO IDX-PARTE-PRINCIPAL
               END-IF
           END-IF.
           IF QTD-PARTES-RATEIO > 0
               MOVE "S" TO WS-RAT-DEFINIDO
           ELSE
               MOVE 1 TO QTD-PARTES-RATEIO
               MOVE 1 TO IDX-PARTE-PRINCIPAL
               MOVE WS-RAT-PRINCIPAL TO TRP-DEPARTAMENTO(1)
               MOVE 100 TO TRP-PERCENTUAL(1)
           END-IF.

      * Reparte cada valor pelas partes; a parte principal fica com
      * o valor menos a soma das demais, absorvendo o arredondamento.
       RATEAR-VALORES.
           PERFORM VARYING IDX-RAT-VALOR FROM 1 BY 1
                   UNTIL IDX-RAT-VALOR > WS-RAT-QTD-VALORES
               MOVE 0 TO WS-RAT-SOMA
               PERFORM VARYING IDX-TRP FROM 1 BY 1
                       UNTIL IDX-TRP > QTD-PARTES-RATEIO
                   IF IDX-TRP NOT = IDX-PARTE-PRINCIPAL
                       COMPUTE TRP-VALOR(IDX-TRP, IDX-RAT-VALOR)
                           ROUNDED = WS-RAT-VALOR(IDX-RAT-VALOR)
                           * TRP-PERCENTUAL(IDX-TRP) / 100
                       ADD TRP-VALOR(IDX-TRP, IDX-RAT-VALOR)
                           TO WS-RAT-SOMA
                   END-IF
               END-PERFORM
               COMPUTE TRP-VALOR(IDX-PARTE-PRINCIPAL, IDX-RAT-VALOR)
                   = WS-RAT-VALOR(IDX-RAT-VALOR) - WS-RAT-SOMA
           END-PERFORM.

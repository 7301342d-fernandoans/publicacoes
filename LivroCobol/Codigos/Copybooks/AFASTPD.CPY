      * Acesso ao cadastro de afastamentos (AFASTAMENTOS.DATA).
       CARREGAR-AFASTAMENTOS.
           ACCEPT WS-ARQ-AFASTAMENTOS FROM ENVIRONMENT
                   "AFASTAMENTOS_DATA"
               ON EXCEPTION
                   MOVE "AFASTAMENTOS.DATA" TO WS-ARQ-AFASTAMENTOS
           END-ACCEPT.
           MOVE 0 TO QTD-AFASTAMENTOS.
           MOVE "N" TO WS-FIM-AFASTAMENTOS.
           OPEN INPUT ARQ-AFASTAMENTOS.
           IF WS-STATUS-AFASTAMENTOS = "00"
               PERFORM UNTIL WS-FIM-AFASTAMENTOS = "S"
                   READ ARQ-AFASTAMENTOS
                       AT END
                           MOVE "S" TO WS-FIM-AFASTAMENTOS
                       NOT AT END
                           PERFORM GUARDAR-AFASTAMENTO
                   END-READ
               END-PERFORM
               CLOSE ARQ-AFASTAMENTOS
           END-IF.

      * O ultimo dia afastado e a vespera do retorno; sem retorno
      * o afastamento segue em aberto. Nos afastamentos pela
      * previdencia a folha paga os 15 primeiros dias.
       GUARDAR-AFASTAMENTO.
           IF QTD-AFASTAMENTOS < 500
                   AND AFA-DATA-INICIO IS NUMERIC
                   AND AFA-DATA-INICIO > 0
               ADD 1 TO QTD-AFASTAMENTOS
               SET IDX-TAF TO QTD-AFASTAMENTOS
               MOVE AFA-MATRICULA TO TAF-MATRICULA(IDX-TAF)
               MOVE AFA-DATA-INICIO TO TAF-INICIO(IDX-TAF)
               MOVE AFA-DATA-INICIO TO TAF-INICIO-SALARIO(IDX-TAF)
               IF AFASTAMENTO-PREVIDENCIA
                   COMPUTE TAF-INICIO-SALARIO(IDX-TAF)
                       = FUNCTION DATE-OF-INTEGER
                           (FUNCTION INTEGER-OF-DATE
                               (AFA-DATA-INICIO) + 15)
               END-IF
               IF AFA-DATA-RETORNO IS NUMERIC
                       AND AFA-DATA-RETORNO > AFA-DATA-INICIO
                   COMPUTE TAF-FIM(IDX-TAF)
                       = FUNCTION DATE-OF-INTEGER
                           (FUNCTION INTEGER-OF-DATE
                               (AFA-DATA-RETORNO) - 1)
               ELSE
                   MOVE 99991231 TO TAF-FIM(IDX-TAF)
               END-IF
               MOVE "N" TO TAF-SEM-SALARIO(IDX-TAF)
               MOVE "N" TO TAF-SUSPENDE-FERIAS(IDX-TAF)
               MOVE "N" TO TAF-SUSPENDE-DECIMO(IDX-TAF)
               IF AFASTAMENTO-SEM-SALARIO
                   MOVE "S" TO TAF-SEM-SALARIO(IDX-TAF)
               END-IF
               IF AFASTAMENTO-SUSPENDE-FERIAS
                   MOVE "S" TO TAF-SUSPENDE-FERIAS(IDX-TAF)
               END-IF
               IF AFASTAMENTO-SUSPENDE-DECIMO
                   MOVE "S" TO TAF-SUSPENDE-DECIMO(IDX-TAF)
               END-IF
           END-IF.

      * Converte WS-AFA-COMPETENCIA (AAAAMM) no periodo do mes
      * civil e na quantidade de dias do mes.
       DEFINIR-PERIODO-AFASTAMENTO.
           COMPUTE WS-AFA-PERIODO-INICIO
               = WS-AFA-COMPETENCIA * 100 + 1.
           IF WS-AFA-COMPETENCIA(5:2) = "12"
               COMPUTE WS-AFA-PROXIMO-MES
                   = WS-AFA-COMPETENCIA + 89
           ELSE
               COMPUTE WS-AFA-PROXIMO-MES
                   = WS-AFA-COMPETENCIA + 1
           END-IF.
           COMPUTE WS-AFA-PERIODO-FIM
               = FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE
                       (WS-AFA-PROXIMO-MES * 100 + 1) - 1).
           COMPUTE WS-AFA-DIAS-PERIODO
               = FUNCTION INTEGER-OF-DATE(WS-AFA-PERIODO-FIM)
               - FUNCTION INTEGER-OF-DATE(WS-AFA-PERIODO-INICIO)
               + 1.

      * Soma em WS-AFA-DIAS os dias de afastamento da matricula
      * dentro do periodo informado, segundo WS-AFA-REGRA.
       CONTAR-DIAS-AFASTADO.
           MOVE 0 TO WS-AFA-DIAS.
           PERFORM VARYING IDX-TAF FROM 1 BY 1
                   UNTIL IDX-TAF > QTD-AFASTAMENTOS
               IF TAF-MATRICULA(IDX-TAF) = WS-AFA-MATRICULA
                   PERFORM SOMAR-DIAS-AFASTADO
               END-IF
           END-PERFORM.

       SOMAR-DIAS-AFASTADO.
           MOVE TAF-INICIO(IDX-TAF) TO WS-AFA-INICIO-CONTA.
           MOVE TAF-FIM(IDX-TAF) TO WS-AFA-FIM-CONTA.
           EVALUATE WS-AFA-REGRA
               WHEN "S"
                   IF TAF-SEM-SALARIO(IDX-TAF) = "S"
                       MOVE TAF-INICIO-SALARIO(IDX-TAF)
                           TO WS-AFA-INICIO-CONTA
                   ELSE
                       MOVE 99991231 TO WS-AFA-INICIO-CONTA
                   END-IF
               WHEN "F"
                   IF TAF-SUSPENDE-FERIAS(IDX-TAF) NOT = "S"
                       MOVE 99991231 TO WS-AFA-INICIO-CONTA
                   END-IF
               WHEN "D"
                   IF TAF-SUSPENDE-DECIMO(IDX-TAF) NOT = "S"
                       MOVE 99991231 TO WS-AFA-INICIO-CONTA
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           IF WS-AFA-INICIO-CONTA < WS-AFA-PERIODO-INICIO
               MOVE WS-AFA-PERIODO-INICIO TO WS-AFA-INICIO-CONTA
           END-IF.
           IF WS-AFA-FIM-CONTA > WS-AFA-PERIODO-FIM
               MOVE WS-AFA-PERIODO-FIM TO WS-AFA-FIM-CONTA
           END-IF.
           IF WS-AFA-INICIO-CONTA <= WS-AFA-FIM-CONTA
               COMPUTE WS-AFA-DIAS = WS-AFA-DIAS
                   + FUNCTION INTEGER-OF-DATE(WS-AFA-FIM-CONTA)
                   - FUNCTION INTEGER-OF-DATE(WS-AFA-INICIO-CONTA)
                   + 1
           END-IF.

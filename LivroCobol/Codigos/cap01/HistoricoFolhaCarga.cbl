       IDENTIFICATION DIVISION.
           PROGRAM-ID. HistoricoFolhaCarga.
           AUTHOR. Fernando Anselmo.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-MOVIMENTO ASSIGN TO WS-ARQ-MOVIMENTO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-MOVIMENTO.

           COPY FOLHAHSL.

           COPY ERRLOGSL.

           COPY JOBLOGSL.

       DATA DIVISION.
       FILE SECTION.
       FD ARQ-MOVIMENTO.
       01 REGISTRO-MOVIMENTO.
           COPY FOLHAMOV.

       COPY FOLHAHFD.

       COPY ERRLOGFD.

       COPY JOBLOGFD.

       WORKING-STORAGE SECTION.
       COPY ERRLOGWS.

       COPY JOBLOGWS.

       COPY FOLHAHWS.

       01 WS-ARQ-MOVIMENTO       PIC X(40)
           VALUE "FOLHA-MOVIMENTO.DATA".
       01 WS-STATUS-MOVIMENTO    PIC X(2).
       01 WS-FIM-MOVIMENTO       PIC X VALUE "N".

      * Competencia a carregar (AAAAMM); em branco carrega todo o
      * movimento informado.
       01 WS-COMPETENCIA-TXT     PIC X(6).
       01 WS-COMPETENCIA-CARGA   PIC 9(6) VALUE 0.

       01 WS-TOTAL-LIDOS         PIC 9(7) VALUE 0.
       01 WS-TOTAL-IGNORADOS     PIC 9(7) VALUE 0.
       01 WS-TOTAL-ED            PIC Z,ZZZ,ZZ9.

       PROCEDURE DIVISION.
       INICIO.
           PERFORM DEFINIR-ARQUIVOS.
           DISPLAY "============================================".
           DISPLAY " Carga do Historico de Pagamentos".
           DISPLAY "============================================".
           MOVE "HistoricoFolhaCarga" TO WS-JOBLOG-PROGRAMA.
           MOVE "INICIO" TO WS-JOBLOG-EVENTO.
           PERFORM GRAVAR-JOBLOG.

           DISPLAY "Movimento: " WS-ARQ-MOVIMENTO.
           IF WS-COMPETENCIA-CARGA NOT = 0
               DISPLAY "Competencia: " WS-COMPETENCIA-CARGA
           END-IF.

           OPEN INPUT ARQ-MOVIMENTO.
           IF WS-STATUS-MOVIMENTO = "35"
               DISPLAY "Arquivo " WS-ARQ-MOVIMENTO
                  " inexistente. Nada a carregar."
               MOVE 4 TO RETURN-CODE
           ELSE
           IF WS-STATUS-MOVIMENTO NOT = "00"
               DISPLAY "Erro ao abrir " WS-ARQ-MOVIMENTO
                  " Status: " WS-STATUS-MOVIMENTO
               MOVE WS-JOBLOG-PROGRAMA TO WS-ERRLOG-PROGRAMA
               MOVE "INICIO" TO WS-ERRLOG-PARAGRAFO
               MOVE WS-ARQ-MOVIMENTO TO WS-ERRLOG-ARQUIVO
               MOVE WS-STATUS-MOVIMENTO TO WS-ERRLOG-STATUS
               PERFORM GRAVAR-ERRORLOG
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM ABRIR-FOLHA-HISTORICO
               IF NOT FOLHA-HISTORICO-ABERTO
                   DISPLAY "Erro ao abrir " WS-ARQ-FOLHA-HISTORICO
                      " Status: " WS-STATUS-FOLHA-HISTORICO
                   MOVE WS-JOBLOG-PROGRAMA TO WS-ERRLOG-PROGRAMA
                   MOVE "INICIO" TO WS-ERRLOG-PARAGRAFO
                   MOVE WS-ARQ-FOLHA-HISTORICO TO WS-ERRLOG-ARQUIVO
                   MOVE WS-STATUS-FOLHA-HISTORICO TO WS-ERRLOG-STATUS
                   PERFORM GRAVAR-ERRORLOG
                   MOVE 8 TO RETURN-CODE
               ELSE
                   PERFORM CARREGAR-MOVIMENTO
                       UNTIL WS-FIM-MOVIMENTO = "S"
                   PERFORM FECHAR-FOLHA-HISTORICO
               END-IF
               CLOSE ARQ-MOVIMENTO
           END-IF
           END-IF.

           MOVE WS-TOTAL-LIDOS TO WS-TOTAL-ED.
           DISPLAY "Registros lidos........: " WS-TOTAL-ED.
           MOVE WS-FHI-INCLUIDOS TO WS-TOTAL-ED.
           DISPLAY "Incluidos no historico.: " WS-TOTAL-ED.
           MOVE WS-FHI-SUBSTITUIDOS TO WS-TOTAL-ED.
           DISPLAY "Substituidos...........: " WS-TOTAL-ED.
           MOVE WS-TOTAL-IGNORADOS TO WS-TOTAL-ED.
           DISPLAY "Ignorados..............: " WS-TOTAL-ED.
           IF WS-TOTAL-IGNORADOS > 0 AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF.

           COMPUTE WS-JOBLOG-QTD-REGISTROS
               = WS-FHI-INCLUIDOS + WS-FHI-SUBSTITUIDOS.
           MOVE "FIM" TO WS-JOBLOG-EVENTO.
           PERFORM GRAVAR-JOBLOG.
           GOBACK.

       DEFINIR-ARQUIVOS.
           ACCEPT WS-ARQ-MOVIMENTO FROM ENVIRONMENT
                   "FOLHA_MOVIMENTO_DATA"
               ON EXCEPTION
                   MOVE "FOLHA-MOVIMENTO.DATA" TO WS-ARQ-MOVIMENTO
           END-ACCEPT.
           ACCEPT WS-COMPETENCIA-TXT FROM ENVIRONMENT
                   "HISTORICO_COMPETENCIA"
               ON EXCEPTION
                   MOVE SPACES TO WS-COMPETENCIA-TXT
           END-ACCEPT.
           IF WS-COMPETENCIA-TXT IS NUMERIC
               MOVE WS-COMPETENCIA-TXT TO WS-COMPETENCIA-CARGA
           END-IF.

       CARREGAR-MOVIMENTO.
           READ ARQ-MOVIMENTO
               AT END
                   MOVE "S" TO WS-FIM-MOVIMENTO
               NOT AT END
                   ADD 1 TO WS-TOTAL-LIDOS
                   IF FMV-MATRICULA IS NOT NUMERIC
                           OR FMV-COMPETENCIA IS NOT NUMERIC
                       ADD 1 TO WS-TOTAL-IGNORADOS
                       DISPLAY "Registro ignorado: "
                          REGISTRO-MOVIMENTO(1:11)
                   ELSE
                       IF WS-COMPETENCIA-CARGA = 0
                               OR FMV-COMPETENCIA
                                   = WS-COMPETENCIA-CARGA
                           PERFORM GRAVAR-FOLHA-HISTORICO
                       END-IF
                   END-IF
           END-READ.

       COPY FOLHAHPD.

       COPY JOBLOGPD.

       COPY ERRLOGPD.

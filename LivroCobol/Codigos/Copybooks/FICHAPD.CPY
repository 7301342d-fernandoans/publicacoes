      * Acrescenta um evento a ficha funcional. Falha de abertura
      * vai para o log de erros sem interromper o programa.
       GRAVAR-EVENTO-FICHA.
           ACCEPT WS-ARQ-FICHA FROM ENVIRONMENT
                   "FICHA_FUNCIONAL_DATA"
               ON EXCEPTION
                   MOVE "FICHA-FUNCIONAL.DATA" TO WS-ARQ-FICHA
           END-ACCEPT.
           IF WS-FIC-OPERADOR = SPACES
               ACCEPT WS-FIC-OPERADOR FROM ENVIRONMENT
                       "OPERADOR_ATUAL"
                   ON EXCEPTION
                       MOVE SPACES TO WS-FIC-OPERADOR
               END-ACCEPT
               IF WS-FIC-OPERADOR = SPACES
                   MOVE "--------" TO WS-FIC-OPERADOR
               END-IF
           END-IF.
           OPEN EXTEND ARQ-FICHA.
           IF WS-STATUS-FICHA = "35"
               OPEN OUTPUT ARQ-FICHA
           END-IF.
           IF WS-STATUS-FICHA NOT = "00"
               MOVE WS-JOBLOG-PROGRAMA TO WS-ERRLOG-PROGRAMA
               MOVE "GRAVAR-EVENTO-FICHA" TO WS-ERRLOG-PARAGRAFO
               MOVE WS-ARQ-FICHA TO WS-ERRLOG-ARQUIVO
               MOVE WS-STATUS-FICHA TO WS-ERRLOG-STATUS
               PERFORM GRAVAR-ERRORLOG
           ELSE
               MOVE WS-FIC-MATRICULA TO FIC-MATRICULA
               MOVE WS-FIC-DATA TO FIC-DATA-EVENTO
               MOVE WS-FIC-TIPO TO FIC-TIPO-EVENTO
               MOVE WS-FIC-ANTERIOR TO FIC-VALOR-ANTERIOR
               MOVE WS-FIC-NOVO TO FIC-VALOR-NOVO
               MOVE WS-FIC-DESCRICAO TO FIC-DESCRICAO
               MOVE WS-FIC-OPERADOR TO FIC-OPERADOR
               MOVE WS-JOBLOG-PROGRAMA TO FIC-PROGRAMA
               ACCEPT FIC-DATA-REGISTRO FROM DATE YYYYMMDD
               WRITE REGISTRO-FICHA
               ADD 1 TO WS-FIC-GRAVADOS
               CLOSE ARQ-FICHA
           END-IF.

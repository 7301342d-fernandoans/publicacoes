               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-TRABALHO.

           COPY FICHASL.

           COPY ERRLOGSL.

           COPY JOBLOGSL.
       FD ARQ-TRABALHO.
       01 REGISTRO-TRABALHO        PIC X(114).

       COPY FICHAFD.

       COPY ERRLOGFD.

       COPY JOBLOGFD.

       WORKING-STORAGE SECTION.
       COPY FICHAWS.

       COPY ERRLOGWS.

       COPY JOBLOGWS.
                      " entrada incompleto. Mestre preservado."
               ELSE
                   PERFORM REGRAVAR-FUNCIONARIOS
                   PERFORM REGISTRAR-FICHA
               END-IF
           END-IF.

               MOVE TR-DATA(IDX-TRANS) TO DATA-DESLIGAMENTO
               MOVE TR-MOTIVO(IDX-TRANS) TO MOTIVO-DESLIGAMENTO
               ADD 1 TO WS-TOTAL-DESLIGADOS
               MOVE "D" TO TR-APLICADA(IDX-TRANS)
               DISPLAY "Funcionario " MATRICULA-FUNCIONARIO
                  " desligado em " TR-DATA(IDX-TRANS)
           END-IF.
               END-IF
           END-PERFORM.

      * Ficha funcional: so depois de regravado o mestre, para cada
      * transacao efetivada nesta execucao (TR-APLICADA = "D").
       REGISTRAR-FICHA.
           PERFORM VARYING IDX-TRANS FROM 1 BY 1
                   UNTIL IDX-TRANS > QTD-TRANSACOES
               IF TR-APLICADA(IDX-TRANS) = "D"
                   MOVE TR-MATRICULA(IDX-TRANS) TO WS-FIC-MATRICULA
                   MOVE TR-DATA(IDX-TRANS) TO WS-FIC-DATA
                   MOVE "DESLIGAMENTO" TO WS-FIC-TIPO
                   MOVE "ATIVO" TO WS-FIC-ANTERIOR
                   MOVE "DESLIGADO" TO WS-FIC-NOVO
                   MOVE TR-MOTIVO(IDX-TRANS) TO WS-FIC-DESCRICAO
                   PERFORM GRAVAR-EVENTO-FICHA
               END-IF
           END-PERFORM.

       COPY FICHAPD.

       COPY JOBLOGPD.

       COPY ERRLOGPD.

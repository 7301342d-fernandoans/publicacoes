           SELECT ARQ-REJEITADOS ASSIGN TO WS-ARQ-REJEITADOS
               ORGANIZATION IS LINE SEQUENTIAL.

           COPY FICHASL.

           COPY ERRLOGSL.

           COPY JOBLOGSL.
       FD ARQ-REJEITADOS.
       01 REGISTRO-REJEITADO       PIC X(120).

       COPY FICHAFD.

       COPY ERRLOGFD.

       COPY JOBLOGFD.

       WORKING-STORAGE SECTION.
       COPY FICHAWS.

       COPY ERRLOGWS.

       COPY JOBLOGWS.
               REWRITE DETALHEFUNCIONARIO
               MOVE "A" TO TT-SITUACAO(IDX-TRF)
               ADD 1 TO WS-TOTAL-APLICADAS
               PERFORM REGISTRAR-FICHA
               DISPLAY "Transferido: " MDP-MATRICULA
                  " de " MDP-DEPTO-ORIGEM
                  " para " MDP-DEPTO-DESTINO
           END-IF.

      * Ficha funcional: a transferencia na data efetiva.
       REGISTRAR-FICHA.
           MOVE MDP-MATRICULA TO WS-FIC-MATRICULA.
           MOVE MDP-DATA-EFETIVA TO WS-FIC-DATA.
           MOVE "TRANSFERENCIA" TO WS-FIC-TIPO.
           MOVE MDP-DEPTO-ORIGEM TO WS-FIC-ANTERIOR.
           MOVE MDP-DEPTO-DESTINO TO WS-FIC-NOVO.
           MOVE MDP-MOTIVO TO WS-FIC-DESCRICAO.
           PERFORM GRAVAR-EVENTO-FICHA.

       GRAVAR-REJEITADOS-PENDENTES.
           IF QTD-TRANSFERENCIAS = 0
               CONTINUE
           END-STRING.
           WRITE REGISTRO-REJEITADO.

       COPY FICHAPD.

       COPY JOBLOGPD.

       COPY ERRLOGPD.

               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-AUDITORIA.

           COPY FICHASL.

           COPY ERRLOGSL.

           COPY JOBLOGSL.
           05 AUD-DATA-VIGENCIA    PIC X(10).
           05 AUD-DATA             PIC 9(8).

       COPY FICHAFD.

       COPY ERRLOGFD.

       COPY JOBLOGFD.

       WORKING-STORAGE SECTION.
       COPY FICHAWS.

       COPY ERRLOGWS.

       COPY JOBLOGWS.
       01 WS-VIGENCIA-APLICADA     PIC X(10).
       01 WS-AJUSTAR-REGISTRO      PIC X VALUE "N".
       01 WS-SALARIO-ANTERIOR      PIC 9(7)V9(2).
       01 WS-PERCENTUAL-ED         PIC ZZ9.99.

       01 WS-BACKUP-OK             PIC X(1) VALUE "N".
       01 WS-TIPO-BACKUP        PIC X(1) VALUE "S".
           MOVE WS-DATA-HOJE TO AUD-DATA.
           WRITE REGISTRO-AUDITORIA.
           CLOSE ARQ-AUDITORIA.
           PERFORM REGISTRAR-FICHA.

      * Ficha funcional: o reajuste entra na data de vigencia.
       REGISTRAR-FICHA.
           MOVE MATRICULA-FUNCIONARIO TO WS-FIC-MATRICULA.
           STRING WS-VIGENCIA-APLICADA(1:4) DELIMITED BY SIZE
               WS-VIGENCIA-APLICADA(6:2) DELIMITED BY SIZE
               WS-VIGENCIA-APLICADA(9:2) DELIMITED BY SIZE
               INTO WS-FIC-DATA
           END-STRING.
           MOVE "REAJUSTE" TO WS-FIC-TIPO.
           MOVE WS-SALARIO-ANTERIOR TO WS-FIC-VALOR-ED.
           MOVE WS-FIC-VALOR-ED TO WS-FIC-ANTERIOR.
           MOVE SALARIO-FUNCIONARIO TO WS-FIC-VALOR-ED.
           MOVE WS-FIC-VALOR-ED TO WS-FIC-NOVO.
           MOVE WS-PERCENTUAL-APLICADO TO WS-PERCENTUAL-ED.
           MOVE SPACES TO WS-FIC-DESCRICAO.
           STRING "Dissidio " DELIMITED BY SIZE
               WS-PERCENTUAL-ED DELIMITED BY SIZE
               "%" DELIMITED BY SIZE
               INTO WS-FIC-DESCRICAO
           END-STRING.
           PERFORM GRAVAR-EVENTO-FICHA.

       COPY FICHAPD.

       COPY JOBLOGPD.


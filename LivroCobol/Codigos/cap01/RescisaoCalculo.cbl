
           COPY JOBLOGSL.

           COPY TABIMPSL.

       DATA DIVISION.
       FILE SECTION.
       FD FUNCIONARIOS.

       COPY JOBLOGFD.

       COPY TABIMPFD.

       WORKING-STORAGE SECTION.
       COPY ERRLOGWS.

       COPY JOBLOGWS.

       COPY TABIMPWS.

       01 WS-ARQ-FUNCIONARIOS    PIC X(40)
           VALUE "FUNCIONARIOS.DATA".
       01 WS-ARQ-RELATORIO       PIC X(40)
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE WS-COMPETENCIA-TXT TO WS-COMPETENCIA
               MOVE WS-COMPETENCIA TO WS-TIM-COMPETENCIA
               PERFORM CARREGAR-TABELAS-IMPOSTO
               PERFORM PROCESSAR-RESCISOES
           END-IF.


       COPY FAIXASPD.

       COPY TABIMPPD.

       COPY JOBLOGPD.

       COPY ERRLOGPD.

               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-HISTESC.

           SELECT ARQ-COEFICIENTE ASSIGN TO WS-ARQ-COEFICIENTE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CRE-MATRICULA
               FILE STATUS IS WS-STATUS-COEFICIENTE.

           SELECT RELATORIO ASSIGN TO WS-ARQ-RELATORIO
               ORGANIZATION IS LINE SEQUENTIAL.

       01 REGISTRO-HISTORICO.
           COPY HISTESC.

       FD ARQ-COEFICIENTE.
       01 REGISTRO-COEFICIENTE.
           COPY COEFREND.

       FD RELATORIO.
       01 LINHA-RELATORIO          PIC X(80).

           VALUE "HISTORICO.LST".

       01 WS-STATUS-HISTESC     PIC X(2).
       01 WS-ARQ-COEFICIENTE    PIC X(40) VALUE "coeficiente.idx".
       01 WS-STATUS-COEFICIENTE PIC X(2).
       01 COEFICIENTE-ED        PIC ZZ9.99.
       01 POSICAO-ED            PIC ZZZ9.
       01 TOTAL-GRUPO-ED        PIC ZZZ9.
       01 WS-FIM-ARQ            PIC X VALUE "N".

       01 WS-MATRICULA-PEDIDA   PIC X(8).
           05 FILLER            PIC X(2) VALUE SPACES.
           05 LD-MEDIA          PIC ZZ9.99.
           05 FILLER            PIC X(2) VALUE SPACES.
           05 LD-RESULTADO      PIC X(11).

       PROCEDURE DIVISION.
       INICIO.
               PERFORM ESCREVER-CABECALHO
               PERFORM LISTAR-PERIODOS UNTIL WS-FIM-ARQ = "S"
               PERFORM ESCREVER-TOTAL
               PERFORM ESCREVER-COEFICIENTE
               CLOSE RELATORIO
               CLOSE ARQ-HISTORICO
               DISPLAY "Historico gravado em " WS-ARQ-RELATORIO
               ON EXCEPTION
                   MOVE "historico-escolar.data" TO WS-ARQ-HISTESC
           END-ACCEPT.
           ACCEPT WS-ARQ-COEFICIENTE FROM ENVIRONMENT
                   "COEFICIENTE_IDX"
               ON EXCEPTION
                   MOVE "coeficiente.idx" TO WS-ARQ-COEFICIENTE
           END-ACCEPT.
           ACCEPT WS-ARQ-RELATORIO FROM ENVIRONMENT "HISTORICO_LST"
               ON EXCEPTION
                   MOVE "HISTORICO.LST" TO WS-ARQ-RELATORIO
           END-STRING.
           WRITE LINHA-RELATORIO.

      * Coeficiente de rendimento e classificacao no curso/unidade,
      * quando ja apurados por CoeficienteRendimento.cbl.
       ESCREVER-COEFICIENTE.
           OPEN INPUT ARQ-COEFICIENTE.
           IF WS-STATUS-COEFICIENTE = "00"
               MOVE WS-MATRICULA-PEDIDA TO CRE-MATRICULA
               READ ARQ-COEFICIENTE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM ESCREVER-LINHA-COEFICIENTE
               END-READ
               CLOSE ARQ-COEFICIENTE
           END-IF.

       ESCREVER-LINHA-COEFICIENTE.
           MOVE CRE-COEFICIENTE TO COEFICIENTE-ED.
           MOVE CRE-POSICAO TO POSICAO-ED.
           MOVE CRE-TOTAL-GRUPO TO TOTAL-GRUPO-ED.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "Coeficiente de rendimento: " DELIMITED BY SIZE
               COEFICIENTE-ED DELIMITED BY SIZE
               "  (ate " DELIMITED BY SIZE
               CRE-PERIODO DELIMITED BY SIZE
               ")" DELIMITED BY SIZE
               INTO LINHA-RELATORIO
           END-STRING.
           WRITE LINHA-RELATORIO.
           DISPLAY LINHA-RELATORIO.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "Classificacao no curso...: " DELIMITED BY SIZE
               POSICAO-ED DELIMITED BY SIZE
               " de " DELIMITED BY SIZE
               TOTAL-GRUPO-ED DELIMITED BY SIZE
               " (" DELIMITED BY SIZE
               CRE-CURSO DELIMITED BY SIZE
               " / " DELIMITED BY SIZE
               CRE-UNIDADE DELIMITED BY SIZE
               ")" DELIMITED BY SIZE
               INTO LINHA-RELATORIO
           END-STRING.
           WRITE LINHA-RELATORIO.
           DISPLAY LINHA-RELATORIO.

       COPY JOBLOGPD.

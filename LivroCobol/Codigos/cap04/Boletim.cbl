               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-CADASTRO.

           SELECT ARQ-COEFICIENTE ASSIGN TO WS-ARQ-COEFICIENTE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CRE-MATRICULA
               FILE STATUS IS WS-STATUS-COEFICIENTE.

           SELECT ARQ-BOLETINS ASSIGN TO WS-ARQ-BOLETINS
               ORGANIZATION IS LINE SEQUENTIAL.

       01 REGISTRO-CADASTRO.
           COPY CADALUNO.

       FD ARQ-COEFICIENTE.
       01 REGISTRO-COEFICIENTE.
           COPY COEFREND.

       FD ARQ-BOLETINS.
       01 LINHA-BOLETIM            PIC X(70).

       01 WS-NOTAS-ABERTAS         PIC X(1) VALUE "N".
       01 WS-TURMAS-ABERTAS        PIC X(1) VALUE "N".
       01 WS-PROFESSORES-ABERTOS   PIC X(1) VALUE "N".
       01 WS-ARQ-COEFICIENTE       PIC X(40) VALUE "coeficiente.idx".
       01 WS-STATUS-COEFICIENTE    PIC X(2).
       01 WS-COEFICIENTE-ABERTO    PIC X(1) VALUE "N".
       01 WS-COEFICIENTE-ACHADO    PIC X(1) VALUE "N".
       01 COEFICIENTE-ED           PIC ZZ9.99.
       01 POSICAO-ED               PIC ZZZ9.
       01 TOTAL-GRUPO-ED           PIC ZZZ9.

       01 WS-MATRICULA-PEDIDA      PIC X(8).
       01 WS-FIM-ALUNOS            PIC X VALUE "N".
               IF WS-STATUS-PROFESSORES = "00"
                   MOVE "S" TO WS-PROFESSORES-ABERTOS
               END-IF
               OPEN INPUT ARQ-COEFICIENTE
               IF WS-STATUS-COEFICIENTE = "00"
                   MOVE "S" TO WS-COEFICIENTE-ABERTO
               END-IF
               OPEN OUTPUT ARQ-BOLETINS
               IF FUNCTION TRIM(WS-MATRICULA-PEDIDA) = SPACES
                   PERFORM EMITIR-TODOS
               IF WS-PROFESSORES-ABERTOS = "S"
                   CLOSE ARQ-PROFESSORES
               END-IF
               IF WS-COEFICIENTE-ABERTO = "S"
                   CLOSE ARQ-COEFICIENTE
               END-IF
               CLOSE ARQ-ALUNOS
               DISPLAY "Boletins gravados em " WS-ARQ-BOLETINS
           END-IF.
               ON EXCEPTION
                   MOVE "professores.idx" TO WS-ARQ-PROFESSORES
           END-ACCEPT.
           ACCEPT WS-ARQ-COEFICIENTE FROM ENVIRONMENT
                   "COEFICIENTE_IDX"
               ON EXCEPTION
                   MOVE "coeficiente.idx" TO WS-ARQ-COEFICIENTE
           END-ACCEPT.
           ACCEPT WS-ARQ-BOLETINS FROM ENVIRONMENT "BOLETINS_LST"
               ON EXCEPTION
                   MOVE "BOLETINS.LST" TO WS-ARQ-BOLETINS
           IF WS-TURMA-ENCONTRADA = "S"
               PERFORM LOCALIZAR-PROFESSOR
           END-IF.
           PERFORM LOCALIZAR-COEFICIENTE.
           PERFORM ESCREVER-PAGINA.
           ADD 1 TO WS-TOTAL-BOLETINS.

               END-READ
           END-IF.

       LOCALIZAR-COEFICIENTE.
           MOVE "N" TO WS-COEFICIENTE-ACHADO.
           IF WS-COEFICIENTE-ABERTO = "S"
               MOVE ALU-MATRICULA TO CRE-MATRICULA
               READ ARQ-COEFICIENTE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "S" TO WS-COEFICIENTE-ACHADO
               END-READ
           END-IF.

       CARREGAR-FREQUENCIAS.
           MOVE 0 TO QTD-FREQUENCIAS.
           MOVE "N" TO WS-FIM-FREQUENCIA.
               END-IF
           END-IF.

           IF WS-COEFICIENTE-ACHADO = "S"
               PERFORM ESCREVER-COEFICIENTE
           END-IF.

           MOVE ALL "=" TO LINHA-BOLETIM.
           WRITE LINHA-BOLETIM.
           MOVE SPACES TO LINHA-BOLETIM.
           WRITE LINHA-BOLETIM BEFORE ADVANCING PAGE.

      * Coeficiente de rendimento e classificacao apurados por
      * CoeficienteRendimento.cbl.
       ESCREVER-COEFICIENTE.
           MOVE CRE-COEFICIENTE TO COEFICIENTE-ED.
           MOVE CRE-POSICAO TO POSICAO-ED.
           MOVE CRE-TOTAL-GRUPO TO TOTAL-GRUPO-ED.
           MOVE SPACES TO LINHA-BOLETIM.
           STRING "Coeficiente (CR).: " DELIMITED BY SIZE
               COEFICIENTE-ED DELIMITED BY SIZE
               "  Classificacao: " DELIMITED BY SIZE
               POSICAO-ED DELIMITED BY SIZE
               " de " DELIMITED BY SIZE
               TOTAL-GRUPO-ED DELIMITED BY SIZE
               INTO LINHA-BOLETIM
           END-STRING.
           WRITE LINHA-BOLETIM.

       ESCREVER-NOTAS.
           MOVE "Nota 1...........:" TO LN-ROTULO.
           MOVE NOT-NOTA-1 TO LN-VALOR.

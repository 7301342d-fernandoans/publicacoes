               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-CADASTRO.

           SELECT ARQ-SITUACAO ASSIGN TO WS-ARQ-SITUACAO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-SITUACAO.

           SELECT ARQ-CARTAS ASSIGN TO WS-ARQ-CARTAS
               ORGANIZATION IS LINE SEQUENTIAL.

       01 REGISTRO-CADASTRO.
           COPY CADALUNO.

       FD ARQ-SITUACAO.
       01 REGISTRO-SITUACAO.
           COPY SITACAD.

       FD ARQ-CARTAS.
       01 LINHA-CARTA              PIC X(70).

       01 WS-ARQ-ALUNOS          PIC X(40) VALUE "alunos.idx".
       01 WS-ARQ-ESPERA          PIC X(40) VALUE "alunos-espera.csv".
       01 WS-ARQ-CARTAS          PIC X(40) VALUE "CARTAS.LST".
       01 WS-ARQ-SITUACAO        PIC X(40)
           VALUE "situacao-academica.data".

       01 WS-STATUS-NOTAS        PIC X(2).
       01 WS-STATUS-ALUNOS       PIC X(2).
       01 WS-STATUS-ESPERA       PIC X(2).
       01 WS-STATUS-SITUACAO     PIC X(2).
       01 WS-ALUNOS-ABERTOS      PIC X(1) VALUE "N".

       01 WS-TIPO-CARTA          PIC X(1).
           PERFORM CARREGAR-CADASTROS.

           DISPLAY "Tipo de carta (A=aprovacao R=reprovacao"
              " E=espera S=situacao academica): ".
           ACCEPT WS-TIPO-CARTA.
           DISPLAY "Periodo (AAAA-S): ".
           ACCEPT WS-PERIODO.
                   PERFORM GERAR-CARTAS-RESULTADO
               WHEN "E"
                   PERFORM GERAR-CARTAS-ESPERA
               WHEN "S"
                   PERFORM GERAR-CARTAS-SITUACAO
               WHEN OTHER
                   DISPLAY "Tipo invalido!"
                   MOVE 4 TO RETURN-CODE
               ON EXCEPTION
                   MOVE "CARTAS.LST" TO WS-ARQ-CARTAS
           END-ACCEPT.
           ACCEPT WS-ARQ-SITUACAO FROM ENVIRONMENT
                   "SITUACAO_ACADEMICA"
               ON EXCEPTION
                   MOVE "situacao-academica.data" TO WS-ARQ-SITUACAO
           END-ACCEPT.
           ACCEPT WS-ARQ-CADASTRO FROM ENVIRONMENT
                   "ALUNOS_CADASTRO"
               ON EXCEPTION
                   END-IF
           END-READ.

      * Uma carta por aluno apontado por SituacaoAcademica.cbl no
      * periodo informado.
       GERAR-CARTAS-SITUACAO.
           OPEN INPUT ARQ-SITUACAO.
           IF WS-STATUS-SITUACAO NOT = "00"
               DISPLAY "Situacao academica ausente: " WS-ARQ-SITUACAO
               MOVE 4 TO RETURN-CODE
           ELSE
               OPEN INPUT ARQ-ALUNOS
               IF WS-STATUS-ALUNOS = "00"
                   MOVE "S" TO WS-ALUNOS-ABERTOS
               END-IF
               OPEN OUTPUT ARQ-CARTAS
               PERFORM VARRER-SITUACAO UNTIL WS-FIM-ARQ = "S"
               CLOSE ARQ-CARTAS
               IF WS-ALUNOS-ABERTOS = "S"
                   CLOSE ARQ-ALUNOS
                   MOVE "N" TO WS-ALUNOS-ABERTOS
               END-IF
               CLOSE ARQ-SITUACAO
               DISPLAY "Cartas gravadas em " WS-ARQ-CARTAS
           END-IF.

       VARRER-SITUACAO.
           READ ARQ-SITUACAO
               AT END
                   MOVE "S" TO WS-FIM-ARQ
               NOT AT END
                   IF SAC-PERIODO = WS-PERIODO
                       MOVE SAC-MATRICULA TO WS-MATRICULA
                       MOVE SPACES TO WS-NOME
                       MOVE SPACES TO WS-CURSO
                       IF WS-ALUNOS-ABERTOS = "S"
                           MOVE SAC-MATRICULA TO ALU-MATRICULA
                           READ ARQ-ALUNOS
                               INVALID KEY
                                   CONTINUE
                               NOT INVALID KEY
                                   MOVE ALU-NOME TO WS-NOME
                                   MOVE ALU-CURSO TO WS-CURSO
                           END-READ
                       END-IF
                       PERFORM ESCREVER-CARTA
                   END-IF
           END-READ.

       ESCREVER-CARTA.
           ADD 1 TO WS-TOTAL-CARTAS.
           MOVE ALL "=" TO LINHA-CARTA.
                   MOVE "Voce sera avisado(a) quando surgir vaga."
                       TO LINHA-CARTA
                   WRITE LINHA-CARTA
               WHEN "S"
                   PERFORM ESCREVER-TEXTO-SITUACAO
           END-EVALUATE.

           MOVE ALL "=" TO LINHA-CARTA.
           MOVE SPACES TO LINHA-CARTA.
           WRITE LINHA-CARTA BEFORE ADVANCING PAGE.

       ESCREVER-TEXTO-SITUACAO.
           EVALUATE TRUE
               WHEN SITUACAO-ADVERTENCIA
                   MOVE "Comunicamos que voce recebeu ADVERTENCIA"
                       TO LINHA-CARTA
                   WRITE LINHA-CARTA
                   MOVE "quanto ao seu desempenho academico."
                       TO LINHA-CARTA
                   WRITE LINHA-CARTA
               WHEN SITUACAO-PROBATORIO
                   MOVE "Comunicamos que voce esta em PERIODO"
                       TO LINHA-CARTA
                   WRITE LINHA-CARTA
                   MOVE "PROBATORIO. Nova ocorrencia podera levar"
                       TO LINHA-CARTA
                   WRITE LINHA-CARTA
                   MOVE "ao cancelamento da matricula."
                       TO LINHA-CARTA
                   WRITE LINHA-CARTA
               WHEN SITUACAO-JUBILAMENTO
                   MOVE "Comunicamos que voce e CANDIDATO A"
                       TO LINHA-CARTA
                   WRITE LINHA-CARTA
                   MOVE "JUBILAMENTO. Sua rematricula esta bloqueada"
                       TO LINHA-CARTA
                   WRITE LINHA-CARTA
                   MOVE "ate decisao do colegiado do curso."
                       TO LINHA-CARTA
                   WRITE LINHA-CARTA
           END-EVALUATE.
           MOVE SPACES TO LINHA-CARTA.
           STRING "Motivo: " DELIMITED BY SIZE
               SAC-MOTIVO DELIMITED BY SIZE
               INTO LINHA-CARTA
           END-STRING.
           WRITE LINHA-CARTA.
           MOVE "Procure a coordenacao para orientacoes."
               TO LINHA-CARTA.
           WRITE LINHA-CARTA.

      * Modo delta (DELTA_MODO=S): gera cartas apenas para os
      * alunos tocados desde a ultima execucao do mesmo tipo de
      * carta.

               RECORD KEY IS PRO-MATRICULA
               FILE STATUS IS WS-STATUS-PROFESSORES.

           SELECT ARQ-COEFICIENTE ASSIGN TO WS-ARQ-COEFICIENTE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CRE-MATRICULA
               FILE STATUS IS WS-STATUS-COEFICIENTE.

           COPY PERLETSL.

           COPY ACESSOSL.
           05 PRO-TIPO-CONTRATO    PIC X(10).
           05 PRO-ATIVO            PIC X(1).

       FD ARQ-COEFICIENTE.
       01 REGISTRO-COEFICIENTE.
           COPY COEFREND.

       COPY PERLETFD.

       COPY ACESSOFD.
       01 WS-STATUS-NOTAS          PIC X(2).
       01 WS-STATUS-TURMAS         PIC X(2).
       01 WS-STATUS-PROFESSORES    PIC X(2).
       01 WS-ARQ-COEFICIENTE       PIC X(40) VALUE "coeficiente.idx".
       01 WS-STATUS-COEFICIENTE    PIC X(2).

       01 WS-MATRICULA-BUSCA       PIC X(8).
       01 WS-OPCAO                 PIC X(1).
           88 TURMA-ENCONTRADA         VALUE "S".
       01 WS-PROFESSOR-ENCONTRADO  PIC X(1) VALUE "N".
           88 PROFESSOR-ENCONTRADO     VALUE "S".
       01 WS-COEFICIENTE-ACHADO    PIC X(1) VALUE "N".
           88 COEFICIENTE-ACHADO       VALUE "S".

       01 WS-FIM-TURMAS            PIC X(1) VALUE "N".

               10 TA-PROFESSOR     PIC X(30).

       01 MEDIA-ED                 PIC ZZ9.99.
       01 POSICAO-ED               PIC ZZZ9.
       01 TOTAL-GRUPO-ED           PIC ZZZ9.
       01 WS-TOTAL-CONSULTAS       PIC 9(05) VALUE ZEROS.
       01 WS-SAIR                  PIC X VALUE "N".

               ON EXCEPTION
                   MOVE "professores.idx" TO WS-ARQ-PROFESSORES
           END-ACCEPT.
           ACCEPT WS-ARQ-COEFICIENTE FROM ENVIRONMENT
                   "COEFICIENTE_IDX"
               ON EXCEPTION
                   MOVE "coeficiente.idx" TO WS-ARQ-COEFICIENTE
           END-ACCEPT.

       CONSULTAR-ALUNO.
           ADD 1 TO WS-TOTAL-CONSULTAS
           IF ALUNO-ENCONTRADO
               PERFORM LOCALIZAR-NOTAS
               PERFORM LOCALIZAR-TURMA
               PERFORM LOCALIZAR-COEFICIENTE
               PERFORM EXIBIR-CONSULTA
           ELSE
               DISPLAY "Aluno não encontrado em alunos.idx: "
               CLOSE ARQ-NOTAS
           END-IF.

       LOCALIZAR-COEFICIENTE.
           MOVE "N" TO WS-COEFICIENTE-ACHADO
           OPEN INPUT ARQ-COEFICIENTE
           IF WS-STATUS-COEFICIENTE = "00"
               MOVE ALU-MATRICULA TO CRE-MATRICULA
               READ ARQ-COEFICIENTE
                   INVALID KEY
                       MOVE "N" TO WS-COEFICIENTE-ACHADO
                   NOT INVALID KEY
                       MOVE "S" TO WS-COEFICIENTE-ACHADO
               END-READ
               CLOSE ARQ-COEFICIENTE
           END-IF.

       LOCALIZAR-TURMA.
           MOVE "N" TO WS-FIM-TURMAS
           MOVE 0 TO QTD-TURMAS-ALUNO
               DISPLAY "Notas.........: nao cadastradas em notas.idx"
           END-IF

           IF COEFICIENTE-ACHADO
               MOVE CRE-COEFICIENTE TO MEDIA-ED
               MOVE CRE-POSICAO TO POSICAO-ED
               MOVE CRE-TOTAL-GRUPO TO TOTAL-GRUPO-ED
               DISPLAY "Coeficiente...: " MEDIA-ED
                  "  (ate " CRE-PERIODO ")"
               DISPLAY "Classificacao.: " POSICAO-ED " de "
                  TOTAL-GRUPO-ED " no curso/unidade"
           END-IF

           IF TURMA-ENCONTRADA
               PERFORM VARYING IDX-TUR FROM 1 BY 1
                       UNTIL IDX-TUR > QTD-TURMAS-ALUNO

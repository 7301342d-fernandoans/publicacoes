           SELECT RELATORIO ASSIGN TO WS-ARQ-RELATORIO
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ARQ-SESSOES ASSIGN TO WS-ARQ-SESSOES
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-SESSOES.

           COPY ERRLOGSL.

           COPY PERLETSL.
       FD RELATORIO.
       01 LINHA-RELATORIO          PIC X(100).

       FD ARQ-SESSOES.
       01 REGISTRO-SESSAO.
           COPY PROVACAL.

       COPY ERRLOGFD.

       COPY PERLETFD.
       01 WS-ARQ-TURMAS          PIC X(40) VALUE "turmas.idx".
       01 WS-ARQ-RELATORIO       PIC X(40)
           VALUE "CALENDARIO-PROVAS.LST".
       01 WS-ARQ-SESSOES         PIC X(40)
           VALUE "calendario-provas.data".

       01 WS-STATUS-TURMAS       PIC X(2).
       01 WS-STATUS-SESSOES      PIC X(2).
       01 WS-FIM-TURMAS          PIC X VALUE "N".

       01 TABELA-HORARIOS-PROVA.
       01 TABELA-TURMAS-PROVA.
           05 TTP-ITEM OCCURS 200 TIMES INDEXED BY IDX-TUR.
               10 TTP-CODIGO     PIC X(6).
               10 TTP-CURSO      PIC X(20).
               10 TTP-PROFESSOR  PIC X(8).
               10 TTP-ALUNOS     PIC 9(4).
               10 TTP-SALA       PIC X(6).
               10 TTP-DIA        PIC 9(1).
               10 TTP-HORA       PIC 9(4).
               CLOSE ARQ-TURMAS
               PERFORM ATRIBUIR-HORARIOS
               PERFORM ESCREVER-CALENDARIO
               PERFORM GRAVAR-SESSOES
           END-IF.

           DISPLAY "Turmas com prova marcada: " QTD-TURMAS.
               ON EXCEPTION
                   MOVE "CALENDARIO-PROVAS.LST" TO WS-ARQ-RELATORIO
           END-ACCEPT.
           ACCEPT WS-ARQ-SESSOES FROM ENVIRONMENT
                   "CALENDARIO_PROVAS_DATA"
               ON EXCEPTION
                   MOVE "calendario-provas.data" TO WS-ARQ-SESSOES
           END-ACCEPT.

       CARREGAR-GRADE.
           PERFORM UNTIL WS-FIM-TURMAS = "S"
                   UNTIL IDX-TUR > QTD-TURMAS
               IF TTP-CODIGO(IDX-TUR) = TUR-CODIGO
                   MOVE "S" TO ENCONTROU-TURMA
                   ADD 1 TO TTP-ALUNOS(IDX-TUR)
               END-IF
           END-PERFORM.
           IF ENCONTROU-TURMA = "N" AND QTD-TURMAS < 200
               ADD 1 TO QTD-TURMAS
               SET IDX-TUR TO QTD-TURMAS
               MOVE TUR-CODIGO TO TTP-CODIGO(IDX-TUR)
               MOVE TUR-CURSO TO TTP-CURSO(IDX-TUR)
               MOVE TUR-MATRICULA-PROFESSOR TO TTP-PROFESSOR(IDX-TUR)
               MOVE 1 TO TTP-ALUNOS(IDX-TUR)
               MOVE TUR-SALA TO TTP-SALA(IDX-TUR)
               MOVE 0 TO TTP-DIA(IDX-TUR)
               MOVE 0 TO TTP-HORA(IDX-TUR)
           CLOSE RELATORIO.
           DISPLAY "Calendario gravado em " WS-ARQ-RELATORIO.

      * Cada prova ocupa duas horas a partir do horario marcado.
       GRAVAR-SESSOES.
           OPEN OUTPUT ARQ-SESSOES.
           IF WS-STATUS-SESSOES NOT = "00"
               DISPLAY "Erro ao abrir " WS-ARQ-SESSOES
                  " Status: " WS-STATUS-SESSOES
               MOVE "CalendarioProvas" TO WS-ERRLOG-PROGRAMA
               MOVE "GRAVAR-SESSOES" TO WS-ERRLOG-PARAGRAFO
               MOVE WS-ARQ-SESSOES TO WS-ERRLOG-ARQUIVO
               MOVE WS-STATUS-SESSOES TO WS-ERRLOG-STATUS
               PERFORM GRAVAR-ERRORLOG
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM VARYING IDX-TUR FROM 1 BY 1
                       UNTIL IDX-TUR > QTD-TURMAS
                   MOVE WS-PERIODO-LETIVO TO CPV-PERIODO
                   MOVE TTP-CODIGO(IDX-TUR) TO CPV-TURMA
                   MOVE TTP-CURSO(IDX-TUR) TO CPV-CURSO
                   MOVE TTP-PROFESSOR(IDX-TUR) TO CPV-PROFESSOR
                   MOVE TTP-DIA(IDX-TUR) TO CPV-DIA-SEMANA
                   MOVE TTP-HORA(IDX-TUR) TO CPV-HORA-INICIO
                   COMPUTE CPV-HORA-FIM = TTP-HORA(IDX-TUR) + 200
                   MOVE TTP-SALA(IDX-TUR) TO CPV-SALA-AULA
                   MOVE TTP-ALUNOS(IDX-TUR) TO CPV-ALUNOS
                   WRITE REGISTRO-SESSAO
               END-PERFORM
               CLOSE ARQ-SESSOES
               DISPLAY "Sessoes gravadas em " WS-ARQ-SESSOES
           END-IF.

       ESCREVER-ALUNO.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "Aluno " DELIMITED BY SIZE

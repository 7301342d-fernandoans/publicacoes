                   WITH DUPLICATES
               FILE STATUS IS WS-STATUS-TURMAS.

           SELECT ARQ-ESTAGIOS ASSIGN TO WS-ARQ-ESTAGIOS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-ESTAGIOS.

           SELECT ARQ-ESTAGIO-CURSOS ASSIGN TO WS-ARQ-ESTAGIO-CURSOS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-ESTAGIO-CURSOS.

           SELECT ARQ-ATIVIDADES ASSIGN TO WS-ARQ-ATIVIDADES
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-ATIVIDADES.

           SELECT ARQ-ATIVIDADES-CURSOS
               ASSIGN TO WS-ARQ-ATIVIDADES-CURSOS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-ATIVIDADES-CURSOS.

           SELECT ARQ-APTOS ASSIGN TO WS-ARQ-APTOS
               ORGANIZATION IS LINE SEQUENTIAL.

       01 REG-TURMA.
           COPY TURMA.

       FD ARQ-ESTAGIOS.
       01 REGISTRO-ESTAGIO.
           COPY ESTAGIO.

       FD ARQ-ESTAGIO-CURSOS.
       01 REGISTRO-ESTAGIO-CURSO.
           COPY ESTCURSO.

       FD ARQ-ATIVIDADES.
       01 REGISTRO-ATIVIDADE.
           COPY ATIVLANC.

       FD ARQ-ATIVIDADES-CURSOS.
       01 REGISTRO-ATIVIDADE-CURSO.
           COPY ATIVCURS.

       FD ARQ-APTOS.
       01 REGISTRO-APTO            PIC X(8).

       01 WS-ARQ-HISTORICO       PIC X(40)
           VALUE "historico-escolar.data".
       01 WS-ARQ-TURMAS          PIC X(40) VALUE "turmas.idx".
       01 WS-ARQ-ESTAGIOS        PIC X(40) VALUE "ESTAGIOS.DATA".
       01 WS-ARQ-ESTAGIO-CURSOS  PIC X(40)
           VALUE "ESTAGIO-CURSOS.DATA".
       01 WS-ARQ-ATIVIDADES      PIC X(40) VALUE "ATIVIDADES.DATA".
       01 WS-ARQ-ATIVIDADES-CURSOS PIC X(40)
           VALUE "ATIVIDADES-CURSOS.DATA".
       01 WS-ARQ-APTOS           PIC X(40)
           VALUE "FORMATURA-APTOS.DATA".
       01 WS-ARQ-RELATORIO       PIC X(40)
       01 WS-STATUS-GRADE        PIC X(2).
       01 WS-STATUS-HISTORICO    PIC X(2).
       01 WS-STATUS-TURMAS       PIC X(2).
       01 WS-STATUS-ESTAGIOS     PIC X(2).
       01 WS-STATUS-ESTAGIO-CURSOS PIC X(2).
       01 WS-STATUS-ATIVIDADES   PIC X(2).
       01 WS-STATUS-ATIVIDADES-CURSOS PIC X(2).
       01 WS-TURMAS-ABERTAS      PIC X VALUE "N".

       01 WS-FIM-ALUNOS          PIC X VALUE "N".
       01 WS-FIM-GRADE           PIC X VALUE "N".
       01 WS-FIM-HISTORICO       PIC X VALUE "N".
       01 WS-FIM-TURMAS          PIC X VALUE "N".
       01 WS-FIM-ESTAGIOS        PIC X VALUE "N".
       01 WS-FIM-ATIVIDADES      PIC X VALUE "N".

       01 QTD-GRADE              PIC 9(3) VALUE 0.
       01 TABELA-GRADE.
               10 TCU-MATRICULA  PIC X(8).
               10 TCU-CURSO      PIC X(20).

      * Horas minimas de estagio por curso e horas cumpridas por
      * aluno (soma dos termos em ESTAGIOS.DATA).
       01 QTD-ESTAGIO-CURSOS     PIC 9(3) VALUE 0.
       01 TABELA-ESTAGIO-CURSOS.
           05 TEC-ITEM OCCURS 100 TIMES INDEXED BY IDX-TEC.
               10 TEC-CURSO      PIC X(20).
               10 TEC-HORAS      PIC 9(4).

       01 QTD-ESTAGIARIOS        PIC 9(4) VALUE 0.
       01 TABELA-ESTAGIARIOS.
           05 TEH-ITEM OCCURS 2000 TIMES INDEXED BY IDX-TEH.
               10 TEH-MATRICULA  PIC X(8).
               10 TEH-HORAS      PIC 9(5).

      * Horas minimas de atividades complementares por curso e
      * horas creditadas por aluno (ATIVIDADES.DATA).
       01 QTD-ATIVIDADE-CURSOS   PIC 9(3) VALUE 0.
       01 TABELA-ATIVIDADE-CURSOS.
           05 TAC-ITEM OCCURS 100 TIMES INDEXED BY IDX-TAC.
               10 TAC-CURSO      PIC X(20).
               10 TAC-HORAS      PIC 9(4).

       01 QTD-ATIVIDADE-ALUNOS   PIC 9(4) VALUE 0.
       01 TABELA-ATIVIDADE-ALUNOS.
           05 TAH-ITEM OCCURS 5000 TIMES INDEXED BY IDX-TAH.
               10 TAH-MATRICULA  PIC X(8).
               10 TAH-HORAS      PIC 9(5).

       01 WS-ATIVIDADES-OK       PIC X VALUE "S".
       01 WS-ESTAGIO-OK          PIC X VALUE "S".
       01 WS-HORAS-CUMPRIDAS     PIC 9(5).
       01 WS-HORAS-CUMPRIDAS-ED  PIC ZZZZ9.
       01 WS-HORAS-MINIMAS-ED    PIC ZZZ9.

       01 CONTADORES-ALUNO.
           05 WS-QTD-EXIGIDAS    PIC 9(3).
           05 WS-QTD-COMPLETAS   PIC 9(3).
           ELSE
               PERFORM CARREGAR-APROVACOES
               PERFORM CARREGAR-CURSANDO
               PERFORM CARREGAR-ESTAGIOS
               PERFORM CARREGAR-ATIVIDADES
               PERFORM AUDITAR-ALUNOS
           END-IF.

               ON EXCEPTION
                   MOVE "turmas.idx" TO WS-ARQ-TURMAS
           END-ACCEPT.
           ACCEPT WS-ARQ-ESTAGIOS FROM ENVIRONMENT "ESTAGIOS_DATA"
               ON EXCEPTION
                   MOVE "ESTAGIOS.DATA" TO WS-ARQ-ESTAGIOS
           END-ACCEPT.
           ACCEPT WS-ARQ-ESTAGIO-CURSOS FROM ENVIRONMENT
                   "ESTAGIO_CURSOS"
               ON EXCEPTION
                   MOVE "ESTAGIO-CURSOS.DATA" TO WS-ARQ-ESTAGIO-CURSOS
           END-ACCEPT.
           ACCEPT WS-ARQ-ATIVIDADES FROM ENVIRONMENT "ATIVIDADES_DATA"
               ON EXCEPTION
                   MOVE "ATIVIDADES.DATA" TO WS-ARQ-ATIVIDADES
           END-ACCEPT.
           ACCEPT WS-ARQ-ATIVIDADES-CURSOS FROM ENVIRONMENT
                   "ATIVIDADES_CURSOS"
               ON EXCEPTION
                   MOVE "ATIVIDADES-CURSOS.DATA"
                       TO WS-ARQ-ATIVIDADES-CURSOS
           END-ACCEPT.
           ACCEPT WS-ARQ-APTOS FROM ENVIRONMENT "FORMATURA_APTOS"
               ON EXCEPTION
                   MOVE "FORMATURA-APTOS.DATA" TO WS-ARQ-APTOS
                       AT END
                           MOVE "S" TO WS-FIM-HISTORICO
                       NOT AT END
                           IF (HIS-RESULTADO = "Aprovado"
                                   OR HIS-RESULTADO = "APROVEITADO")
                                   AND QTD-APROVACOES < 2000
                               ADD 1 TO QTD-APROVACOES
                               SET IDX-APR TO QTD-APROVACOES
               CLOSE ARQ-TURMAS
           END-IF.

       CARREGAR-ESTAGIOS.
           OPEN INPUT ARQ-ESTAGIO-CURSOS.
           IF WS-STATUS-ESTAGIO-CURSOS = "00"
               PERFORM UNTIL WS-FIM-ESTAGIOS = "S"
                   READ ARQ-ESTAGIO-CURSOS
                       AT END
                           MOVE "S" TO WS-FIM-ESTAGIOS
                       NOT AT END
                           IF QTD-ESTAGIO-CURSOS < 100
                               ADD 1 TO QTD-ESTAGIO-CURSOS
                               SET IDX-TEC TO QTD-ESTAGIO-CURSOS
                               MOVE ECU-CURSO TO TEC-CURSO(IDX-TEC)
                               MOVE ECU-HORAS-MINIMAS
                                   TO TEC-HORAS(IDX-TEC)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQ-ESTAGIO-CURSOS
           END-IF.

           MOVE "N" TO WS-FIM-ESTAGIOS.
           OPEN INPUT ARQ-ESTAGIOS.
           IF WS-STATUS-ESTAGIOS = "00"
               PERFORM UNTIL WS-FIM-ESTAGIOS = "S"
                   READ ARQ-ESTAGIOS
                       AT END
                           MOVE "S" TO WS-FIM-ESTAGIOS
                       NOT AT END
                           PERFORM SOMAR-HORAS-ESTAGIO
                   END-READ
               END-PERFORM
               CLOSE ARQ-ESTAGIOS
           END-IF.

       SOMAR-HORAS-ESTAGIO.
           PERFORM VARYING IDX-TEH FROM 1 BY 1
                   UNTIL IDX-TEH > QTD-ESTAGIARIOS
                   OR TEH-MATRICULA(IDX-TEH) = EST-MATRICULA
               CONTINUE
           END-PERFORM.
           IF IDX-TEH > QTD-ESTAGIARIOS AND QTD-ESTAGIARIOS < 2000
               ADD 1 TO QTD-ESTAGIARIOS
               SET IDX-TEH TO QTD-ESTAGIARIOS
               MOVE EST-MATRICULA TO TEH-MATRICULA(IDX-TEH)
               MOVE 0 TO TEH-HORAS(IDX-TEH)
           END-IF.
           IF IDX-TEH <= QTD-ESTAGIARIOS
               ADD EST-HORAS-CUMPRIDAS TO TEH-HORAS(IDX-TEH)
           END-IF.

       CARREGAR-ATIVIDADES.
           OPEN INPUT ARQ-ATIVIDADES-CURSOS.
           IF WS-STATUS-ATIVIDADES-CURSOS = "00"
               PERFORM UNTIL WS-FIM-ATIVIDADES = "S"
                   READ ARQ-ATIVIDADES-CURSOS
                       AT END
                           MOVE "S" TO WS-FIM-ATIVIDADES
                       NOT AT END
                           IF QTD-ATIVIDADE-CURSOS < 100
                               ADD 1 TO QTD-ATIVIDADE-CURSOS
                               SET IDX-TAC TO QTD-ATIVIDADE-CURSOS
                               MOVE ACU-CURSO TO TAC-CURSO(IDX-TAC)
                               MOVE ACU-HORAS-MINIMAS
                                   TO TAC-HORAS(IDX-TAC)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQ-ATIVIDADES-CURSOS
           END-IF.

           MOVE "N" TO WS-FIM-ATIVIDADES.
           OPEN INPUT ARQ-ATIVIDADES.
           IF WS-STATUS-ATIVIDADES = "00"
               PERFORM UNTIL WS-FIM-ATIVIDADES = "S"
                   READ ARQ-ATIVIDADES
                       AT END
                           MOVE "S" TO WS-FIM-ATIVIDADES
                       NOT AT END
                           PERFORM SOMAR-HORAS-ATIVIDADE
                   END-READ
               END-PERFORM
               CLOSE ARQ-ATIVIDADES
           END-IF.

       SOMAR-HORAS-ATIVIDADE.
           PERFORM VARYING IDX-TAH FROM 1 BY 1
                   UNTIL IDX-TAH > QTD-ATIVIDADE-ALUNOS
                   OR TAH-MATRICULA(IDX-TAH) = ATV-MATRICULA
               CONTINUE
           END-PERFORM.
           IF IDX-TAH > QTD-ATIVIDADE-ALUNOS
                   AND QTD-ATIVIDADE-ALUNOS < 5000
               ADD 1 TO QTD-ATIVIDADE-ALUNOS
               SET IDX-TAH TO QTD-ATIVIDADE-ALUNOS
               MOVE ATV-MATRICULA TO TAH-MATRICULA(IDX-TAH)
               MOVE 0 TO TAH-HORAS(IDX-TAH)
           END-IF.
           IF IDX-TAH <= QTD-ATIVIDADE-ALUNOS
               ADD ATV-HORAS-CREDITADAS TO TAH-HORAS(IDX-TAH)
           END-IF.

       AUDITAR-ALUNOS.
           OPEN INPUT ARQ-ALUNOS.
           IF WS-STATUS-ALUNOS NOT = "00"
               END-IF
           END-PERFORM.

           PERFORM CONFERIR-ESTAGIO.
           PERFORM CONFERIR-ATIVIDADES.

           MOVE SPACES TO LINHA-RELATORIO.
           IF WS-QTD-EXIGIDAS = 0
               MOVE "  Curso sem grade curricular cadastrada."
                   TO LINHA-RELATORIO
           ELSE
               IF WS-QTD-COMPLETAS = WS-QTD-EXIGIDAS
                       AND WS-ESTAGIO-OK = "S"
                       AND WS-ATIVIDADES-OK = "S"
                   ADD 1 TO WS-TOTAL-APTOS
                   MOVE ALU-MATRICULA TO REGISTRO-APTO
                   WRITE REGISTRO-APTO
           END-IF.
           WRITE LINHA-RELATORIO.

      * Curso com exigencia de estagio: as horas cumpridas nos
      * termos do aluno precisam alcancar o minimo do curso.
       CONFERIR-ESTAGIO.
           MOVE "S" TO WS-ESTAGIO-OK.
           PERFORM VARYING IDX-TEC FROM 1 BY 1
                   UNTIL IDX-TEC > QTD-ESTAGIO-CURSOS
                   OR TEC-CURSO(IDX-TEC) = ALU-CURSO
               CONTINUE
           END-PERFORM.
           IF IDX-TEC <= QTD-ESTAGIO-CURSOS
               MOVE 0 TO WS-HORAS-CUMPRIDAS
               PERFORM VARYING IDX-TEH FROM 1 BY 1
                       UNTIL IDX-TEH > QTD-ESTAGIARIOS
                   IF TEH-MATRICULA(IDX-TEH) = ALU-MATRICULA
                       MOVE TEH-HORAS(IDX-TEH) TO WS-HORAS-CUMPRIDAS
                   END-IF
               END-PERFORM
               IF WS-HORAS-CUMPRIDAS < TEC-HORAS(IDX-TEC)
                   MOVE "N" TO WS-ESTAGIO-OK
                   MOVE "FALTA" TO WS-SITUACAO-ITEM
               ELSE
                   MOVE "COMPLETA" TO WS-SITUACAO-ITEM
               END-IF
               MOVE WS-HORAS-CUMPRIDAS TO WS-HORAS-CUMPRIDAS-ED
               MOVE TEC-HORAS(IDX-TEC) TO WS-HORAS-MINIMAS-ED
               MOVE SPACES TO LINHA-RELATORIO
               STRING "  Estagio: " DELIMITED BY SIZE
                   WS-HORAS-CUMPRIDAS-ED DELIMITED BY SIZE
                   " de " DELIMITED BY SIZE
                   WS-HORAS-MINIMAS-ED DELIMITED BY SIZE
                   " horas " DELIMITED BY SIZE
                   WS-SITUACAO-ITEM DELIMITED BY SIZE
                   INTO LINHA-RELATORIO
               END-STRING
               WRITE LINHA-RELATORIO
           END-IF.

      * Curso com exigencia de atividades complementares: as horas
      * creditadas no livro precisam alcancar o minimo do curso.
       CONFERIR-ATIVIDADES.
           MOVE "S" TO WS-ATIVIDADES-OK.
           PERFORM VARYING IDX-TAC FROM 1 BY 1
                   UNTIL IDX-TAC > QTD-ATIVIDADE-CURSOS
                   OR TAC-CURSO(IDX-TAC) = ALU-CURSO
               CONTINUE
           END-PERFORM.
           IF IDX-TAC <= QTD-ATIVIDADE-CURSOS
               MOVE 0 TO WS-HORAS-CUMPRIDAS
               PERFORM VARYING IDX-TAH FROM 1 BY 1
                       UNTIL IDX-TAH > QTD-ATIVIDADE-ALUNOS
                   IF TAH-MATRICULA(IDX-TAH) = ALU-MATRICULA
                       MOVE TAH-HORAS(IDX-TAH) TO WS-HORAS-CUMPRIDAS
                   END-IF
               END-PERFORM
               IF WS-HORAS-CUMPRIDAS < TAC-HORAS(IDX-TAC)
                   MOVE "N" TO WS-ATIVIDADES-OK
                   MOVE "FALTA" TO WS-SITUACAO-ITEM
               ELSE
                   MOVE "COMPLETA" TO WS-SITUACAO-ITEM
               END-IF
               MOVE WS-HORAS-CUMPRIDAS TO WS-HORAS-CUMPRIDAS-ED
               MOVE TAC-HORAS(IDX-TAC) TO WS-HORAS-MINIMAS-ED
               MOVE SPACES TO LINHA-RELATORIO
               STRING "  Ativ. complementares: " DELIMITED BY SIZE
                   WS-HORAS-CUMPRIDAS-ED DELIMITED BY SIZE
                   " de " DELIMITED BY SIZE
                   WS-HORAS-MINIMAS-ED DELIMITED BY SIZE
                   " horas " DELIMITED BY SIZE
                   WS-SITUACAO-ITEM DELIMITED BY SIZE
                   INTO LINHA-RELATORIO
               END-STRING
               WRITE LINHA-RELATORIO
           END-IF.

       CONFERIR-DISCIPLINA.
           MOVE "FALTA" TO WS-SITUACAO-ITEM.
           PERFORM VARYING IDX-APR FROM 1 BY 1

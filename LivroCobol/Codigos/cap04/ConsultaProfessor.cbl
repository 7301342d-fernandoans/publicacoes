               RECORD KEY IS ALU-MATRICULA
               FILE STATUS IS WS-STATUS-ALUNOS.

           SELECT ARQ-AVAL-RESPOSTAS ASSIGN TO WS-ARQ-AVAL-RESPOSTAS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-AVAL-RESPOSTAS.

           SELECT ARQ-TITULACAO ASSIGN TO WS-ARQ-TITULACAO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-TITULACAO.

           COPY ERRLOGSL.

           COPY PERLETSL.
       01 REGISTRO-ALUNO.
           COPY ALUNO.

       FD ARQ-AVAL-RESPOSTAS.
       01 REGISTRO-AVAL-RESPOSTA.
           COPY AVALRESP.

       FD ARQ-TITULACAO.
       01 REGISTRO-TITULACAO.
           COPY TITULACAO.

       COPY ERRLOGFD.

       COPY PERLETFD.
       01 WS-ARQ-PROFESSORES     PIC X(40) VALUE "professores.idx".
       01 WS-ARQ-TURMAS          PIC X(40) VALUE "turmas.idx".
       01 WS-ARQ-ALUNOS          PIC X(40) VALUE "alunos.idx".
       01 WS-ARQ-AVAL-RESPOSTAS  PIC X(40)
           VALUE "AVALIACAO-RESPOSTAS.DATA".
       01 WS-ARQ-TITULACAO       PIC X(40)
           VALUE "PROFESSORES-TITULACAO.DATA".
       01 WS-ARQUIVOS-DEFINIDOS  PIC X VALUE "N".

       01 WS-STATUS-PROFESSORES  PIC X(2).
       01 WS-STATUS-TURMAS       PIC X(2).
       01 WS-STATUS-ALUNOS       PIC X(2).
       01 WS-ALUNOS-ABERTOS      PIC X(1) VALUE "N".
       01 WS-STATUS-AVAL-RESPOSTAS PIC X(2).
       01 WS-FIM-AVAL-RESPOSTAS  PIC X VALUE "N".
       01 WS-STATUS-TITULACAO    PIC X(2).
       01 WS-FIM-TITULACAO       PIC X VALUE "N".

       01 WS-ENTRADA             PIC X(30).
       01 WS-TURMA-DETALHE       PIC X(6).
               10 SEC-ALUNOS     PIC 9(3).

       01 SEC-ALUNOS-ED          PIC ZZ9.

      * Nota da avaliacao institucional no ultimo periodo avaliado.
       01 WS-AVAL-PERIODO        PIC X(6).
       01 WS-AVAL-SOMA           PIC 9(7).
       01 WS-AVAL-QTD            PIC 9(6).
       01 WS-AVAL-MEDIA          PIC 9V99.
       01 WS-AVAL-MEDIA-ED       PIC 9.99.
       01 WS-TOTAL-CONSULTAS     PIC 9(5) VALUE 0.

      * Titulos do professor; o de maior grau (G < E < M < D) e o
      * que vale para o censo e para o valor da hora-aula.
       01 WS-QTD-TITULOS         PIC 9(2) VALUE 0.
       01 WS-NIVEL               PIC 9(1).
       01 WS-MAIOR-NIVEL         PIC 9(1).
       01 WS-MAIOR-GRAU          PIC X(1).
       01 WS-MAIOR-AREA          PIC X(30).
       01 WS-MAIOR-INSTITUICAO   PIC X(30).
       01 WS-MAIOR-CONCLUSAO     PIC 9(8).
       01 WS-DESCRICAO-GRAU      PIC X(12).

       PROCEDURE DIVISION.
       PRINCIPAL.
           PERFORM INICIO UNTIL WS-SAIR = "S".
               ON EXCEPTION
                   MOVE "alunos.idx" TO WS-ARQ-ALUNOS
           END-ACCEPT.
           ACCEPT WS-ARQ-AVAL-RESPOSTAS FROM ENVIRONMENT
                   "AVALIACAO_RESPOSTAS"
               ON EXCEPTION
                   MOVE "AVALIACAO-RESPOSTAS.DATA"
                       TO WS-ARQ-AVAL-RESPOSTAS
           END-ACCEPT.
           ACCEPT WS-ARQ-TITULACAO FROM ENVIRONMENT
                   "PROFESSORES_TITULACAO_DATA"
               ON EXCEPTION
                   MOVE "PROFESSORES-TITULACAO.DATA"
                       TO WS-ARQ-TITULACAO
           END-ACCEPT.

       CONSULTAR-PROFESSOR.
           ADD 1 TO WS-TOTAL-CONSULTAS.
               DISPLAY "Professor nao encontrado: " WS-ENTRADA
           ELSE
               PERFORM EXIBIR-PROFESSOR
               PERFORM EXIBIR-TITULACAO
               PERFORM EXIBIR-AVALIACAO
               PERFORM LEVANTAR-SECOES
               PERFORM EXIBIR-SECOES
               IF QTD-SECOES > 0
           DISPLAY "Contrato......: " PRO-TIPO-CONTRATO.
           DISPLAY "Ativo.........: " PRO-ATIVO.

       EXIBIR-TITULACAO.
           MOVE 0 TO WS-QTD-TITULOS.
           MOVE 0 TO WS-MAIOR-NIVEL.
           MOVE "N" TO WS-FIM-TITULACAO.
           OPEN INPUT ARQ-TITULACAO.
           IF WS-STATUS-TITULACAO = "00"
               PERFORM UNTIL WS-FIM-TITULACAO = "S"
                   READ ARQ-TITULACAO
                       AT END
                           MOVE "S" TO WS-FIM-TITULACAO
                       NOT AT END
                           IF TIT-MATRICULA = PRO-MATRICULA
                               PERFORM GUARDAR-TITULO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQ-TITULACAO
           END-IF.
           IF WS-QTD-TITULOS = 0
               DISPLAY "Titulacao.....: sem titulo cadastrado"
           ELSE
               MOVE WS-MAIOR-GRAU TO TIT-GRAU
               PERFORM DESCREVER-GRAU
               DISPLAY "Titulacao.....: " WS-DESCRICAO-GRAU
                  " em " WS-MAIOR-AREA
               DISPLAY "Instituicao...: " WS-MAIOR-INSTITUICAO
                  " (" WS-MAIOR-CONCLUSAO ")"
               IF WS-QTD-TITULOS > 1
                   DISPLAY "Outros titulos: "
                      WS-QTD-TITULOS " no total"
                      " (ver ProfessoresTitulacao)"
               END-IF
           END-IF.

       GUARDAR-TITULO.
           ADD 1 TO WS-QTD-TITULOS.
           EVALUATE TRUE
               WHEN TITULO-DOUTOR
                   MOVE 4 TO WS-NIVEL
               WHEN TITULO-MESTRE
                   MOVE 3 TO WS-NIVEL
               WHEN TITULO-ESPECIALISTA
                   MOVE 2 TO WS-NIVEL
               WHEN OTHER
                   MOVE 1 TO WS-NIVEL
           END-EVALUATE.
           IF WS-NIVEL > WS-MAIOR-NIVEL
               MOVE WS-NIVEL TO WS-MAIOR-NIVEL
               MOVE TIT-GRAU TO WS-MAIOR-GRAU
               MOVE TIT-AREA TO WS-MAIOR-AREA
               MOVE TIT-INSTITUICAO TO WS-MAIOR-INSTITUICAO
               MOVE TIT-DATA-CONCLUSAO TO WS-MAIOR-CONCLUSAO
           END-IF.

       DESCREVER-GRAU.
           EVALUATE TRUE
               WHEN TITULO-DOUTOR
                   MOVE "Doutor" TO WS-DESCRICAO-GRAU
               WHEN TITULO-MESTRE
                   MOVE "Mestre" TO WS-DESCRICAO-GRAU
               WHEN TITULO-ESPECIALISTA
                   MOVE "Especialista" TO WS-DESCRICAO-GRAU
               WHEN OTHER
                   MOVE "Graduado" TO WS-DESCRICAO-GRAU
           END-EVALUATE.

       EXIBIR-AVALIACAO.
           MOVE SPACES TO WS-AVAL-PERIODO.
           MOVE 0 TO WS-AVAL-SOMA.
           MOVE 0 TO WS-AVAL-QTD.
           MOVE "N" TO WS-FIM-AVAL-RESPOSTAS.
           OPEN INPUT ARQ-AVAL-RESPOSTAS.
           IF WS-STATUS-AVAL-RESPOSTAS = "00"
               PERFORM UNTIL WS-FIM-AVAL-RESPOSTAS = "S"
                   READ ARQ-AVAL-RESPOSTAS
                       AT END
                           MOVE "S" TO WS-FIM-AVAL-RESPOSTAS
                       NOT AT END
                           IF AVR-PROFESSOR = PRO-MATRICULA
                               PERFORM SOMAR-AVALIACAO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQ-AVAL-RESPOSTAS
           END-IF.
           IF WS-AVAL-QTD = 0
               DISPLAY "Avaliacao.....: sem avaliacao registrada"
           ELSE
               COMPUTE WS-AVAL-MEDIA ROUNDED
                   = WS-AVAL-SOMA / WS-AVAL-QTD
               MOVE WS-AVAL-MEDIA TO WS-AVAL-MEDIA-ED
               DISPLAY "Avaliacao.....: " WS-AVAL-MEDIA-ED
                  " (periodo " WS-AVAL-PERIODO ")"
           END-IF.

       SOMAR-AVALIACAO.
           IF AVR-PERIODO > WS-AVAL-PERIODO
               MOVE AVR-PERIODO TO WS-AVAL-PERIODO
               MOVE 0 TO WS-AVAL-SOMA
               MOVE 0 TO WS-AVAL-QTD
           END-IF.
           IF AVR-PERIODO = WS-AVAL-PERIODO
               ADD AVR-NOTA TO WS-AVAL-SOMA
               ADD 1 TO WS-AVAL-QTD
           END-IF.

       LEVANTAR-SECOES.
           MOVE 0 TO QTD-SECOES.
           MOVE "N" TO WS-FIM-TURMAS.

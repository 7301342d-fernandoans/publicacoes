               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-HISTORICO.

           SELECT ARQ-TITULACAO ASSIGN TO WS-ARQ-TITULACAO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-TITULACAO.

           SELECT ARQ-CENSO ASSIGN TO WS-ARQ-CENSO
               ORGANIZATION IS LINE SEQUENTIAL.

       01 REGISTRO-HISTORICO.
           COPY HISTESC.

       FD ARQ-TITULACAO.
       01 REGISTRO-TITULACAO.
           COPY TITULACAO.

       FD ARQ-CENSO.
       01 REGISTRO-CENSO           PIC X(120).

       01 WS-ARQ-PROFESSORES     PIC X(40) VALUE "professores.idx".
       01 WS-ARQ-HISTORICO       PIC X(40)
           VALUE "historico-escolar.data".
       01 WS-ARQ-TITULACAO       PIC X(40)
           VALUE "PROFESSORES-TITULACAO.DATA".
       01 WS-ARQ-CENSO           PIC X(40) VALUE "CENSO.DATA".
       01 WS-ARQ-RELATORIO       PIC X(40)
           VALUE "CENSO-CRITICAS.LST".
       01 WS-STATUS-TURMAS       PIC X(2).
       01 WS-STATUS-PROFESSORES  PIC X(2).
       01 WS-STATUS-HISTORICO    PIC X(2).
       01 WS-STATUS-TITULACAO    PIC X(2).

       01 WS-FIM-ALUNOS          PIC X VALUE "N".
       01 WS-FIM-CADASTRO        PIC X VALUE "N".
       01 WS-FIM-TURMAS          PIC X VALUE "N".
       01 WS-FIM-PROFESSORES     PIC X VALUE "N".
       01 WS-FIM-HISTORICO       PIC X VALUE "N".
       01 WS-FIM-TITULACAO       PIC X VALUE "N".

       01 WS-DATA-HOJE           PIC 9(8).

           05 CEN-PRO-DEPTO      PIC X(20).
           05 CEN-PRO-CONTRATO   PIC X(10).
           05 CEN-PRO-ATIVO      PIC X(1).
           05 CEN-PRO-TITULACAO  PIC X(1).
           05 CEN-PRO-AREA       PIC X(30).
           05 CEN-PRO-CONCLUSAO  PIC 9(8).
           05 FILLER             PIC X(10).

       01 CENSO-TURMA.
           05 CEN-TUR-TIPO       PIC X(2).
               10 TTD-PROFESSOR  PIC X(8).
               10 TTD-ALUNOS     PIC 9(4).

      * Maior titulo de cada professor (G < E < M < D), com a area
      * e a data de conclusao desse titulo.
       01 QTD-TITULADOS          PIC 9(3) VALUE 0.
       01 WS-NIVEL               PIC 9(1).
       01 TABELA-TITULACAO.
           05 TTI-ITEM OCCURS 500 TIMES INDEXED BY IDX-TTI.
               10 TTI-MATRICULA  PIC X(8).
               10 TTI-GRAU       PIC X(1).
               10 TTI-NIVEL      PIC 9(1).
               10 TTI-AREA       PIC X(30).
               10 TTI-CONCLUSAO  PIC 9(8).

       01 WS-QTD-APROV-ALUNO     PIC 9(3).

       01 TOTAIS-CENSO.
           PERFORM CARREGAR-CADASTROS.
           PERFORM CARREGAR-APROVACOES.
           PERFORM CARREGAR-TURMAS-DISTINTAS.
           PERFORM CARREGAR-TITULACAO.

           OPEN OUTPUT ARQ-CENSO.
           OPEN OUTPUT RELATORIO.
               ON EXCEPTION
                   MOVE "historico-escolar.data" TO WS-ARQ-HISTORICO
           END-ACCEPT.
           ACCEPT WS-ARQ-TITULACAO FROM ENVIRONMENT
                   "PROFESSORES_TITULACAO_DATA"
               ON EXCEPTION
                   MOVE "PROFESSORES-TITULACAO.DATA"
                       TO WS-ARQ-TITULACAO
           END-ACCEPT.
           ACCEPT WS-ARQ-CENSO FROM ENVIRONMENT "CENSO_DATA"
               ON EXCEPTION
                   MOVE "CENSO.DATA" TO WS-ARQ-CENSO
               MOVE 1 TO TTD-ALUNOS(IDX-TUR)
           END-IF.

      * Guarda o maior grau de cada professor (G < E < M < D).
       CARREGAR-TITULACAO.
           OPEN INPUT ARQ-TITULACAO.
           IF WS-STATUS-TITULACAO = "00"
               PERFORM UNTIL WS-FIM-TITULACAO = "S"
                   READ ARQ-TITULACAO
                       AT END
                           MOVE "S" TO WS-FIM-TITULACAO
                       NOT AT END
                           PERFORM GUARDAR-TITULACAO
                   END-READ
               END-PERFORM
               CLOSE ARQ-TITULACAO
           END-IF.

       GUARDAR-TITULACAO.
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
           PERFORM VARYING IDX-TTI FROM 1 BY 1
                   UNTIL IDX-TTI > QTD-TITULADOS
                   OR TTI-MATRICULA(IDX-TTI) = TIT-MATRICULA
               CONTINUE
           END-PERFORM.
           IF IDX-TTI > QTD-TITULADOS AND QTD-TITULADOS < 500
               ADD 1 TO QTD-TITULADOS
               SET IDX-TTI TO QTD-TITULADOS
               MOVE TIT-MATRICULA TO TTI-MATRICULA(IDX-TTI)
               MOVE 0 TO TTI-NIVEL(IDX-TTI)
           END-IF.
           IF IDX-TTI <= QTD-TITULADOS
               IF WS-NIVEL > TTI-NIVEL(IDX-TTI)
                   MOVE WS-NIVEL TO TTI-NIVEL(IDX-TTI)
                   MOVE TIT-GRAU TO TTI-GRAU(IDX-TTI)
                   MOVE TIT-AREA TO TTI-AREA(IDX-TTI)
                   MOVE TIT-DATA-CONCLUSAO TO TTI-CONCLUSAO(IDX-TTI)
               END-IF
           END-IF.

       GRAVAR-CABECALHO-CENSO.
           MOVE SPACES TO CENSO-CABECALHO.
           MOVE "00" TO CEN-CAB-TIPO.
           MOVE PRO-DEPARTAMENTO TO CEN-PRO-DEPTO.
           MOVE PRO-TIPO-CONTRATO TO CEN-PRO-CONTRATO.
           MOVE PRO-ATIVO TO CEN-PRO-ATIVO.
           MOVE 0 TO CEN-PRO-CONCLUSAO.
           PERFORM VARYING IDX-TTI FROM 1 BY 1
                   UNTIL IDX-TTI > QTD-TITULADOS
                   OR TTI-MATRICULA(IDX-TTI) = PRO-MATRICULA
               CONTINUE
           END-PERFORM.
           IF IDX-TTI > QTD-TITULADOS
               MOVE SPACES TO LINHA-RELATORIO
               STRING "Professor " DELIMITED BY SIZE
                   PRO-MATRICULA DELIMITED BY SIZE
                   ": sem titulacao cadastrada"
                   DELIMITED BY SIZE
                   INTO LINHA-RELATORIO
               END-STRING
               WRITE LINHA-RELATORIO
               ADD 1 TO WS-TOTAL-CRITICAS
           ELSE
               MOVE TTI-GRAU(IDX-TTI) TO CEN-PRO-TITULACAO
               MOVE TTI-AREA(IDX-TTI) TO CEN-PRO-AREA
               MOVE TTI-CONCLUSAO(IDX-TTI) TO CEN-PRO-CONCLUSAO
           END-IF.
           IF PRO-NOME = SPACES OR PRO-TIPO-CONTRATO = SPACES
               MOVE SPACES TO LINHA-RELATORIO
               STRING "Professor " DELIMITED BY SIZE

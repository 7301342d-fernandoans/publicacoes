               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-ACUMULADO.

           SELECT ARQ-FALTAS-PROF ASSIGN TO WS-ARQ-FALTAS-PROF
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-FALTAS-PROF.

           SELECT ARQ-REJEITADOS ASSIGN TO WS-ARQ-REJEITADOS
               ORGANIZATION IS LINE SEQUENTIAL.

       01 REGISTRO-ACUMULADO.
           COPY FREQUENC.

       FD ARQ-FALTAS-PROF.
       01 REGISTRO-FALTA-PROF.
           COPY FALTAPRO.

       FD ARQ-REJEITADOS.
       01 REGISTRO-REJEITADO       PIC X(120).

       01 WS-ARQ-TURMAS          PIC X(40) VALUE "turmas.idx".
       01 WS-ARQ-ACUMULADO       PIC X(40)
           VALUE "frequencia-acumulada.data".
       01 WS-ARQ-FALTAS-PROF     PIC X(40)
           VALUE "faltas-professores.data".
       01 WS-ARQ-REJEITADOS      PIC X(40)
           VALUE "frequencia-rejeitadas.csv".
       01 WS-ARQ-RELATORIO       PIC X(40) VALUE "FALTAS.LST".
       01 WS-STATUS-CHAMADAS     PIC X(2).
       01 WS-STATUS-TURMAS       PIC X(2).
       01 WS-STATUS-ACUMULADO    PIC X(2).
       01 WS-STATUS-FALTAS-PROF  PIC X(2).

       01 WS-FIM-CHAMADAS        PIC X VALUE "N".
       01 WS-FIM-ACUMULADO       PIC X VALUE "N".

       01 PISO-FREQUENCIA        PIC 9(3)V9(2) VALUE 75.00.

       COPY DATATXWS.

      * Aulas do periodo canceladas por falta do professor sem
      * substituto; a reposicao tem chamada propria na sua data.
       01 WS-AULA-CANCELADA      PIC X VALUE "N".
       01 QTD-CANCELADAS         PIC 9(4) VALUE 0.
       01 TABELA-CANCELADAS.
           05 TCA-ITEM OCCURS 2000 TIMES INDEXED BY IDX-TCA.
               10 TCA-TURMA      PIC X(6).
               10 TCA-DATA       PIC 9(8).

       01 ENCONTROU-ACUMULADO    PIC X VALUE "N".
       01 QTD-ACUMULADOS         PIC 9(4) VALUE 0.
       01 TABELA-ACUMULADOS.
       01 WS-TOTAL-LANCADOS      PIC 9(5) VALUE 0.
       01 WS-TOTAL-REJEITADOS    PIC 9(5) VALUE 0.
       01 WS-TOTAL-ABAIXO-PISO   PIC 9(5) VALUE 0.
       01 WS-TOTAL-CANCELADAS    PIC 9(5) VALUE 0.

       PROCEDURE DIVISION.
       INICIO.
           PERFORM LER-PERIODO-LETIVO.

           PERFORM CARREGAR-ACUMULADO.
           PERFORM CARREGAR-CANCELADAS.

           OPEN INPUT ARQ-CHAMADAS.
           IF WS-STATUS-CHAMADAS NOT = "00"

           DISPLAY "Chamadas lancadas....: " WS-TOTAL-LANCADOS.
           DISPLAY "Chamadas rejeitadas..: " WS-TOTAL-REJEITADOS.
           DISPLAY "Aulas canceladas.....: " WS-TOTAL-CANCELADAS.
           DISPLAY "Alunos abaixo de 75%.: " WS-TOTAL-ABAIXO-PISO.
           IF WS-TOTAL-REJEITADOS > 0 AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
                   MOVE "frequencia-acumulada.data"
                       TO WS-ARQ-ACUMULADO
           END-ACCEPT.
           ACCEPT WS-ARQ-FALTAS-PROF FROM ENVIRONMENT
                   "FALTAS_PROFESSORES"
               ON EXCEPTION
                   MOVE "faltas-professores.data"
                       TO WS-ARQ-FALTAS-PROF
           END-ACCEPT.
           ACCEPT WS-ARQ-REJEITADOS FROM ENVIRONMENT
                   "FREQUENCIA_REJEITADAS"
               ON EXCEPTION
               CLOSE ARQ-ACUMULADO
           END-IF.

       CARREGAR-CANCELADAS.
           MOVE 0 TO QTD-CANCELADAS.
           MOVE "N" TO WS-FIM-ACUMULADO.
           OPEN INPUT ARQ-FALTAS-PROF.
           IF WS-STATUS-FALTAS-PROF = "00"
               PERFORM UNTIL WS-FIM-ACUMULADO = "S"
                   READ ARQ-FALTAS-PROF
                       AT END
                           MOVE "S" TO WS-FIM-ACUMULADO
                       NOT AT END
                           IF FPR-PERIODO = WS-PERIODO-LETIVO
                                   AND NOT FALTA-SUBSTITUIDA
                                   AND QTD-CANCELADAS < 2000
                               ADD 1 TO QTD-CANCELADAS
                               SET IDX-TCA TO QTD-CANCELADAS
                               MOVE FPR-TURMA TO TCA-TURMA(IDX-TCA)
                               MOVE FPR-DATA TO TCA-DATA(IDX-TCA)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQ-FALTAS-PROF
           END-IF.

       PROCESSAR-CHAMADA.
           MOVE SPACES TO WS-PARSE-LINHA.
           MOVE LINHA-CHAMADA TO WS-PARSE-LINHA.
               ELSE
                   PERFORM VALIDAR-MATRICULA-TURMA
                   IF WS-MOTIVO-REJEICAO = SPACES
                       PERFORM VERIFICAR-AULA-CANCELADA
                       IF WS-AULA-CANCELADA = "S"
                           ADD 1 TO WS-TOTAL-CANCELADAS
                       ELSE
                           PERFORM ACUMULAR-CHAMADA
                       END-IF
                   ELSE
                       PERFORM GRAVAR-REJEITADO
                   END-IF
               END-READ
           END-IF.

      * Chamada de aula cancelada pela falta do professor nao
      * entra no total de aulas do aluno.
       VERIFICAR-AULA-CANCELADA.
           MOVE "N" TO WS-AULA-CANCELADA.
           MOVE WS-DATA-AULA TO WS-DATA-TEXTO.
           PERFORM CONVERTER-DATA-TEXTO.
           IF WS-DATA-CONVERTIDA > 0
               PERFORM VARYING IDX-TCA FROM 1 BY 1
                       UNTIL IDX-TCA > QTD-CANCELADAS
                   IF TCA-TURMA(IDX-TCA) = WS-TURMA
                           AND TCA-DATA(IDX-TCA) = WS-DATA-CONVERTIDA
                       MOVE "S" TO WS-AULA-CANCELADA
                   END-IF
               END-PERFORM
           END-IF.

       ACUMULAR-CHAMADA.
           ADD 1 TO WS-TOTAL-LANCADOS.
           MOVE "N" TO ENCONTROU-ACUMULADO.
           CLOSE RELATORIO.
           DISPLAY "Relatorio de faltas em " WS-ARQ-RELATORIO.

       COPY DATATXPD.

       COPY PERLETPD.

       COPY JOBLOGPD.

       IDENTIFICATION DIVISION.
           PROGRAM-ID. FaltasProfessoresMensal.
           AUTHOR. Fernando Anselmo.

      * Relatorio mensal de faltas de professores por departamento
      * e professor: as faltas da competencia com a situacao de
      * cada uma (substituida, reposta, reposicao agendada ou
      * pendente) e, de meses anteriores, as reposicoes ainda
      * pendentes.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-FALTAS ASSIGN TO WS-ARQ-FALTAS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-FALTAS.

           SELECT ARQ-PROFESSORES ASSIGN TO WS-ARQ-PROFESSORES
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRO-MATRICULA
               FILE STATUS IS WS-STATUS-PROFESSORES.

           SELECT RELATORIO ASSIGN TO WS-ARQ-RELATORIO
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ARQ-SORT-FALTAS ASSIGN TO WS-ARQ-SORT-FALTAS.

           COPY ERRLOGSL.

           COPY JOBLOGSL.

       DATA DIVISION.
       FILE SECTION.
       FD ARQ-FALTAS.
       01 REGISTRO-FALTA.
           COPY FALTAPRO.

       FD ARQ-PROFESSORES.
       01 REG-PROFESSOR.
           05 PRO-MATRICULA        PIC X(8).
           05 PRO-NOME             PIC X(30).
           05 PRO-DEPARTAMENTO     PIC X(20).
           05 PRO-CARGA-HORARIA    PIC 9(3).
           05 PRO-TIPO-CONTRATO    PIC X(10).
           05 PRO-ATIVO            PIC X(1).

       FD RELATORIO.
       01 LINHA-RELATORIO          PIC X(100).

       SD ARQ-SORT-FALTAS.
       01 REG-SORT-FALTA.
           05 SRT-DEPARTAMENTO     PIC X(20).
           05 SRT-PROFESSOR        PIC X(8).
           05 SRT-DATA             PIC 9(8).
           05 SRT-NOME             PIC X(30).
           05 SRT-TURMA            PIC X(6).
           05 SRT-MOTIVO           PIC X(30).
           05 SRT-SITUACAO         PIC X(1).
           05 SRT-SUBSTITUTO       PIC X(8).
           05 SRT-REP-DATA         PIC 9(8).
           05 SRT-NO-MES           PIC X(1).
           05 SRT-PENDENTE         PIC X(1).

       COPY ERRLOGFD.

       COPY JOBLOGFD.

       WORKING-STORAGE SECTION.
       COPY ERRLOGWS.

       COPY JOBLOGWS.

       01 WS-ARQ-FALTAS          PIC X(40)
           VALUE "faltas-professores.data".
       01 WS-ARQ-PROFESSORES     PIC X(40) VALUE "professores.idx".
       01 WS-ARQ-RELATORIO       PIC X(40)
           VALUE "FALTAS-PROFESSORES-MENSAL.LST".
       01 WS-ARQ-SORT-FALTAS     PIC X(40) VALUE "FALTAS.SRT".

       01 WS-STATUS-FALTAS       PIC X(2).
       01 WS-STATUS-PROFESSORES  PIC X(2).
       01 WS-PROFESSORES-ABERTOS PIC X(1) VALUE "N".

       01 WS-FIM-ARQ             PIC X VALUE "N".
       01 WS-FIM-RETORNO         PIC X VALUE "N".

       01 WS-DATA-HOJE           PIC 9(8).
       01 WS-COMPETENCIA-TXT     PIC X(6).
       01 WS-COMPETENCIA         PIC 9(6).
       01 WS-INICIO-COMPETENCIA  PIC 9(8).

       01 WS-DEPARTAMENTO-GRUPO  PIC X(20).
       01 WS-PROFESSOR-GRUPO     PIC X(8).
       01 WS-SITUACAO-TEXTO      PIC X(40).

       01 TOTAIS-PROFESSOR.
           05 WS-PROF-FALTAS     PIC 9(4).
           05 WS-PROF-PENDENTES  PIC 9(4).
       01 TOTAIS-DEPARTAMENTO.
           05 WS-DEP-FALTAS      PIC 9(4).
           05 WS-DEP-PENDENTES   PIC 9(4).
       01 TOTAIS-GERAIS.
           05 WS-TOTAL-FALTAS    PIC 9(5) VALUE 0.
           05 WS-TOTAL-PENDENTES PIC 9(5) VALUE 0.
           05 WS-TOTAL-LIDOS     PIC 9(5) VALUE 0.
       01 WS-TOTAL-ED            PIC ZZZZ9.

       PROCEDURE DIVISION.
       INICIO.
           PERFORM DEFINIR-ARQUIVOS.
           DISPLAY "============================================".
           DISPLAY " Faltas de Professores - Mensal".
           DISPLAY "============================================".
           MOVE "FaltasProfessoresMensal" TO WS-JOBLOG-PROGRAMA.
           MOVE "INICIO" TO WS-JOBLOG-EVENTO.
           PERFORM GRAVAR-JOBLOG.

           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
           IF WS-COMPETENCIA-TXT IS NUMERIC
                   AND WS-COMPETENCIA-TXT(5:2) >= "01"
                   AND WS-COMPETENCIA-TXT(5:2) <= "12"
               MOVE WS-COMPETENCIA-TXT TO WS-COMPETENCIA
           ELSE
               MOVE WS-DATA-HOJE(1:6) TO WS-COMPETENCIA
           END-IF.
           COMPUTE WS-INICIO-COMPETENCIA = WS-COMPETENCIA * 100 + 1.
           DISPLAY "Competencia: " WS-COMPETENCIA.

           OPEN INPUT ARQ-FALTAS.
           IF WS-STATUS-FALTAS NOT = "00"
               DISPLAY "Erro ao abrir " WS-ARQ-FALTAS
                  " Status: " WS-STATUS-FALTAS
               MOVE "FaltasProfessoresMensal" TO WS-ERRLOG-PROGRAMA
               MOVE "INICIO" TO WS-ERRLOG-PARAGRAFO
               MOVE WS-ARQ-FALTAS TO WS-ERRLOG-ARQUIVO
               MOVE WS-STATUS-FALTAS TO WS-ERRLOG-STATUS
               PERFORM GRAVAR-ERRORLOG
               MOVE 8 TO RETURN-CODE
           ELSE
               OPEN INPUT ARQ-PROFESSORES
               IF WS-STATUS-PROFESSORES = "00"
                   MOVE "S" TO WS-PROFESSORES-ABERTOS
               END-IF
               OPEN OUTPUT RELATORIO
               MOVE SPACES TO LINHA-RELATORIO
               STRING "Faltas de Professores - Competencia "
                   DELIMITED BY SIZE
                   WS-COMPETENCIA DELIMITED BY SIZE
                   "  Posicao em " DELIMITED BY SIZE
                   WS-DATA-HOJE DELIMITED BY SIZE
                   INTO LINHA-RELATORIO
               END-STRING
               WRITE LINHA-RELATORIO
               MOVE "(*) falta de mes anterior com reposicao pendente"
                   TO LINHA-RELATORIO
               WRITE LINHA-RELATORIO
               SORT ARQ-SORT-FALTAS
                   ON ASCENDING KEY SRT-DEPARTAMENTO SRT-PROFESSOR
                       SRT-DATA
                   INPUT PROCEDURE IS SELECIONAR-FALTAS
                   OUTPUT PROCEDURE IS ESCREVER-FALTAS
               MOVE SPACES TO LINHA-RELATORIO
               WRITE LINHA-RELATORIO
               MOVE WS-TOTAL-FALTAS TO WS-TOTAL-ED
               MOVE SPACES TO LINHA-RELATORIO
               STRING "Total de faltas no mes: " DELIMITED BY SIZE
                   WS-TOTAL-ED DELIMITED BY SIZE
                   INTO LINHA-RELATORIO
               END-STRING
               MOVE WS-TOTAL-PENDENTES TO WS-TOTAL-ED
               MOVE "Reposicoes pendentes:" TO LINHA-RELATORIO(36:21)
               MOVE WS-TOTAL-ED TO LINHA-RELATORIO(58:5)
               WRITE LINHA-RELATORIO
               CLOSE RELATORIO
               IF WS-PROFESSORES-ABERTOS = "S"
                   CLOSE ARQ-PROFESSORES
                   MOVE "N" TO WS-PROFESSORES-ABERTOS
               END-IF
               CLOSE ARQ-FALTAS
               DISPLAY "Faltas no mes.........: " WS-TOTAL-FALTAS
               DISPLAY "Reposicoes pendentes..: " WS-TOTAL-PENDENTES
               DISPLAY "Relatorio gravado em " WS-ARQ-RELATORIO
           END-IF.

           MOVE WS-TOTAL-LIDOS TO WS-JOBLOG-QTD-REGISTROS.
           MOVE "FIM" TO WS-JOBLOG-EVENTO.
           PERFORM GRAVAR-JOBLOG.
           GOBACK.

       DEFINIR-ARQUIVOS.
           ACCEPT WS-ARQ-FALTAS FROM ENVIRONMENT
                   "FALTAS_PROFESSORES"
               ON EXCEPTION
                   MOVE "faltas-professores.data" TO WS-ARQ-FALTAS
           END-ACCEPT.
           ACCEPT WS-ARQ-PROFESSORES FROM ENVIRONMENT "PROFESSORES_IDX"
               ON EXCEPTION
                   MOVE "professores.idx" TO WS-ARQ-PROFESSORES
           END-ACCEPT.
           ACCEPT WS-ARQ-RELATORIO FROM ENVIRONMENT
                   "FALTAS_PROFESSORES_MENSAL_LST"
               ON EXCEPTION
                   MOVE "FALTAS-PROFESSORES-MENSAL.LST"
                       TO WS-ARQ-RELATORIO
           END-ACCEPT.
           ACCEPT WS-COMPETENCIA-TXT FROM ENVIRONMENT
                   "FALTAS_COMPETENCIA"
               ON EXCEPTION
                   MOVE SPACES TO WS-COMPETENCIA-TXT
           END-ACCEPT.

      * Entram as faltas da competencia e, de antes dela, as que
      * seguem sem reposicao dada ate hoje.
       SELECIONAR-FALTAS.
           MOVE "N" TO WS-FIM-ARQ.
           PERFORM UNTIL WS-FIM-ARQ = "S"
               READ ARQ-FALTAS
                   AT END
                       MOVE "S" TO WS-FIM-ARQ
                   NOT AT END
                       ADD 1 TO WS-TOTAL-LIDOS
                       PERFORM CLASSIFICAR-FALTA
                       IF SRT-NO-MES = "S"
                           OR (SRT-PENDENTE = "S"
                               AND FPR-DATA < WS-INICIO-COMPETENCIA)
                           PERFORM LIBERAR-FALTA
                       END-IF
               END-READ
           END-PERFORM.

       CLASSIFICAR-FALTA.
           MOVE "N" TO SRT-NO-MES.
           MOVE "N" TO SRT-PENDENTE.
           IF FPR-DATA(1:6) = WS-COMPETENCIA
               MOVE "S" TO SRT-NO-MES
           END-IF.
           IF FALTA-SEM-REPOSICAO
               MOVE "S" TO SRT-PENDENTE
           END-IF.
           IF REPOSICAO-AGENDADA
                   AND FPR-REPOSICAO-DATA > WS-DATA-HOJE
               MOVE "S" TO SRT-PENDENTE
           END-IF.

       LIBERAR-FALTA.
           MOVE FPR-PROFESSOR TO SRT-PROFESSOR.
           MOVE SPACES TO SRT-NOME.
           MOVE "(sem departamento)" TO SRT-DEPARTAMENTO.
           IF WS-PROFESSORES-ABERTOS = "S"
               MOVE FPR-PROFESSOR TO PRO-MATRICULA
               READ ARQ-PROFESSORES
                   INVALID KEY
                       MOVE "(nao cadastrado)" TO SRT-NOME
                   NOT INVALID KEY
                       MOVE PRO-NOME TO SRT-NOME
                       IF PRO-DEPARTAMENTO NOT = SPACES
                           MOVE PRO-DEPARTAMENTO TO SRT-DEPARTAMENTO
                       END-IF
               END-READ
           END-IF.
           MOVE FPR-DATA TO SRT-DATA.
           MOVE FPR-TURMA TO SRT-TURMA.
           MOVE FPR-MOTIVO TO SRT-MOTIVO.
           MOVE FPR-SITUACAO TO SRT-SITUACAO.
           MOVE FPR-SUBSTITUTO TO SRT-SUBSTITUTO.
           MOVE FPR-REPOSICAO-DATA TO SRT-REP-DATA.
           RELEASE REG-SORT-FALTA.

       ESCREVER-FALTAS.
           MOVE HIGH-VALUES TO WS-DEPARTAMENTO-GRUPO.
           MOVE HIGH-VALUES TO WS-PROFESSOR-GRUPO.
           MOVE "N" TO WS-FIM-RETORNO.
           PERFORM UNTIL WS-FIM-RETORNO = "S"
               RETURN ARQ-SORT-FALTAS
                   AT END
                       MOVE "S" TO WS-FIM-RETORNO
                   NOT AT END
                       IF SRT-DEPARTAMENTO NOT = WS-DEPARTAMENTO-GRUPO
                           IF WS-DEPARTAMENTO-GRUPO NOT = HIGH-VALUES
                               PERFORM ESCREVER-RODAPE-PROFESSOR
                               PERFORM ESCREVER-RODAPE-DEPARTAMENTO
                           END-IF
                           MOVE SRT-DEPARTAMENTO
                               TO WS-DEPARTAMENTO-GRUPO
                           MOVE HIGH-VALUES TO WS-PROFESSOR-GRUPO
                           PERFORM ESCREVER-CABECALHO-DEPARTAMENTO
                       END-IF
                       IF SRT-PROFESSOR NOT = WS-PROFESSOR-GRUPO
                           IF WS-PROFESSOR-GRUPO NOT = HIGH-VALUES
                               PERFORM ESCREVER-RODAPE-PROFESSOR
                           END-IF
                           MOVE SRT-PROFESSOR TO WS-PROFESSOR-GRUPO
                           PERFORM ESCREVER-CABECALHO-PROFESSOR
                       END-IF
                       PERFORM ESCREVER-LINHA-FALTA
               END-RETURN
           END-PERFORM.
           IF WS-DEPARTAMENTO-GRUPO NOT = HIGH-VALUES
               PERFORM ESCREVER-RODAPE-PROFESSOR
               PERFORM ESCREVER-RODAPE-DEPARTAMENTO
           END-IF.

       ESCREVER-CABECALHO-DEPARTAMENTO.
           MOVE 0 TO WS-DEP-FALTAS.
           MOVE 0 TO WS-DEP-PENDENTES.
           MOVE SPACES TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "Departamento: " DELIMITED BY SIZE
               WS-DEPARTAMENTO-GRUPO DELIMITED BY SIZE
               INTO LINHA-RELATORIO
           END-STRING.
           WRITE LINHA-RELATORIO.

       ESCREVER-CABECALHO-PROFESSOR.
           MOVE 0 TO WS-PROF-FALTAS.
           MOVE 0 TO WS-PROF-PENDENTES.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "  Professor: " DELIMITED BY SIZE
               SRT-PROFESSOR DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               SRT-NOME DELIMITED BY SIZE
               INTO LINHA-RELATORIO
           END-STRING.
           WRITE LINHA-RELATORIO.

       ESCREVER-LINHA-FALTA.
           MOVE SPACES TO WS-SITUACAO-TEXTO.
           EVALUATE TRUE
               WHEN SRT-SITUACAO = "S"
                   STRING "substituida por " DELIMITED BY SIZE
                       SRT-SUBSTITUTO DELIMITED BY SIZE
                       INTO WS-SITUACAO-TEXTO
                   END-STRING
               WHEN SRT-SITUACAO = "A" AND SRT-PENDENTE = "S"
                   STRING "reposicao agendada " DELIMITED BY SIZE
                       SRT-REP-DATA DELIMITED BY SIZE
                       INTO WS-SITUACAO-TEXTO
                   END-STRING
               WHEN SRT-SITUACAO = "A"
                   STRING "reposta em " DELIMITED BY SIZE
                       SRT-REP-DATA DELIMITED BY SIZE
                       INTO WS-SITUACAO-TEXTO
                   END-STRING
               WHEN OTHER
                   MOVE "cancelada - reposicao pendente"
                       TO WS-SITUACAO-TEXTO
           END-EVALUATE.
           MOVE SPACES TO LINHA-RELATORIO.
           IF SRT-NO-MES = "S"
               MOVE "    " TO LINHA-RELATORIO(1:4)
               ADD 1 TO WS-PROF-FALTAS
               ADD 1 TO WS-DEP-FALTAS
               ADD 1 TO WS-TOTAL-FALTAS
           ELSE
               MOVE "   *" TO LINHA-RELATORIO(1:4)
           END-IF.
           IF SRT-PENDENTE = "S"
               ADD 1 TO WS-PROF-PENDENTES
               ADD 1 TO WS-DEP-PENDENTES
               ADD 1 TO WS-TOTAL-PENDENTES
           END-IF.
           MOVE SRT-DATA TO LINHA-RELATORIO(6:8).
           MOVE SRT-TURMA TO LINHA-RELATORIO(16:6).
           MOVE SRT-MOTIVO TO LINHA-RELATORIO(24:30).
           MOVE WS-SITUACAO-TEXTO TO LINHA-RELATORIO(56:40).
           WRITE LINHA-RELATORIO.

       ESCREVER-RODAPE-PROFESSOR.
           MOVE SPACES TO LINHA-RELATORIO.
           MOVE WS-PROF-FALTAS TO WS-TOTAL-ED.
           STRING "    Faltas no mes: " DELIMITED BY SIZE
               WS-TOTAL-ED DELIMITED BY SIZE
               INTO LINHA-RELATORIO
           END-STRING.
           MOVE WS-PROF-PENDENTES TO WS-TOTAL-ED.
           MOVE "Reposicoes pendentes:" TO LINHA-RELATORIO(36:21).
           MOVE WS-TOTAL-ED TO LINHA-RELATORIO(58:5).
           WRITE LINHA-RELATORIO.

       ESCREVER-RODAPE-DEPARTAMENTO.
           MOVE SPACES TO LINHA-RELATORIO.
           MOVE WS-DEP-FALTAS TO WS-TOTAL-ED.
           STRING "  Departamento - faltas no mes: " DELIMITED BY SIZE
               WS-TOTAL-ED DELIMITED BY SIZE
               INTO LINHA-RELATORIO
           END-STRING.
           MOVE WS-DEP-PENDENTES TO WS-TOTAL-ED.
           MOVE "Pendentes:" TO LINHA-RELATORIO(47:10).
           MOVE WS-TOTAL-ED TO LINHA-RELATORIO(58:5).
           WRITE LINHA-RELATORIO.

       COPY JOBLOGPD.

       COPY ERRLOGPD.

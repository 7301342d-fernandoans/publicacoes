       IDENTIFICATION DIVISION.
           PROGRAM-ID. PerfilDocente.
           AUTHOR. Fernando Anselmo.

      * Perfil do corpo docente por curso no periodo letivo: os
      * professores com turma no curso, o maior titulo de cada um
      * (PROFESSORES-TITULACAO.DATA) e o tipo de contrato, com os
      * percentuais de mestres e doutores, de doutores e de tempo
      * integral comparados aos minimos da politica do corpo
      * docente. Curso abaixo de algum minimo termina com RC 4.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-TURMAS ASSIGN TO WS-ARQ-TURMAS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TUR-CHAVE
               ALTERNATE RECORD KEY IS TUR-MATRICULA-ALUNO
                   WITH DUPLICATES
               FILE STATUS IS WS-STATUS-TURMAS.

           SELECT ARQ-PROFESSORES ASSIGN TO WS-ARQ-PROFESSORES
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRO-MATRICULA
               FILE STATUS IS WS-STATUS-PROFESSORES.

           SELECT ARQ-TITULACAO ASSIGN TO WS-ARQ-TITULACAO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-TITULACAO.

           SELECT ARQ-POLITICA ASSIGN TO WS-ARQ-POLITICA
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-POLITICA.

           SELECT RELATORIO ASSIGN TO WS-ARQ-RELATORIO
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ARQ-SORT-DOCENTES ASSIGN TO WS-ARQ-SORT-DOCENTES.

           COPY ERRLOGSL.

           COPY PERLETSL.

           COPY JOBLOGSL.

       DATA DIVISION.
       FILE SECTION.
       FD ARQ-TURMAS.
       01 REG-TURMA.
           COPY TURMA.

       FD ARQ-PROFESSORES.
       01 REG-PROFESSOR.
           05 PRO-MATRICULA        PIC X(8).
           05 PRO-NOME             PIC X(30).
           05 PRO-DEPARTAMENTO     PIC X(20).
           05 PRO-CARGA-HORARIA    PIC 9(3).
           05 PRO-TIPO-CONTRATO    PIC X(10).
           05 PRO-ATIVO            PIC X(1).

       FD ARQ-TITULACAO.
       01 REGISTRO-TITULACAO.
           COPY TITULACAO.

       FD ARQ-POLITICA.
       01 REGISTRO-POLITICA.
           COPY POLDOC.

       FD RELATORIO.
       01 LINHA-RELATORIO          PIC X(100).

       SD ARQ-SORT-DOCENTES.
       01 REG-SORT-DOCENTE.
           05 SRT-CURSO            PIC X(20).
           05 SRT-PROFESSOR        PIC X(8).

       COPY ERRLOGFD.

       COPY PERLETFD.

       COPY JOBLOGFD.

       WORKING-STORAGE SECTION.
       COPY ERRLOGWS.

       COPY PERLETWS.

       COPY JOBLOGWS.

       01 WS-ARQ-TURMAS          PIC X(40) VALUE "turmas.idx".
       01 WS-ARQ-PROFESSORES     PIC X(40) VALUE "professores.idx".
       01 WS-ARQ-TITULACAO       PIC X(40)
           VALUE "PROFESSORES-TITULACAO.DATA".
       01 WS-ARQ-POLITICA        PIC X(40)
           VALUE "politica-corpo-docente.ctl".
       01 WS-ARQ-RELATORIO       PIC X(40)
           VALUE "PERFIL-DOCENTE.LST".
       01 WS-ARQ-SORT-DOCENTES   PIC X(40) VALUE "DOCENTES.SRT".

       01 WS-STATUS-TURMAS       PIC X(2).
       01 WS-STATUS-PROFESSORES  PIC X(2).
       01 WS-STATUS-TITULACAO    PIC X(2).
       01 WS-STATUS-POLITICA     PIC X(2).
       01 WS-PROFESSORES-ABERTOS PIC X(1) VALUE "N".

       01 WS-FIM-ARQ             PIC X VALUE "N".
       01 WS-FIM-RETORNO         PIC X VALUE "N".

       01 WS-DATA-HOJE           PIC 9(8).

      * Minimos padrao, validos quando politica-corpo-docente.ctl
      * nao existe ou traz valores incoerentes.
       01 POLITICA-DOCENTE.
           05 WS-PCD-MIN-TITULADOS    PIC 9(3) VALUE 33.
           05 WS-PCD-MIN-DOUTORES     PIC 9(3) VALUE 0.
           05 WS-PCD-MIN-INTEGRAL     PIC 9(3) VALUE 33.
           05 WS-PCD-CONTRATO-INTEGRAL PIC X(10) VALUE "INTEGRAL".

      * Maior titulo de cada professor (G < E < M < D).
       01 QTD-TITULADOS          PIC 9(3) VALUE 0.
       01 WS-NIVEL               PIC 9(1).
       01 TABELA-TITULACAO.
           05 TTI-ITEM OCCURS 500 TIMES INDEXED BY IDX-TTI.
               10 TTI-MATRICULA  PIC X(8).
               10 TTI-GRAU       PIC X(1).
               10 TTI-NIVEL      PIC 9(1).

      * Tipos de contrato do curso em apuracao.
       01 QTD-CONTRATOS          PIC 9(2) VALUE 0.
       01 TABELA-CONTRATOS.
           05 TCT-ITEM OCCURS 20 TIMES INDEXED BY IDX-TCT.
               10 TCT-TIPO       PIC X(10).
               10 TCT-QTD        PIC 9(4).

       01 WS-CURSO-GRUPO         PIC X(20).
       01 WS-PROFESSOR-GRUPO     PIC X(8).
       01 WS-NOME-PROFESSOR      PIC X(30).
       01 WS-CONTRATO            PIC X(10).
       01 WS-DESCRICAO-GRAU      PIC X(12).
       01 WS-CURSO-ABAIXO        PIC X(1).
       01 WS-SITUACAO-TEXTO      PIC X(20).

       01 TOTAIS-CURSO.
           05 WS-CUR-DOCENTES    PIC 9(4).
           05 WS-CUR-DOUTORES    PIC 9(4).
           05 WS-CUR-MESTRES     PIC 9(4).
           05 WS-CUR-ESPECIALISTAS PIC 9(4).
           05 WS-CUR-GRADUADOS   PIC 9(4).
           05 WS-CUR-SEM-TITULO  PIC 9(4).
           05 WS-CUR-INTEGRAL    PIC 9(4).
       01 TOTAIS-GERAIS.
           05 WS-TOTAL-CURSOS    PIC 9(4) VALUE 0.
           05 WS-TOTAL-ABAIXO    PIC 9(4) VALUE 0.
           05 WS-TOTAL-LIDOS     PIC 9(7) VALUE 0.

       01 WS-PERCENTUAL          PIC 9(3)V99.
       01 WS-MINIMO              PIC 9(3).
       01 WS-QTD-ED              PIC ZZZ9.
       01 WS-PERCENTUAL-ED       PIC ZZ9.99.
       01 WS-MINIMO-ED           PIC ZZ9.

       PROCEDURE DIVISION.
       INICIO.
           PERFORM DEFINIR-ARQUIVOS.
           DISPLAY "============================================".
           DISPLAY " Perfil do Corpo Docente por Curso".
           DISPLAY "============================================".
           MOVE "PerfilDocente" TO WS-JOBLOG-PROGRAMA.
           MOVE "INICIO" TO WS-JOBLOG-EVENTO.
           PERFORM GRAVAR-JOBLOG.

           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
           PERFORM LER-PERIODO-LETIVO.
           PERFORM LER-POLITICA-DOCENTE.
           PERFORM CARREGAR-TITULACAO.

           OPEN INPUT ARQ-TURMAS.
           IF WS-STATUS-TURMAS NOT = "00"
               DISPLAY "Erro ao abrir " WS-ARQ-TURMAS
                  " Status: " WS-STATUS-TURMAS
               MOVE "PerfilDocente" TO WS-ERRLOG-PROGRAMA
               MOVE "INICIO" TO WS-ERRLOG-PARAGRAFO
               MOVE WS-ARQ-TURMAS TO WS-ERRLOG-ARQUIVO
               MOVE WS-STATUS-TURMAS TO WS-ERRLOG-STATUS
               PERFORM GRAVAR-ERRORLOG
               MOVE 8 TO RETURN-CODE
           ELSE
               OPEN INPUT ARQ-PROFESSORES
               IF WS-STATUS-PROFESSORES = "00"
                   MOVE "S" TO WS-PROFESSORES-ABERTOS
               END-IF
               OPEN OUTPUT RELATORIO
               PERFORM ESCREVER-CABECALHO
               SORT ARQ-SORT-DOCENTES
                   ON ASCENDING KEY SRT-CURSO SRT-PROFESSOR
                   INPUT PROCEDURE IS SELECIONAR-DOCENTES
                   OUTPUT PROCEDURE IS ESCREVER-PERFIL
               MOVE SPACES TO LINHA-RELATORIO
               WRITE LINHA-RELATORIO
               MOVE WS-TOTAL-CURSOS TO WS-QTD-ED
               MOVE SPACES TO LINHA-RELATORIO
               STRING "Cursos avaliados: " DELIMITED BY SIZE
                   WS-QTD-ED DELIMITED BY SIZE
                   INTO LINHA-RELATORIO
               END-STRING
               MOVE WS-TOTAL-ABAIXO TO WS-QTD-ED
               MOVE "Abaixo de algum minimo:" TO LINHA-RELATORIO(30:23)
               MOVE WS-QTD-ED TO LINHA-RELATORIO(54:4)
               WRITE LINHA-RELATORIO
               CLOSE RELATORIO
               IF WS-PROFESSORES-ABERTOS = "S"
                   CLOSE ARQ-PROFESSORES
                   MOVE "N" TO WS-PROFESSORES-ABERTOS
               END-IF
               CLOSE ARQ-TURMAS
               DISPLAY "Cursos avaliados......: " WS-TOTAL-CURSOS
               DISPLAY "Abaixo de algum minimo: " WS-TOTAL-ABAIXO
               DISPLAY "Relatorio gravado em " WS-ARQ-RELATORIO
               IF WS-TOTAL-ABAIXO > 0 AND RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.

           MOVE WS-TOTAL-LIDOS TO WS-JOBLOG-QTD-REGISTROS.
           MOVE "FIM" TO WS-JOBLOG-EVENTO.
           PERFORM GRAVAR-JOBLOG.
           GOBACK.

       DEFINIR-ARQUIVOS.
           ACCEPT WS-ARQ-TURMAS FROM ENVIRONMENT "TURMAS_IDX"
               ON EXCEPTION
                   MOVE "turmas.idx" TO WS-ARQ-TURMAS
           END-ACCEPT.
           ACCEPT WS-ARQ-PROFESSORES FROM ENVIRONMENT "PROFESSORES_IDX"
               ON EXCEPTION
                   MOVE "professores.idx" TO WS-ARQ-PROFESSORES
           END-ACCEPT.
           ACCEPT WS-ARQ-TITULACAO FROM ENVIRONMENT
                   "PROFESSORES_TITULACAO_DATA"
               ON EXCEPTION
                   MOVE "PROFESSORES-TITULACAO.DATA"
                       TO WS-ARQ-TITULACAO
           END-ACCEPT.
           ACCEPT WS-ARQ-POLITICA FROM ENVIRONMENT
                   "POLITICA_CORPO_DOCENTE"
               ON EXCEPTION
                   MOVE "politica-corpo-docente.ctl"
                       TO WS-ARQ-POLITICA
           END-ACCEPT.
           ACCEPT WS-ARQ-RELATORIO FROM ENVIRONMENT
                   "PERFIL_DOCENTE_LST"
               ON EXCEPTION
                   MOVE "PERFIL-DOCENTE.LST" TO WS-ARQ-RELATORIO
           END-ACCEPT.

       LER-POLITICA-DOCENTE.
           OPEN INPUT ARQ-POLITICA.
           IF WS-STATUS-POLITICA = "00"
               READ ARQ-POLITICA
                   AT END
                       DISPLAY "Politica vazia: " WS-ARQ-POLITICA
                          " - usando minimos padrao."
                   NOT AT END
                       PERFORM GUARDAR-POLITICA
               END-READ
               CLOSE ARQ-POLITICA
           ELSE
               DISPLAY "Politica ausente: " WS-ARQ-POLITICA
                  " - usando minimos padrao."
           END-IF.

       GUARDAR-POLITICA.
           IF PCD-MIN-TITULADOS IS NUMERIC
                   AND PCD-MIN-DOUTORES IS NUMERIC
                   AND PCD-MIN-INTEGRAL IS NUMERIC
                   AND PCD-MIN-TITULADOS <= 100
                   AND PCD-MIN-DOUTORES <= PCD-MIN-TITULADOS
                   AND PCD-MIN-INTEGRAL <= 100
                   AND PCD-CONTRATO-INTEGRAL NOT = SPACES
               MOVE PCD-MIN-TITULADOS TO WS-PCD-MIN-TITULADOS
               MOVE PCD-MIN-DOUTORES TO WS-PCD-MIN-DOUTORES
               MOVE PCD-MIN-INTEGRAL TO WS-PCD-MIN-INTEGRAL
               MOVE PCD-CONTRATO-INTEGRAL TO WS-PCD-CONTRATO-INTEGRAL
           ELSE
               DISPLAY "Politica invalida: " WS-ARQ-POLITICA
                  " - usando minimos padrao."
           END-IF.

      * Guarda o maior grau de cada professor (G < E < M < D).
       CARREGAR-TITULACAO.
           MOVE "N" TO WS-FIM-ARQ.
           OPEN INPUT ARQ-TITULACAO.
           IF WS-STATUS-TITULACAO = "00"
               PERFORM UNTIL WS-FIM-ARQ = "S"
                   READ ARQ-TITULACAO
                       AT END
                           MOVE "S" TO WS-FIM-ARQ
                       NOT AT END
                           PERFORM GUARDAR-TITULACAO
                   END-READ
               END-PERFORM
               CLOSE ARQ-TITULACAO
           ELSE
               DISPLAY "Titulacao indisponivel: " WS-ARQ-TITULACAO
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
               END-IF
           END-IF.

       ESCREVER-CABECALHO.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "Perfil do Corpo Docente por Curso - Periodo "
               DELIMITED BY SIZE
               WS-PERIODO-LETIVO DELIMITED BY SIZE
               "  Data " DELIMITED BY SIZE
               WS-DATA-HOJE DELIMITED BY SIZE
               INTO LINHA-RELATORIO
           END-STRING.
           WRITE LINHA-RELATORIO.
           MOVE SPACES TO LINHA-RELATORIO.
           MOVE WS-PCD-MIN-TITULADOS TO WS-MINIMO-ED.
           STRING "Minimos: mestres e doutores " DELIMITED BY SIZE
               WS-MINIMO-ED DELIMITED BY SIZE
               "%  doutores " DELIMITED BY SIZE
               INTO LINHA-RELATORIO
           END-STRING.
           MOVE WS-PCD-MIN-DOUTORES TO WS-MINIMO-ED.
           MOVE WS-MINIMO-ED TO LINHA-RELATORIO(44:3).
           MOVE "%  tempo integral" TO LINHA-RELATORIO(47:17).
           MOVE WS-PCD-MIN-INTEGRAL TO WS-MINIMO-ED.
           MOVE WS-MINIMO-ED TO LINHA-RELATORIO(65:3).
           STRING "% (" DELIMITED BY SIZE
               FUNCTION TRIM(WS-PCD-CONTRATO-INTEGRAL)
                   DELIMITED BY SIZE
               ")" DELIMITED BY SIZE
               INTO LINHA-RELATORIO(68:33)
           END-STRING.
           WRITE LINHA-RELATORIO.

      * Um registro por aluno da turma; o corte por curso e
      * professor elimina as repeticoes depois da ordenacao.
       SELECIONAR-DOCENTES.
           MOVE "N" TO WS-FIM-ARQ.
           PERFORM UNTIL WS-FIM-ARQ = "S"
               READ ARQ-TURMAS NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIM-ARQ
                   NOT AT END
                       ADD 1 TO WS-TOTAL-LIDOS
                       IF TUR-PERIODO = WS-PERIODO-LETIVO
                               AND TUR-MATRICULA-PROFESSOR
                                   NOT = SPACES
                           MOVE TUR-CURSO TO SRT-CURSO
                           MOVE TUR-MATRICULA-PROFESSOR
                               TO SRT-PROFESSOR
                           RELEASE REG-SORT-DOCENTE
                       END-IF
               END-READ
           END-PERFORM.

       ESCREVER-PERFIL.
           MOVE HIGH-VALUES TO WS-CURSO-GRUPO.
           MOVE HIGH-VALUES TO WS-PROFESSOR-GRUPO.
           MOVE "N" TO WS-FIM-RETORNO.
           PERFORM UNTIL WS-FIM-RETORNO = "S"
               RETURN ARQ-SORT-DOCENTES
                   AT END
                       MOVE "S" TO WS-FIM-RETORNO
                   NOT AT END
                       IF SRT-CURSO NOT = WS-CURSO-GRUPO
                           IF WS-CURSO-GRUPO NOT = HIGH-VALUES
                               PERFORM ESCREVER-RODAPE-CURSO
                           END-IF
                           MOVE SRT-CURSO TO WS-CURSO-GRUPO
                           MOVE HIGH-VALUES TO WS-PROFESSOR-GRUPO
                           PERFORM ESCREVER-CABECALHO-CURSO
                       END-IF
                       IF SRT-PROFESSOR NOT = WS-PROFESSOR-GRUPO
                           MOVE SRT-PROFESSOR TO WS-PROFESSOR-GRUPO
                           PERFORM APURAR-DOCENTE
                       END-IF
               END-RETURN
           END-PERFORM.
           IF WS-CURSO-GRUPO NOT = HIGH-VALUES
               PERFORM ESCREVER-RODAPE-CURSO
           END-IF.

       ESCREVER-CABECALHO-CURSO.
           ADD 1 TO WS-TOTAL-CURSOS.
           INITIALIZE TOTAIS-CURSO.
           MOVE 0 TO QTD-CONTRATOS.
           MOVE SPACES TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "Curso: " DELIMITED BY SIZE
               WS-CURSO-GRUPO DELIMITED BY SIZE
               INTO LINHA-RELATORIO
           END-STRING.
           WRITE LINHA-RELATORIO.

       APURAR-DOCENTE.
           ADD 1 TO WS-CUR-DOCENTES.
           MOVE "(nao cadastrado)" TO WS-NOME-PROFESSOR.
           MOVE "(sem tipo)" TO WS-CONTRATO.
           IF WS-PROFESSORES-ABERTOS = "S"
               MOVE SRT-PROFESSOR TO PRO-MATRICULA
               READ ARQ-PROFESSORES
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE PRO-NOME TO WS-NOME-PROFESSOR
                       IF PRO-TIPO-CONTRATO NOT = SPACES
                           MOVE PRO-TIPO-CONTRATO TO WS-CONTRATO
                       END-IF
               END-READ
           END-IF.

           PERFORM VARYING IDX-TTI FROM 1 BY 1
                   UNTIL IDX-TTI > QTD-TITULADOS
                   OR TTI-MATRICULA(IDX-TTI) = SRT-PROFESSOR
               CONTINUE
           END-PERFORM.
           IF IDX-TTI > QTD-TITULADOS
               MOVE 0 TO WS-NIVEL
           ELSE
               MOVE TTI-NIVEL(IDX-TTI) TO WS-NIVEL
           END-IF.
           EVALUATE WS-NIVEL
               WHEN 4
                   ADD 1 TO WS-CUR-DOUTORES
                   MOVE "Doutor" TO WS-DESCRICAO-GRAU
               WHEN 3
                   ADD 1 TO WS-CUR-MESTRES
                   MOVE "Mestre" TO WS-DESCRICAO-GRAU
               WHEN 2
                   ADD 1 TO WS-CUR-ESPECIALISTAS
                   MOVE "Especialista" TO WS-DESCRICAO-GRAU
               WHEN 1
                   ADD 1 TO WS-CUR-GRADUADOS
                   MOVE "Graduado" TO WS-DESCRICAO-GRAU
               WHEN OTHER
                   ADD 1 TO WS-CUR-SEM-TITULO
                   MOVE "(sem titulo)" TO WS-DESCRICAO-GRAU
           END-EVALUATE.

           IF WS-CONTRATO = WS-PCD-CONTRATO-INTEGRAL
               ADD 1 TO WS-CUR-INTEGRAL
           END-IF.
           PERFORM VARYING IDX-TCT FROM 1 BY 1
                   UNTIL IDX-TCT > QTD-CONTRATOS
                   OR TCT-TIPO(IDX-TCT) = WS-CONTRATO
               CONTINUE
           END-PERFORM.
           IF IDX-TCT > QTD-CONTRATOS AND QTD-CONTRATOS < 20
               ADD 1 TO QTD-CONTRATOS
               SET IDX-TCT TO QTD-CONTRATOS
               MOVE WS-CONTRATO TO TCT-TIPO(IDX-TCT)
               MOVE 0 TO TCT-QTD(IDX-TCT)
           END-IF.
           IF IDX-TCT <= QTD-CONTRATOS
               ADD 1 TO TCT-QTD(IDX-TCT)
           END-IF.

           MOVE SPACES TO LINHA-RELATORIO.
           STRING "    " DELIMITED BY SIZE
               SRT-PROFESSOR DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-NOME-PROFESSOR DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-DESCRICAO-GRAU DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-CONTRATO DELIMITED BY SIZE
               INTO LINHA-RELATORIO
           END-STRING.
           WRITE LINHA-RELATORIO.

       ESCREVER-RODAPE-CURSO.
           MOVE "N" TO WS-CURSO-ABAIXO.
           MOVE SPACES TO LINHA-RELATORIO.
           MOVE "  Docentes:" TO LINHA-RELATORIO(1:11).
           MOVE WS-CUR-DOCENTES TO WS-QTD-ED.
           MOVE WS-QTD-ED TO LINHA-RELATORIO(12:4).
           MOVE "Doutores:" TO LINHA-RELATORIO(18:9).
           MOVE WS-CUR-DOUTORES TO WS-QTD-ED.
           MOVE WS-QTD-ED TO LINHA-RELATORIO(27:4).
           MOVE "Mestres:" TO LINHA-RELATORIO(33:8).
           MOVE WS-CUR-MESTRES TO WS-QTD-ED.
           MOVE WS-QTD-ED TO LINHA-RELATORIO(41:4).
           MOVE "Especialistas:" TO LINHA-RELATORIO(47:14).
           MOVE WS-CUR-ESPECIALISTAS TO WS-QTD-ED.
           MOVE WS-QTD-ED TO LINHA-RELATORIO(61:4).
           MOVE "Graduados:" TO LINHA-RELATORIO(67:10).
           MOVE WS-CUR-GRADUADOS TO WS-QTD-ED.
           MOVE WS-QTD-ED TO LINHA-RELATORIO(77:4).
           MOVE "Sem titulo:" TO LINHA-RELATORIO(83:11).
           MOVE WS-CUR-SEM-TITULO TO WS-QTD-ED.
           MOVE WS-QTD-ED TO LINHA-RELATORIO(94:4).
           WRITE LINHA-RELATORIO.

           PERFORM VARYING IDX-TCT FROM 1 BY 1
                   UNTIL IDX-TCT > QTD-CONTRATOS
               COMPUTE WS-PERCENTUAL ROUNDED =
                   TCT-QTD(IDX-TCT) * 100 / WS-CUR-DOCENTES
               MOVE SPACES TO LINHA-RELATORIO
               MOVE "  Contrato" TO LINHA-RELATORIO(1:10)
               MOVE TCT-TIPO(IDX-TCT) TO LINHA-RELATORIO(12:10)
               MOVE TCT-QTD(IDX-TCT) TO WS-QTD-ED
               MOVE WS-QTD-ED TO LINHA-RELATORIO(23:4)
               MOVE WS-PERCENTUAL TO WS-PERCENTUAL-ED
               MOVE WS-PERCENTUAL-ED TO LINHA-RELATORIO(29:6)
               MOVE "%" TO LINHA-RELATORIO(35:1)
               WRITE LINHA-RELATORIO
           END-PERFORM.

           COMPUTE WS-PERCENTUAL ROUNDED =
               (WS-CUR-DOUTORES + WS-CUR-MESTRES) * 100
               / WS-CUR-DOCENTES.
           MOVE WS-PCD-MIN-TITULADOS TO WS-MINIMO.
           MOVE "  Mestres e doutores" TO LINHA-RELATORIO.
           PERFORM ESCREVER-LINHA-MINIMO.

           COMPUTE WS-PERCENTUAL ROUNDED =
               WS-CUR-DOUTORES * 100 / WS-CUR-DOCENTES.
           MOVE WS-PCD-MIN-DOUTORES TO WS-MINIMO.
           MOVE "  Doutores" TO LINHA-RELATORIO.
           PERFORM ESCREVER-LINHA-MINIMO.

           COMPUTE WS-PERCENTUAL ROUNDED =
               WS-CUR-INTEGRAL * 100 / WS-CUR-DOCENTES.
           MOVE WS-PCD-MIN-INTEGRAL TO WS-MINIMO.
           MOVE "  Tempo integral" TO LINHA-RELATORIO.
           PERFORM ESCREVER-LINHA-MINIMO.

           IF WS-CURSO-ABAIXO = "S"
               ADD 1 TO WS-TOTAL-ABAIXO
           END-IF.

       ESCREVER-LINHA-MINIMO.
           IF WS-MINIMO = 0
               MOVE "sem minimo" TO WS-SITUACAO-TEXTO
           ELSE
               IF WS-PERCENTUAL < WS-MINIMO
                   MOVE "ABAIXO DO MINIMO" TO WS-SITUACAO-TEXTO
                   MOVE "S" TO WS-CURSO-ABAIXO
               ELSE
                   MOVE "atende" TO WS-SITUACAO-TEXTO
               END-IF
           END-IF.
           MOVE WS-PERCENTUAL TO WS-PERCENTUAL-ED.
           MOVE WS-PERCENTUAL-ED TO LINHA-RELATORIO(23:6).
           MOVE "%  minimo" TO LINHA-RELATORIO(29:9).
           MOVE WS-MINIMO TO WS-MINIMO-ED.
           MOVE WS-MINIMO-ED TO LINHA-RELATORIO(39:3).
           MOVE "%" TO LINHA-RELATORIO(42:1).
           MOVE WS-SITUACAO-TEXTO TO LINHA-RELATORIO(45:20).
           WRITE LINHA-RELATORIO.

       COPY PERLETPD.

       COPY JOBLOGPD.

       COPY ERRLOGPD.

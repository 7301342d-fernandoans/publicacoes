       IDENTIFICATION DIVISION.
           PROGRAM-ID. VestibularClassificacao.
           AUTHOR. Fernando Anselmo.

      * Classificacao do vestibular: nota final de cada candidato
      * pela media ponderada das cinco provas com os pesos do curso
      * (pesos-vestibular.ctl), classificacao por curso e chamada
      * dentro das vagas livres de cursos-capacidade.idx (maximo
      * menos ocupadas). Emite a lista de aprovados e a lista de
      * espera. Redacao zerada ou nota final abaixo do minimo do
      * curso desclassifica. Candidato ja matriculado ou
      * desistente fica fora da nova chamada, e como a vaga do
      * matriculado ja consta como ocupada, rodar de novo depois
      * das confirmacoes chama a lista de espera.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-CANDIDATOS ASSIGN TO WS-ARQ-CANDIDATOS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-CANDIDATOS.

           SELECT ARQ-PESOS ASSIGN TO WS-ARQ-PESOS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-PESOS.

           SELECT ARQ-CAPACIDADE ASSIGN TO WS-ARQ-CAPACIDADE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CAP-CURSO
               FILE STATUS IS WS-STATUS-CAPACIDADE.

           SELECT REL-APROVADOS ASSIGN TO WS-ARQ-APROVADOS
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT REL-ESPERA ASSIGN TO WS-ARQ-ESPERA
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ARQ-SORT-CANDIDATOS ASSIGN TO WS-ARQ-SORT.

           COPY ERRLOGSL.

           COPY JOBLOGSL.

       DATA DIVISION.
       FILE SECTION.
       FD ARQ-CANDIDATOS.
       01 REGISTRO-CANDIDATO.
           COPY CANDIDATO.

       FD ARQ-PESOS.
       01 REGISTRO-PESOS.
           COPY PESOVEST.

       FD ARQ-CAPACIDADE.
       01 REG-CAPACIDADE.
           05 CAP-CURSO             PIC X(20).
           05 CAP-VAGAS-MAXIMAS     PIC 9(5).
           05 CAP-VAGAS-OCUPADAS    PIC 9(5).

       FD REL-APROVADOS.
       01 LINHA-APROVADOS          PIC X(100).

       FD REL-ESPERA.
       01 LINHA-ESPERA             PIC X(100).

      * Grupo 1 concorre a vaga, 2 desclassificado, 3 matriculado
      * ou desistente (so regravado).
       SD ARQ-SORT-CANDIDATOS.
       01 REG-SORT-CANDIDATO.
           05 SRT-CURSO            PIC X(20).
           05 SRT-GRUPO            PIC 9(1).
           05 SRT-NOTA-FINAL       PIC 9(3)V9(2).
           05 SRT-REDACAO          PIC 9(3)V9(2).
           05 SRT-INSCRICAO        PIC X(8).
           05 SRT-CANDIDATO        PIC X(115).

       COPY ERRLOGFD.

       COPY JOBLOGFD.

       WORKING-STORAGE SECTION.
       COPY ERRLOGWS.

       COPY JOBLOGWS.

       01 WS-ARQ-CANDIDATOS      PIC X(40)
           VALUE "candidatos-vestibular.data".
       01 WS-ARQ-PESOS           PIC X(40)
           VALUE "pesos-vestibular.ctl".
       01 WS-ARQ-CAPACIDADE      PIC X(40)
           VALUE "cursos-capacidade.idx".
       01 WS-ARQ-APROVADOS       PIC X(40)
           VALUE "VESTIBULAR-APROVADOS.LST".
       01 WS-ARQ-ESPERA          PIC X(40)
           VALUE "VESTIBULAR-ESPERA.LST".
       01 WS-ARQ-SORT            PIC X(40) VALUE "VESTIBULAR.SRT".

       01 WS-STATUS-CANDIDATOS   PIC X(2).
       01 WS-STATUS-PESOS        PIC X(2).
       01 WS-STATUS-CAPACIDADE   PIC X(2).
       01 WS-CAPACIDADE-ABERTA   PIC X VALUE "N".

       01 WS-FIM-ARQ             PIC X VALUE "N".
       01 WS-FIM-RETORNO         PIC X VALUE "N".
       01 WS-DATA-HOJE           PIC 9(8).

       01 QTD-PESOS              PIC 9(3) VALUE 0.
       01 TABELA-PESOS.
           05 TPV-ITEM OCCURS 200 TIMES INDEXED BY IDX-PES.
               10 TPV-CURSO      PIC X(20).
               10 TPV-PESO       PIC 9(2) OCCURS 5 TIMES.
               10 TPV-NOTA-MINIMA PIC 9(3)V9(2).

       01 WS-PESOS.
           05 WS-PESO            PIC 9(2) OCCURS 5 TIMES.
       01 WS-NOTA-MINIMA         PIC 9(3)V9(2).
       01 WS-SOMA-PESOS          PIC 9(3).
       01 WS-SOMA-PONDERADA      PIC 9(6)V9(2).
       01 WS-PROVA               PIC 9(1).

       01 WS-CURSO-ATUAL         PIC X(20).
       01 WS-VAGAS               PIC 9(5).
       01 WS-CLASSIFICACAO       PIC 9(4).
       01 WS-QTD-APROVADOS       PIC 9(5).
       01 WS-QTD-ESPERA          PIC 9(5).
       01 WS-QTD-DESCLASSIFICADOS PIC 9(5).

       01 WS-CLASSIFICACAO-ED    PIC ZZZ9.
       01 WS-NOTA-ED             PIC ZZ9.99.
       01 WS-QTD-ED              PIC ZZZZ9.

       01 TOTAIS-CLASSIFICACAO.
           05 WS-TOTAL-CANDIDATOS PIC 9(5) VALUE 0.
           05 WS-TOTAL-APROVADOS PIC 9(5) VALUE 0.
           05 WS-TOTAL-ESPERA    PIC 9(5) VALUE 0.
           05 WS-TOTAL-DESCLASSIFICADOS PIC 9(5) VALUE 0.
           05 WS-TOTAL-FORA      PIC 9(5) VALUE 0.
           05 WS-CURSOS-SEM-VAGAS PIC 9(3) VALUE 0.

       PROCEDURE DIVISION.
       INICIO.
           PERFORM DEFINIR-ARQUIVOS.
           DISPLAY "============================================".
           DISPLAY " Vestibular - Classificacao".
           DISPLAY "============================================".
           MOVE "VestibularClassificacao" TO WS-JOBLOG-PROGRAMA.
           MOVE "INICIO" TO WS-JOBLOG-EVENTO.
           PERFORM GRAVAR-JOBLOG.

           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
           PERFORM CARREGAR-PESOS.

           OPEN INPUT ARQ-CANDIDATOS.
           IF WS-STATUS-CANDIDATOS NOT = "00"
               DISPLAY "Erro ao abrir " WS-ARQ-CANDIDATOS
                  " Status: " WS-STATUS-CANDIDATOS
               MOVE "VestibularClassificacao" TO WS-ERRLOG-PROGRAMA
               MOVE "INICIO" TO WS-ERRLOG-PARAGRAFO
               MOVE WS-ARQ-CANDIDATOS TO WS-ERRLOG-ARQUIVO
               MOVE WS-STATUS-CANDIDATOS TO WS-ERRLOG-STATUS
               PERFORM GRAVAR-ERRORLOG
               MOVE 8 TO RETURN-CODE
           ELSE
               OPEN INPUT ARQ-CAPACIDADE
               IF WS-STATUS-CAPACIDADE = "00"
                   MOVE "S" TO WS-CAPACIDADE-ABERTA
               ELSE
                   DISPLAY "Capacidade dos cursos indisponivel: "
                      WS-ARQ-CAPACIDADE " - todos em espera."
               END-IF
               SORT ARQ-SORT-CANDIDATOS
                   ON ASCENDING KEY SRT-CURSO SRT-GRUPO
                   ON DESCENDING KEY SRT-NOTA-FINAL SRT-REDACAO
                   ON ASCENDING KEY SRT-INSCRICAO
                   INPUT PROCEDURE IS CALCULAR-NOTAS
                   OUTPUT PROCEDURE IS CLASSIFICAR-CANDIDATOS
               IF WS-CAPACIDADE-ABERTA = "S"
                   CLOSE ARQ-CAPACIDADE
               END-IF
               DISPLAY "Aprovados em " WS-ARQ-APROVADOS
               DISPLAY "Lista de espera em " WS-ARQ-ESPERA
           END-IF.

           DISPLAY "Candidatos lidos.....: " WS-TOTAL-CANDIDATOS.
           DISPLAY "Aprovados............: " WS-TOTAL-APROVADOS.
           DISPLAY "Em espera............: " WS-TOTAL-ESPERA.
           DISPLAY "Desclassificados.....: " WS-TOTAL-DESCLASSIFICADOS.
           DISPLAY "Matric./desistentes..: " WS-TOTAL-FORA.
           IF WS-CURSOS-SEM-VAGAS > 0 AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF.

           MOVE WS-TOTAL-CANDIDATOS TO WS-JOBLOG-QTD-REGISTROS.
           MOVE "FIM" TO WS-JOBLOG-EVENTO.
           PERFORM GRAVAR-JOBLOG.
           GOBACK.

       DEFINIR-ARQUIVOS.
           ACCEPT WS-ARQ-CANDIDATOS FROM ENVIRONMENT
                   "CANDIDATOS_VESTIBULAR"
               ON EXCEPTION
                   MOVE "candidatos-vestibular.data"
                       TO WS-ARQ-CANDIDATOS
           END-ACCEPT.
           ACCEPT WS-ARQ-PESOS FROM ENVIRONMENT "PESOS_VESTIBULAR"
               ON EXCEPTION
                   MOVE "pesos-vestibular.ctl" TO WS-ARQ-PESOS
           END-ACCEPT.
           ACCEPT WS-ARQ-CAPACIDADE FROM ENVIRONMENT "CURSOS_CAPACIDADE"
               ON EXCEPTION
                   MOVE "cursos-capacidade.idx" TO WS-ARQ-CAPACIDADE
           END-ACCEPT.
           ACCEPT WS-ARQ-APROVADOS FROM ENVIRONMENT
                   "VESTIBULAR_APROVADOS_LST"
               ON EXCEPTION
                   MOVE "VESTIBULAR-APROVADOS.LST" TO WS-ARQ-APROVADOS
           END-ACCEPT.
           ACCEPT WS-ARQ-ESPERA FROM ENVIRONMENT
                   "VESTIBULAR_ESPERA_LST"
               ON EXCEPTION
                   MOVE "VESTIBULAR-ESPERA.LST" TO WS-ARQ-ESPERA
           END-ACCEPT.

      * Linha de pesos com soma zero e ignorada: o curso fica com
      * os pesos padrao.
       CARREGAR-PESOS.
           MOVE "N" TO WS-FIM-ARQ.
           OPEN INPUT ARQ-PESOS.
           IF WS-STATUS-PESOS NOT = "00"
               DISPLAY "Pesos ausentes (" WS-ARQ-PESOS
                  "), usando peso 1 em todas as provas."
           ELSE
               PERFORM UNTIL WS-FIM-ARQ = "S"
                   READ ARQ-PESOS
                       AT END
                           MOVE "S" TO WS-FIM-ARQ
                       NOT AT END
                           PERFORM GUARDAR-PESOS
                   END-READ
               END-PERFORM
               CLOSE ARQ-PESOS
           END-IF.

       GUARDAR-PESOS.
           MOVE 0 TO WS-SOMA-PESOS.
           PERFORM VARYING WS-PROVA FROM 1 BY 1 UNTIL WS-PROVA > 5
               IF PVE-PESO(WS-PROVA) IS NUMERIC
                   ADD PVE-PESO(WS-PROVA) TO WS-SOMA-PESOS
               END-IF
           END-PERFORM.
           IF WS-SOMA-PESOS = 0 OR PVE-PESOS NOT NUMERIC
                   OR PVE-NOTA-MINIMA NOT NUMERIC
               DISPLAY "Pesos invalidos para " PVE-CURSO
                  ", usando o padrao."
           ELSE
               IF QTD-PESOS < 200
                   ADD 1 TO QTD-PESOS
                   SET IDX-PES TO QTD-PESOS
                   MOVE PVE-CURSO TO TPV-CURSO(IDX-PES)
                   PERFORM VARYING WS-PROVA FROM 1 BY 1
                           UNTIL WS-PROVA > 5
                       MOVE PVE-PESO(WS-PROVA)
                           TO TPV-PESO(IDX-PES, WS-PROVA)
                   END-PERFORM
                   MOVE PVE-NOTA-MINIMA TO TPV-NOTA-MINIMA(IDX-PES)
               END-IF
           END-IF.

       CALCULAR-NOTAS.
           MOVE "N" TO WS-FIM-ARQ.
           PERFORM UNTIL WS-FIM-ARQ = "S"
               READ ARQ-CANDIDATOS
                   AT END
                       MOVE "S" TO WS-FIM-ARQ
                   NOT AT END
                       ADD 1 TO WS-TOTAL-CANDIDATOS
                       PERFORM PREPARAR-CANDIDATO
                       RELEASE REG-SORT-CANDIDATO
               END-READ
           END-PERFORM.
           CLOSE ARQ-CANDIDATOS.

       PREPARAR-CANDIDATO.
           IF CANDIDATO-MATRICULADO OR CANDIDATO-DESISTENTE
               MOVE 3 TO SRT-GRUPO
           ELSE
               PERFORM BUSCAR-PESOS
               MOVE 0 TO WS-SOMA-PONDERADA
               MOVE 0 TO WS-SOMA-PESOS
               PERFORM VARYING WS-PROVA FROM 1 BY 1
                       UNTIL WS-PROVA > 5
                   COMPUTE WS-SOMA-PONDERADA = WS-SOMA-PONDERADA
                       + CND-NOTA-PROVA(WS-PROVA) * WS-PESO(WS-PROVA)
                   ADD WS-PESO(WS-PROVA) TO WS-SOMA-PESOS
               END-PERFORM
               COMPUTE CND-NOTA-FINAL ROUNDED
                   = WS-SOMA-PONDERADA / WS-SOMA-PESOS
               MOVE 0 TO CND-CLASSIFICACAO
               IF CND-NOTA-PROVA(5) = 0
                       OR CND-NOTA-FINAL < WS-NOTA-MINIMA
                   SET CANDIDATO-DESCLASSIFICADO TO TRUE
                   MOVE 2 TO SRT-GRUPO
               ELSE
                   SET CANDIDATO-INSCRITO TO TRUE
                   MOVE 1 TO SRT-GRUPO
               END-IF
           END-IF.
           MOVE CND-CURSO TO SRT-CURSO.
           MOVE CND-NOTA-FINAL TO SRT-NOTA-FINAL.
           MOVE CND-NOTA-PROVA(5) TO SRT-REDACAO.
           MOVE CND-INSCRICAO TO SRT-INSCRICAO.
           MOVE REGISTRO-CANDIDATO TO SRT-CANDIDATO.

       BUSCAR-PESOS.
           PERFORM VARYING WS-PROVA FROM 1 BY 1 UNTIL WS-PROVA > 5
               MOVE 1 TO WS-PESO(WS-PROVA)
           END-PERFORM.
           MOVE 0 TO WS-NOTA-MINIMA.
           PERFORM VARYING IDX-PES FROM 1 BY 1
                   UNTIL IDX-PES > QTD-PESOS
               IF TPV-CURSO(IDX-PES) = CND-CURSO
                   PERFORM VARYING WS-PROVA FROM 1 BY 1
                           UNTIL WS-PROVA > 5
                       MOVE TPV-PESO(IDX-PES, WS-PROVA)
                           TO WS-PESO(WS-PROVA)
                   END-PERFORM
                   MOVE TPV-NOTA-MINIMA(IDX-PES) TO WS-NOTA-MINIMA
               END-IF
           END-PERFORM.

       CLASSIFICAR-CANDIDATOS.
           OPEN OUTPUT ARQ-CANDIDATOS.
           OPEN OUTPUT REL-APROVADOS.
           OPEN OUTPUT REL-ESPERA.
           MOVE SPACES TO LINHA-APROVADOS.
           STRING "Vestibular - Lista de Aprovados  Data "
               DELIMITED BY SIZE
               WS-DATA-HOJE DELIMITED BY SIZE
               INTO LINHA-APROVADOS
           END-STRING.
           WRITE LINHA-APROVADOS.
           MOVE SPACES TO LINHA-ESPERA.
           STRING "Vestibular - Lista de Espera  Data "
               DELIMITED BY SIZE
               WS-DATA-HOJE DELIMITED BY SIZE
               INTO LINHA-ESPERA
           END-STRING.
           WRITE LINHA-ESPERA.

           MOVE HIGH-VALUES TO WS-CURSO-ATUAL.
           MOVE "N" TO WS-FIM-RETORNO.
           PERFORM UNTIL WS-FIM-RETORNO = "S"
               RETURN ARQ-SORT-CANDIDATOS
                   AT END
                       MOVE "S" TO WS-FIM-RETORNO
                   NOT AT END
                       IF SRT-CURSO NOT = WS-CURSO-ATUAL
                           IF WS-CURSO-ATUAL NOT = HIGH-VALUES
                               PERFORM FECHAR-CURSO
                           END-IF
                           PERFORM ABRIR-CURSO
                       END-IF
                       MOVE SRT-CANDIDATO TO REGISTRO-CANDIDATO
                       PERFORM CHAMAR-CANDIDATO
                       WRITE REGISTRO-CANDIDATO
               END-RETURN
           END-PERFORM.
           IF WS-CURSO-ATUAL NOT = HIGH-VALUES
               PERFORM FECHAR-CURSO
           END-IF.

           CLOSE REL-ESPERA.
           CLOSE REL-APROVADOS.
           CLOSE ARQ-CANDIDATOS.

      * Vagas livres do curso: maximo menos ocupadas. Curso sem
      * registro de capacidade nao chama ninguem.
       ABRIR-CURSO.
           MOVE SRT-CURSO TO WS-CURSO-ATUAL.
           MOVE 0 TO WS-VAGAS.
           MOVE 0 TO WS-CLASSIFICACAO.
           MOVE 0 TO WS-QTD-APROVADOS.
           MOVE 0 TO WS-QTD-ESPERA.
           MOVE 0 TO WS-QTD-DESCLASSIFICADOS.
           IF WS-CAPACIDADE-ABERTA = "S"
               MOVE SRT-CURSO TO CAP-CURSO
               READ ARQ-CAPACIDADE
                   INVALID KEY
                       DISPLAY "Curso sem vagas cadastradas: "
                          SRT-CURSO
                       ADD 1 TO WS-CURSOS-SEM-VAGAS
                   NOT INVALID KEY
                       IF CAP-VAGAS-MAXIMAS > CAP-VAGAS-OCUPADAS
                           COMPUTE WS-VAGAS = CAP-VAGAS-MAXIMAS
                               - CAP-VAGAS-OCUPADAS
                       END-IF
               END-READ
           ELSE
               ADD 1 TO WS-CURSOS-SEM-VAGAS
           END-IF.

           MOVE WS-VAGAS TO WS-QTD-ED.
           MOVE SPACES TO LINHA-APROVADOS.
           WRITE LINHA-APROVADOS.
           MOVE SPACES TO LINHA-APROVADOS.
           STRING "Curso: " DELIMITED BY SIZE
               SRT-CURSO DELIMITED BY SIZE
               "  Vagas livres: " DELIMITED BY SIZE
               WS-QTD-ED DELIMITED BY SIZE
               INTO LINHA-APROVADOS
           END-STRING.
           WRITE LINHA-APROVADOS.
           MOVE SPACES TO LINHA-APROVADOS.
           MOVE "Class." TO LINHA-APROVADOS(1:6).
           MOVE "Inscricao" TO LINHA-APROVADOS(9:9).
           MOVE "Nome" TO LINHA-APROVADOS(19:4).
           MOVE "Nota final" TO LINHA-APROVADOS(51:10).
           WRITE LINHA-APROVADOS.

           MOVE SPACES TO LINHA-ESPERA.
           WRITE LINHA-ESPERA.
           MOVE SPACES TO LINHA-ESPERA.
           STRING "Curso: " DELIMITED BY SIZE
               SRT-CURSO DELIMITED BY SIZE
               "  Vagas livres: " DELIMITED BY SIZE
               WS-QTD-ED DELIMITED BY SIZE
               INTO LINHA-ESPERA
           END-STRING.
           WRITE LINHA-ESPERA.
           MOVE SPACES TO LINHA-ESPERA.
           MOVE "Posicao" TO LINHA-ESPERA(1:7).
           MOVE "Class." TO LINHA-ESPERA(10:6).
           MOVE "Inscricao" TO LINHA-ESPERA(18:9).
           MOVE "Nome" TO LINHA-ESPERA(28:4).
           MOVE "Nota final" TO LINHA-ESPERA(60:10).
           WRITE LINHA-ESPERA.

       CHAMAR-CANDIDATO.
           EVALUATE SRT-GRUPO
               WHEN 1
                   ADD 1 TO WS-CLASSIFICACAO
                   MOVE WS-CLASSIFICACAO TO CND-CLASSIFICACAO
                   MOVE WS-CLASSIFICACAO TO WS-CLASSIFICACAO-ED
                   MOVE CND-NOTA-FINAL TO WS-NOTA-ED
                   IF WS-QTD-APROVADOS < WS-VAGAS
                       SET CANDIDATO-APROVADO TO TRUE
                       ADD 1 TO WS-QTD-APROVADOS
                       ADD 1 TO WS-TOTAL-APROVADOS
                       MOVE SPACES TO LINHA-APROVADOS
                       MOVE WS-CLASSIFICACAO-ED
                           TO LINHA-APROVADOS(1:4)
                       MOVE CND-INSCRICAO TO LINHA-APROVADOS(9:8)
                       MOVE CND-NOME TO LINHA-APROVADOS(19:30)
                       MOVE WS-NOTA-ED TO LINHA-APROVADOS(55:6)
                       WRITE LINHA-APROVADOS
                   ELSE
                       SET CANDIDATO-ESPERA TO TRUE
                       ADD 1 TO WS-QTD-ESPERA
                       ADD 1 TO WS-TOTAL-ESPERA
                       MOVE WS-QTD-ESPERA TO WS-QTD-ED
                       MOVE SPACES TO LINHA-ESPERA
                       MOVE WS-QTD-ED TO LINHA-ESPERA(1:5)
                       MOVE WS-CLASSIFICACAO-ED TO LINHA-ESPERA(10:4)
                       MOVE CND-INSCRICAO TO LINHA-ESPERA(18:8)
                       MOVE CND-NOME TO LINHA-ESPERA(28:30)
                       MOVE WS-NOTA-ED TO LINHA-ESPERA(64:6)
                       WRITE LINHA-ESPERA
                   END-IF
               WHEN 2
                   ADD 1 TO WS-QTD-DESCLASSIFICADOS
                   ADD 1 TO WS-TOTAL-DESCLASSIFICADOS
               WHEN OTHER
                   ADD 1 TO WS-TOTAL-FORA
           END-EVALUATE.

       FECHAR-CURSO.
           MOVE SPACES TO LINHA-APROVADOS.
           STRING "Aprovados: " DELIMITED BY SIZE
               WS-QTD-APROVADOS DELIMITED BY SIZE
               "  Em espera: " DELIMITED BY SIZE
               WS-QTD-ESPERA DELIMITED BY SIZE
               "  Desclassificados: " DELIMITED BY SIZE
               WS-QTD-DESCLASSIFICADOS DELIMITED BY SIZE
               INTO LINHA-APROVADOS
           END-STRING.
           WRITE LINHA-APROVADOS.
           IF WS-QTD-ESPERA = 0
               MOVE "  (lista de espera vazia)" TO LINHA-ESPERA
               WRITE LINHA-ESPERA
           END-IF.

       COPY JOBLOGPD.

       COPY ERRLOGPD.

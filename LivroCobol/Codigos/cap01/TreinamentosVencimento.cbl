       IDENTIFICATION DIVISION.
           PROGRAM-ID. TreinamentosVencimento.
           AUTHOR. Fernando Anselmo.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FUNCIONARIOS ASSIGN TO WS-ARQ-FUNCIONARIOS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-FUNCIONARIOS.

           SELECT ARQ-HIERARQUIA ASSIGN TO WS-ARQ-HIERARQUIA
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-HIERARQUIA.

           SELECT ARQ-CURSOS ASSIGN TO WS-ARQ-CURSOS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-CURSOS.

           SELECT ARQ-EXIGENCIAS ASSIGN TO WS-ARQ-EXIGENCIAS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-EXIGENCIAS.

           SELECT ARQ-TREINAMENTOS ASSIGN TO WS-ARQ-TREINAMENTOS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-TREINAMENTOS.

           SELECT ARQ-ALERTAS ASSIGN TO WS-ARQ-ALERTAS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-ALERTAS.

           SELECT RELATORIO ASSIGN TO WS-ARQ-RELATORIO
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ARQ-SORT ASSIGN TO WS-ARQ-SORT.

           COPY ERRLOGSL.

           COPY JOBLOGSL.

       DATA DIVISION.
       FILE SECTION.
       FD FUNCIONARIOS.
       01 DETALHEFUNCIONARIO.
           COPY FUNCIONARIO.

       FD ARQ-HIERARQUIA.
       01 REGISTRO-HIERARQUIA.
           COPY HIERARQ.

       FD ARQ-CURSOS.
       01 REGISTRO-CURSO.
           COPY CURSOTRE.

       FD ARQ-EXIGENCIAS.
       01 REGISTRO-EXIGENCIA.
           COPY TREXIGE.

       FD ARQ-TREINAMENTOS.
       01 REGISTRO-TREINAMENTO.
           COPY TREINAM.

       FD ARQ-ALERTAS.
       01 REGISTRO-ALERTA.
           COPY ALERTA.

       FD RELATORIO.
       01 LINHA-RELATORIO          PIC X(132).

       SD ARQ-SORT.
       01 REG-SORT.
           05 SORT-DEPARTAMENTO    PIC X(4).
           05 SORT-GESTOR          PIC 9(5).
           05 SORT-MATRICULA       PIC 9(5).
           05 SORT-CURSO           PIC X(6).
           05 SORT-NOME            PIC X(41).
           05 SORT-CARGO           PIC X(4).
           05 SORT-SITUACAO        PIC X(10).
           05 SORT-VALIDADE        PIC 9(8).

       COPY ERRLOGFD.

       COPY JOBLOGFD.

       WORKING-STORAGE SECTION.
       COPY ERRLOGWS.

       COPY JOBLOGWS.

       01 WS-ARQ-FUNCIONARIOS    PIC X(40)
           VALUE "FUNCIONARIOS.DATA".
       01 WS-ARQ-HIERARQUIA      PIC X(40)
           VALUE "HIERARQUIA.DATA".
       01 WS-ARQ-CURSOS          PIC X(40)
           VALUE "TREINAMENTO-CURSOS.DATA".
       01 WS-ARQ-EXIGENCIAS      PIC X(40)
           VALUE "TREINAMENTO-EXIGENCIAS.DATA".
       01 WS-ARQ-TREINAMENTOS    PIC X(40)
           VALUE "TREINAMENTOS.DATA".
       01 WS-ARQ-ALERTAS         PIC X(40) VALUE "ALERTAS.DATA".
       01 WS-ARQ-RELATORIO       PIC X(40)
           VALUE "TREINAMENTOS-VENCIMENTO.LST".
       01 WS-ARQ-SORT            PIC X(40)
           VALUE "TREINAMENTOS.SRT".

       01 WS-STATUS-FUNCIONARIOS PIC X(2).
       01 WS-STATUS-HIERARQUIA   PIC X(2).
       01 WS-STATUS-CURSOS       PIC X(2).
       01 WS-STATUS-EXIGENCIAS   PIC X(2).
       01 WS-STATUS-TREINAMENTOS PIC X(2).
       01 WS-STATUS-ALERTAS      PIC X(2).
       01 WS-ALERTAS-ABERTOS     PIC X(1) VALUE "N".
       01 WS-FIM-ARQ             PIC X VALUE "N".
       01 WS-FIM-SORT            PIC X VALUE "N".

      * Antecedencia do aviso de vencimento, em dias corridos.
       01 WS-DIAS-AVISO-TXT      PIC X(3).
       01 WS-DIAS-AVISO          PIC 9(3) VALUE 60.
       01 WS-DATA-HOJE           PIC 9(8).
       01 WS-DATA-LIMITE         PIC 9(8).
       01 WS-DATA-ALERTA         PIC X(10).

       01 QTD-FUNCIONARIOS       PIC 9(3) VALUE 0.
       01 TABELA-FUNCIONARIOS.
           05 TFU-ITEM OCCURS 500 TIMES INDEXED BY IDX-FUN.
               10 TFU-MATRICULA  PIC 9(5).
               10 TFU-NOME       PIC X(41).
               10 TFU-DEPARTAMENTO PIC X(4).
               10 TFU-CARGO      PIC X(4).
               10 TFU-ATIVO      PIC X(1).
               10 TFU-GESTOR     PIC 9(5).
               10 TFU-VIGENCIA   PIC 9(8).

       01 QTD-CURSOS             PIC 9(3) VALUE 0.
       01 TABELA-CURSOS.
           05 TCU-ITEM OCCURS 200 TIMES INDEXED BY IDX-CUR.
               10 TCU-CODIGO     PIC X(6).
               10 TCU-DESCRICAO  PIC X(30).

       01 QTD-EXIGENCIAS         PIC 9(3) VALUE 0.
       01 TABELA-EXIGENCIAS.
           05 TEX-ITEM OCCURS 500 TIMES INDEXED BY IDX-TEX.
               10 TEX-T-CARGO    PIC X(4).
               10 TEX-T-CURSO    PIC X(6).

      * Ultimo treinamento de cada funcionario em cada curso; a
      * validade zero (nao vence) vale como a maior possivel.
       01 QTD-TREINAMENTOS       PIC 9(4) VALUE 0.
       01 TABELA-TREINAMENTOS.
           05 TTR-ITEM OCCURS 2000 TIMES INDEXED BY IDX-TTR.
               10 TTR-MATRICULA  PIC 9(5).
               10 TTR-CURSO      PIC X(6).
               10 TTR-VALIDADE   PIC 9(8).
               10 TTR-EXIGIDO    PIC X(1).

       01 WS-VALIDADE-EFETIVA    PIC 9(8).
       01 WS-SITUACAO            PIC X(10).
       01 WS-ACHOU               PIC X(1).

       01 QUEBRAS-RELATORIO.
           05 WS-DEPTO-ATUAL     PIC X(4).
           05 WS-GESTOR-ATUAL    PIC 9(5).
           05 WS-PRIMEIRA-LINHA  PIC X(1) VALUE "S".
           05 WS-NOME-GESTOR     PIC X(41).

       01 TOTAIS-TREINAMENTO.
           05 WS-TOTAL-PENDENTES PIC 9(5) VALUE 0.
           05 WS-TOTAL-VENCIDOS  PIC 9(5) VALUE 0.
           05 WS-TOTAL-A-VENCER  PIC 9(5) VALUE 0.
           05 WS-TOTAL-ALERTAS   PIC 9(5) VALUE 0.
       01 WS-TOTAL-ED            PIC ZZZZ9.

       01 LINHA-DETALHE.
           05 FILLER             PIC X(4) VALUE SPACES.
           05 LD-MATRICULA       PIC 9(5).
           05 FILLER             PIC X(1) VALUE SPACES.
           05 LD-NOME            PIC X(41).
           05 FILLER             PIC X(1) VALUE SPACES.
           05 LD-CARGO           PIC X(4).
           05 FILLER             PIC X(2) VALUE SPACES.
           05 LD-CURSO           PIC X(6).
           05 FILLER             PIC X(1) VALUE SPACES.
           05 LD-DESCRICAO       PIC X(30).
           05 FILLER             PIC X(1) VALUE SPACES.
           05 LD-SITUACAO        PIC X(10).
           05 FILLER             PIC X(1) VALUE SPACES.
           05 LD-VALIDADE        PIC X(8).
           05 FILLER             PIC X(16) VALUE SPACES.

       PROCEDURE DIVISION.
       INICIO.
           PERFORM DEFINIR-ARQUIVOS.
           DISPLAY "============================================".
           DISPLAY " Treinamentos Obrigatorios e Vencimentos".
           DISPLAY "============================================".
           MOVE "TreinamentosVencimento" TO WS-JOBLOG-PROGRAMA.
           MOVE "INICIO" TO WS-JOBLOG-EVENTO.
           PERFORM GRAVAR-JOBLOG.

           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
           COMPUTE WS-DATA-LIMITE = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-DATA-HOJE)
               + WS-DIAS-AVISO).
           MOVE SPACES TO WS-DATA-ALERTA.
           STRING WS-DATA-HOJE(1:4) DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               WS-DATA-HOJE(5:2) DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               WS-DATA-HOJE(7:2) DELIMITED BY SIZE
               INTO WS-DATA-ALERTA
           END-STRING.

           PERFORM CARREGAR-FUNCIONARIOS.
           IF QTD-FUNCIONARIOS = 0
               DISPLAY "Erro ao ler " WS-ARQ-FUNCIONARIOS
                  " Status: " WS-STATUS-FUNCIONARIOS
               MOVE "TreinamentosVencimento" TO WS-ERRLOG-PROGRAMA
               MOVE "CARREGAR-FUNCIONARIOS" TO WS-ERRLOG-PARAGRAFO
               MOVE WS-ARQ-FUNCIONARIOS TO WS-ERRLOG-ARQUIVO
               MOVE WS-STATUS-FUNCIONARIOS TO WS-ERRLOG-STATUS
               PERFORM GRAVAR-ERRORLOG
               MOVE 8 TO RETURN-CODE
               MOVE 0 TO WS-JOBLOG-QTD-REGISTROS
               MOVE "FIM" TO WS-JOBLOG-EVENTO
               PERFORM GRAVAR-JOBLOG
               GOBACK
           END-IF.
           PERFORM CARREGAR-HIERARQUIA.
           PERFORM CARREGAR-CURSOS.
           PERFORM CARREGAR-EXIGENCIAS.
           PERFORM CARREGAR-TREINAMENTOS.

           OPEN EXTEND ARQ-ALERTAS.
           IF WS-STATUS-ALERTAS = "35"
               OPEN OUTPUT ARQ-ALERTAS
           END-IF.
           IF WS-STATUS-ALERTAS = "00"
               MOVE "S" TO WS-ALERTAS-ABERTOS
           ELSE
               DISPLAY "Erro ao abrir " WS-ARQ-ALERTAS
                  " Status: " WS-STATUS-ALERTAS
               MOVE "TreinamentosVencimento" TO WS-ERRLOG-PROGRAMA
               MOVE "INICIO" TO WS-ERRLOG-PARAGRAFO
               MOVE WS-ARQ-ALERTAS TO WS-ERRLOG-ARQUIVO
               MOVE WS-STATUS-ALERTAS TO WS-ERRLOG-STATUS
               PERFORM GRAVAR-ERRORLOG
           END-IF.
           OPEN OUTPUT RELATORIO.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "Treinamentos Obrigatorios e Vencimentos - "
               DELIMITED BY SIZE
               WS-DATA-HOJE DELIMITED BY SIZE
               "  (aviso ate " DELIMITED BY SIZE
               WS-DATA-LIMITE DELIMITED BY SIZE
               ")" DELIMITED BY SIZE
               INTO LINHA-RELATORIO
           END-STRING.
           WRITE LINHA-RELATORIO.

           SORT ARQ-SORT
               ON ASCENDING KEY SORT-DEPARTAMENTO SORT-GESTOR
                   SORT-MATRICULA SORT-CURSO
               INPUT PROCEDURE IS AVALIAR-FUNCIONARIOS
               OUTPUT PROCEDURE IS IMPRIMIR-SITUACOES.

           PERFORM ESCREVER-TOTAL.
           CLOSE RELATORIO.
           IF WS-ALERTAS-ABERTOS = "S"
               CLOSE ARQ-ALERTAS
           END-IF.

           DISPLAY "Relatorio gravado em " WS-ARQ-RELATORIO.
           MOVE WS-TOTAL-ALERTAS TO WS-TOTAL-ED.
           DISPLAY "Alertas de vencimento: " WS-TOTAL-ED.
           IF WS-TOTAL-PENDENTES + WS-TOTAL-VENCIDOS
                   + WS-TOTAL-A-VENCER > 0
                   AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF.

           COMPUTE WS-JOBLOG-QTD-REGISTROS = WS-TOTAL-PENDENTES
               + WS-TOTAL-VENCIDOS + WS-TOTAL-A-VENCER.
           MOVE "FIM" TO WS-JOBLOG-EVENTO.
           PERFORM GRAVAR-JOBLOG.
           GOBACK.

       DEFINIR-ARQUIVOS.
           ACCEPT WS-ARQ-FUNCIONARIOS FROM ENVIRONMENT
                   "FUNCIONARIOS_DATA"
               ON EXCEPTION
                   MOVE "FUNCIONARIOS.DATA" TO WS-ARQ-FUNCIONARIOS
           END-ACCEPT.
           ACCEPT WS-ARQ-HIERARQUIA FROM ENVIRONMENT
                   "HIERARQUIA_DATA"
               ON EXCEPTION
                   MOVE "HIERARQUIA.DATA" TO WS-ARQ-HIERARQUIA
           END-ACCEPT.
           ACCEPT WS-ARQ-CURSOS FROM ENVIRONMENT
                   "TREINAMENTO_CURSOS_DATA"
               ON EXCEPTION
                   MOVE "TREINAMENTO-CURSOS.DATA" TO WS-ARQ-CURSOS
           END-ACCEPT.
           ACCEPT WS-ARQ-EXIGENCIAS FROM ENVIRONMENT
                   "TREINAMENTO_EXIGENCIAS_DATA"
               ON EXCEPTION
                   MOVE "TREINAMENTO-EXIGENCIAS.DATA"
                       TO WS-ARQ-EXIGENCIAS
           END-ACCEPT.
           ACCEPT WS-ARQ-TREINAMENTOS FROM ENVIRONMENT
                   "TREINAMENTOS_DATA"
               ON EXCEPTION
                   MOVE "TREINAMENTOS.DATA" TO WS-ARQ-TREINAMENTOS
           END-ACCEPT.
           ACCEPT WS-ARQ-ALERTAS FROM ENVIRONMENT "ALERTAS_DATA"
               ON EXCEPTION
                   MOVE "ALERTAS.DATA" TO WS-ARQ-ALERTAS
           END-ACCEPT.
           ACCEPT WS-ARQ-RELATORIO FROM ENVIRONMENT
                   "TREINAMENTOS_VENCIMENTO_LST"
               ON EXCEPTION
                   MOVE "TREINAMENTOS-VENCIMENTO.LST"
                       TO WS-ARQ-RELATORIO
           END-ACCEPT.
           ACCEPT WS-DIAS-AVISO-TXT FROM ENVIRONMENT
                   "TREINAMENTO_DIAS_AVISO"
               ON EXCEPTION
                   MOVE SPACES TO WS-DIAS-AVISO-TXT
           END-ACCEPT.
           IF WS-DIAS-AVISO-TXT IS NUMERIC
                   AND WS-DIAS-AVISO-TXT NOT = "000"
               MOVE WS-DIAS-AVISO-TXT TO WS-DIAS-AVISO
           END-IF.

       CARREGAR-FUNCIONARIOS.
           MOVE 0 TO QTD-FUNCIONARIOS.
           MOVE "N" TO WS-FIM-ARQ.
           OPEN INPUT FUNCIONARIOS.
           IF WS-STATUS-FUNCIONARIOS = "00"
               PERFORM UNTIL WS-FIM-ARQ = "S"
                   READ FUNCIONARIOS
                       AT END
                           MOVE "S" TO WS-FIM-ARQ
                       NOT AT END
                           IF DETALHEFUNCIONARIO(1:3) NOT = "HDR"
                                   AND DETALHEFUNCIONARIO(1:3)
                                       NOT = "TRL"
                                   AND MATRICULA-FUNCIONARIO
                                       IS NUMERIC
                                   AND QTD-FUNCIONARIOS < 500
                               PERFORM GUARDAR-FUNCIONARIO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FUNCIONARIOS
           END-IF.

       GUARDAR-FUNCIONARIO.
           ADD 1 TO QTD-FUNCIONARIOS.
           SET IDX-FUN TO QTD-FUNCIONARIOS.
           MOVE MATRICULA-FUNCIONARIO TO TFU-MATRICULA(IDX-FUN).
           MOVE SPACES TO TFU-NOME(IDX-FUN).
           STRING PRIMEIRO-NOME DELIMITED BY SPACE
               " " DELIMITED BY SIZE
               ULTIMO-NOME DELIMITED BY SPACE
               INTO TFU-NOME(IDX-FUN)
           END-STRING.
           MOVE CODIGO-DEPARTAMENTO TO TFU-DEPARTAMENTO(IDX-FUN).
           MOVE CODIGO-CARGO TO TFU-CARGO(IDX-FUN).
           IF FUNCIONARIO-DESLIGADO
               MOVE "N" TO TFU-ATIVO(IDX-FUN)
           ELSE
               MOVE "S" TO TFU-ATIVO(IDX-FUN)
           END-IF.
           MOVE 0 TO TFU-GESTOR(IDX-FUN).
           MOVE 0 TO TFU-VIGENCIA(IDX-FUN).

      * Gestor vigente: linha de maior vigencia ate hoje.
       CARREGAR-HIERARQUIA.
           MOVE "N" TO WS-FIM-ARQ.
           OPEN INPUT ARQ-HIERARQUIA.
           IF WS-STATUS-HIERARQUIA = "00"
               PERFORM UNTIL WS-FIM-ARQ = "S"
                   READ ARQ-HIERARQUIA
                       AT END
                           MOVE "S" TO WS-FIM-ARQ
                       NOT AT END
                           IF HIE-DATA-VIGENCIA <= WS-DATA-HOJE
                               PERFORM GUARDAR-HIERARQUIA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQ-HIERARQUIA
           END-IF.

       GUARDAR-HIERARQUIA.
           PERFORM VARYING IDX-FUN FROM 1 BY 1
                   UNTIL IDX-FUN > QTD-FUNCIONARIOS
               IF TFU-MATRICULA(IDX-FUN) = HIE-MATRICULA
                       AND HIE-DATA-VIGENCIA >= TFU-VIGENCIA(IDX-FUN)
                   MOVE HIE-GESTOR TO TFU-GESTOR(IDX-FUN)
                   MOVE HIE-DATA-VIGENCIA TO TFU-VIGENCIA(IDX-FUN)
               END-IF
           END-PERFORM.

       CARREGAR-CURSOS.
           MOVE 0 TO QTD-CURSOS.
           MOVE "N" TO WS-FIM-ARQ.
           OPEN INPUT ARQ-CURSOS.
           IF WS-STATUS-CURSOS = "00"
               PERFORM UNTIL WS-FIM-ARQ = "S"
                   READ ARQ-CURSOS
                       AT END
                           MOVE "S" TO WS-FIM-ARQ
                       NOT AT END
                           IF QTD-CURSOS < 200
                               ADD 1 TO QTD-CURSOS
                               SET IDX-CUR TO QTD-CURSOS
                               MOVE CTR-CODIGO TO TCU-CODIGO(IDX-CUR)
                               MOVE CTR-DESCRICAO
                                   TO TCU-DESCRICAO(IDX-CUR)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQ-CURSOS
           END-IF.

       CARREGAR-EXIGENCIAS.
           MOVE 0 TO QTD-EXIGENCIAS.
           MOVE "N" TO WS-FIM-ARQ.
           OPEN INPUT ARQ-EXIGENCIAS.
           IF WS-STATUS-EXIGENCIAS = "00"
               PERFORM UNTIL WS-FIM-ARQ = "S"
                   READ ARQ-EXIGENCIAS
                       AT END
                           MOVE "S" TO WS-FIM-ARQ
                       NOT AT END
                           IF QTD-EXIGENCIAS < 500
                               ADD 1 TO QTD-EXIGENCIAS
                               SET IDX-TEX TO QTD-EXIGENCIAS
                               MOVE TEX-CARGO TO TEX-T-CARGO(IDX-TEX)
                               MOVE TEX-CURSO TO TEX-T-CURSO(IDX-TEX)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQ-EXIGENCIAS
           END-IF.

       CARREGAR-TREINAMENTOS.
           MOVE 0 TO QTD-TREINAMENTOS.
           MOVE "N" TO WS-FIM-ARQ.
           OPEN INPUT ARQ-TREINAMENTOS.
           IF WS-STATUS-TREINAMENTOS = "00"
               PERFORM UNTIL WS-FIM-ARQ = "S"
                   READ ARQ-TREINAMENTOS
                       AT END
                           MOVE "S" TO WS-FIM-ARQ
                       NOT AT END
                           PERFORM GUARDAR-TREINAMENTO
                   END-READ
               END-PERFORM
               CLOSE ARQ-TREINAMENTOS
           END-IF.

       GUARDAR-TREINAMENTO.
           IF TRE-DATA-VALIDADE = 0
               MOVE 99999999 TO WS-VALIDADE-EFETIVA
           ELSE
               MOVE TRE-DATA-VALIDADE TO WS-VALIDADE-EFETIVA
           END-IF.
           PERFORM VARYING IDX-TTR FROM 1 BY 1
                   UNTIL IDX-TTR > QTD-TREINAMENTOS
                   OR (TTR-MATRICULA(IDX-TTR) = TRE-MATRICULA
                       AND TTR-CURSO(IDX-TTR) = TRE-CURSO)
               CONTINUE
           END-PERFORM.
           IF IDX-TTR > QTD-TREINAMENTOS
               IF QTD-TREINAMENTOS < 2000
                   ADD 1 TO QTD-TREINAMENTOS
                   SET IDX-TTR TO QTD-TREINAMENTOS
                   MOVE TRE-MATRICULA TO TTR-MATRICULA(IDX-TTR)
                   MOVE TRE-CURSO TO TTR-CURSO(IDX-TTR)
                   MOVE WS-VALIDADE-EFETIVA TO TTR-VALIDADE(IDX-TTR)
                   MOVE "N" TO TTR-EXIGIDO(IDX-TTR)
               END-IF
           ELSE
               IF WS-VALIDADE-EFETIVA > TTR-VALIDADE(IDX-TTR)
                   MOVE WS-VALIDADE-EFETIVA TO TTR-VALIDADE(IDX-TTR)
               END-IF
           END-IF.

      * Para cada ativo: cursos exigidos pelo cargo (ou por todos
      * os cargos) sem registro ou vencidos, e qualquer
      * certificado que vence dentro da antecedencia de aviso.
       AVALIAR-FUNCIONARIOS.
           PERFORM VARYING IDX-FUN FROM 1 BY 1
                   UNTIL IDX-FUN > QTD-FUNCIONARIOS
               IF TFU-ATIVO(IDX-FUN) = "S"
                   PERFORM VARYING IDX-TEX FROM 1 BY 1
                           UNTIL IDX-TEX > QTD-EXIGENCIAS
                       IF TEX-T-CARGO(IDX-TEX) = TFU-CARGO(IDX-FUN)
                               OR TEX-T-CARGO(IDX-TEX) = "****"
                           PERFORM AVALIAR-EXIGENCIA
                       END-IF
                   END-PERFORM
                   PERFORM VARYING IDX-TTR FROM 1 BY 1
                           UNTIL IDX-TTR > QTD-TREINAMENTOS
                       IF TTR-MATRICULA(IDX-TTR)
                               = TFU-MATRICULA(IDX-FUN)
                               AND TTR-EXIGIDO(IDX-TTR) = "N"
                               AND TTR-VALIDADE(IDX-TTR)
                                   >= WS-DATA-HOJE
                               AND TTR-VALIDADE(IDX-TTR)
                                   <= WS-DATA-LIMITE
                           MOVE "A VENCER" TO WS-SITUACAO
                           MOVE TTR-CURSO(IDX-TTR) TO SORT-CURSO
                           MOVE TTR-VALIDADE(IDX-TTR) TO SORT-VALIDADE
                           PERFORM LIBERAR-SITUACAO
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM.

       AVALIAR-EXIGENCIA.
           MOVE "N" TO WS-ACHOU.
           PERFORM VARYING IDX-TTR FROM 1 BY 1
                   UNTIL IDX-TTR > QTD-TREINAMENTOS
                   OR WS-ACHOU = "S"
               IF TTR-MATRICULA(IDX-TTR) = TFU-MATRICULA(IDX-FUN)
                       AND TTR-CURSO(IDX-TTR) = TEX-T-CURSO(IDX-TEX)
                   MOVE "S" TO WS-ACHOU
                   MOVE "S" TO TTR-EXIGIDO(IDX-TTR)
                   MOVE TTR-VALIDADE(IDX-TTR) TO SORT-VALIDADE
               END-IF
           END-PERFORM.
           MOVE TEX-T-CURSO(IDX-TEX) TO SORT-CURSO.
           MOVE SPACES TO WS-SITUACAO.
           IF WS-ACHOU = "N"
               MOVE "PENDENTE" TO WS-SITUACAO
               MOVE 0 TO SORT-VALIDADE
           ELSE
               IF SORT-VALIDADE < WS-DATA-HOJE
                   MOVE "VENCIDO" TO WS-SITUACAO
               ELSE
                   IF SORT-VALIDADE <= WS-DATA-LIMITE
                       MOVE "A VENCER" TO WS-SITUACAO
                   END-IF
               END-IF
           END-IF.
           IF WS-SITUACAO NOT = SPACES
               PERFORM LIBERAR-SITUACAO
           END-IF.

       LIBERAR-SITUACAO.
           MOVE TFU-DEPARTAMENTO(IDX-FUN) TO SORT-DEPARTAMENTO.
           MOVE TFU-GESTOR(IDX-FUN) TO SORT-GESTOR.
           MOVE TFU-MATRICULA(IDX-FUN) TO SORT-MATRICULA.
           MOVE TFU-NOME(IDX-FUN) TO SORT-NOME.
           MOVE TFU-CARGO(IDX-FUN) TO SORT-CARGO.
           MOVE WS-SITUACAO TO SORT-SITUACAO.
           RELEASE REG-SORT.

       IMPRIMIR-SITUACOES.
           MOVE "N" TO WS-FIM-SORT.
           PERFORM UNTIL WS-FIM-SORT = "S"
               RETURN ARQ-SORT
                   AT END
                       MOVE "S" TO WS-FIM-SORT
                   NOT AT END
                       PERFORM IMPRIMIR-SITUACAO
               END-RETURN
           END-PERFORM.
           IF WS-PRIMEIRA-LINHA = "S"
               MOVE SPACES TO LINHA-RELATORIO
               WRITE LINHA-RELATORIO
               MOVE "Nenhuma pendencia de treinamento."
                   TO LINHA-RELATORIO
               WRITE LINHA-RELATORIO
           END-IF.

       IMPRIMIR-SITUACAO.
           IF WS-PRIMEIRA-LINHA = "S"
                   OR SORT-DEPARTAMENTO NOT = WS-DEPTO-ATUAL
               MOVE SORT-DEPARTAMENTO TO WS-DEPTO-ATUAL
               MOVE SPACES TO LINHA-RELATORIO
               WRITE LINHA-RELATORIO
               MOVE SPACES TO LINHA-RELATORIO
               STRING "Departamento: " DELIMITED BY SIZE
                   SORT-DEPARTAMENTO DELIMITED BY SIZE
                   INTO LINHA-RELATORIO
               END-STRING
               WRITE LINHA-RELATORIO
               MOVE "S" TO WS-PRIMEIRA-LINHA
           END-IF.
           IF WS-PRIMEIRA-LINHA = "S"
                   OR SORT-GESTOR NOT = WS-GESTOR-ATUAL
               MOVE SORT-GESTOR TO WS-GESTOR-ATUAL
               MOVE "N" TO WS-PRIMEIRA-LINHA
               PERFORM ESCREVER-GESTOR
           END-IF.

           MOVE SORT-MATRICULA TO LD-MATRICULA.
           MOVE SORT-NOME TO LD-NOME.
           MOVE SORT-CARGO TO LD-CARGO.
           MOVE SORT-CURSO TO LD-CURSO.
           MOVE SPACES TO LD-DESCRICAO.
           PERFORM VARYING IDX-CUR FROM 1 BY 1
                   UNTIL IDX-CUR > QTD-CURSOS
               IF TCU-CODIGO(IDX-CUR) = SORT-CURSO
                   MOVE TCU-DESCRICAO(IDX-CUR) TO LD-DESCRICAO
               END-IF
           END-PERFORM.
           MOVE SORT-SITUACAO TO LD-SITUACAO.
           IF SORT-VALIDADE = 0
               MOVE SPACES TO LD-VALIDADE
           ELSE
               MOVE SORT-VALIDADE TO LD-VALIDADE
           END-IF.
           MOVE LINHA-DETALHE TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.

           EVALUATE SORT-SITUACAO
               WHEN "PENDENTE"
                   ADD 1 TO WS-TOTAL-PENDENTES
               WHEN "VENCIDO"
                   ADD 1 TO WS-TOTAL-VENCIDOS
                   MOVE "TREINO-VENCIDO" TO ALT-TIPO
                   PERFORM GRAVAR-ALERTA
               WHEN OTHER
                   ADD 1 TO WS-TOTAL-A-VENCER
                   MOVE "TREINO-A-VENCER" TO ALT-TIPO
                   PERFORM GRAVAR-ALERTA
           END-EVALUATE.

       ESCREVER-GESTOR.
           MOVE SPACES TO WS-NOME-GESTOR.
           PERFORM VARYING IDX-FUN FROM 1 BY 1
                   UNTIL IDX-FUN > QTD-FUNCIONARIOS
               IF TFU-MATRICULA(IDX-FUN) = SORT-GESTOR
                   MOVE TFU-NOME(IDX-FUN) TO WS-NOME-GESTOR
               END-IF
           END-PERFORM.
           MOVE SPACES TO LINHA-RELATORIO.
           IF SORT-GESTOR = 0
               MOVE "  Gestor: (sem gestor cadastrado)"
                   TO LINHA-RELATORIO
           ELSE
               STRING "  Gestor: " DELIMITED BY SIZE
                   SORT-GESTOR DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-NOME-GESTOR DELIMITED BY SIZE
                   INTO LINHA-RELATORIO
               END-STRING
           END-IF.
           WRITE LINHA-RELATORIO.

       GRAVAR-ALERTA.
           IF WS-ALERTAS-ABERTOS = "S"
               MOVE WS-DATA-ALERTA TO ALT-DATA
               MOVE "TreinamentosVencimento" TO ALT-PROGRAMA
               MOVE SPACES TO ALT-DETALHE
               STRING "Matr. " DELIMITED BY SIZE
                   SORT-MATRICULA DELIMITED BY SIZE
                   " curso " DELIMITED BY SIZE
                   SORT-CURSO DELIMITED BY SPACE
                   " val. " DELIMITED BY SIZE
                   SORT-VALIDADE DELIMITED BY SIZE
                   INTO ALT-DETALHE
               END-STRING
               WRITE REGISTRO-ALERTA
               ADD 1 TO WS-TOTAL-ALERTAS
           END-IF.

       ESCREVER-TOTAL.
           MOVE SPACES TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE WS-TOTAL-PENDENTES TO WS-TOTAL-ED.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "Treinamentos pendentes: " DELIMITED BY SIZE
               WS-TOTAL-ED DELIMITED BY SIZE
               INTO LINHA-RELATORIO
           END-STRING.
           WRITE LINHA-RELATORIO.
           MOVE WS-TOTAL-VENCIDOS TO WS-TOTAL-ED.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "Treinamentos vencidos.: " DELIMITED BY SIZE
               WS-TOTAL-ED DELIMITED BY SIZE
               INTO LINHA-RELATORIO
           END-STRING.
           WRITE LINHA-RELATORIO.
           MOVE WS-TOTAL-A-VENCER TO WS-TOTAL-ED.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "Vencendo no periodo...: " DELIMITED BY SIZE
               WS-TOTAL-ED DELIMITED BY SIZE
               INTO LINHA-RELATORIO
           END-STRING.
           WRITE LINHA-RELATORIO.

       COPY JOBLOGPD.

       COPY ERRLOGPD.

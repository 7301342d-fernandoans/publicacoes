       IDENTIFICATION DIVISION.
           PROGRAM-ID. FichaFuncional.
           AUTHOR. Fernando Anselmo.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FUNCIONARIOS ASSIGN TO WS-ARQ-FUNCIONARIOS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-FUNCIONARIOS.

           SELECT RELATORIO ASSIGN TO WS-ARQ-RELATORIO
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ARQ-SORT ASSIGN TO WS-ARQ-SORT.

           COPY FICHASL.

           COPY ERRLOGSL.

           COPY JOBLOGSL.

       DATA DIVISION.
       FILE SECTION.
       FD FUNCIONARIOS.
       01 DETALHEFUNCIONARIO.
           COPY FUNCIONARIO.

       FD RELATORIO.
       01 LINHA-RELATORIO          PIC X(132).

       SD ARQ-SORT.
       01 REG-SORT.
           05 SORT-MATRICULA       PIC 9(5).
           05 SORT-DATA            PIC 9(8).
           05 SORT-TIPO            PIC X(14).
           05 SORT-ANTERIOR        PIC X(20).
           05 SORT-NOVO            PIC X(20).
           05 SORT-DESCRICAO       PIC X(30).
           05 SORT-OPERADOR        PIC X(8).
           05 SORT-PROGRAMA        PIC X(24).
           05 SORT-DATA-REGISTRO   PIC 9(8).

       COPY FICHAFD.

       COPY ERRLOGFD.

       COPY JOBLOGFD.

       WORKING-STORAGE SECTION.
       COPY FICHAWS.

       COPY ERRLOGWS.

       COPY JOBLOGWS.

       01 WS-ARQ-FUNCIONARIOS    PIC X(40)
           VALUE "FUNCIONARIOS.DATA".
       01 WS-ARQ-RELATORIO       PIC X(40)
           VALUE "FICHA-FUNCIONAL.LST".
       01 WS-ARQ-SORT            PIC X(40)
           VALUE "FICHA-FUNCIONAL.SRT".

       01 WS-STATUS-FUNCIONARIOS PIC X(2).
       01 WS-FIM-ARQ             PIC X VALUE "N".
       01 WS-FIM-SORT            PIC X VALUE "N".

      * Matricula a imprimir; em branco imprime a ficha de todos.
       01 WS-MATRICULA-TXT       PIC X(5).
       01 WS-MATRICULA-FILTRO    PIC 9(5) VALUE 0.
       01 WS-DATA-HOJE           PIC 9(8).

       01 QTD-FUNCIONARIOS       PIC 9(3) VALUE 0.
       01 TABELA-FUNCIONARIOS.
           05 TFU-ITEM OCCURS 500 TIMES INDEXED BY IDX-FUN.
               10 TFU-MATRICULA  PIC 9(5).
               10 TFU-NOME       PIC X(41).
               10 TFU-ADMISSAO   PIC X(8).
               10 TFU-DEPARTAMENTO PIC X(4).
               10 TFU-CARGO      PIC X(4).
               10 TFU-SITUACAO   PIC X(9).

       01 WS-POSICAO-FUN         PIC 9(3) VALUE 0.

       01 QUEBRAS-RELATORIO.
           05 WS-MATRICULA-ATUAL PIC 9(5).
           05 WS-PRIMEIRA-LINHA  PIC X(1) VALUE "S".

       01 TOTAIS-FICHA.
           05 WS-TOTAL-FUNCIONARIOS PIC 9(5) VALUE 0.
           05 WS-TOTAL-EVENTOS   PIC 9(7) VALUE 0.
       01 WS-TOTAL-ED            PIC Z,ZZZ,ZZ9.

       01 LINHA-DETALHE.
           05 FILLER             PIC X(4) VALUE SPACES.
           05 LD-DATA            PIC X(10).
           05 FILLER             PIC X(2) VALUE SPACES.
           05 LD-TIPO            PIC X(14).
           05 FILLER             PIC X(1) VALUE SPACES.
           05 LD-ANTERIOR        PIC X(20).
           05 FILLER             PIC X(1) VALUE SPACES.
           05 LD-NOVO            PIC X(20).
           05 FILLER             PIC X(1) VALUE SPACES.
           05 LD-DESCRICAO       PIC X(30).
           05 FILLER             PIC X(1) VALUE SPACES.
           05 LD-OPERADOR        PIC X(8).
           05 FILLER             PIC X(20) VALUE SPACES.

       PROCEDURE DIVISION.
       INICIO.
           PERFORM DEFINIR-ARQUIVOS.
           DISPLAY "============================================".
           DISPLAY " Ficha Funcional".
           DISPLAY "============================================".
           MOVE "FichaFuncional" TO WS-JOBLOG-PROGRAMA.
           MOVE "INICIO" TO WS-JOBLOG-EVENTO.
           PERFORM GRAVAR-JOBLOG.

           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
           PERFORM CARREGAR-FUNCIONARIOS.

           OPEN INPUT ARQ-FICHA.
           IF WS-STATUS-FICHA NOT = "00"
               DISPLAY "Erro ao abrir " WS-ARQ-FICHA
                  " Status: " WS-STATUS-FICHA
               MOVE "FichaFuncional" TO WS-ERRLOG-PROGRAMA
               MOVE "INICIO" TO WS-ERRLOG-PARAGRAFO
               MOVE WS-ARQ-FICHA TO WS-ERRLOG-ARQUIVO
               MOVE WS-STATUS-FICHA TO WS-ERRLOG-STATUS
               PERFORM GRAVAR-ERRORLOG
               MOVE 8 TO RETURN-CODE
               MOVE 0 TO WS-JOBLOG-QTD-REGISTROS
               MOVE "FIM" TO WS-JOBLOG-EVENTO
               PERFORM GRAVAR-JOBLOG
               GOBACK
           END-IF.

           OPEN OUTPUT RELATORIO.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "Ficha Funcional - " DELIMITED BY SIZE
               WS-DATA-HOJE DELIMITED BY SIZE
               INTO LINHA-RELATORIO
           END-STRING.
           WRITE LINHA-RELATORIO.

           SORT ARQ-SORT
               ON ASCENDING KEY SORT-MATRICULA SORT-DATA
                   SORT-DATA-REGISTRO
               WITH DUPLICATES IN ORDER
               INPUT PROCEDURE IS SELECIONAR-EVENTOS
               OUTPUT PROCEDURE IS IMPRIMIR-FICHAS.
           CLOSE ARQ-FICHA.

           PERFORM ESCREVER-TOTAL.
           CLOSE RELATORIO.

           DISPLAY "Relatorio gravado em " WS-ARQ-RELATORIO.
           MOVE WS-TOTAL-FUNCIONARIOS TO WS-TOTAL-ED.
           DISPLAY "Funcionarios: " WS-TOTAL-ED.
           MOVE WS-TOTAL-EVENTOS TO WS-TOTAL-ED.
           DISPLAY "Eventos.....: " WS-TOTAL-ED.

           MOVE WS-TOTAL-EVENTOS TO WS-JOBLOG-QTD-REGISTROS.
           MOVE "FIM" TO WS-JOBLOG-EVENTO.
           PERFORM GRAVAR-JOBLOG.
           GOBACK.

       DEFINIR-ARQUIVOS.
           ACCEPT WS-ARQ-FUNCIONARIOS FROM ENVIRONMENT
                   "FUNCIONARIOS_DATA"
               ON EXCEPTION
                   MOVE "FUNCIONARIOS.DATA" TO WS-ARQ-FUNCIONARIOS
           END-ACCEPT.
           ACCEPT WS-ARQ-FICHA FROM ENVIRONMENT
                   "FICHA_FUNCIONAL_DATA"
               ON EXCEPTION
                   MOVE "FICHA-FUNCIONAL.DATA" TO WS-ARQ-FICHA
           END-ACCEPT.
           ACCEPT WS-ARQ-RELATORIO FROM ENVIRONMENT
                   "FICHA_FUNCIONAL_LST"
               ON EXCEPTION
                   MOVE "FICHA-FUNCIONAL.LST" TO WS-ARQ-RELATORIO
           END-ACCEPT.
           ACCEPT WS-MATRICULA-TXT FROM ENVIRONMENT
                   "FICHA_MATRICULA"
               ON EXCEPTION
                   MOVE SPACES TO WS-MATRICULA-TXT
           END-ACCEPT.
           IF WS-MATRICULA-TXT IS NUMERIC
               MOVE WS-MATRICULA-TXT TO WS-MATRICULA-FILTRO
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
           ELSE
               DISPLAY "Aviso: " WS-ARQ-FUNCIONARIOS
                  " nao lido. Status: " WS-STATUS-FUNCIONARIOS
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
           MOVE DATA-ADMISSAO TO TFU-ADMISSAO(IDX-FUN).
           MOVE CODIGO-DEPARTAMENTO TO TFU-DEPARTAMENTO(IDX-FUN).
           MOVE CODIGO-CARGO TO TFU-CARGO(IDX-FUN).
           IF FUNCIONARIO-DESLIGADO
               MOVE "DESLIGADO" TO TFU-SITUACAO(IDX-FUN)
           ELSE
               MOVE "ATIVO" TO TFU-SITUACAO(IDX-FUN)
           END-IF.

       SELECIONAR-EVENTOS.
           MOVE "N" TO WS-FIM-ARQ.
           PERFORM UNTIL WS-FIM-ARQ = "S"
               READ ARQ-FICHA
                   AT END
                       MOVE "S" TO WS-FIM-ARQ
                   NOT AT END
                       IF FIC-MATRICULA IS NUMERIC
                           IF WS-MATRICULA-FILTRO = 0
                                   OR FIC-MATRICULA
                                       = WS-MATRICULA-FILTRO
                               PERFORM LIBERAR-EVENTO
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       LIBERAR-EVENTO.
           MOVE FIC-MATRICULA TO SORT-MATRICULA.
           MOVE FIC-DATA-EVENTO TO SORT-DATA.
           MOVE FIC-TIPO-EVENTO TO SORT-TIPO.
           MOVE FIC-VALOR-ANTERIOR TO SORT-ANTERIOR.
           MOVE FIC-VALOR-NOVO TO SORT-NOVO.
           MOVE FIC-DESCRICAO TO SORT-DESCRICAO.
           MOVE FIC-OPERADOR TO SORT-OPERADOR.
           MOVE FIC-PROGRAMA TO SORT-PROGRAMA.
           MOVE FIC-DATA-REGISTRO TO SORT-DATA-REGISTRO.
           RELEASE REG-SORT.

       IMPRIMIR-FICHAS.
           MOVE "N" TO WS-FIM-SORT.
           PERFORM UNTIL WS-FIM-SORT = "S"
               RETURN ARQ-SORT
                   AT END
                       MOVE "S" TO WS-FIM-SORT
                   NOT AT END
                       PERFORM IMPRIMIR-EVENTO
               END-RETURN
           END-PERFORM.
           IF WS-PRIMEIRA-LINHA = "S"
               MOVE SPACES TO LINHA-RELATORIO
               WRITE LINHA-RELATORIO
               MOVE "Nenhum evento na ficha funcional."
                   TO LINHA-RELATORIO
               WRITE LINHA-RELATORIO
           END-IF.

       IMPRIMIR-EVENTO.
           IF WS-PRIMEIRA-LINHA = "S"
                   OR SORT-MATRICULA NOT = WS-MATRICULA-ATUAL
               MOVE SORT-MATRICULA TO WS-MATRICULA-ATUAL
               MOVE "N" TO WS-PRIMEIRA-LINHA
               ADD 1 TO WS-TOTAL-FUNCIONARIOS
               PERFORM ESCREVER-CABECALHO-FICHA
           END-IF.

           MOVE SPACES TO LD-DATA.
           STRING SORT-DATA(7:2) DELIMITED BY SIZE
               "/" DELIMITED BY SIZE
               SORT-DATA(5:2) DELIMITED BY SIZE
               "/" DELIMITED BY SIZE
               SORT-DATA(1:4) DELIMITED BY SIZE
               INTO LD-DATA
           END-STRING.
           MOVE SORT-TIPO TO LD-TIPO.
           MOVE SORT-ANTERIOR TO LD-ANTERIOR.
           MOVE SORT-NOVO TO LD-NOVO.
           MOVE SORT-DESCRICAO TO LD-DESCRICAO.
           MOVE SORT-OPERADOR TO LD-OPERADOR.
           MOVE LINHA-DETALHE TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           ADD 1 TO WS-TOTAL-EVENTOS.

      * Dados cadastrais atuais do funcionario e titulos das
      * colunas da ficha.
       ESCREVER-CABECALHO-FICHA.
           MOVE 0 TO WS-POSICAO-FUN.
           PERFORM VARYING IDX-FUN FROM 1 BY 1
                   UNTIL IDX-FUN > QTD-FUNCIONARIOS
               IF TFU-MATRICULA(IDX-FUN) = SORT-MATRICULA
                   SET WS-POSICAO-FUN TO IDX-FUN
               END-IF
           END-PERFORM.
           MOVE SPACES TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE SPACES TO LINHA-RELATORIO.
           IF WS-POSICAO-FUN = 0
               STRING "Matricula: " DELIMITED BY SIZE
                   SORT-MATRICULA DELIMITED BY SIZE
                   "  (nao consta do cadastro)" DELIMITED BY SIZE
                   INTO LINHA-RELATORIO
               END-STRING
               WRITE LINHA-RELATORIO
           ELSE
               SET IDX-FUN TO WS-POSICAO-FUN
               STRING "Matricula: " DELIMITED BY SIZE
                   SORT-MATRICULA DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   TFU-NOME(IDX-FUN) DELIMITED BY SIZE
                   INTO LINHA-RELATORIO
               END-STRING
               WRITE LINHA-RELATORIO
               MOVE SPACES TO LINHA-RELATORIO
               STRING "  Admissao: " DELIMITED BY SIZE
                   TFU-ADMISSAO(IDX-FUN)(7:2) DELIMITED BY SIZE
                   "/" DELIMITED BY SIZE
                   TFU-ADMISSAO(IDX-FUN)(5:2) DELIMITED BY SIZE
                   "/" DELIMITED BY SIZE
                   TFU-ADMISSAO(IDX-FUN)(1:4) DELIMITED BY SIZE
                   "  Depto: " DELIMITED BY SIZE
                   TFU-DEPARTAMENTO(IDX-FUN) DELIMITED BY SIZE
                   "  Cargo: " DELIMITED BY SIZE
                   TFU-CARGO(IDX-FUN) DELIMITED BY SIZE
                   "  Situacao: " DELIMITED BY SIZE
                   TFU-SITUACAO(IDX-FUN) DELIMITED BY SIZE
                   INTO LINHA-RELATORIO
               END-STRING
               WRITE LINHA-RELATORIO
           END-IF.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "    Data        Evento         " DELIMITED BY SIZE
               "Anterior             Novo                 "
                   DELIMITED BY SIZE
               "Descricao                      Operador"
                   DELIMITED BY SIZE
               INTO LINHA-RELATORIO
           END-STRING.
           WRITE LINHA-RELATORIO.

       ESCREVER-TOTAL.
           MOVE SPACES TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE WS-TOTAL-FUNCIONARIOS TO WS-TOTAL-ED.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "Funcionarios listados: " DELIMITED BY SIZE
               WS-TOTAL-ED DELIMITED BY SIZE
               INTO LINHA-RELATORIO
           END-STRING.
           WRITE LINHA-RELATORIO.
           MOVE WS-TOTAL-EVENTOS TO WS-TOTAL-ED.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "Eventos listados.....: " DELIMITED BY SIZE
               WS-TOTAL-ED DELIMITED BY SIZE
               INTO LINHA-RELATORIO
           END-STRING.
           WRITE LINHA-RELATORIO.

       COPY JOBLOGPD.

       COPY ERRLOGPD.

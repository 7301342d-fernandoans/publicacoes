       IDENTIFICATION DIVISION.
           PROGRAM-ID. AdiantamentoElegiveis.
           AUTHOR. Fernando Anselmo.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FUNCIONARIOS ASSIGN TO WS-ARQ-FUNCIONARIOS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-FUNCIONARIOS.

           SELECT ARQ-ELEGIVEIS ASSIGN TO WS-ARQ-ELEGIVEIS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-ELEGIVEIS.

           COPY ERRLOGSL.

           COPY JOBLOGSL.

       DATA DIVISION.
       FILE SECTION.
       FD FUNCIONARIOS.
       01 DETALHEFUNCIONARIO.
           COPY FUNCIONARIO.

       FD ARQ-ELEGIVEIS.
       01 REGISTRO-ELEGIVEL.
           COPY ADIANTEL.

       COPY ERRLOGFD.

       COPY JOBLOGFD.

       WORKING-STORAGE SECTION.
       COPY ERRLOGWS.

       COPY JOBLOGWS.

       01 WS-ARQ-FUNCIONARIOS    PIC X(40)
           VALUE "FUNCIONARIOS.DATA".
       01 WS-ARQ-ELEGIVEIS       PIC X(40)
           VALUE "ADIANTAMENTO-ELEGIVEIS.DATA".
       01 WS-ARQUIVOS-DEFINIDOS  PIC X VALUE "N".

       01 WS-OPCAO               PIC 9.
       01 WS-STATUS-FUNCIONARIOS PIC X(2).
       01 WS-STATUS-ELEGIVEIS    PIC X(2).
       01 WS-FIM-ARQ             PIC X VALUE "N".
       01 WS-ENCONTRADO          PIC X VALUE "N".
       01 WS-REGISTRO-EXISTE     PIC X VALUE "N".
       01 WS-FUNCIONARIO-ATIVO   PIC X VALUE "N".
       01 WS-TOTAL-OPERACOES     PIC 9(5) VALUE ZEROS.

       01 WS-MATRICULA-TXT       PIC X(5).
       01 WS-MATRICULA-NUM       PIC 9(5).
       01 WS-ELEGIVEL            PIC X(1).
       01 WS-ELEGIVEL-ANTERIOR   PIC X(1).
       01 WS-DATA-ANTERIOR       PIC 9(8).

       PROCEDURE DIVISION.
       INICIO.
           IF WS-ARQUIVOS-DEFINIDOS = "N"
               PERFORM DEFINIR-ARQUIVOS
               MOVE "S" TO WS-ARQUIVOS-DEFINIDOS
               MOVE "AdiantamentoElegiveis" TO WS-JOBLOG-PROGRAMA
               MOVE "INICIO" TO WS-JOBLOG-EVENTO
               PERFORM GRAVAR-JOBLOG
           END-IF.
           DISPLAY "--------------------------------".
           DISPLAY "Elegibilidade ao Adiantamento".
           DISPLAY "--------------------------------".
           DISPLAY " 1 - Consultar Matrícula".
           DISPLAY " 2 - Definir Elegibilidade".
           DISPLAY " 3 - Listar Elegíveis".
           DISPLAY " 4 - Sair".
           DISPLAY "--------------------------------".
           DISPLAY "Escolha uma opção: ".
           ACCEPT WS-OPCAO.

           EVALUATE WS-OPCAO
               WHEN 1
                   PERFORM CONSULTAR
               WHEN 2
                   PERFORM DEFINIR
               WHEN 3
                   PERFORM LISTAR
               WHEN 4
                   MOVE WS-TOTAL-OPERACOES TO WS-JOBLOG-QTD-REGISTROS
                   MOVE "FIM" TO WS-JOBLOG-EVENTO
                   PERFORM GRAVAR-JOBLOG
                   GOBACK
               WHEN OTHER
                   DISPLAY "Opção inválida!"
                   PERFORM INICIO
           END-EVALUATE.

       DEFINIR-ARQUIVOS.
           ACCEPT WS-ARQ-FUNCIONARIOS FROM ENVIRONMENT
                   "FUNCIONARIOS_DATA"
               ON EXCEPTION
                   MOVE "FUNCIONARIOS.DATA" TO WS-ARQ-FUNCIONARIOS
           END-ACCEPT.
           ACCEPT WS-ARQ-ELEGIVEIS FROM ENVIRONMENT
                   "ADIANTAMENTO_ELEGIVEIS_DATA"
               ON EXCEPTION
                   MOVE "ADIANTAMENTO-ELEGIVEIS.DATA"
                       TO WS-ARQ-ELEGIVEIS
           END-ACCEPT.

       CONSULTAR.
           DISPLAY "--------------------------------".
           DISPLAY "Consultar Elegibilidade".
           DISPLAY "--------------------------------".
           DISPLAY "Matrícula: ".
           ACCEPT WS-MATRICULA-TXT.
           IF WS-MATRICULA-TXT NOT NUMERIC
               DISPLAY "Matrícula inválida!"
           ELSE
               MOVE WS-MATRICULA-TXT TO WS-MATRICULA-NUM
               PERFORM PROCURAR-ELEGIVEL
               IF WS-REGISTRO-EXISTE = "N"
                   DISPLAY "Matrícula sem registro: nao elegivel."
               ELSE
                   DISPLAY "Elegivel: " WS-ELEGIVEL-ANTERIOR
                      "  Atualizado em: " WS-DATA-ANTERIOR
               END-IF
           END-IF.
           PERFORM INICIO.

       DEFINIR.
           DISPLAY "--------------------------------".
           DISPLAY "Definir Elegibilidade".
           DISPLAY "--------------------------------".
           DISPLAY "Matrícula do funcionário (5 dígitos): ".
           ACCEPT WS-MATRICULA-TXT.

           PERFORM PROCURAR-MATRICULA.
           IF WS-ENCONTRADO = "N"
               DISPLAY "Erro: matrícula " WS-MATRICULA-TXT
                  " não cadastrada!"
           ELSE
           IF WS-FUNCIONARIO-ATIVO = "N"
               DISPLAY "Erro: funcionário desligado."
           ELSE
               DISPLAY "Recebe adiantamento quinzenal? (S/N): "
               ACCEPT WS-ELEGIVEL
               IF WS-ELEGIVEL = "s"
                   MOVE "S" TO WS-ELEGIVEL
               END-IF
               IF WS-ELEGIVEL = "n"
                   MOVE "N" TO WS-ELEGIVEL
               END-IF
               IF WS-ELEGIVEL NOT = "S" AND WS-ELEGIVEL NOT = "N"
                   DISPLAY "Resposta inválida!"
               ELSE
                   PERFORM PROCURAR-ELEGIVEL
                   IF WS-REGISTRO-EXISTE = "S"
                       PERFORM LOCALIZAR-E-ALTERAR
                   ELSE
                       PERFORM GRAVAR-ELEGIVEL-NOVO
                   END-IF
               END-IF
           END-IF
           END-IF.
           PERFORM INICIO.

       PROCURAR-MATRICULA.
           MOVE "N" TO WS-ENCONTRADO.
           MOVE "N" TO WS-FUNCIONARIO-ATIVO.
           MOVE "N" TO WS-FIM-ARQ.
           IF WS-MATRICULA-TXT IS NUMERIC
               MOVE WS-MATRICULA-TXT TO WS-MATRICULA-NUM
               OPEN INPUT FUNCIONARIOS
               IF WS-STATUS-FUNCIONARIOS = "00"
                   PERFORM UNTIL WS-FIM-ARQ = "S"
                       READ FUNCIONARIOS
                           AT END
                               MOVE "S" TO WS-FIM-ARQ
                           NOT AT END
                               PERFORM CONFERIR-MATRICULA
                       END-READ
                   END-PERFORM
                   CLOSE FUNCIONARIOS
               END-IF
           END-IF.

       CONFERIR-MATRICULA.
           IF DETALHEFUNCIONARIO(1:3) NOT = "HDR"
                   AND DETALHEFUNCIONARIO(1:3) NOT = "TRL"
                   AND MATRICULA-FUNCIONARIO IS NUMERIC
               IF MATRICULA-FUNCIONARIO = WS-MATRICULA-NUM
                   MOVE "S" TO WS-ENCONTRADO
                   MOVE "S" TO WS-FIM-ARQ
                   IF NOT FUNCIONARIO-DESLIGADO
                       MOVE "S" TO WS-FUNCIONARIO-ATIVO
                   END-IF
               END-IF
           END-IF.

       PROCURAR-ELEGIVEL.
           MOVE "N" TO WS-REGISTRO-EXISTE.
           MOVE "N" TO WS-FIM-ARQ.
           OPEN INPUT ARQ-ELEGIVEIS.
           IF WS-STATUS-ELEGIVEIS = "00"
               PERFORM UNTIL WS-FIM-ARQ = "S"
                   READ ARQ-ELEGIVEIS
                       AT END
                           MOVE "S" TO WS-FIM-ARQ
                       NOT AT END
                           IF ADE-MATRICULA = WS-MATRICULA-NUM
                               MOVE "S" TO WS-REGISTRO-EXISTE
                               MOVE "S" TO WS-FIM-ARQ
                               MOVE ADE-ELEGIVEL
                                   TO WS-ELEGIVEL-ANTERIOR
                               MOVE ADE-DATA-ATUALIZACAO
                                   TO WS-DATA-ANTERIOR
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQ-ELEGIVEIS
           END-IF.

       GRAVAR-ELEGIVEL-NOVO.
           OPEN EXTEND ARQ-ELEGIVEIS.
           IF WS-STATUS-ELEGIVEIS = "35"
               OPEN OUTPUT ARQ-ELEGIVEIS
           END-IF.
           IF WS-STATUS-ELEGIVEIS NOT = "00"
               DISPLAY "Erro ao abrir arquivo! Status: "
                  WS-STATUS-ELEGIVEIS
               MOVE "AdiantamentoElegiveis" TO WS-ERRLOG-PROGRAMA
               MOVE "GRAVAR-ELEGIVEL-NOVO" TO WS-ERRLOG-PARAGRAFO
               MOVE WS-ARQ-ELEGIVEIS TO WS-ERRLOG-ARQUIVO
               MOVE WS-STATUS-ELEGIVEIS TO WS-ERRLOG-STATUS
               PERFORM GRAVAR-ERRORLOG
           ELSE
               MOVE WS-MATRICULA-NUM TO ADE-MATRICULA
               MOVE WS-ELEGIVEL TO ADE-ELEGIVEL
               ACCEPT ADE-DATA-ATUALIZACAO FROM DATE YYYYMMDD
               WRITE REGISTRO-ELEGIVEL
               CLOSE ARQ-ELEGIVEIS
               DISPLAY "Elegibilidade gravada com sucesso!"
               ADD 1 TO WS-TOTAL-OPERACOES
           END-IF.

       LOCALIZAR-E-ALTERAR.
           MOVE "N" TO WS-FIM-ARQ.
           OPEN I-O ARQ-ELEGIVEIS.
           IF WS-STATUS-ELEGIVEIS NOT = "00"
               DISPLAY "Erro ao abrir arquivo! Status: "
                  WS-STATUS-ELEGIVEIS
               MOVE "AdiantamentoElegiveis" TO WS-ERRLOG-PROGRAMA
               MOVE "LOCALIZAR-E-ALTERAR" TO WS-ERRLOG-PARAGRAFO
               MOVE WS-ARQ-ELEGIVEIS TO WS-ERRLOG-ARQUIVO
               MOVE WS-STATUS-ELEGIVEIS TO WS-ERRLOG-STATUS
               PERFORM GRAVAR-ERRORLOG
           ELSE
               PERFORM UNTIL WS-FIM-ARQ = "S"
                   READ ARQ-ELEGIVEIS
                       AT END
                           MOVE "S" TO WS-FIM-ARQ
                       NOT AT END
                           IF ADE-MATRICULA = WS-MATRICULA-NUM
                               MOVE "S" TO WS-FIM-ARQ
                               MOVE WS-ELEGIVEL TO ADE-ELEGIVEL
                               ACCEPT ADE-DATA-ATUALIZACAO
                                   FROM DATE YYYYMMDD
                               REWRITE REGISTRO-ELEGIVEL
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQ-ELEGIVEIS
               DISPLAY "Elegibilidade alterada de "
                  WS-ELEGIVEL-ANTERIOR " para " WS-ELEGIVEL "."
               ADD 1 TO WS-TOTAL-OPERACOES
           END-IF.

       LISTAR.
           DISPLAY "--------------------------------".
           DISPLAY "Matrículas Elegíveis".
           DISPLAY "--------------------------------".
           MOVE "N" TO WS-FIM-ARQ.
           OPEN INPUT ARQ-ELEGIVEIS.
           IF WS-STATUS-ELEGIVEIS NOT = "00"
               DISPLAY "Nenhuma matrícula cadastrada."
           ELSE
               PERFORM UNTIL WS-FIM-ARQ = "S"
                   READ ARQ-ELEGIVEIS
                       AT END
                           MOVE "S" TO WS-FIM-ARQ
                       NOT AT END
                           IF ADIANTAMENTO-ELEGIVEL
                               DISPLAY "Matricula: " ADE-MATRICULA
                                  "  Desde: " ADE-DATA-ATUALIZACAO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQ-ELEGIVEIS
           END-IF.
           PERFORM INICIO.

       COPY JOBLOGPD.

       COPY ERRLOGPD.

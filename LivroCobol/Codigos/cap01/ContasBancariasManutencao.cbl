       IDENTIFICATION DIVISION.
           PROGRAM-ID. ContasBancariasManutencao.
           AUTHOR. Fernando Anselmo.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FUNCIONARIOS ASSIGN TO WS-ARQ-FUNCIONARIOS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-FUNCIONARIOS.

           SELECT ARQ-CONTAS ASSIGN TO WS-ARQ-CONTAS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-CONTAS.

           SELECT ARQ-HISTORICO ASSIGN TO WS-ARQ-HISTORICO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-HISTORICO.

           SELECT ARQ-TRABALHO ASSIGN TO WS-ARQ-TRABALHO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-TRABALHO.

           COPY ERRLOGSL.

           COPY JOBLOGSL.

       DATA DIVISION.
       FILE SECTION.
       FD FUNCIONARIOS.
       01 DETALHEFUNCIONARIO.
           COPY FUNCIONARIO.

       FD ARQ-CONTAS.
       01 REGISTRO-CONTA.
           COPY CONTABAN.

       FD ARQ-HISTORICO.
       01 REGISTRO-HISTORICO-CONTA.
           COPY CONTAHIS.

       FD ARQ-TRABALHO.
       01 REGISTRO-TRABALHO      PIC X(33).

       COPY ERRLOGFD.

       COPY JOBLOGFD.

       WORKING-STORAGE SECTION.
       COPY ERRLOGWS.

       COPY JOBLOGWS.

       01 WS-ARQ-FUNCIONARIOS    PIC X(40)
           VALUE "FUNCIONARIOS.DATA".
       01 WS-ARQ-CONTAS          PIC X(40)
           VALUE "CONTAS-BANCARIAS.DATA".
       01 WS-ARQ-HISTORICO       PIC X(40)
           VALUE "CONTAS-HISTORICO.DATA".
       01 WS-ARQ-TRABALHO        PIC X(40)
           VALUE "CONTAS-BANCARIAS.TRAB".
       01 WS-ARQUIVOS-DEFINIDOS  PIC X VALUE "N".

       01 WS-OPCAO               PIC 9.
       01 WS-STATUS-FUNCIONARIOS PIC X(2).
       01 WS-STATUS-CONTAS       PIC X(2).
       01 WS-STATUS-HISTORICO    PIC X(2).
       01 WS-STATUS-TRABALHO     PIC X(2).
       01 WS-FIM-ARQ             PIC X VALUE "N".
       01 WS-FIM-TRABALHO        PIC X VALUE "N".
       01 WS-GRAVACAO-OK         PIC X VALUE "S".
       01 WS-ENCONTRADO          PIC X VALUE "N".
       01 WS-CONTA-EXISTE        PIC X VALUE "N".
       01 WS-FUNCIONARIO-ATIVO   PIC X VALUE "N".
       01 WS-TOTAL-OPERACOES     PIC 9(5) VALUE ZEROS.

       01 WS-MATRICULA-TXT       PIC X(5).
       01 WS-MATRICULA-NUM       PIC 9(5).
       01 WS-BANCO               PIC X(3).
       01 WS-AGENCIA             PIC X(5).
       01 WS-CONTA               PIC X(12).
       01 WS-CONFIRMA            PIC X(1).
       01 WS-OPERACAO-HISTORICO  PIC X(1).

       01 CONTA-ANTERIOR.
           05 WS-BANCO-ANTERIOR   PIC X(3).
           05 WS-AGENCIA-ANTERIOR PIC X(5).
           05 WS-CONTA-ANTERIOR   PIC X(12).

       01 WS-REGISTRO-VALIDO     PIC X VALUE "S".
       01 WS-MOTIVO-ERRO         PIC X(40) VALUE SPACES.

       PROCEDURE DIVISION.
       INICIO.
           IF WS-ARQUIVOS-DEFINIDOS = "N"
               PERFORM DEFINIR-ARQUIVOS
               MOVE "S" TO WS-ARQUIVOS-DEFINIDOS
               MOVE "ContasBancariasManutencao" TO WS-JOBLOG-PROGRAMA
               MOVE "INICIO" TO WS-JOBLOG-EVENTO
               PERFORM GRAVAR-JOBLOG
           END-IF.
           DISPLAY "--------------------------------".
           DISPLAY "Manutenção de Contas Bancárias".
           DISPLAY "--------------------------------".
           DISPLAY " 1 - Incluir Conta".
           DISPLAY " 2 - Mostrar Conta e Histórico".
           DISPLAY " 3 - Alterar Conta".
           DISPLAY " 4 - Sair".
           DISPLAY "--------------------------------".
           DISPLAY "Escolha uma opção: ".
           ACCEPT WS-OPCAO.

           EVALUATE WS-OPCAO
               WHEN 1
                   PERFORM INCLUIR
               WHEN 2
                   PERFORM MOSTRAR
               WHEN 3
                   PERFORM ALTERAR
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
           ACCEPT WS-ARQ-CONTAS FROM ENVIRONMENT
                   "CONTAS_BANCARIAS_DATA"
               ON EXCEPTION
                   MOVE "CONTAS-BANCARIAS.DATA" TO WS-ARQ-CONTAS
           END-ACCEPT.
           ACCEPT WS-ARQ-HISTORICO FROM ENVIRONMENT
                   "CONTAS_HISTORICO_DATA"
               ON EXCEPTION
                   MOVE "CONTAS-HISTORICO.DATA" TO WS-ARQ-HISTORICO
           END-ACCEPT.
           ACCEPT WS-ARQ-TRABALHO FROM ENVIRONMENT
                   "CONTAS_BANCARIAS_TRAB"
               ON EXCEPTION
                   MOVE "CONTAS-BANCARIAS.TRAB" TO WS-ARQ-TRABALHO
           END-ACCEPT.

       INCLUIR.
           DISPLAY "--------------------------------".
           DISPLAY "Incluir Conta Bancária".
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
               PERFORM PROCURAR-CONTA
               IF WS-CONTA-EXISTE = "S"
                   DISPLAY "Matrícula já possui conta; use a opção"
                      " Alterar."
               ELSE
                   PERFORM SOLICITAR-DADOS
                   PERFORM VALIDAR-CONTA
                   IF WS-REGISTRO-VALIDO = "N"
                       DISPLAY "Registro rejeitado: " WS-MOTIVO-ERRO
                   ELSE
                       PERFORM GRAVAR-CONTA-NOVA
                   END-IF
               END-IF
           END-IF
           END-IF.
           PERFORM INICIO.

       SOLICITAR-DADOS.
           DISPLAY "Banco (3 dígitos): ".
           ACCEPT WS-BANCO.
           DISPLAY "Agência: ".
           ACCEPT WS-AGENCIA.
           DISPLAY "Conta: ".
           ACCEPT WS-CONTA.

       VALIDAR-CONTA.
           MOVE "S" TO WS-REGISTRO-VALIDO.
           MOVE SPACES TO WS-MOTIVO-ERRO.

           IF WS-BANCO NOT NUMERIC
               MOVE "N" TO WS-REGISTRO-VALIDO
               MOVE "Banco invalido" TO WS-MOTIVO-ERRO
           END-IF.

           IF WS-REGISTRO-VALIDO = "S"
                   AND WS-AGENCIA = SPACES
               MOVE "N" TO WS-REGISTRO-VALIDO
               MOVE "Agencia em branco" TO WS-MOTIVO-ERRO
           END-IF.

           IF WS-REGISTRO-VALIDO = "S"
                   AND WS-CONTA = SPACES
               MOVE "N" TO WS-REGISTRO-VALIDO
               MOVE "Conta em branco" TO WS-MOTIVO-ERRO
           END-IF.

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

       PROCURAR-CONTA.
           MOVE "N" TO WS-CONTA-EXISTE.
           MOVE "N" TO WS-FIM-ARQ.
           OPEN INPUT ARQ-CONTAS.
           IF WS-STATUS-CONTAS = "00"
               PERFORM UNTIL WS-FIM-ARQ = "S"
                   READ ARQ-CONTAS
                       AT END
                           MOVE "S" TO WS-FIM-ARQ
                       NOT AT END
                           IF CBA-MATRICULA = WS-MATRICULA-NUM
                               MOVE "S" TO WS-CONTA-EXISTE
                               MOVE "S" TO WS-FIM-ARQ
                               MOVE CBA-BANCO TO WS-BANCO-ANTERIOR
                               MOVE CBA-AGENCIA
                                   TO WS-AGENCIA-ANTERIOR
                               MOVE CBA-CONTA TO WS-CONTA-ANTERIOR
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQ-CONTAS
           END-IF.

       GRAVAR-CONTA-NOVA.
           OPEN EXTEND ARQ-CONTAS.
           IF WS-STATUS-CONTAS = "35"
               OPEN OUTPUT ARQ-CONTAS
           END-IF.
           IF WS-STATUS-CONTAS NOT = "00"
               DISPLAY "Erro ao abrir arquivo! Status: "
                  WS-STATUS-CONTAS
               MOVE "ContasBancariasManutencao" TO WS-ERRLOG-PROGRAMA
               MOVE "GRAVAR-CONTA-NOVA" TO WS-ERRLOG-PARAGRAFO
               MOVE WS-ARQ-CONTAS TO WS-ERRLOG-ARQUIVO
               MOVE WS-STATUS-CONTAS TO WS-ERRLOG-STATUS
               PERFORM GRAVAR-ERRORLOG
           ELSE
               MOVE WS-MATRICULA-NUM TO CBA-MATRICULA
               MOVE WS-BANCO TO CBA-BANCO
               MOVE WS-AGENCIA TO CBA-AGENCIA
               MOVE WS-CONTA TO CBA-CONTA
               ACCEPT CBA-DATA-ATUALIZACAO FROM DATE YYYYMMDD
               WRITE REGISTRO-CONTA
               CLOSE ARQ-CONTAS
               MOVE SPACES TO CONTA-ANTERIOR
               MOVE "I" TO WS-OPERACAO-HISTORICO
               PERFORM GRAVAR-HISTORICO
               DISPLAY "Conta gravada com sucesso!"
               ADD 1 TO WS-TOTAL-OPERACOES
           END-IF.

       MOSTRAR.
           DISPLAY "--------------------------------".
           DISPLAY "Mostrar Conta Bancária".
           DISPLAY "--------------------------------".
           DISPLAY "Matrícula: ".
           ACCEPT WS-MATRICULA-TXT.
           IF WS-MATRICULA-TXT NOT NUMERIC
               DISPLAY "Matrícula inválida!"
           ELSE
               MOVE WS-MATRICULA-TXT TO WS-MATRICULA-NUM
               PERFORM PROCURAR-CONTA
               IF WS-CONTA-EXISTE = "N"
                   DISPLAY "Matrícula sem conta cadastrada."
               ELSE
                   DISPLAY "Banco: " WS-BANCO-ANTERIOR
                      "  Agência: " WS-AGENCIA-ANTERIOR
                      "  Conta: " WS-CONTA-ANTERIOR
               END-IF
               PERFORM EXIBIR-HISTORICO
           END-IF.
           PERFORM INICIO.

       EXIBIR-HISTORICO.
           MOVE "N" TO WS-FIM-ARQ.
           OPEN INPUT ARQ-HISTORICO.
           IF WS-STATUS-HISTORICO = "00"
               DISPLAY "Histórico de alterações:"
               PERFORM UNTIL WS-FIM-ARQ = "S"
                   READ ARQ-HISTORICO
                       AT END
                           MOVE "S" TO WS-FIM-ARQ
                       NOT AT END
                           IF CBH-MATRICULA = WS-MATRICULA-NUM
                               DISPLAY "  " CBH-DATA " "
                                  CBH-OPERACAO " de "
                                  CBH-BANCO-ANTERIOR "/"
                                  CBH-AGENCIA-ANTERIOR "/"
                                  CBH-CONTA-ANTERIOR " para "
                                  CBH-BANCO-NOVO "/"
                                  CBH-AGENCIA-NOVA "/"
                                  CBH-CONTA-NOVA " por "
                                  CBH-OPERADOR
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQ-HISTORICO
           END-IF.

       ALTERAR.
           DISPLAY "--------------------------------".
           DISPLAY "Alterar Conta Bancária".
           DISPLAY "--------------------------------".
           DISPLAY "Matrícula: ".
           ACCEPT WS-MATRICULA-TXT.
           IF WS-MATRICULA-TXT NOT NUMERIC
               DISPLAY "Matrícula inválida!"
           ELSE
               MOVE WS-MATRICULA-TXT TO WS-MATRICULA-NUM
               PERFORM PROCURAR-CONTA
               IF WS-CONTA-EXISTE = "N"
                   DISPLAY "Matrícula sem conta; use a opção"
                      " Incluir."
               ELSE
                   DISPLAY "Atual - Banco: " WS-BANCO-ANTERIOR
                      "  Agência: " WS-AGENCIA-ANTERIOR
                      "  Conta: " WS-CONTA-ANTERIOR
                   PERFORM SOLICITAR-DADOS
                   PERFORM VALIDAR-CONTA
                   IF WS-REGISTRO-VALIDO = "N"
                       DISPLAY "Registro rejeitado: " WS-MOTIVO-ERRO
                   ELSE
                       DISPLAY "Confirma a alteração? (S/N): "
                       ACCEPT WS-CONFIRMA
                       IF WS-CONFIRMA = "S" OR WS-CONFIRMA = "s"
                           PERFORM LOCALIZAR-E-ALTERAR
                       ELSE
                           DISPLAY "Alteração cancelada."
                       END-IF
                   END-IF
               END-IF
           END-IF.
           PERFORM INICIO.

      * O arquivo e regravado por inteiro atraves do arquivo de
      * trabalho: registros gravados antes da data de atualizacao
      * sao mais curtos que o layout e nao aceitam REWRITE. A
      * alteracao so e registrada e anunciada se a regravacao
      * terminar sem erro.
       LOCALIZAR-E-ALTERAR.
           MOVE "N" TO WS-FIM-ARQ.
           MOVE "S" TO WS-GRAVACAO-OK.
           OPEN INPUT ARQ-CONTAS.
           IF WS-STATUS-CONTAS NOT = "00"
               MOVE "N" TO WS-GRAVACAO-OK
           ELSE
               OPEN OUTPUT ARQ-TRABALHO
               IF WS-STATUS-TRABALHO NOT = "00"
                   MOVE "S" TO WS-FIM-ARQ
                   MOVE "N" TO WS-GRAVACAO-OK
               END-IF
               PERFORM UNTIL WS-FIM-ARQ = "S"
                   READ ARQ-CONTAS
                       AT END
                           MOVE "S" TO WS-FIM-ARQ
                       NOT AT END
                           PERFORM COPIAR-CONTA-TRABALHO
                   END-READ
               END-PERFORM
               CLOSE ARQ-TRABALHO
               CLOSE ARQ-CONTAS
               IF WS-GRAVACAO-OK = "S"
                   PERFORM DEVOLVER-DO-TRABALHO
               END-IF
           END-IF.
           IF WS-GRAVACAO-OK = "N"
               DISPLAY "Erro ao regravar o arquivo! Status: "
                  WS-STATUS-CONTAS " " WS-STATUS-TRABALHO
               MOVE "ContasBancariasManutencao" TO WS-ERRLOG-PROGRAMA
               MOVE "LOCALIZAR-E-ALTERAR" TO WS-ERRLOG-PARAGRAFO
               IF WS-STATUS-CONTAS = "00"
                   MOVE WS-ARQ-TRABALHO TO WS-ERRLOG-ARQUIVO
                   MOVE WS-STATUS-TRABALHO TO WS-ERRLOG-STATUS
               ELSE
                   MOVE WS-ARQ-CONTAS TO WS-ERRLOG-ARQUIVO
                   MOVE WS-STATUS-CONTAS TO WS-ERRLOG-STATUS
               END-IF
               PERFORM GRAVAR-ERRORLOG
               DISPLAY "Conta não alterada."
           ELSE
               MOVE "A" TO WS-OPERACAO-HISTORICO
               PERFORM GRAVAR-HISTORICO
               DISPLAY "Conta alterada com sucesso!"
               ADD 1 TO WS-TOTAL-OPERACOES
           END-IF.

      * Registro antigo, sem data de atualizacao, sai com a data
      * zerada e passa a ter o tamanho do layout atual.
       COPIAR-CONTA-TRABALHO.
           IF CBA-DATA-ATUALIZACAO NOT NUMERIC
               MOVE 0 TO CBA-DATA-ATUALIZACAO
           END-IF.
           IF CBA-MATRICULA = WS-MATRICULA-NUM
               MOVE WS-BANCO TO CBA-BANCO
               MOVE WS-AGENCIA TO CBA-AGENCIA
               MOVE WS-CONTA TO CBA-CONTA
               ACCEPT CBA-DATA-ATUALIZACAO FROM DATE YYYYMMDD
           END-IF.
           MOVE REGISTRO-CONTA TO REGISTRO-TRABALHO.
           WRITE REGISTRO-TRABALHO.
           IF WS-STATUS-TRABALHO NOT = "00"
               MOVE "N" TO WS-GRAVACAO-OK
               MOVE "S" TO WS-FIM-ARQ
           END-IF.

       DEVOLVER-DO-TRABALHO.
           MOVE "N" TO WS-FIM-TRABALHO.
           OPEN INPUT ARQ-TRABALHO.
           OPEN OUTPUT ARQ-CONTAS.
           IF WS-STATUS-CONTAS NOT = "00"
               MOVE "N" TO WS-GRAVACAO-OK
               MOVE "S" TO WS-FIM-TRABALHO
           END-IF.
           PERFORM UNTIL WS-FIM-TRABALHO = "S"
               READ ARQ-TRABALHO
                   AT END
                       MOVE "S" TO WS-FIM-TRABALHO
                   NOT AT END
                       MOVE REGISTRO-TRABALHO TO REGISTRO-CONTA
                       WRITE REGISTRO-CONTA
                       IF WS-STATUS-CONTAS NOT = "00"
                           MOVE "N" TO WS-GRAVACAO-OK
                           MOVE "S" TO WS-FIM-TRABALHO
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ARQ-CONTAS.
           CLOSE ARQ-TRABALHO.

      * Cada inclusao ou alteracao deixa a conta anterior e a nova
      * no historico, com data, hora e operador autenticado.
       GRAVAR-HISTORICO.
           OPEN EXTEND ARQ-HISTORICO.
           IF WS-STATUS-HISTORICO = "35"
               OPEN OUTPUT ARQ-HISTORICO
           END-IF.
           MOVE WS-MATRICULA-NUM TO CBH-MATRICULA.
           MOVE WS-OPERACAO-HISTORICO TO CBH-OPERACAO.
           ACCEPT CBH-DATA FROM DATE YYYYMMDD.
           ACCEPT CBH-HORA FROM TIME.
           MOVE WS-BANCO-ANTERIOR TO CBH-BANCO-ANTERIOR.
           MOVE WS-AGENCIA-ANTERIOR TO CBH-AGENCIA-ANTERIOR.
           MOVE WS-CONTA-ANTERIOR TO CBH-CONTA-ANTERIOR.
           MOVE WS-BANCO TO CBH-BANCO-NOVO.
           MOVE WS-AGENCIA TO CBH-AGENCIA-NOVA.
           MOVE WS-CONTA TO CBH-CONTA-NOVA.
           ACCEPT CBH-OPERADOR FROM ENVIRONMENT "OPERADOR_ATUAL"
               ON EXCEPTION
                   MOVE SPACES TO CBH-OPERADOR
           END-ACCEPT.
           IF CBH-OPERADOR = SPACES
               MOVE "--------" TO CBH-OPERADOR
           END-IF.
           WRITE REGISTRO-HISTORICO-CONTA.
           CLOSE ARQ-HISTORICO.

       COPY JOBLOGPD.

       COPY ERRLOGPD.

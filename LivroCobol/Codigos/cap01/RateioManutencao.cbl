       IDENTIFICATION DIVISION.
           PROGRAM-ID. RateioManutencao.
           AUTHOR. Fernando Anselmo.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FUNCIONARIOS ASSIGN TO WS-ARQ-FUNCIONARIOS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-FUNCIONARIOS.

           SELECT ARQ-DEPARTAMENTOS ASSIGN TO WS-ARQ-DEPARTAMENTOS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DEP-CODIGO
               FILE STATUS IS WS-STATUS-DEPARTAMENTOS.

           COPY RATEIOSL.

           COPY ERRLOGSL.

           COPY JOBLOGSL.

       DATA DIVISION.
       FILE SECTION.
       FD FUNCIONARIOS.
       01 DETALHEFUNCIONARIO.
           COPY FUNCIONARIO.

       FD ARQ-DEPARTAMENTOS.
       01 REG-DEPARTAMENTO.
           COPY DEPARTAMENTO.

       COPY RATEIOFD.

       COPY ERRLOGFD.

       COPY JOBLOGFD.

       WORKING-STORAGE SECTION.
       COPY ERRLOGWS.

       COPY JOBLOGWS.

       COPY RATEIOWS.

       01 WS-ARQ-FUNCIONARIOS    PIC X(40)
           VALUE "FUNCIONARIOS.DATA".
       01 WS-ARQ-DEPARTAMENTOS   PIC X(40) VALUE "departamentos.idx".
       01 WS-ARQUIVOS-DEFINIDOS  PIC X VALUE "N".

       01 WS-OPCAO               PIC 9.
       01 WS-STATUS-FUNCIONARIOS PIC X(2).
       01 WS-STATUS-DEPARTAMENTOS PIC X(2).
       01 WS-FIM-ARQ             PIC X VALUE "N".
       01 WS-TOTAL-OPERACOES     PIC 9(5) VALUE ZEROS.
       01 WS-DATA-HOJE           PIC 9(8).
       01 WS-OPERADOR            PIC X(8).

       01 WS-MATRICULA-TXT       PIC X(5).
       01 WS-MATRICULA-NUM       PIC 9(5).
       01 WS-COMPETENCIA-TXT     PIC X(6).
       01 WS-COMPETENCIA-NUM     PIC 9(6).
       01 COMPETENCIA-DECOMPOSTA REDEFINES WS-COMPETENCIA-NUM.
           05 WS-COMPETENCIA-ANO PIC 9(4).
           05 WS-COMPETENCIA-MES PIC 9(2).
       01 WS-DEPARTAMENTO        PIC X(4).
       01 WS-PERCENTUAL-TXT      PIC X(8).
       01 WS-PERCENTUAL          PIC 9(3)V9(2).
       01 WS-PERCENTUAL-ED       PIC ZZ9.99.
       01 WS-SOMA-PERCENTUAIS    PIC 9(4)V9(2).
       01 WS-SOMA-ED             PIC ZZZ9.99.
       01 WS-FIM-PARTES          PIC X(1).
       01 WS-QTD-CANCELADAS      PIC 9(3).
       01 WS-QTD-LISTADOS        PIC 9(3).

      * Dados do funcionario informado.
       01 WS-ACHOU-FUNCIONARIO   PIC X(1).
       01 WS-FUNCIONARIO-ATIVO   PIC X(1).
       01 WS-DEPTO-CADASTRO      PIC X(4).
       01 WS-NOME-FUNCIONARIO    PIC X(41).

       01 WS-REGISTRO-VALIDO     PIC X VALUE "S".
       01 WS-MOTIVO-ERRO         PIC X(40) VALUE SPACES.

      * Linhas do rateio em digitacao.
       01 QTD-NOVAS-PARTES       PIC 9(2) VALUE 0.
       01 TABELA-NOVAS-PARTES.
           05 TNP-ITEM OCCURS 10 TIMES INDEXED BY IDX-TNP IDX-TNP2.
               10 TNP-DEPARTAMENTO PIC X(4).
               10 TNP-PERCENTUAL PIC 9(3)V9(2).
       01 WS-TEM-PRINCIPAL       PIC X(1).

       PROCEDURE DIVISION.
       INICIO.
           IF WS-ARQUIVOS-DEFINIDOS = "N"
               PERFORM DEFINIR-ARQUIVOS
               MOVE "S" TO WS-ARQUIVOS-DEFINIDOS
               MOVE "RateioManutencao" TO WS-JOBLOG-PROGRAMA
               MOVE "INICIO" TO WS-JOBLOG-EVENTO
               PERFORM GRAVAR-JOBLOG
           END-IF.
           DISPLAY "--------------------------------".
           DISPLAY "Rateio de Custo entre Departamentos".
           DISPLAY "--------------------------------".
           DISPLAY " 1 - Definir Rateio".
           DISPLAY " 2 - Consultar Rateio".
           DISPLAY " 3 - Sair".
           DISPLAY "--------------------------------".
           DISPLAY "Escolha uma opção: ".
           ACCEPT WS-OPCAO.

           EVALUATE WS-OPCAO
               WHEN 1
                   PERFORM DEFINIR-RATEIO
               WHEN 2
                   PERFORM CONSULTAR-RATEIO
               WHEN 3
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
           ACCEPT WS-ARQ-DEPARTAMENTOS FROM ENVIRONMENT
                   "DEPARTAMENTOS_IDX"
               ON EXCEPTION
                   MOVE "departamentos.idx" TO WS-ARQ-DEPARTAMENTOS
           END-ACCEPT.
           ACCEPT WS-ARQ-RATEIO FROM ENVIRONMENT
                   "RATEIO_CUSTOS_DATA"
               ON EXCEPTION
                   MOVE "RATEIO-CUSTOS.DATA" TO WS-ARQ-RATEIO
           END-ACCEPT.

       DEFINIR-RATEIO.
           DISPLAY "--------------------------------".
           DISPLAY "Definir Rateio".
           DISPLAY "--------------------------------".
           DISPLAY "Matrícula do funcionário: ".
           ACCEPT WS-MATRICULA-TXT.
           DISPLAY "Competência de início (AAAAMM): ".
           ACCEPT WS-COMPETENCIA-TXT.
           DISPLAY "Informe os departamentos e percentuais; "
              "departamento em branco encerra.".
           MOVE 0 TO QTD-NOVAS-PARTES.
           MOVE "N" TO WS-FIM-PARTES.
           PERFORM UNTIL WS-FIM-PARTES = "S"
               PERFORM COLETAR-PARTE
           END-PERFORM.
           PERFORM VALIDAR-RATEIO.
           IF WS-REGISTRO-VALIDO = "N"
               DISPLAY "Registro rejeitado: " WS-MOTIVO-ERRO
           ELSE
               PERFORM GRAVAR-RATEIO
           END-IF.
           PERFORM INICIO.

       COLETAR-PARTE.
           DISPLAY "Departamento: ".
           ACCEPT WS-DEPARTAMENTO.
           IF WS-DEPARTAMENTO = SPACES
               MOVE "S" TO WS-FIM-PARTES
           ELSE
               DISPLAY "Percentual (ex.: 33.34): "
               ACCEPT WS-PERCENTUAL-TXT
               IF WS-PERCENTUAL-TXT = SPACES
                   MOVE "0" TO WS-PERCENTUAL-TXT
               END-IF
               COMPUTE WS-PERCENTUAL
                   = FUNCTION NUMVAL(WS-PERCENTUAL-TXT)
               ADD 1 TO QTD-NOVAS-PARTES
               SET IDX-TNP TO QTD-NOVAS-PARTES
               MOVE WS-DEPARTAMENTO TO TNP-DEPARTAMENTO(IDX-TNP)
               MOVE WS-PERCENTUAL TO TNP-PERCENTUAL(IDX-TNP)
               IF QTD-NOVAS-PARTES >= 10
                   DISPLAY "Limite de 10 departamentos atingido."
                   MOVE "S" TO WS-FIM-PARTES
               END-IF
           END-IF.

       VALIDAR-RATEIO.
           MOVE "S" TO WS-REGISTRO-VALIDO.
           MOVE SPACES TO WS-MOTIVO-ERRO.

           IF WS-MATRICULA-TXT IS NOT NUMERIC
               MOVE "N" TO WS-REGISTRO-VALIDO
               MOVE "Matricula invalida" TO WS-MOTIVO-ERRO
           ELSE
               MOVE WS-MATRICULA-TXT TO WS-MATRICULA-NUM
               PERFORM PROCURAR-FUNCIONARIO
               IF WS-ACHOU-FUNCIONARIO = "N"
                   MOVE "N" TO WS-REGISTRO-VALIDO
                   MOVE "Funcionario nao cadastrado"
                       TO WS-MOTIVO-ERRO
               ELSE
                   IF WS-FUNCIONARIO-ATIVO = "N"
                       MOVE "N" TO WS-REGISTRO-VALIDO
                       MOVE "Funcionario desligado" TO WS-MOTIVO-ERRO
                   END-IF
               END-IF
           END-IF.

           IF WS-REGISTRO-VALIDO = "S"
               IF WS-COMPETENCIA-TXT IS NOT NUMERIC
                   MOVE "N" TO WS-REGISTRO-VALIDO
                   MOVE "Competencia invalida" TO WS-MOTIVO-ERRO
               ELSE
                   MOVE WS-COMPETENCIA-TXT TO WS-COMPETENCIA-NUM
                   IF WS-COMPETENCIA-MES < 1
                           OR WS-COMPETENCIA-MES > 12
                           OR WS-COMPETENCIA-ANO < 2000
                       MOVE "N" TO WS-REGISTRO-VALIDO
                       MOVE "Competencia invalida" TO WS-MOTIVO-ERRO
                   END-IF
               END-IF
           END-IF.

           IF WS-REGISTRO-VALIDO = "S" AND QTD-NOVAS-PARTES = 0
               MOVE "N" TO WS-REGISTRO-VALIDO
               MOVE "Nenhum departamento informado"
                   TO WS-MOTIVO-ERRO
           END-IF.

           MOVE 0 TO WS-SOMA-PERCENTUAIS.
           MOVE "N" TO WS-TEM-PRINCIPAL.
           IF WS-REGISTRO-VALIDO = "S"
               PERFORM VARYING IDX-TNP FROM 1 BY 1
                       UNTIL IDX-TNP > QTD-NOVAS-PARTES
                       OR WS-REGISTRO-VALIDO = "N"
                   PERFORM VALIDAR-PARTE
               END-PERFORM
           END-IF.

           IF WS-REGISTRO-VALIDO = "S"
                   AND WS-SOMA-PERCENTUAIS NOT = 100
               MOVE WS-SOMA-PERCENTUAIS TO WS-SOMA-ED
               DISPLAY "Soma dos percentuais: " WS-SOMA-ED
               MOVE "N" TO WS-REGISTRO-VALIDO
               MOVE "Percentuais nao somam 100%" TO WS-MOTIVO-ERRO
           END-IF.

      * O departamento do cadastro e o principal: recebe a sobra
      * de arredondamento e precisa constar do rateio.
           IF WS-REGISTRO-VALIDO = "S" AND WS-TEM-PRINCIPAL = "N"
               DISPLAY "Departamento do cadastro: " WS-DEPTO-CADASTRO
               MOVE "N" TO WS-REGISTRO-VALIDO
               MOVE "Falta o departamento principal"
                   TO WS-MOTIVO-ERRO
           END-IF.

       VALIDAR-PARTE.
           IF TNP-PERCENTUAL(IDX-TNP) = 0
               MOVE "N" TO WS-REGISTRO-VALIDO
               MOVE "Percentual deve ser maior que zero"
                   TO WS-MOTIVO-ERRO
           END-IF.
           IF WS-REGISTRO-VALIDO = "S"
               PERFORM VARYING IDX-TNP2 FROM 1 BY 1
                       UNTIL IDX-TNP2 >= IDX-TNP
                   IF TNP-DEPARTAMENTO(IDX-TNP2)
                           = TNP-DEPARTAMENTO(IDX-TNP)
                       MOVE "N" TO WS-REGISTRO-VALIDO
                       MOVE "Departamento repetido no rateio"
                           TO WS-MOTIVO-ERRO
                   END-IF
               END-PERFORM
           END-IF.
           IF WS-REGISTRO-VALIDO = "S"
               PERFORM CONSULTAR-DEPARTAMENTO
           END-IF.
           ADD TNP-PERCENTUAL(IDX-TNP) TO WS-SOMA-PERCENTUAIS.
           IF TNP-DEPARTAMENTO(IDX-TNP) = WS-DEPTO-CADASTRO
               MOVE "S" TO WS-TEM-PRINCIPAL
           END-IF.

      * O departamento so e conferido quando departamentos.idx
      * existe, como na manutencao de funcionarios.
       CONSULTAR-DEPARTAMENTO.
           OPEN INPUT ARQ-DEPARTAMENTOS.
           IF WS-STATUS-DEPARTAMENTOS = "00"
               MOVE TNP-DEPARTAMENTO(IDX-TNP) TO DEP-CODIGO
               READ ARQ-DEPARTAMENTOS
                   INVALID KEY
                       MOVE "N" TO WS-REGISTRO-VALIDO
                       MOVE "Departamento invalido" TO WS-MOTIVO-ERRO
                   NOT INVALID KEY
                       IF DEP-ATIVO = "N"
                           MOVE "N" TO WS-REGISTRO-VALIDO
                           MOVE "Departamento desativado"
                               TO WS-MOTIVO-ERRO
                       END-IF
               END-READ
               CLOSE ARQ-DEPARTAMENTOS
           END-IF.

       PROCURAR-FUNCIONARIO.
           MOVE "N" TO WS-ACHOU-FUNCIONARIO.
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
                                   AND MATRICULA-FUNCIONARIO
                                       = WS-MATRICULA-NUM
                               PERFORM GUARDAR-FUNCIONARIO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FUNCIONARIOS
           END-IF.

       GUARDAR-FUNCIONARIO.
           MOVE "S" TO WS-ACHOU-FUNCIONARIO.
           MOVE "S" TO WS-FIM-ARQ.
           MOVE CODIGO-DEPARTAMENTO TO WS-DEPTO-CADASTRO.
           MOVE SPACES TO WS-NOME-FUNCIONARIO.
           STRING PRIMEIRO-NOME DELIMITED BY SPACE
               " " DELIMITED BY SIZE
               ULTIMO-NOME DELIMITED BY SPACE
               INTO WS-NOME-FUNCIONARIO
           END-STRING.
           IF FUNCIONARIO-DESLIGADO
               MOVE "N" TO WS-FUNCIONARIO-ATIVO
           ELSE
               MOVE "S" TO WS-FUNCIONARIO-ATIVO
           END-IF.

      * Redefinir o rateio de uma competencia cancela as linhas
      * ja gravadas para ela antes de gravar as novas.
       GRAVAR-RATEIO.
           PERFORM CANCELAR-RATEIO-ANTERIOR.
           OPEN EXTEND ARQ-RATEIO.
           IF WS-STATUS-RATEIO = "35"
               OPEN OUTPUT ARQ-RATEIO
           END-IF.
           IF WS-STATUS-RATEIO NOT = "00"
               DISPLAY "Erro ao abrir arquivo! Status: "
                  WS-STATUS-RATEIO
               MOVE "RateioManutencao" TO WS-ERRLOG-PROGRAMA
               MOVE "GRAVAR-RATEIO" TO WS-ERRLOG-PARAGRAFO
               MOVE WS-ARQ-RATEIO TO WS-ERRLOG-ARQUIVO
               MOVE WS-STATUS-RATEIO TO WS-ERRLOG-STATUS
               PERFORM GRAVAR-ERRORLOG
           ELSE
               PERFORM OBTER-OPERADOR
               ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
               PERFORM VARYING IDX-TNP FROM 1 BY 1
                       UNTIL IDX-TNP > QTD-NOVAS-PARTES
                   MOVE WS-MATRICULA-NUM TO RAT-MATRICULA
                   MOVE WS-COMPETENCIA-NUM TO RAT-COMPETENCIA
                   MOVE TNP-DEPARTAMENTO(IDX-TNP) TO RAT-DEPARTAMENTO
                   MOVE TNP-PERCENTUAL(IDX-TNP) TO RAT-PERCENTUAL
                   SET RATEIO-ATIVO TO TRUE
                   MOVE WS-OPERADOR TO RAT-OPERADOR
                   MOVE WS-DATA-HOJE TO RAT-DATA-ATUALIZACAO
                   WRITE REGISTRO-RATEIO
               END-PERFORM
               CLOSE ARQ-RATEIO
               IF WS-QTD-CANCELADAS > 0
                   DISPLAY "Rateio anterior da competência "
                      "substituído."
               END-IF
               DISPLAY "Rateio gravado com sucesso!"
               ADD 1 TO WS-TOTAL-OPERACOES
           END-IF.

       CANCELAR-RATEIO-ANTERIOR.
           MOVE 0 TO WS-QTD-CANCELADAS.
           MOVE "N" TO WS-FIM-RATEIO.
           OPEN I-O ARQ-RATEIO.
           IF WS-STATUS-RATEIO = "00"
               PERFORM UNTIL WS-FIM-RATEIO = "S"
                   READ ARQ-RATEIO
                       AT END
                           MOVE "S" TO WS-FIM-RATEIO
                       NOT AT END
                           IF RAT-MATRICULA = WS-MATRICULA-NUM
                                   AND RAT-COMPETENCIA
                                       = WS-COMPETENCIA-NUM
                                   AND RATEIO-ATIVO
                               SET RATEIO-CANCELADO TO TRUE
                               REWRITE REGISTRO-RATEIO
                               ADD 1 TO WS-QTD-CANCELADAS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQ-RATEIO
           END-IF.

       CONSULTAR-RATEIO.
           DISPLAY "--------------------------------".
           DISPLAY "Consultar Rateio".
           DISPLAY "--------------------------------".
           DISPLAY "Matrícula do funcionário: ".
           ACCEPT WS-MATRICULA-TXT.
           IF WS-MATRICULA-TXT IS NOT NUMERIC
               DISPLAY "Matrícula inválida."
           ELSE
               MOVE WS-MATRICULA-TXT TO WS-MATRICULA-NUM
               PERFORM PROCURAR-FUNCIONARIO
               IF WS-ACHOU-FUNCIONARIO = "N"
                   DISPLAY "Funcionário não cadastrado."
               ELSE
                   PERFORM EXIBIR-RATEIO
               END-IF
           END-IF.
           PERFORM INICIO.

       EXIBIR-RATEIO.
           DISPLAY "Funcionário: " WS-MATRICULA-NUM " "
              WS-NOME-FUNCIONARIO.
           DISPLAY "Departamento do cadastro: " WS-DEPTO-CADASTRO.
           DISPLAY "Histórico:".
           MOVE 0 TO WS-QTD-LISTADOS.
           MOVE "N" TO WS-FIM-RATEIO.
           OPEN INPUT ARQ-RATEIO.
           IF WS-STATUS-RATEIO = "00"
               PERFORM UNTIL WS-FIM-RATEIO = "S"
                   READ ARQ-RATEIO
                       AT END
                           MOVE "S" TO WS-FIM-RATEIO
                       NOT AT END
                           IF RAT-MATRICULA = WS-MATRICULA-NUM
                               ADD 1 TO WS-QTD-LISTADOS
                               MOVE RAT-PERCENTUAL TO WS-PERCENTUAL-ED
                               DISPLAY "  " RAT-COMPETENCIA
                                  "  " RAT-DEPARTAMENTO
                                  "  " WS-PERCENTUAL-ED "%"
                                  "  Situação: " RAT-SITUACAO
                                  "  por " RAT-OPERADOR
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQ-RATEIO
           END-IF.
           IF WS-QTD-LISTADOS = 0
               DISPLAY "  Nenhum rateio cadastrado."
           END-IF.

      * Rateio aplicado na competencia atual, como a folha o ve.
           PERFORM CARREGAR-RATEIO.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
           MOVE WS-MATRICULA-NUM TO WS-RAT-MATRICULA.
           MOVE WS-DATA-HOJE(1:6) TO WS-RAT-COMPETENCIA.
           MOVE WS-DEPTO-CADASTRO TO WS-RAT-PRINCIPAL.
           PERFORM SELECIONAR-RATEIO.
           DISPLAY "Vigente em " WS-RAT-COMPETENCIA ":".
           PERFORM VARYING IDX-TRP FROM 1 BY 1
                   UNTIL IDX-TRP > QTD-PARTES-RATEIO
               MOVE TRP-PERCENTUAL(IDX-TRP) TO WS-PERCENTUAL-ED
               IF IDX-TRP = IDX-PARTE-PRINCIPAL
                   DISPLAY "  " TRP-DEPARTAMENTO(IDX-TRP)
                      "  " WS-PERCENTUAL-ED "%  (principal)"
               ELSE
                   DISPLAY "  " TRP-DEPARTAMENTO(IDX-TRP)
                      "  " WS-PERCENTUAL-ED "%"
               END-IF
           END-PERFORM.

       OBTER-OPERADOR.
           ACCEPT WS-OPERADOR FROM ENVIRONMENT "OPERADOR_ATUAL"
               ON EXCEPTION
                   MOVE SPACES TO WS-OPERADOR
           END-ACCEPT.
           IF WS-OPERADOR = SPACES
               MOVE "--------" TO WS-OPERADOR
           END-IF.

       COPY RATEIOPD.

       COPY JOBLOGPD.

       COPY ERRLOGPD.

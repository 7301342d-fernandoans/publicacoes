       IDENTIFICATION DIVISION.
           PROGRAM-ID. HierarquiaManutencao.
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

       COPY ERRLOGFD.

       COPY JOBLOGFD.

       WORKING-STORAGE SECTION.
       COPY ERRLOGWS.

       COPY JOBLOGWS.

       01 WS-ARQ-FUNCIONARIOS    PIC X(40)
           VALUE "FUNCIONARIOS.DATA".
       01 WS-ARQ-HIERARQUIA      PIC X(40)
           VALUE "HIERARQUIA.DATA".
       01 WS-ARQUIVOS-DEFINIDOS  PIC X VALUE "N".

       01 WS-OPCAO               PIC 9.
       01 WS-STATUS-FUNCIONARIOS PIC X(2).
       01 WS-STATUS-HIERARQUIA   PIC X(2).
       01 WS-FIM-ARQ             PIC X VALUE "N".
       01 WS-TOTAL-OPERACOES     PIC 9(5) VALUE ZEROS.
       01 WS-DATA-HOJE           PIC 9(8).

       01 WS-MATRICULA-TXT       PIC X(5).
       01 WS-MATRICULA-NUM       PIC 9(5).
       01 WS-GESTOR-TXT          PIC X(5).
       01 WS-GESTOR-NUM          PIC 9(5).
       01 WS-VIGENCIA-TXT        PIC X(8).
       01 WS-VIGENCIA-NUM        PIC 9(8).
       01 WS-CONFIRMA            PIC X(1).
       01 WS-OPERADOR            PIC X(8).

       01 WS-REGISTRO-VALIDO     PIC X VALUE "S".
       01 WS-MOTIVO-ERRO         PIC X(40) VALUE SPACES.

      * Funcionarios cadastrados e linha de subordinacao vigente
      * (registro de maior vigencia de cada funcionario).
       01 QTD-FUNCIONARIOS       PIC 9(3) VALUE 0.
       01 TABELA-FUNCIONARIOS.
           05 TFU-ITEM OCCURS 500 TIMES INDEXED BY IDX-FUN.
               10 TFU-MATRICULA  PIC 9(5).
               10 TFU-NOME       PIC X(41).
               10 TFU-ATIVO      PIC X(1).
               10 TFU-GESTOR     PIC 9(5).
               10 TFU-VIGENCIA   PIC 9(8).
               10 TFU-TEM-GESTOR PIC X(1).

       01 BUSCA-HIERARQUIA.
           05 WS-ACHOU-FUNCIONARIO PIC X(1).
           05 WS-POS-FUNCIONARIO PIC 9(3).
           05 WS-POS-GESTOR      PIC 9(3).
           05 WS-POS-BUSCA       PIC 9(3).
           05 WS-MATRICULA-BUSCA PIC 9(5).
           05 WS-ELO             PIC 9(5).
           05 WS-PASSOS          PIC 9(3).
           05 WS-CICLO           PIC X(1).
           05 WS-QTD-SUBORDINADOS PIC 9(3).

       PROCEDURE DIVISION.
       INICIO.
           IF WS-ARQUIVOS-DEFINIDOS = "N"
               PERFORM DEFINIR-ARQUIVOS
               MOVE "S" TO WS-ARQUIVOS-DEFINIDOS
               MOVE "HierarquiaManutencao" TO WS-JOBLOG-PROGRAMA
               MOVE "INICIO" TO WS-JOBLOG-EVENTO
               PERFORM GRAVAR-JOBLOG
           END-IF.
           DISPLAY "--------------------------------".
           DISPLAY "Manutenção da Hierarquia de Gestores".
           DISPLAY "--------------------------------".
           DISPLAY " 1 - Definir Gestor".
           DISPLAY " 2 - Consultar Linha de Subordinação".
           DISPLAY " 3 - Sair".
           DISPLAY "--------------------------------".
           DISPLAY "Escolha uma opção: ".
           ACCEPT WS-OPCAO.

           EVALUATE WS-OPCAO
               WHEN 1
                   PERFORM DEFINIR-GESTOR
               WHEN 2
                   PERFORM CONSULTAR
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
           ACCEPT WS-ARQ-HIERARQUIA FROM ENVIRONMENT
                   "HIERARQUIA_DATA"
               ON EXCEPTION
                   MOVE "HIERARQUIA.DATA" TO WS-ARQ-HIERARQUIA
           END-ACCEPT.

       DEFINIR-GESTOR.
           DISPLAY "--------------------------------".
           DISPLAY "Definir Gestor".
           DISPLAY "--------------------------------".
           PERFORM CARREGAR-CADASTROS.
           DISPLAY "Matrícula do funcionário (5 dígitos): ".
           ACCEPT WS-MATRICULA-TXT.
           DISPLAY "Matrícula do gestor (00000 = topo): ".
           ACCEPT WS-GESTOR-TXT.
           DISPLAY "Vigência (AAAAMMDD, em branco = hoje): ".
           ACCEPT WS-VIGENCIA-TXT.
           PERFORM VALIDAR-HIERARQUIA.
           IF WS-REGISTRO-VALIDO = "N"
               DISPLAY "Registro rejeitado: " WS-MOTIVO-ERRO
           ELSE
               SET IDX-FUN TO WS-POS-FUNCIONARIO
               IF TFU-TEM-GESTOR(IDX-FUN) = "S"
                   DISPLAY "Gestor atual: " TFU-GESTOR(IDX-FUN)
                      " desde " TFU-VIGENCIA(IDX-FUN)
               END-IF
               DISPLAY "Novo gestor: " WS-GESTOR-NUM
                  " a partir de " WS-VIGENCIA-NUM
               DISPLAY "Confirma? (S/N): "
               ACCEPT WS-CONFIRMA
               IF WS-CONFIRMA = "S" OR WS-CONFIRMA = "s"
                   PERFORM GRAVAR-HIERARQUIA
               ELSE
                   DISPLAY "Operação cancelada."
               END-IF
           END-IF.
           PERFORM INICIO.

       VALIDAR-HIERARQUIA.
           MOVE "S" TO WS-REGISTRO-VALIDO.
           MOVE SPACES TO WS-MOTIVO-ERRO.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.

           IF WS-MATRICULA-TXT NOT NUMERIC
                   OR WS-GESTOR-TXT NOT NUMERIC
               MOVE "N" TO WS-REGISTRO-VALIDO
               MOVE "Matricula invalida" TO WS-MOTIVO-ERRO
           ELSE
               MOVE WS-MATRICULA-TXT TO WS-MATRICULA-NUM
               MOVE WS-GESTOR-TXT TO WS-GESTOR-NUM
           END-IF.

           IF WS-REGISTRO-VALIDO = "S"
               IF WS-VIGENCIA-TXT = SPACES
                   MOVE WS-DATA-HOJE TO WS-VIGENCIA-NUM
               ELSE
                   IF WS-VIGENCIA-TXT NOT NUMERIC
                           OR WS-VIGENCIA-TXT(5:2) < "01"
                           OR WS-VIGENCIA-TXT(5:2) > "12"
                           OR WS-VIGENCIA-TXT(7:2) < "01"
                           OR WS-VIGENCIA-TXT(7:2) > "31"
                       MOVE "N" TO WS-REGISTRO-VALIDO
                       MOVE "Data de vigencia invalida"
                           TO WS-MOTIVO-ERRO
                   ELSE
                       MOVE WS-VIGENCIA-TXT TO WS-VIGENCIA-NUM
                   END-IF
               END-IF
           END-IF.

           IF WS-REGISTRO-VALIDO = "S"
               MOVE WS-MATRICULA-NUM TO WS-MATRICULA-BUSCA
               PERFORM LOCALIZAR-FUNCIONARIO
               MOVE WS-POS-BUSCA TO WS-POS-FUNCIONARIO
               IF WS-ACHOU-FUNCIONARIO = "N"
                   MOVE "N" TO WS-REGISTRO-VALIDO
                   MOVE "Funcionario nao cadastrado" TO WS-MOTIVO-ERRO
               ELSE
                   SET IDX-FUN TO WS-POS-FUNCIONARIO
                   IF TFU-ATIVO(IDX-FUN) = "N"
                       MOVE "N" TO WS-REGISTRO-VALIDO
                       MOVE "Funcionario desligado" TO WS-MOTIVO-ERRO
                   END-IF
               END-IF
           END-IF.

           IF WS-REGISTRO-VALIDO = "S"
                   AND WS-GESTOR-NUM = WS-MATRICULA-NUM
               MOVE "N" TO WS-REGISTRO-VALIDO
               MOVE "Funcionario nao pode ser seu gestor"
                   TO WS-MOTIVO-ERRO
           END-IF.

           IF WS-REGISTRO-VALIDO = "S" AND WS-GESTOR-NUM NOT = 0
               MOVE WS-GESTOR-NUM TO WS-MATRICULA-BUSCA
               PERFORM LOCALIZAR-FUNCIONARIO
               MOVE WS-POS-BUSCA TO WS-POS-GESTOR
               IF WS-ACHOU-FUNCIONARIO = "N"
                   MOVE "N" TO WS-REGISTRO-VALIDO
                   MOVE "Gestor nao cadastrado" TO WS-MOTIVO-ERRO
               ELSE
                   SET IDX-FUN TO WS-POS-GESTOR
                   IF TFU-ATIVO(IDX-FUN) = "N"
                       MOVE "N" TO WS-REGISTRO-VALIDO
                       MOVE "Gestor desligado" TO WS-MOTIVO-ERRO
                   END-IF
               END-IF
           END-IF.

           IF WS-REGISTRO-VALIDO = "S"
               SET IDX-FUN TO WS-POS-FUNCIONARIO
               IF TFU-TEM-GESTOR(IDX-FUN) = "S"
                       AND WS-VIGENCIA-NUM < TFU-VIGENCIA(IDX-FUN)
                   MOVE "N" TO WS-REGISTRO-VALIDO
                   MOVE "Vigencia anterior a ultima registrada"
                       TO WS-MOTIVO-ERRO
               END-IF
           END-IF.

           IF WS-REGISTRO-VALIDO = "S" AND WS-GESTOR-NUM NOT = 0
               PERFORM VERIFICAR-CICLO
               IF WS-CICLO = "S"
                   MOVE "N" TO WS-REGISTRO-VALIDO
                   MOVE "Gestor ja e subordinado do funcionario"
                       TO WS-MOTIVO-ERRO
               END-IF
           END-IF.

      * Sobe a cadeia a partir do novo gestor; chegar ao proprio
      * funcionario fecharia um ciclo na hierarquia.
       VERIFICAR-CICLO.
           MOVE "N" TO WS-CICLO.
           MOVE WS-GESTOR-NUM TO WS-ELO.
           MOVE 0 TO WS-PASSOS.
           PERFORM UNTIL WS-ELO = 0 OR WS-CICLO = "S"
                   OR WS-PASSOS > QTD-FUNCIONARIOS
               ADD 1 TO WS-PASSOS
               IF WS-ELO = WS-MATRICULA-NUM
                   MOVE "S" TO WS-CICLO
               ELSE
                   MOVE WS-ELO TO WS-MATRICULA-BUSCA
                   PERFORM LOCALIZAR-FUNCIONARIO
                   IF WS-ACHOU-FUNCIONARIO = "N"
                       MOVE 0 TO WS-ELO
                   ELSE
                       SET IDX-FUN TO WS-POS-BUSCA
                       IF TFU-TEM-GESTOR(IDX-FUN) = "S"
                           MOVE TFU-GESTOR(IDX-FUN) TO WS-ELO
                       ELSE
                           MOVE 0 TO WS-ELO
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       LOCALIZAR-FUNCIONARIO.
           MOVE "N" TO WS-ACHOU-FUNCIONARIO.
           MOVE 0 TO WS-POS-BUSCA.
           PERFORM VARYING IDX-FUN FROM 1 BY 1
                   UNTIL IDX-FUN > QTD-FUNCIONARIOS
                   OR WS-ACHOU-FUNCIONARIO = "S"
               IF TFU-MATRICULA(IDX-FUN) = WS-MATRICULA-BUSCA
                   MOVE "S" TO WS-ACHOU-FUNCIONARIO
                   SET WS-POS-BUSCA TO IDX-FUN
               END-IF
           END-PERFORM.

       CARREGAR-CADASTROS.
           MOVE 0 TO QTD-FUNCIONARIOS.
           MOVE "N" TO WS-FIM-ARQ.
           OPEN INPUT FUNCIONARIOS.
           IF WS-STATUS-FUNCIONARIOS = "00"
               PERFORM UNTIL WS-FIM-ARQ = "S"
                   READ FUNCIONARIOS
                       AT END
                           MOVE "S" TO WS-FIM-ARQ
                       NOT AT END
                           PERFORM GUARDAR-FUNCIONARIO
                   END-READ
               END-PERFORM
               CLOSE FUNCIONARIOS
           END-IF.

           MOVE "N" TO WS-FIM-ARQ.
           OPEN INPUT ARQ-HIERARQUIA.
           IF WS-STATUS-HIERARQUIA = "00"
               PERFORM UNTIL WS-FIM-ARQ = "S"
                   READ ARQ-HIERARQUIA
                       AT END
                           MOVE "S" TO WS-FIM-ARQ
                       NOT AT END
                           PERFORM GUARDAR-HIERARQUIA
                   END-READ
               END-PERFORM
               CLOSE ARQ-HIERARQUIA
           END-IF.

       GUARDAR-FUNCIONARIO.
           IF DETALHEFUNCIONARIO(1:3) NOT = "HDR"
                   AND DETALHEFUNCIONARIO(1:3) NOT = "TRL"
                   AND MATRICULA-FUNCIONARIO IS NUMERIC
                   AND QTD-FUNCIONARIOS < 500
               ADD 1 TO QTD-FUNCIONARIOS
               SET IDX-FUN TO QTD-FUNCIONARIOS
               MOVE MATRICULA-FUNCIONARIO TO TFU-MATRICULA(IDX-FUN)
               MOVE SPACES TO TFU-NOME(IDX-FUN)
               STRING PRIMEIRO-NOME DELIMITED BY SPACE
                   " " DELIMITED BY SIZE
                   ULTIMO-NOME DELIMITED BY SPACE
                   INTO TFU-NOME(IDX-FUN)
               END-STRING
               IF FUNCIONARIO-DESLIGADO
                   MOVE "N" TO TFU-ATIVO(IDX-FUN)
               ELSE
                   MOVE "S" TO TFU-ATIVO(IDX-FUN)
               END-IF
               MOVE 0 TO TFU-GESTOR(IDX-FUN)
               MOVE 0 TO TFU-VIGENCIA(IDX-FUN)
               MOVE "N" TO TFU-TEM-GESTOR(IDX-FUN)
           END-IF.

       GUARDAR-HIERARQUIA.
           MOVE HIE-MATRICULA TO WS-MATRICULA-BUSCA.
           PERFORM LOCALIZAR-FUNCIONARIO.
           IF WS-ACHOU-FUNCIONARIO = "S"
               SET IDX-FUN TO WS-POS-BUSCA
               IF TFU-TEM-GESTOR(IDX-FUN) = "N"
                       OR HIE-DATA-VIGENCIA >= TFU-VIGENCIA(IDX-FUN)
                   MOVE HIE-GESTOR TO TFU-GESTOR(IDX-FUN)
                   MOVE HIE-DATA-VIGENCIA TO TFU-VIGENCIA(IDX-FUN)
                   MOVE "S" TO TFU-TEM-GESTOR(IDX-FUN)
               END-IF
           END-IF.

       GRAVAR-HIERARQUIA.
           OPEN EXTEND ARQ-HIERARQUIA.
           IF WS-STATUS-HIERARQUIA = "35"
               OPEN OUTPUT ARQ-HIERARQUIA
           END-IF.
           IF WS-STATUS-HIERARQUIA NOT = "00"
               DISPLAY "Erro ao abrir arquivo! Status: "
                  WS-STATUS-HIERARQUIA
               MOVE "HierarquiaManutencao" TO WS-ERRLOG-PROGRAMA
               MOVE "GRAVAR-HIERARQUIA" TO WS-ERRLOG-PARAGRAFO
               MOVE WS-ARQ-HIERARQUIA TO WS-ERRLOG-ARQUIVO
               MOVE WS-STATUS-HIERARQUIA TO WS-ERRLOG-STATUS
               PERFORM GRAVAR-ERRORLOG
           ELSE
               MOVE WS-MATRICULA-NUM TO HIE-MATRICULA
               MOVE WS-GESTOR-NUM TO HIE-GESTOR
               MOVE WS-VIGENCIA-NUM TO HIE-DATA-VIGENCIA
               ACCEPT WS-OPERADOR FROM ENVIRONMENT "OPERADOR_ATUAL"
                   ON EXCEPTION
                       MOVE SPACES TO WS-OPERADOR
               END-ACCEPT
               IF WS-OPERADOR = SPACES
                   MOVE "--------" TO WS-OPERADOR
               END-IF
               MOVE WS-OPERADOR TO HIE-OPERADOR
               MOVE WS-DATA-HOJE TO HIE-DATA-ATUALIZACAO
               WRITE REGISTRO-HIERARQUIA
               CLOSE ARQ-HIERARQUIA
               DISPLAY "Gestor gravado com sucesso!"
               ADD 1 TO WS-TOTAL-OPERACOES
           END-IF.

       CONSULTAR.
           DISPLAY "--------------------------------".
           DISPLAY "Consultar Linha de Subordinação".
           DISPLAY "--------------------------------".
           DISPLAY "Matrícula: ".
           ACCEPT WS-MATRICULA-TXT.
           IF WS-MATRICULA-TXT NOT NUMERIC
               DISPLAY "Matrícula inválida!"
           ELSE
               MOVE WS-MATRICULA-TXT TO WS-MATRICULA-NUM
               PERFORM CARREGAR-CADASTROS
               PERFORM EXIBIR-HISTORICO
               PERFORM EXIBIR-SUBORDINADOS
           END-IF.
           PERFORM INICIO.

       EXIBIR-HISTORICO.
           MOVE "N" TO WS-FIM-ARQ.
           OPEN INPUT ARQ-HIERARQUIA.
           IF WS-STATUS-HIERARQUIA NOT = "00"
               DISPLAY "Nenhuma linha de subordinação cadastrada."
           ELSE
               PERFORM UNTIL WS-FIM-ARQ = "S"
                   READ ARQ-HIERARQUIA
                       AT END
                           MOVE "S" TO WS-FIM-ARQ
                       NOT AT END
                           IF HIE-MATRICULA = WS-MATRICULA-NUM
                               DISPLAY "Vigência " HIE-DATA-VIGENCIA
                                  "  Gestor: " HIE-GESTOR
                                  "  por " HIE-OPERADOR
                                  " em " HIE-DATA-ATUALIZACAO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQ-HIERARQUIA
           END-IF.

       EXIBIR-SUBORDINADOS.
           MOVE 0 TO WS-QTD-SUBORDINADOS.
           PERFORM VARYING IDX-FUN FROM 1 BY 1
                   UNTIL IDX-FUN > QTD-FUNCIONARIOS
               IF TFU-TEM-GESTOR(IDX-FUN) = "S"
                       AND TFU-GESTOR(IDX-FUN) = WS-MATRICULA-NUM
                       AND TFU-ATIVO(IDX-FUN) = "S"
                   ADD 1 TO WS-QTD-SUBORDINADOS
                   DISPLAY "  Subordinado: " TFU-MATRICULA(IDX-FUN)
                      " " TFU-NOME(IDX-FUN)
               END-IF
           END-PERFORM.
           DISPLAY "Subordinados diretos: " WS-QTD-SUBORDINADOS.

       COPY JOBLOGPD.

       COPY ERRLOGPD.

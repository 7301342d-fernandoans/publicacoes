       IDENTIFICATION DIVISION.
           PROGRAM-ID. BeneficiosManutencao.
           AUTHOR. Fernando Anselmo.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FUNCIONARIOS ASSIGN TO WS-ARQ-FUNCIONARIOS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-FUNCIONARIOS.

           SELECT ARQ-BENEFICIOS ASSIGN TO WS-ARQ-BENEFICIOS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-BENEFICIOS.

           COPY ERRLOGSL.

           COPY JOBLOGSL.

       DATA DIVISION.
       FILE SECTION.
       FD FUNCIONARIOS.
       01 DETALHEFUNCIONARIO.
           COPY FUNCIONARIO.

       FD ARQ-BENEFICIOS.
       01 REGISTRO-BENEFICIO.
           COPY BENEFIC.

       COPY ERRLOGFD.

       COPY JOBLOGFD.

       WORKING-STORAGE SECTION.
       COPY ERRLOGWS.

       COPY JOBLOGWS.

       01 WS-ARQ-FUNCIONARIOS    PIC X(40)
           VALUE "FUNCIONARIOS.DATA".
       01 WS-ARQ-BENEFICIOS      PIC X(40)
           VALUE "BENEFICIOS.DATA".
       01 WS-ARQUIVOS-DEFINIDOS  PIC X VALUE "N".

       01 WS-OPCAO               PIC 9.
       01 WS-STATUS-FUNCIONARIOS PIC X(2).
       01 WS-STATUS-BENEFICIOS   PIC X(2).
       01 WS-FIM-ARQ             PIC X VALUE "N".
       01 WS-ENCONTRADO          PIC X VALUE "N".
       01 WS-BENEFICIO-EXISTE    PIC X VALUE "N".
       01 WS-FUNCIONARIO-ATIVO   PIC X VALUE "N".
       01 WS-TOTAL-OPERACOES     PIC 9(5) VALUE ZEROS.

       01 WS-MATRICULA-TXT       PIC X(5).
       01 WS-MATRICULA-NUM       PIC 9(5).
       01 WS-OPTA-VT             PIC X(1).
       01 WS-CONDUCOES-TXT       PIC X(2).
       01 WS-CONDUCOES           PIC 9(2).
       01 WS-TARIFA-TEXTO        PIC X(10).
       01 WS-TARIFA              PIC 9(3)V9(2).
       01 WS-OPTA-VR             PIC X(1).
       01 WS-REFEICAO-TEXTO      PIC X(10).
       01 WS-REFEICAO            PIC 9(3)V9(2).
       01 WS-CONFIRMA            PIC X(1).
       01 WS-OPERADOR            PIC X(8).

       01 BENEFICIO-ATUAL.
           05 WS-VT-ATUAL         PIC X(1).
           05 WS-CONDUCOES-ATUAL  PIC 9(2).
           05 WS-TARIFA-ATUAL     PIC 9(3)V9(2).
           05 WS-VR-ATUAL         PIC X(1).
           05 WS-REFEICAO-ATUAL   PIC 9(3)V9(2).
           05 WS-DATA-ATUAL       PIC 9(8).
           05 WS-OPERADOR-ATUAL   PIC X(8).

       01 WS-VALOR-ED            PIC ZZ9.99.

       01 WS-REGISTRO-VALIDO     PIC X VALUE "S".
       01 WS-MOTIVO-ERRO         PIC X(40) VALUE SPACES.

       PROCEDURE DIVISION.
       INICIO.
           IF WS-ARQUIVOS-DEFINIDOS = "N"
               PERFORM DEFINIR-ARQUIVOS
               MOVE "S" TO WS-ARQUIVOS-DEFINIDOS
               MOVE "BeneficiosManutencao" TO WS-JOBLOG-PROGRAMA
               MOVE "INICIO" TO WS-JOBLOG-EVENTO
               PERFORM GRAVAR-JOBLOG
           END-IF.
           DISPLAY "--------------------------------".
           DISPLAY "Manutenção de Vale-Transporte e Refeição".
           DISPLAY "--------------------------------".
           DISPLAY " 1 - Incluir Benefícios".
           DISPLAY " 2 - Mostrar Benefícios".
           DISPLAY " 3 - Alterar Benefícios".
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
           ACCEPT WS-ARQ-BENEFICIOS FROM ENVIRONMENT
                   "BENEFICIOS_DATA"
               ON EXCEPTION
                   MOVE "BENEFICIOS.DATA" TO WS-ARQ-BENEFICIOS
           END-ACCEPT.

       INCLUIR.
           DISPLAY "--------------------------------".
           DISPLAY "Incluir Benefícios".
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
               PERFORM PROCURAR-BENEFICIO
               IF WS-BENEFICIO-EXISTE = "S"
                   DISPLAY "Matrícula já possui benefícios; use a"
                      " opção Alterar."
               ELSE
                   PERFORM SOLICITAR-DADOS
                   PERFORM VALIDAR-BENEFICIO
                   IF WS-REGISTRO-VALIDO = "N"
                       DISPLAY "Registro rejeitado: " WS-MOTIVO-ERRO
                   ELSE
                       PERFORM GRAVAR-BENEFICIO-NOVO
                   END-IF
               END-IF
           END-IF
           END-IF.
           PERFORM INICIO.

       SOLICITAR-DADOS.
           MOVE 0 TO WS-CONDUCOES.
           MOVE 0 TO WS-TARIFA.
           MOVE 0 TO WS-REFEICAO.
           MOVE SPACES TO WS-CONDUCOES-TXT.
           DISPLAY "Opta por vale-transporte? (S/N): ".
           ACCEPT WS-OPTA-VT.
           IF WS-OPTA-VT = "s"
               MOVE "S" TO WS-OPTA-VT
           END-IF.
           IF WS-OPTA-VT = "S"
               DISPLAY "Conduções por dia (ida e volta): "
               ACCEPT WS-CONDUCOES-TXT
               DISPLAY "Tarifa por condução "
                  "(somente dígitos, 2 decimais): "
               ACCEPT WS-TARIFA-TEXTO
               COMPUTE WS-TARIFA
                   = FUNCTION NUMVAL(WS-TARIFA-TEXTO)
           END-IF.
           DISPLAY "Opta por vale-refeição? (S/N): ".
           ACCEPT WS-OPTA-VR.
           IF WS-OPTA-VR = "s"
               MOVE "S" TO WS-OPTA-VR
           END-IF.
           IF WS-OPTA-VR = "S"
               DISPLAY "Valor por dia trabalhado "
                  "(somente dígitos, 2 decimais): "
               ACCEPT WS-REFEICAO-TEXTO
               COMPUTE WS-REFEICAO
                   = FUNCTION NUMVAL(WS-REFEICAO-TEXTO)
           END-IF.

       VALIDAR-BENEFICIO.
           MOVE "S" TO WS-REGISTRO-VALIDO.
           MOVE SPACES TO WS-MOTIVO-ERRO.

           IF (WS-OPTA-VT NOT = "S" AND WS-OPTA-VT NOT = "N")
                   OR (WS-OPTA-VR NOT = "S" AND WS-OPTA-VR NOT = "N")
               MOVE "N" TO WS-REGISTRO-VALIDO
               MOVE "Opcao deve ser S ou N" TO WS-MOTIVO-ERRO
           END-IF.

           IF WS-REGISTRO-VALIDO = "S" AND WS-OPTA-VT = "S"
               IF WS-CONDUCOES-TXT(2:1) = SPACE
                   MOVE WS-CONDUCOES-TXT(1:1) TO WS-CONDUCOES-TXT(2:1)
                   MOVE "0" TO WS-CONDUCOES-TXT(1:1)
               END-IF
               IF WS-CONDUCOES-TXT NOT NUMERIC
                       OR WS-CONDUCOES-TXT = "00"
                   MOVE "N" TO WS-REGISTRO-VALIDO
                   MOVE "Quantidade de conducoes invalida"
                       TO WS-MOTIVO-ERRO
               ELSE
                   MOVE WS-CONDUCOES-TXT TO WS-CONDUCOES
               END-IF
           END-IF.

           IF WS-REGISTRO-VALIDO = "S" AND WS-OPTA-VT = "S"
                   AND WS-TARIFA = 0
               MOVE "N" TO WS-REGISTRO-VALIDO
               MOVE "Tarifa nao informada" TO WS-MOTIVO-ERRO
           END-IF.

           IF WS-REGISTRO-VALIDO = "S" AND WS-OPTA-VR = "S"
                   AND WS-REFEICAO = 0
               MOVE "N" TO WS-REGISTRO-VALIDO
               MOVE "Valor da refeicao nao informado"
                   TO WS-MOTIVO-ERRO
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

       PROCURAR-BENEFICIO.
           MOVE "N" TO WS-BENEFICIO-EXISTE.
           MOVE "N" TO WS-FIM-ARQ.
           OPEN INPUT ARQ-BENEFICIOS.
           IF WS-STATUS-BENEFICIOS = "00"
               PERFORM UNTIL WS-FIM-ARQ = "S"
                   READ ARQ-BENEFICIOS
                       AT END
                           MOVE "S" TO WS-FIM-ARQ
                       NOT AT END
                           IF BNF-MATRICULA = WS-MATRICULA-NUM
                               MOVE "S" TO WS-BENEFICIO-EXISTE
                               MOVE "S" TO WS-FIM-ARQ
                               MOVE BNF-OPTA-VT TO WS-VT-ATUAL
                               MOVE BNF-CONDUCOES-DIA
                                   TO WS-CONDUCOES-ATUAL
                               MOVE BNF-VALOR-TARIFA
                                   TO WS-TARIFA-ATUAL
                               MOVE BNF-OPTA-VR TO WS-VR-ATUAL
                               MOVE BNF-VALOR-REFEICAO
                                   TO WS-REFEICAO-ATUAL
                               MOVE BNF-DATA-ATUALIZACAO
                                   TO WS-DATA-ATUAL
                               MOVE BNF-OPERADOR TO WS-OPERADOR-ATUAL
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQ-BENEFICIOS
           END-IF.

       PREENCHER-BENEFICIO.
           MOVE WS-MATRICULA-NUM TO BNF-MATRICULA.
           MOVE WS-OPTA-VT TO BNF-OPTA-VT.
           MOVE WS-CONDUCOES TO BNF-CONDUCOES-DIA.
           MOVE WS-TARIFA TO BNF-VALOR-TARIFA.
           MOVE WS-OPTA-VR TO BNF-OPTA-VR.
           MOVE WS-REFEICAO TO BNF-VALOR-REFEICAO.
           ACCEPT BNF-DATA-ATUALIZACAO FROM DATE YYYYMMDD.
           ACCEPT WS-OPERADOR FROM ENVIRONMENT "OPERADOR_ATUAL"
               ON EXCEPTION
                   MOVE SPACES TO WS-OPERADOR
           END-ACCEPT.
           IF WS-OPERADOR = SPACES
               MOVE "--------" TO WS-OPERADOR
           END-IF.
           MOVE WS-OPERADOR TO BNF-OPERADOR.

       GRAVAR-BENEFICIO-NOVO.
           OPEN EXTEND ARQ-BENEFICIOS.
           IF WS-STATUS-BENEFICIOS = "35"
               OPEN OUTPUT ARQ-BENEFICIOS
           END-IF.
           IF WS-STATUS-BENEFICIOS NOT = "00"
               DISPLAY "Erro ao abrir arquivo! Status: "
                  WS-STATUS-BENEFICIOS
               MOVE "BeneficiosManutencao" TO WS-ERRLOG-PROGRAMA
               MOVE "GRAVAR-BENEFICIO-NOVO" TO WS-ERRLOG-PARAGRAFO
               MOVE WS-ARQ-BENEFICIOS TO WS-ERRLOG-ARQUIVO
               MOVE WS-STATUS-BENEFICIOS TO WS-ERRLOG-STATUS
               PERFORM GRAVAR-ERRORLOG
           ELSE
               PERFORM PREENCHER-BENEFICIO
               WRITE REGISTRO-BENEFICIO
               CLOSE ARQ-BENEFICIOS
               DISPLAY "Benefícios gravados com sucesso!"
               ADD 1 TO WS-TOTAL-OPERACOES
           END-IF.

       MOSTRAR.
           DISPLAY "--------------------------------".
           DISPLAY "Mostrar Benefícios".
           DISPLAY "--------------------------------".
           DISPLAY "Matrícula: ".
           ACCEPT WS-MATRICULA-TXT.
           IF WS-MATRICULA-TXT NOT NUMERIC
               DISPLAY "Matrícula inválida!"
           ELSE
               MOVE WS-MATRICULA-TXT TO WS-MATRICULA-NUM
               PERFORM PROCURAR-BENEFICIO
               IF WS-BENEFICIO-EXISTE = "N"
                   DISPLAY "Matrícula sem benefícios cadastrados."
               ELSE
                   PERFORM EXIBIR-BENEFICIO-ATUAL
               END-IF
           END-IF.
           PERFORM INICIO.

       EXIBIR-BENEFICIO-ATUAL.
           MOVE WS-TARIFA-ATUAL TO WS-VALOR-ED.
           DISPLAY "Vale-transporte: " WS-VT-ATUAL
              "  Conduções/dia: " WS-CONDUCOES-ATUAL
              "  Tarifa: " WS-VALOR-ED.
           MOVE WS-REFEICAO-ATUAL TO WS-VALOR-ED.
           DISPLAY "Vale-refeição: " WS-VR-ATUAL
              "  Valor/dia: " WS-VALOR-ED.
           DISPLAY "Atualizado em " WS-DATA-ATUAL
              " por " WS-OPERADOR-ATUAL.

       ALTERAR.
           DISPLAY "--------------------------------".
           DISPLAY "Alterar Benefícios".
           DISPLAY "--------------------------------".
           DISPLAY "Matrícula: ".
           ACCEPT WS-MATRICULA-TXT.
           IF WS-MATRICULA-TXT NOT NUMERIC
               DISPLAY "Matrícula inválida!"
           ELSE
               MOVE WS-MATRICULA-TXT TO WS-MATRICULA-NUM
               PERFORM PROCURAR-BENEFICIO
               IF WS-BENEFICIO-EXISTE = "N"
                   DISPLAY "Matrícula sem benefícios; use a opção"
                      " Incluir."
               ELSE
                   PERFORM EXIBIR-BENEFICIO-ATUAL
                   PERFORM SOLICITAR-DADOS
                   PERFORM VALIDAR-BENEFICIO
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

       LOCALIZAR-E-ALTERAR.
           MOVE "N" TO WS-FIM-ARQ.
           OPEN I-O ARQ-BENEFICIOS.
           IF WS-STATUS-BENEFICIOS NOT = "00"
               DISPLAY "Erro ao abrir arquivo! Status: "
                  WS-STATUS-BENEFICIOS
               MOVE "BeneficiosManutencao" TO WS-ERRLOG-PROGRAMA
               MOVE "LOCALIZAR-E-ALTERAR" TO WS-ERRLOG-PARAGRAFO
               MOVE WS-ARQ-BENEFICIOS TO WS-ERRLOG-ARQUIVO
               MOVE WS-STATUS-BENEFICIOS TO WS-ERRLOG-STATUS
               PERFORM GRAVAR-ERRORLOG
           ELSE
               PERFORM UNTIL WS-FIM-ARQ = "S"
                   READ ARQ-BENEFICIOS
                       AT END
                           MOVE "S" TO WS-FIM-ARQ
                       NOT AT END
                           IF BNF-MATRICULA = WS-MATRICULA-NUM
                               MOVE "S" TO WS-FIM-ARQ
                               PERFORM PREENCHER-BENEFICIO
                               REWRITE REGISTRO-BENEFICIO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQ-BENEFICIOS
               DISPLAY "Benefícios alterados com sucesso!"
               ADD 1 TO WS-TOTAL-OPERACOES
           END-IF.

       COPY JOBLOGPD.

       COPY ERRLOGPD.

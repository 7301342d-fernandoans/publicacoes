       IDENTIFICATION DIVISION.
           PROGRAM-ID. AfastamentosManutencao.
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

           COPY AFASTSL.

           COPY ERRLOGSL.

           COPY JOBLOGSL.

       DATA DIVISION.
       FILE SECTION.
       FD FUNCIONARIOS.
       01 DETALHEFUNCIONARIO.
           COPY FUNCIONARIO.

       FD RELATORIO.
       01 LINHA-RELATORIO          PIC X(100).

       SD ARQ-SORT.
       01 REG-SORT.
           05 SORT-DEPARTAMENTO    PIC X(4).
           05 SORT-MATRICULA       PIC 9(5).
           05 SORT-NOME            PIC X(30).
           05 SORT-TIPO            PIC X(2).
           05 SORT-INICIO          PIC 9(8).
           05 SORT-PREVISTA        PIC 9(8).
           05 SORT-RETORNO         PIC 9(8).
           05 SORT-DIAS            PIC 9(5).

       COPY AFASTFD.

       COPY ERRLOGFD.

       COPY JOBLOGFD.

       WORKING-STORAGE SECTION.
       COPY ERRLOGWS.

       COPY JOBLOGWS.

       COPY AFASTWS.

       01 WS-ARQ-FUNCIONARIOS    PIC X(40)
           VALUE "FUNCIONARIOS.DATA".
       01 WS-ARQ-RELATORIO       PIC X(40)
           VALUE "AFASTADOS-MES.LST".
       01 WS-ARQ-SORT            PIC X(40)
           VALUE "AFASTADOS.SRT".
       01 WS-ARQUIVOS-DEFINIDOS  PIC X VALUE "N".

       01 WS-OPCAO               PIC 9.
       01 WS-STATUS-FUNCIONARIOS PIC X(2).
       01 WS-FIM-ARQ             PIC X VALUE "N".
       01 WS-ENCONTRADO          PIC X VALUE "N".
       01 WS-FUNCIONARIO-ATIVO   PIC X VALUE "N".
       01 WS-AFASTAMENTO-ABERTO  PIC X VALUE "N".
       01 WS-TOTAL-OPERACOES     PIC 9(5) VALUE ZEROS.
       01 WS-DATA-HOJE           PIC 9(8).

       01 WS-MATRICULA-TXT       PIC X(5).
       01 WS-MATRICULA-NUM       PIC 9(5).
       01 WS-TIPO                PIC X(2).
       01 WS-INICIO-TXT          PIC X(8).
       01 WS-INICIO-NUM          PIC 9(8).
       01 WS-PREVISTA-TXT        PIC X(8).
       01 WS-PREVISTA-NUM        PIC 9(8).
       01 WS-RETORNO-TXT         PIC X(8).
       01 WS-RETORNO-NUM         PIC 9(8).
       01 WS-COMPETENCIA-TXT     PIC X(6).

       01 WS-REGISTRO-VALIDO     PIC X VALUE "S".
       01 WS-MOTIVO-ERRO         PIC X(40) VALUE SPACES.

       01 QTD-FUNCIONARIOS       PIC 9(3) VALUE 0.
       01 TABELA-FUNCIONARIOS.
           05 TFU-ITEM OCCURS 500 TIMES INDEXED BY IDX-FUN.
               10 TFU-MATRICULA    PIC 9(5).
               10 TFU-DEPARTAMENTO PIC X(4).
               10 TFU-NOME         PIC X(30).

       01 WS-DEPTO-ATUAL         PIC X(4).
       01 WS-PRIMEIRO-REGISTRO   PIC X VALUE "S".
       01 RETORNO-FINALIZADO     PIC X VALUE "N".
       01 WS-SUB-QTD             PIC 9(5) VALUE 0.
       01 WS-TOTAL-AFASTADOS     PIC 9(5) VALUE 0.
       01 WS-TOTAL-ED            PIC ZZZZ9.

       01 LINHA-AFASTADO.
           05 LA-MATRICULA       PIC 9(5).
           05 FILLER             PIC X(2) VALUE SPACES.
           05 LA-NOME            PIC X(30).
           05 FILLER             PIC X(2) VALUE SPACES.
           05 LA-TIPO            PIC X(2).
           05 FILLER             PIC X(2) VALUE SPACES.
           05 LA-INICIO          PIC 9(8).
           05 FILLER             PIC X(2) VALUE SPACES.
           05 LA-PREVISTA        PIC 9(8).
           05 FILLER             PIC X(2) VALUE SPACES.
           05 LA-RETORNO         PIC X(8).
           05 FILLER             PIC X(2) VALUE SPACES.
           05 LA-DIAS            PIC ZZ9.

       PROCEDURE DIVISION.
       INICIO.
           IF WS-ARQUIVOS-DEFINIDOS = "N"
               PERFORM DEFINIR-ARQUIVOS
               MOVE "S" TO WS-ARQUIVOS-DEFINIDOS
               MOVE "AfastamentosManutencao" TO WS-JOBLOG-PROGRAMA
               MOVE "INICIO" TO WS-JOBLOG-EVENTO
               PERFORM GRAVAR-JOBLOG
           END-IF.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
           DISPLAY "--------------------------------".
           DISPLAY "Manutenção de Afastamentos".
           DISPLAY "--------------------------------".
           DISPLAY " 1 - Incluir Afastamento".
           DISPLAY " 2 - Registrar Retorno".
           DISPLAY " 3 - Consultar Afastamentos".
           DISPLAY " 4 - Relatório de Afastados do Mês".
           DISPLAY " 5 - Sair".
           DISPLAY "--------------------------------".
           DISPLAY "Escolha uma opção: ".
           ACCEPT WS-OPCAO.

           EVALUATE WS-OPCAO
               WHEN 1
                   PERFORM INCLUIR
               WHEN 2
                   PERFORM REGISTRAR-RETORNO
               WHEN 3
                   PERFORM CONSULTAR
               WHEN 4
                   PERFORM RELATORIO-AFASTADOS
               WHEN 5
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
           ACCEPT WS-ARQ-AFASTAMENTOS FROM ENVIRONMENT
                   "AFASTAMENTOS_DATA"
               ON EXCEPTION
                   MOVE "AFASTAMENTOS.DATA" TO WS-ARQ-AFASTAMENTOS
           END-ACCEPT.
           ACCEPT WS-ARQ-RELATORIO FROM ENVIRONMENT
                   "AFASTADOS_MES_LST"
               ON EXCEPTION
                   MOVE "AFASTADOS-MES.LST" TO WS-ARQ-RELATORIO
           END-ACCEPT.

       INCLUIR.
           DISPLAY "--------------------------------".
           DISPLAY "Incluir Afastamento".
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
               DISPLAY "Tipo (DO=doença AT=acidente "
                  "MA=maternidade NR=não remunerado): "
               ACCEPT WS-TIPO
               DISPLAY "Data de início (AAAAMMDD): "
               ACCEPT WS-INICIO-TXT
               DISPLAY "Retorno previsto (AAAAMMDD): "
               ACCEPT WS-PREVISTA-TXT
               PERFORM VALIDAR-AFASTAMENTO
               IF WS-REGISTRO-VALIDO = "N"
                   DISPLAY "Registro rejeitado: " WS-MOTIVO-ERRO
               ELSE
                   PERFORM GRAVAR-AFASTAMENTO-NOVO
               END-IF
           END-IF
           END-IF.
           PERFORM INICIO.

       VALIDAR-AFASTAMENTO.
           MOVE "S" TO WS-REGISTRO-VALIDO.
           MOVE SPACES TO WS-MOTIVO-ERRO.
           MOVE WS-TIPO TO AFA-TIPO.

           IF NOT AFASTAMENTO-TIPO-VALIDO
               MOVE "N" TO WS-REGISTRO-VALIDO
               MOVE "Tipo de afastamento invalido" TO WS-MOTIVO-ERRO
           END-IF.

           IF WS-REGISTRO-VALIDO = "S"
               IF WS-INICIO-TXT NOT NUMERIC
                       OR WS-PREVISTA-TXT NOT NUMERIC
                   MOVE "N" TO WS-REGISTRO-VALIDO
                   MOVE "Data invalida" TO WS-MOTIVO-ERRO
               ELSE
                   MOVE WS-INICIO-TXT TO WS-INICIO-NUM
                   MOVE WS-PREVISTA-TXT TO WS-PREVISTA-NUM
               END-IF
           END-IF.

           IF WS-REGISTRO-VALIDO = "S"
                   AND WS-PREVISTA-NUM < WS-INICIO-NUM
               MOVE "N" TO WS-REGISTRO-VALIDO
               MOVE "Retorno previsto anterior ao inicio"
                   TO WS-MOTIVO-ERRO
           END-IF.

           IF WS-REGISTRO-VALIDO = "S"
               PERFORM PROCURAR-AFASTAMENTO-ABERTO
               IF WS-AFASTAMENTO-ABERTO = "S"
                   MOVE "N" TO WS-REGISTRO-VALIDO
                   MOVE "Funcionario ja esta afastado"
                       TO WS-MOTIVO-ERRO
               END-IF
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

      * Um novo afastamento so entra depois do retorno do anterior.
       PROCURAR-AFASTAMENTO-ABERTO.
           MOVE "N" TO WS-AFASTAMENTO-ABERTO.
           MOVE "N" TO WS-FIM-ARQ.
           OPEN INPUT ARQ-AFASTAMENTOS.
           IF WS-STATUS-AFASTAMENTOS = "00"
               PERFORM UNTIL WS-FIM-ARQ = "S"
                   READ ARQ-AFASTAMENTOS
                       AT END
                           MOVE "S" TO WS-FIM-ARQ
                       NOT AT END
                           IF AFA-MATRICULA = WS-MATRICULA-NUM
                                   AND (AFA-DATA-RETORNO = 0
                                   OR AFA-DATA-RETORNO
                                       > WS-INICIO-NUM)
                               MOVE "S" TO WS-AFASTAMENTO-ABERTO
                               MOVE "S" TO WS-FIM-ARQ
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQ-AFASTAMENTOS
           END-IF.

       GRAVAR-AFASTAMENTO-NOVO.
           OPEN EXTEND ARQ-AFASTAMENTOS.
           IF WS-STATUS-AFASTAMENTOS = "35"
               OPEN OUTPUT ARQ-AFASTAMENTOS
           END-IF.
           IF WS-STATUS-AFASTAMENTOS NOT = "00"
               DISPLAY "Erro ao abrir arquivo! Status: "
                  WS-STATUS-AFASTAMENTOS
               MOVE "AfastamentosManutencao" TO WS-ERRLOG-PROGRAMA
               MOVE "GRAVAR-AFASTAMENTO-NOVO" TO WS-ERRLOG-PARAGRAFO
               MOVE WS-ARQ-AFASTAMENTOS TO WS-ERRLOG-ARQUIVO
               MOVE WS-STATUS-AFASTAMENTOS TO WS-ERRLOG-STATUS
               PERFORM GRAVAR-ERRORLOG
           ELSE
               MOVE WS-MATRICULA-NUM TO AFA-MATRICULA
               MOVE WS-TIPO TO AFA-TIPO
               MOVE WS-INICIO-NUM TO AFA-DATA-INICIO
               MOVE WS-PREVISTA-NUM TO AFA-DATA-PREVISTA
               MOVE 0 TO AFA-DATA-RETORNO
               WRITE REG-AFASTAMENTO
               CLOSE ARQ-AFASTAMENTOS
               DISPLAY "Afastamento gravado com sucesso!"
               ADD 1 TO WS-TOTAL-OPERACOES
           END-IF.

       REGISTRAR-RETORNO.
           DISPLAY "--------------------------------".
           DISPLAY "Registrar Retorno".
           DISPLAY "--------------------------------".
           DISPLAY "Matrícula: ".
           ACCEPT WS-MATRICULA-TXT.
           DISPLAY "Data de início do afastamento (AAAAMMDD): ".
           ACCEPT WS-INICIO-TXT.
           DISPLAY "Data do retorno (AAAAMMDD): ".
           ACCEPT WS-RETORNO-TXT.
           IF WS-MATRICULA-TXT NOT NUMERIC
                   OR WS-INICIO-TXT NOT NUMERIC
                   OR WS-RETORNO-TXT NOT NUMERIC
               DISPLAY "Dados inválidos!"
           ELSE
               MOVE WS-MATRICULA-TXT TO WS-MATRICULA-NUM
               MOVE WS-INICIO-TXT TO WS-INICIO-NUM
               MOVE WS-RETORNO-TXT TO WS-RETORNO-NUM
               IF WS-RETORNO-NUM <= WS-INICIO-NUM
                   DISPLAY "Retorno deve ser posterior ao início!"
               ELSE
                   PERFORM LOCALIZAR-E-REGISTRAR
               END-IF
           END-IF.
           PERFORM INICIO.

       LOCALIZAR-E-REGISTRAR.
           MOVE "N" TO WS-ENCONTRADO.
           MOVE "N" TO WS-FIM-ARQ.
           OPEN I-O ARQ-AFASTAMENTOS.
           IF WS-STATUS-AFASTAMENTOS NOT = "00"
               DISPLAY "Erro ao abrir " WS-ARQ-AFASTAMENTOS
                  " Status: " WS-STATUS-AFASTAMENTOS
               MOVE "AfastamentosManutencao" TO WS-ERRLOG-PROGRAMA
               MOVE "LOCALIZAR-E-REGISTRAR" TO WS-ERRLOG-PARAGRAFO
               MOVE WS-ARQ-AFASTAMENTOS TO WS-ERRLOG-ARQUIVO
               MOVE WS-STATUS-AFASTAMENTOS TO WS-ERRLOG-STATUS
               PERFORM GRAVAR-ERRORLOG
           ELSE
               PERFORM UNTIL WS-FIM-ARQ = "S"
                   READ ARQ-AFASTAMENTOS
                       AT END
                           MOVE "S" TO WS-FIM-ARQ
                       NOT AT END
                           IF AFA-MATRICULA = WS-MATRICULA-NUM
                                   AND AFA-DATA-INICIO
                                       = WS-INICIO-NUM
                               MOVE WS-RETORNO-NUM
                                   TO AFA-DATA-RETORNO
                               REWRITE REG-AFASTAMENTO
                               MOVE "S" TO WS-ENCONTRADO
                               MOVE "S" TO WS-FIM-ARQ
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQ-AFASTAMENTOS
               IF WS-ENCONTRADO = "N"
                   DISPLAY "Afastamento não encontrado."
               ELSE
                   DISPLAY "Retorno registrado com sucesso!"
                   ADD 1 TO WS-TOTAL-OPERACOES
               END-IF
           END-IF.

       CONSULTAR.
           DISPLAY "--------------------------------".
           DISPLAY "Consultar Afastamentos".
           DISPLAY "--------------------------------".
           DISPLAY "Matrícula: ".
           ACCEPT WS-MATRICULA-TXT.
           IF WS-MATRICULA-TXT NOT NUMERIC
               DISPLAY "Matrícula inválida!"
           ELSE
               MOVE WS-MATRICULA-TXT TO WS-MATRICULA-NUM
               MOVE "N" TO WS-ENCONTRADO
               MOVE "N" TO WS-FIM-ARQ
               OPEN INPUT ARQ-AFASTAMENTOS
               IF WS-STATUS-AFASTAMENTOS = "00"
                   PERFORM UNTIL WS-FIM-ARQ = "S"
                       READ ARQ-AFASTAMENTOS
                           AT END
                               MOVE "S" TO WS-FIM-ARQ
                           NOT AT END
                               IF AFA-MATRICULA = WS-MATRICULA-NUM
                                   MOVE "S" TO WS-ENCONTRADO
                                   DISPLAY "  Tipo: " AFA-TIPO
                                      "  Início: " AFA-DATA-INICIO
                                      "  Previsto: "
                                      AFA-DATA-PREVISTA
                                      "  Retorno: "
                                      AFA-DATA-RETORNO
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE ARQ-AFASTAMENTOS
               END-IF
               IF WS-ENCONTRADO = "N"
                   DISPLAY "Nenhum afastamento para a matrícula."
               END-IF
           END-IF.
           PERFORM INICIO.

      * Relacao de quem esteve afastado na competencia, agrupada
      * por departamento, com os dias de afastamento no mes.
       RELATORIO-AFASTADOS.
           DISPLAY "Competência (AAAAMM): ".
           ACCEPT WS-COMPETENCIA-TXT.
           IF WS-COMPETENCIA-TXT NOT NUMERIC
                   OR WS-COMPETENCIA-TXT(5:2) < "01"
                   OR WS-COMPETENCIA-TXT(5:2) > "12"
               DISPLAY "Competência inválida!"
           ELSE
               MOVE WS-COMPETENCIA-TXT TO WS-AFA-COMPETENCIA
               PERFORM DEFINIR-PERIODO-AFASTAMENTO
               MOVE "T" TO WS-AFA-REGRA
               PERFORM CARREGAR-FUNCIONARIOS
               MOVE 0 TO WS-TOTAL-AFASTADOS
               MOVE 0 TO WS-SUB-QTD
               MOVE "S" TO WS-PRIMEIRO-REGISTRO
               MOVE "N" TO RETORNO-FINALIZADO
               OPEN OUTPUT RELATORIO
               SORT ARQ-SORT
                   ON ASCENDING KEY SORT-DEPARTAMENTO SORT-MATRICULA
                   INPUT PROCEDURE IS SELECIONAR-AFASTADOS
                   OUTPUT PROCEDURE IS IMPRIMIR-AFASTADOS
               CLOSE RELATORIO
               MOVE WS-TOTAL-AFASTADOS TO WS-TOTAL-ED
               DISPLAY "Afastados na competência: " WS-TOTAL-ED
               DISPLAY "Relatório gravado em " WS-ARQ-RELATORIO
           END-IF.
           PERFORM INICIO.

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
                                   AND QTD-FUNCIONARIOS < 500
                               ADD 1 TO QTD-FUNCIONARIOS
                               SET IDX-FUN TO QTD-FUNCIONARIOS
                               MOVE MATRICULA-FUNCIONARIO
                                   TO TFU-MATRICULA(IDX-FUN)
                               MOVE CODIGO-DEPARTAMENTO
                                   TO TFU-DEPARTAMENTO(IDX-FUN)
                               MOVE SPACES TO TFU-NOME(IDX-FUN)
                               STRING PRIMEIRO-NOME
                                       DELIMITED BY SPACE
                                   " " DELIMITED BY SIZE
                                   ULTIMO-NOME DELIMITED BY SPACE
                                   INTO TFU-NOME(IDX-FUN)
                               END-STRING
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FUNCIONARIOS
           END-IF.

       SELECIONAR-AFASTADOS.
           PERFORM CARREGAR-AFASTAMENTOS.
           MOVE "N" TO WS-FIM-ARQ.
           OPEN INPUT ARQ-AFASTAMENTOS.
           IF WS-STATUS-AFASTAMENTOS = "00"
               PERFORM UNTIL WS-FIM-ARQ = "S"
                   READ ARQ-AFASTAMENTOS
                       AT END
                           MOVE "S" TO WS-FIM-ARQ
                       NOT AT END
                           PERFORM AVALIAR-AFASTADO
                   END-READ
               END-PERFORM
               CLOSE ARQ-AFASTAMENTOS
           END-IF.

       AVALIAR-AFASTADO.
           MOVE AFA-DATA-INICIO TO WS-AFA-INICIO-CONTA.
           IF WS-AFA-INICIO-CONTA < WS-AFA-PERIODO-INICIO
               MOVE WS-AFA-PERIODO-INICIO TO WS-AFA-INICIO-CONTA
           END-IF.
           MOVE WS-AFA-PERIODO-FIM TO WS-AFA-FIM-CONTA.
           IF AFA-DATA-RETORNO > 0
                   AND AFA-DATA-RETORNO <= WS-AFA-FIM-CONTA
               COMPUTE WS-AFA-FIM-CONTA
                   = FUNCTION DATE-OF-INTEGER
                       (FUNCTION INTEGER-OF-DATE
                           (AFA-DATA-RETORNO) - 1)
           END-IF.
           IF WS-AFA-INICIO-CONTA <= WS-AFA-FIM-CONTA
               MOVE SPACES TO REG-SORT
               MOVE "----" TO SORT-DEPARTAMENTO
               MOVE AFA-MATRICULA TO SORT-MATRICULA
               PERFORM VARYING IDX-FUN FROM 1 BY 1
                       UNTIL IDX-FUN > QTD-FUNCIONARIOS
                   IF TFU-MATRICULA(IDX-FUN) = AFA-MATRICULA
                       MOVE TFU-DEPARTAMENTO(IDX-FUN)
                           TO SORT-DEPARTAMENTO
                       MOVE TFU-NOME(IDX-FUN) TO SORT-NOME
                   END-IF
               END-PERFORM
               MOVE AFA-TIPO TO SORT-TIPO
               MOVE AFA-DATA-INICIO TO SORT-INICIO
               MOVE AFA-DATA-PREVISTA TO SORT-PREVISTA
               MOVE AFA-DATA-RETORNO TO SORT-RETORNO
               COMPUTE SORT-DIAS
                   = FUNCTION INTEGER-OF-DATE(WS-AFA-FIM-CONTA)
                   - FUNCTION INTEGER-OF-DATE(WS-AFA-INICIO-CONTA)
                   + 1
               RELEASE REG-SORT
           END-IF.

       IMPRIMIR-AFASTADOS.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "Afastados na Competencia " DELIMITED BY SIZE
               WS-AFA-COMPETENCIA DELIMITED BY SIZE
               INTO LINHA-RELATORIO
           END-STRING.
           WRITE LINHA-RELATORIO.
           MOVE SPACES TO LINHA-RELATORIO.
           MOVE "Matr." TO LINHA-RELATORIO(1:5).
           MOVE "Nome" TO LINHA-RELATORIO(8:4).
           MOVE "Tp" TO LINHA-RELATORIO(40:2).
           MOVE "Inicio" TO LINHA-RELATORIO(44:6).
           MOVE "Previsto" TO LINHA-RELATORIO(54:8).
           MOVE "Retorno" TO LINHA-RELATORIO(64:7).
           MOVE "Dias" TO LINHA-RELATORIO(73:4).
           WRITE LINHA-RELATORIO.
           PERFORM UNTIL RETORNO-FINALIZADO = "S"
               RETURN ARQ-SORT
                   AT END
                       MOVE "S" TO RETORNO-FINALIZADO
                   NOT AT END
                       PERFORM IMPRIMIR-AFASTADO
               END-RETURN
           END-PERFORM.
           IF WS-TOTAL-AFASTADOS > 0
               PERFORM ESCREVER-SUBTOTAL
           END-IF.
           MOVE SPACES TO LINHA-RELATORIO.
           MOVE WS-TOTAL-AFASTADOS TO WS-TOTAL-ED.
           STRING "Total de afastados: " DELIMITED BY SIZE
               WS-TOTAL-ED DELIMITED BY SIZE
               INTO LINHA-RELATORIO
           END-STRING.
           WRITE LINHA-RELATORIO.

       IMPRIMIR-AFASTADO.
           IF WS-PRIMEIRO-REGISTRO = "S"
               MOVE "N" TO WS-PRIMEIRO-REGISTRO
               MOVE SORT-DEPARTAMENTO TO WS-DEPTO-ATUAL
               PERFORM ESCREVER-DEPARTAMENTO
           ELSE
               IF SORT-DEPARTAMENTO NOT = WS-DEPTO-ATUAL
                   PERFORM ESCREVER-SUBTOTAL
                   MOVE SORT-DEPARTAMENTO TO WS-DEPTO-ATUAL
                   PERFORM ESCREVER-DEPARTAMENTO
               END-IF
           END-IF.
           MOVE SORT-MATRICULA TO LA-MATRICULA.
           MOVE SORT-NOME TO LA-NOME.
           MOVE SORT-TIPO TO LA-TIPO.
           MOVE SORT-INICIO TO LA-INICIO.
           MOVE SORT-PREVISTA TO LA-PREVISTA.
           IF SORT-RETORNO = 0
               MOVE "AFASTADO" TO LA-RETORNO
           ELSE
               MOVE SORT-RETORNO TO LA-RETORNO
           END-IF.
           MOVE SORT-DIAS TO LA-DIAS.
           MOVE SPACES TO LINHA-RELATORIO.
           MOVE LINHA-AFASTADO TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           ADD 1 TO WS-SUB-QTD.
           ADD 1 TO WS-TOTAL-AFASTADOS.

       ESCREVER-DEPARTAMENTO.
           MOVE SPACES TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "Departamento: " DELIMITED BY SIZE
               WS-DEPTO-ATUAL DELIMITED BY SIZE
               INTO LINHA-RELATORIO
           END-STRING.
           WRITE LINHA-RELATORIO.

       ESCREVER-SUBTOTAL.
           MOVE SPACES TO LINHA-RELATORIO.
           MOVE WS-SUB-QTD TO WS-TOTAL-ED.
           STRING "Subtotal " DELIMITED BY SIZE
               WS-DEPTO-ATUAL DELIMITED BY SIZE
               ": " DELIMITED BY SIZE
               WS-TOTAL-ED DELIMITED BY SIZE
               " afastado(s)" DELIMITED BY SIZE
               INTO LINHA-RELATORIO
           END-STRING.
           WRITE LINHA-RELATORIO.
           MOVE 0 TO WS-SUB-QTD.

       COPY AFASTPD.

       COPY JOBLOGPD.

       COPY ERRLOGPD.

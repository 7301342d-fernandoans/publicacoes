       IDENTIFICATION DIVISION.
           PROGRAM-ID. TreinamentosManutencao.
           AUTHOR. Fernando Anselmo.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FUNCIONARIOS ASSIGN TO WS-ARQ-FUNCIONARIOS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-FUNCIONARIOS.

           SELECT ARQ-CURSOS ASSIGN TO WS-ARQ-CURSOS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-CURSOS.

           SELECT ARQ-TREINAMENTOS ASSIGN TO WS-ARQ-TREINAMENTOS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-TREINAMENTOS.

           SELECT ARQ-IMPORTACAO ASSIGN TO WS-ARQ-IMPORTACAO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-IMPORTACAO.

           COPY ERRLOGSL.

           COPY JOBLOGSL.

       DATA DIVISION.
       FILE SECTION.
       FD FUNCIONARIOS.
       01 DETALHEFUNCIONARIO.
           COPY FUNCIONARIO.

       FD ARQ-CURSOS.
       01 REGISTRO-CURSO.
           COPY CURSOTRE.

       FD ARQ-TREINAMENTOS.
       01 REGISTRO-TREINAMENTO.
           COPY TREINAM.

       FD ARQ-IMPORTACAO.
       01 LINHA-IMPORTACAO         PIC X(80).

       COPY ERRLOGFD.

       COPY JOBLOGFD.

       WORKING-STORAGE SECTION.
       COPY ERRLOGWS.

       COPY JOBLOGWS.

       01 WS-ARQ-FUNCIONARIOS    PIC X(40)
           VALUE "FUNCIONARIOS.DATA".
       01 WS-ARQ-CURSOS          PIC X(40)
           VALUE "TREINAMENTO-CURSOS.DATA".
       01 WS-ARQ-TREINAMENTOS    PIC X(40)
           VALUE "TREINAMENTOS.DATA".
       01 WS-ARQ-IMPORTACAO      PIC X(40)
           VALUE "treinamentos.csv".
       01 WS-ARQUIVOS-DEFINIDOS  PIC X VALUE "N".

       01 WS-OPCAO               PIC 9.
       01 WS-STATUS-FUNCIONARIOS PIC X(2).
       01 WS-STATUS-CURSOS       PIC X(2).
       01 WS-STATUS-TREINAMENTOS PIC X(2).
       01 WS-STATUS-IMPORTACAO   PIC X(2).
       01 WS-FIM-ARQ             PIC X VALUE "N".
       01 WS-TOTAL-OPERACOES     PIC 9(5) VALUE ZEROS.
       01 WS-DATA-HOJE           PIC 9(8).

       01 WS-MATRICULA-TXT       PIC X(5).
       01 WS-MATRICULA-NUM       PIC 9(5).
       01 WS-CURSO               PIC X(6).
       01 WS-CONCLUSAO-TXT       PIC X(8).
       01 WS-CONCLUSAO-NUM       PIC 9(8).
       01 CONCLUSAO-DECOMPOSTA REDEFINES WS-CONCLUSAO-NUM.
           05 WS-CONCLUSAO-ANO   PIC 9(4).
           05 WS-CONCLUSAO-MES   PIC 9(2).
           05 WS-CONCLUSAO-DIA   PIC 9(2).
       01 WS-CERTIFICADO         PIC X(20).
       01 WS-VALIDADE            PIC 9(8).
       01 WS-MESES-CURSO         PIC 9(3).
       01 WS-OPERADOR            PIC X(8).

       01 WS-REGISTRO-VALIDO     PIC X VALUE "S".
       01 WS-MOTIVO-ERRO         PIC X(40) VALUE SPACES.

       01 QTD-FUNCIONARIOS       PIC 9(3) VALUE 0.
       01 TABELA-FUNCIONARIOS.
           05 TFU-ITEM OCCURS 500 TIMES INDEXED BY IDX-FUN.
               10 TFU-MATRICULA  PIC 9(5).
               10 TFU-ATIVO      PIC X(1).

       01 QTD-CURSOS             PIC 9(3) VALUE 0.
       01 TABELA-CURSOS.
           05 TCU-ITEM OCCURS 200 TIMES INDEXED BY IDX-CUR.
               10 TCU-CODIGO     PIC X(6).
               10 TCU-DESCRICAO  PIC X(30).
               10 TCU-MESES      PIC 9(3).

      * Chaves ja gravadas (matricula, curso e conclusao) para a
      * importacao nao duplicar um treinamento lancado.
       01 QTD-REGISTRADOS        PIC 9(4) VALUE 0.
       01 TABELA-REGISTRADOS.
           05 TRG-CHAVE OCCURS 2000 TIMES INDEXED BY IDX-TRG
                                 PIC X(19).
       01 WS-CHAVE-TREINAMENTO.
           05 WS-CHAVE-MATRICULA PIC 9(5).
           05 WS-CHAVE-CURSO     PIC X(6).
           05 WS-CHAVE-CONCLUSAO PIC 9(8).

       01 CALCULO-VALIDADE.
           05 WS-MESES-CORRIDOS  PIC 9(6).
           05 WS-ANO-VALIDADE    PIC 9(4).
           05 WS-MES-VALIDADE    PIC 9(2).
           05 WS-DIA-VALIDADE    PIC 9(2).
           05 WS-ULTIMO-DIA      PIC 9(2).
           05 WS-DATA-AUX        PIC 9(8).

       01 CONTADORES-IMPORTACAO.
           05 WS-LINHAS-LIDAS    PIC 9(5) VALUE 0.
           05 WS-IMPORTADOS      PIC 9(5) VALUE 0.
           05 WS-REJEITADOS      PIC 9(5) VALUE 0.
           05 WS-DUPLICADOS      PIC 9(5) VALUE 0.
       01 WS-TOTAL-ED            PIC ZZZZ9.

       PROCEDURE DIVISION.
       INICIO.
           IF WS-ARQUIVOS-DEFINIDOS = "N"
               PERFORM DEFINIR-ARQUIVOS
               MOVE "S" TO WS-ARQUIVOS-DEFINIDOS
               MOVE "TreinamentosManutencao" TO WS-JOBLOG-PROGRAMA
               MOVE "INICIO" TO WS-JOBLOG-EVENTO
               PERFORM GRAVAR-JOBLOG
           END-IF.
           DISPLAY "--------------------------------".
           DISPLAY "Treinamentos dos Funcionários".
           DISPLAY "--------------------------------".
           DISPLAY " 1 - Registrar Treinamento".
           DISPLAY " 2 - Importar Treinamentos ("
              FUNCTION TRIM(WS-ARQ-IMPORTACAO) ")".
           DISPLAY " 3 - Consultar Funcionário".
           DISPLAY " 4 - Sair".
           DISPLAY "--------------------------------".
           DISPLAY "Escolha uma opção: ".
           ACCEPT WS-OPCAO.

           EVALUATE WS-OPCAO
               WHEN 1
                   PERFORM REGISTRAR
               WHEN 2
                   PERFORM IMPORTAR
               WHEN 3
                   PERFORM CONSULTAR
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
           ACCEPT WS-ARQ-CURSOS FROM ENVIRONMENT
                   "TREINAMENTO_CURSOS_DATA"
               ON EXCEPTION
                   MOVE "TREINAMENTO-CURSOS.DATA" TO WS-ARQ-CURSOS
           END-ACCEPT.
           ACCEPT WS-ARQ-TREINAMENTOS FROM ENVIRONMENT
                   "TREINAMENTOS_DATA"
               ON EXCEPTION
                   MOVE "TREINAMENTOS.DATA" TO WS-ARQ-TREINAMENTOS
           END-ACCEPT.
           ACCEPT WS-ARQ-IMPORTACAO FROM ENVIRONMENT
                   "TREINAMENTOS_CSV"
               ON EXCEPTION
                   MOVE "treinamentos.csv" TO WS-ARQ-IMPORTACAO
           END-ACCEPT.

       REGISTRAR.
           DISPLAY "--------------------------------".
           DISPLAY "Registrar Treinamento".
           DISPLAY "--------------------------------".
           PERFORM CARREGAR-CADASTROS.
           DISPLAY "Matrícula do funcionário (5 dígitos): ".
           ACCEPT WS-MATRICULA-TXT.
           DISPLAY "Código do curso: ".
           ACCEPT WS-CURSO.
           DISPLAY "Data de conclusão (AAAAMMDD): ".
           ACCEPT WS-CONCLUSAO-TXT.
           DISPLAY "Número do certificado (opcional): ".
           ACCEPT WS-CERTIFICADO.
           PERFORM VALIDAR-TREINAMENTO.
           IF WS-REGISTRO-VALIDO = "N"
               DISPLAY "Registro rejeitado: " WS-MOTIVO-ERRO
           ELSE
               OPEN EXTEND ARQ-TREINAMENTOS
               IF WS-STATUS-TREINAMENTOS = "35"
                   OPEN OUTPUT ARQ-TREINAMENTOS
               END-IF
               IF WS-STATUS-TREINAMENTOS NOT = "00"
                   PERFORM REGISTRAR-ERRO-ABERTURA
               ELSE
                   PERFORM GRAVAR-TREINAMENTO
                   CLOSE ARQ-TREINAMENTOS
                   IF WS-VALIDADE = 0
                       DISPLAY "Treinamento gravado; não vence."
                   ELSE
                       DISPLAY "Treinamento gravado; válido até "
                          WS-VALIDADE
                   END-IF
               END-IF
           END-IF.
           PERFORM INICIO.

      * Importa linhas "matricula;curso;AAAAMMDD;certificado". A
      * primeira linha pode ser o cabecalho da planilha.
       IMPORTAR.
           DISPLAY "--------------------------------".
           DISPLAY "Importar Treinamentos".
           DISPLAY "--------------------------------".
           PERFORM CARREGAR-CADASTROS.
           MOVE 0 TO WS-LINHAS-LIDAS.
           MOVE 0 TO WS-IMPORTADOS.
           MOVE 0 TO WS-REJEITADOS.
           MOVE 0 TO WS-DUPLICADOS.
           OPEN INPUT ARQ-IMPORTACAO.
           IF WS-STATUS-IMPORTACAO NOT = "00"
               DISPLAY "Arquivo de importação não encontrado: "
                  WS-ARQ-IMPORTACAO
           ELSE
               OPEN EXTEND ARQ-TREINAMENTOS
               IF WS-STATUS-TREINAMENTOS = "35"
                   OPEN OUTPUT ARQ-TREINAMENTOS
               END-IF
               IF WS-STATUS-TREINAMENTOS NOT = "00"
                   PERFORM REGISTRAR-ERRO-ABERTURA
               ELSE
                   MOVE "N" TO WS-FIM-ARQ
                   PERFORM UNTIL WS-FIM-ARQ = "S"
                       READ ARQ-IMPORTACAO
                           AT END
                               MOVE "S" TO WS-FIM-ARQ
                           NOT AT END
                               PERFORM IMPORTAR-LINHA
                       END-READ
                   END-PERFORM
                   CLOSE ARQ-TREINAMENTOS
               END-IF
               CLOSE ARQ-IMPORTACAO
               MOVE WS-IMPORTADOS TO WS-TOTAL-ED
               DISPLAY "Treinamentos importados: " WS-TOTAL-ED
               MOVE WS-DUPLICADOS TO WS-TOTAL-ED
               DISPLAY "Já registrados.........: " WS-TOTAL-ED
               MOVE WS-REJEITADOS TO WS-TOTAL-ED
               DISPLAY "Linhas rejeitadas......: " WS-TOTAL-ED
           END-IF.
           PERFORM INICIO.

       IMPORTAR-LINHA.
           ADD 1 TO WS-LINHAS-LIDAS.
           MOVE SPACES TO WS-MATRICULA-TXT WS-CURSO
               WS-CONCLUSAO-TXT WS-CERTIFICADO.
           UNSTRING LINHA-IMPORTACAO DELIMITED BY ";"
               INTO WS-MATRICULA-TXT WS-CURSO WS-CONCLUSAO-TXT
                   WS-CERTIFICADO
           END-UNSTRING.
           IF WS-LINHAS-LIDAS = 1 AND WS-MATRICULA-TXT NOT NUMERIC
               CONTINUE
           ELSE
               IF LINHA-IMPORTACAO NOT = SPACES
                   PERFORM VALIDAR-TREINAMENTO
                   IF WS-REGISTRO-VALIDO = "N"
                       ADD 1 TO WS-REJEITADOS
                       DISPLAY "Linha " WS-LINHAS-LIDAS ": "
                          WS-MOTIVO-ERRO
                   ELSE
                       MOVE WS-MATRICULA-NUM TO WS-CHAVE-MATRICULA
                       MOVE WS-CURSO TO WS-CHAVE-CURSO
                       MOVE WS-CONCLUSAO-NUM TO WS-CHAVE-CONCLUSAO
                       PERFORM VARYING IDX-TRG FROM 1 BY 1
                               UNTIL IDX-TRG > QTD-REGISTRADOS
                               OR TRG-CHAVE(IDX-TRG)
                                   = WS-CHAVE-TREINAMENTO
                           CONTINUE
                       END-PERFORM
                       IF IDX-TRG <= QTD-REGISTRADOS
                           ADD 1 TO WS-DUPLICADOS
                       ELSE
                           PERFORM GRAVAR-TREINAMENTO
                           ADD 1 TO WS-IMPORTADOS
                       END-IF
                   END-IF
               END-IF
           END-IF.

       VALIDAR-TREINAMENTO.
           MOVE "S" TO WS-REGISTRO-VALIDO.
           MOVE SPACES TO WS-MOTIVO-ERRO.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.

           IF WS-MATRICULA-TXT NOT NUMERIC
               MOVE "N" TO WS-REGISTRO-VALIDO
               MOVE "Matricula invalida" TO WS-MOTIVO-ERRO
           ELSE
               MOVE WS-MATRICULA-TXT TO WS-MATRICULA-NUM
               PERFORM VARYING IDX-FUN FROM 1 BY 1
                       UNTIL IDX-FUN > QTD-FUNCIONARIOS
                       OR TFU-MATRICULA(IDX-FUN) = WS-MATRICULA-NUM
                   CONTINUE
               END-PERFORM
               IF IDX-FUN > QTD-FUNCIONARIOS
                   MOVE "N" TO WS-REGISTRO-VALIDO
                   MOVE "Funcionario nao cadastrado" TO WS-MOTIVO-ERRO
               ELSE
                   IF TFU-ATIVO(IDX-FUN) = "N"
                       MOVE "N" TO WS-REGISTRO-VALIDO
                       MOVE "Funcionario desligado" TO WS-MOTIVO-ERRO
                   END-IF
               END-IF
           END-IF.

           IF WS-REGISTRO-VALIDO = "S"
               PERFORM VARYING IDX-CUR FROM 1 BY 1
                       UNTIL IDX-CUR > QTD-CURSOS
                       OR TCU-CODIGO(IDX-CUR) = WS-CURSO
                   CONTINUE
               END-PERFORM
               IF IDX-CUR > QTD-CURSOS
                   MOVE "N" TO WS-REGISTRO-VALIDO
                   MOVE "Curso nao cadastrado" TO WS-MOTIVO-ERRO
               ELSE
                   MOVE TCU-MESES(IDX-CUR) TO WS-MESES-CURSO
               END-IF
           END-IF.

           IF WS-REGISTRO-VALIDO = "S"
               IF WS-CONCLUSAO-TXT NOT NUMERIC
                       OR WS-CONCLUSAO-TXT(5:2) < "01"
                       OR WS-CONCLUSAO-TXT(5:2) > "12"
                       OR WS-CONCLUSAO-TXT(7:2) < "01"
                       OR WS-CONCLUSAO-TXT(7:2) > "31"
                   MOVE "N" TO WS-REGISTRO-VALIDO
                   MOVE "Data de conclusao invalida" TO WS-MOTIVO-ERRO
               ELSE
                   MOVE WS-CONCLUSAO-TXT TO WS-CONCLUSAO-NUM
                   IF WS-CONCLUSAO-NUM > WS-DATA-HOJE
                       MOVE "N" TO WS-REGISTRO-VALIDO
                       MOVE "Conclusao posterior a hoje"
                           TO WS-MOTIVO-ERRO
                   END-IF
               END-IF
           END-IF.

           IF WS-REGISTRO-VALIDO = "S"
               PERFORM CALCULAR-VALIDADE
           END-IF.

      * Validade = conclusao mais os meses do catalogo, no mesmo
      * dia; dia inexistente no mes final cai no ultimo dia.
       CALCULAR-VALIDADE.
           IF WS-MESES-CURSO = 0
               MOVE 0 TO WS-VALIDADE
           ELSE
               COMPUTE WS-MESES-CORRIDOS
                   = WS-CONCLUSAO-ANO * 12
                   + WS-CONCLUSAO-MES - 1 + WS-MESES-CURSO
               DIVIDE WS-MESES-CORRIDOS BY 12
                   GIVING WS-ANO-VALIDADE REMAINDER WS-MES-VALIDADE
               ADD 1 TO WS-MES-VALIDADE
               MOVE WS-CONCLUSAO-DIA TO WS-DIA-VALIDADE
               IF WS-MES-VALIDADE = 12
                   COMPUTE WS-DATA-AUX
                       = (WS-ANO-VALIDADE + 1) * 10000 + 101
               ELSE
                   COMPUTE WS-DATA-AUX = WS-ANO-VALIDADE * 10000
                       + (WS-MES-VALIDADE + 1) * 100 + 1
               END-IF
               COMPUTE WS-ULTIMO-DIA
                   = FUNCTION INTEGER-OF-DATE(WS-DATA-AUX)
                   - FUNCTION INTEGER-OF-DATE(
                       WS-ANO-VALIDADE * 10000
                       + WS-MES-VALIDADE * 100 + 1) + 1
               IF WS-DIA-VALIDADE > WS-ULTIMO-DIA
                   MOVE WS-ULTIMO-DIA TO WS-DIA-VALIDADE
               END-IF
               COMPUTE WS-VALIDADE = WS-ANO-VALIDADE * 10000
                   + WS-MES-VALIDADE * 100 + WS-DIA-VALIDADE
           END-IF.

       GRAVAR-TREINAMENTO.
           MOVE WS-MATRICULA-NUM TO TRE-MATRICULA.
           MOVE WS-CURSO TO TRE-CURSO.
           MOVE WS-CONCLUSAO-NUM TO TRE-DATA-CONCLUSAO.
           MOVE WS-VALIDADE TO TRE-DATA-VALIDADE.
           MOVE WS-CERTIFICADO TO TRE-CERTIFICADO.
           ACCEPT WS-OPERADOR FROM ENVIRONMENT "OPERADOR_ATUAL"
               ON EXCEPTION
                   MOVE SPACES TO WS-OPERADOR
           END-ACCEPT.
           IF WS-OPERADOR = SPACES
               MOVE "--------" TO WS-OPERADOR
           END-IF.
           MOVE WS-OPERADOR TO TRE-OPERADOR.
           MOVE WS-DATA-HOJE TO TRE-DATA-ATUALIZACAO.
           WRITE REGISTRO-TREINAMENTO.
           ADD 1 TO WS-TOTAL-OPERACOES.
           IF QTD-REGISTRADOS < 2000
               ADD 1 TO QTD-REGISTRADOS
               MOVE WS-MATRICULA-NUM TO WS-CHAVE-MATRICULA
               MOVE WS-CURSO TO WS-CHAVE-CURSO
               MOVE WS-CONCLUSAO-NUM TO WS-CHAVE-CONCLUSAO
               MOVE WS-CHAVE-TREINAMENTO
                   TO TRG-CHAVE(QTD-REGISTRADOS)
           END-IF.

       REGISTRAR-ERRO-ABERTURA.
           DISPLAY "Erro ao abrir arquivo! Status: "
              WS-STATUS-TREINAMENTOS.
           MOVE "TreinamentosManutencao" TO WS-ERRLOG-PROGRAMA.
           MOVE "GRAVAR-TREINAMENTO" TO WS-ERRLOG-PARAGRAFO.
           MOVE WS-ARQ-TREINAMENTOS TO WS-ERRLOG-ARQUIVO.
           MOVE WS-STATUS-TREINAMENTOS TO WS-ERRLOG-STATUS.
           PERFORM GRAVAR-ERRORLOG.

       CONSULTAR.
           DISPLAY "--------------------------------".
           DISPLAY "Consultar Treinamentos".
           DISPLAY "--------------------------------".
           DISPLAY "Matrícula: ".
           ACCEPT WS-MATRICULA-TXT.
           IF WS-MATRICULA-TXT NOT NUMERIC
               DISPLAY "Matrícula inválida!"
           ELSE
               MOVE WS-MATRICULA-TXT TO WS-MATRICULA-NUM
               PERFORM CARREGAR-CADASTROS
               MOVE 0 TO WS-LINHAS-LIDAS
               MOVE "N" TO WS-FIM-ARQ
               OPEN INPUT ARQ-TREINAMENTOS
               IF WS-STATUS-TREINAMENTOS = "00"
                   PERFORM UNTIL WS-FIM-ARQ = "S"
                       READ ARQ-TREINAMENTOS
                           AT END
                               MOVE "S" TO WS-FIM-ARQ
                           NOT AT END
                               IF TRE-MATRICULA = WS-MATRICULA-NUM
                                   PERFORM EXIBIR-TREINAMENTO
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE ARQ-TREINAMENTOS
               END-IF
               IF WS-LINHAS-LIDAS = 0
                   DISPLAY "Nenhum treinamento registrado."
               END-IF
           END-IF.
           PERFORM INICIO.

       EXIBIR-TREINAMENTO.
           ADD 1 TO WS-LINHAS-LIDAS.
           MOVE SPACES TO WS-MOTIVO-ERRO.
           PERFORM VARYING IDX-CUR FROM 1 BY 1
                   UNTIL IDX-CUR > QTD-CURSOS
               IF TCU-CODIGO(IDX-CUR) = TRE-CURSO
                   MOVE TCU-DESCRICAO(IDX-CUR) TO WS-MOTIVO-ERRO
               END-IF
           END-PERFORM.
           DISPLAY TRE-CURSO " " WS-MOTIVO-ERRO(1:30)
              "  Conclusão: " TRE-DATA-CONCLUSAO
              "  Validade: " TRE-DATA-VALIDADE
              "  Certificado: " TRE-CERTIFICADO.

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
                           IF DETALHEFUNCIONARIO(1:3) NOT = "HDR"
                                   AND DETALHEFUNCIONARIO(1:3)
                                       NOT = "TRL"
                                   AND MATRICULA-FUNCIONARIO
                                       IS NUMERIC
                                   AND QTD-FUNCIONARIOS < 500
                               ADD 1 TO QTD-FUNCIONARIOS
                               SET IDX-FUN TO QTD-FUNCIONARIOS
                               MOVE MATRICULA-FUNCIONARIO
                                   TO TFU-MATRICULA(IDX-FUN)
                               IF FUNCIONARIO-DESLIGADO
                                   MOVE "N" TO TFU-ATIVO(IDX-FUN)
                               ELSE
                                   MOVE "S" TO TFU-ATIVO(IDX-FUN)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FUNCIONARIOS
           END-IF.

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
                               MOVE CTR-VALIDADE-MESES
                                   TO TCU-MESES(IDX-CUR)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQ-CURSOS
           END-IF.

           MOVE 0 TO QTD-REGISTRADOS.
           MOVE "N" TO WS-FIM-ARQ.
           OPEN INPUT ARQ-TREINAMENTOS.
           IF WS-STATUS-TREINAMENTOS = "00"
               PERFORM UNTIL WS-FIM-ARQ = "S"
                   READ ARQ-TREINAMENTOS
                       AT END
                           MOVE "S" TO WS-FIM-ARQ
                       NOT AT END
                           IF QTD-REGISTRADOS < 2000
                               ADD 1 TO QTD-REGISTRADOS
                               MOVE TRE-MATRICULA
                                   TO WS-CHAVE-MATRICULA
                               MOVE TRE-CURSO TO WS-CHAVE-CURSO
                               MOVE TRE-DATA-CONCLUSAO
                                   TO WS-CHAVE-CONCLUSAO
                               MOVE WS-CHAVE-TREINAMENTO
                                   TO TRG-CHAVE(QTD-REGISTRADOS)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQ-TREINAMENTOS
           END-IF.

       COPY JOBLOGPD.

       COPY ERRLOGPD.

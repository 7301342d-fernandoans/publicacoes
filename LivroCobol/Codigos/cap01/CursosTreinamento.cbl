       IDENTIFICATION DIVISION.
           PROGRAM-ID. CursosTreinamento.
           AUTHOR. Fernando Anselmo.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-CURSOS ASSIGN TO WS-ARQ-CURSOS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-CURSOS.

           SELECT ARQ-EXIGENCIAS ASSIGN TO WS-ARQ-EXIGENCIAS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-EXIGENCIAS.

           SELECT ARQ-CARGOS ASSIGN TO WS-ARQ-CARGOS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CAR-CODIGO
               FILE STATUS IS WS-STATUS-CARGOS.

           COPY ERRLOGSL.

           COPY JOBLOGSL.

       DATA DIVISION.
       FILE SECTION.
       FD ARQ-CURSOS.
       01 REGISTRO-CURSO.
           COPY CURSOTRE.

       FD ARQ-EXIGENCIAS.
       01 REGISTRO-EXIGENCIA.
           COPY TREXIGE.

       FD ARQ-CARGOS.
       01 REG-CARGO.
           COPY CARGO.

       COPY ERRLOGFD.

       COPY JOBLOGFD.

       WORKING-STORAGE SECTION.
       COPY ERRLOGWS.

       COPY JOBLOGWS.

       01 WS-ARQ-CURSOS          PIC X(40)
           VALUE "TREINAMENTO-CURSOS.DATA".
       01 WS-ARQ-EXIGENCIAS      PIC X(40)
           VALUE "TREINAMENTO-EXIGENCIAS.DATA".
       01 WS-ARQ-CARGOS          PIC X(40) VALUE "cargos.idx".
       01 WS-ARQUIVOS-DEFINIDOS  PIC X VALUE "N".

       01 WS-OPCAO               PIC 9.
       01 WS-STATUS-CURSOS       PIC X(2).
       01 WS-STATUS-EXIGENCIAS   PIC X(2).
       01 WS-STATUS-CARGOS       PIC X(2).
       01 WS-FIM-ARQ             PIC X VALUE "N".
       01 WS-CURSO-EXISTE        PIC X VALUE "N".
       01 WS-EXIGENCIA-EXISTE    PIC X VALUE "N".
       01 WS-QTD-LISTADOS        PIC 9(3) VALUE 0.
       01 WS-TOTAL-OPERACOES     PIC 9(5) VALUE ZEROS.

       01 WS-CODIGO              PIC X(6).
       01 WS-DESCRICAO           PIC X(30).
       01 WS-TIPO                PIC X(1).
       01 WS-MESES-TXT           PIC X(3).
       01 WS-MESES               PIC 9(3).
       01 WS-CARGO               PIC X(4).
       01 WS-OPERADOR            PIC X(8).

       01 WS-REGISTRO-VALIDO     PIC X VALUE "S".
       01 WS-MOTIVO-ERRO         PIC X(40) VALUE SPACES.

       PROCEDURE DIVISION.
       INICIO.
           IF WS-ARQUIVOS-DEFINIDOS = "N"
               PERFORM DEFINIR-ARQUIVOS
               MOVE "S" TO WS-ARQUIVOS-DEFINIDOS
               MOVE "CursosTreinamento" TO WS-JOBLOG-PROGRAMA
               MOVE "INICIO" TO WS-JOBLOG-EVENTO
               PERFORM GRAVAR-JOBLOG
           END-IF.
           DISPLAY "--------------------------------".
           DISPLAY "Catálogo de Cursos e Treinamentos".
           DISPLAY "--------------------------------".
           DISPLAY " 1 - Incluir Curso".
           DISPLAY " 2 - Listar Cursos".
           DISPLAY " 3 - Exigir Curso para Cargo".
           DISPLAY " 4 - Listar Exigências por Cargo".
           DISPLAY " 5 - Sair".
           DISPLAY "--------------------------------".
           DISPLAY "Escolha uma opção: ".
           ACCEPT WS-OPCAO.

           EVALUATE WS-OPCAO
               WHEN 1
                   PERFORM INCLUIR-CURSO
               WHEN 2
                   PERFORM LISTAR-CURSOS
               WHEN 3
                   PERFORM INCLUIR-EXIGENCIA
               WHEN 4
                   PERFORM LISTAR-EXIGENCIAS
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
           ACCEPT WS-ARQ-CARGOS FROM ENVIRONMENT "CARGOS_IDX"
               ON EXCEPTION
                   MOVE "cargos.idx" TO WS-ARQ-CARGOS
           END-ACCEPT.

       INCLUIR-CURSO.
           DISPLAY "--------------------------------".
           DISPLAY "Incluir Curso".
           DISPLAY "--------------------------------".
           DISPLAY "Código do curso (até 6 caracteres): ".
           ACCEPT WS-CODIGO.
           DISPLAY "Descrição: ".
           ACCEPT WS-DESCRICAO.
           DISPLAY "Tipo (N=Norma Regulamentadora, I=Integração, "
              "C=Certificação): ".
           ACCEPT WS-TIPO.
           DISPLAY "Validade em meses (0 = não vence): ".
           ACCEPT WS-MESES-TXT.
           PERFORM VALIDAR-CURSO.
           IF WS-REGISTRO-VALIDO = "N"
               DISPLAY "Registro rejeitado: " WS-MOTIVO-ERRO
           ELSE
               PERFORM GRAVAR-CURSO
           END-IF.
           PERFORM INICIO.

       VALIDAR-CURSO.
           MOVE "S" TO WS-REGISTRO-VALIDO.
           MOVE SPACES TO WS-MOTIVO-ERRO.
           MOVE WS-TIPO TO CTR-TIPO.

           IF WS-CODIGO = SPACES OR WS-DESCRICAO = SPACES
               MOVE "N" TO WS-REGISTRO-VALIDO
               MOVE "Codigo e descricao sao obrigatorios"
                   TO WS-MOTIVO-ERRO
           END-IF.

           IF WS-REGISTRO-VALIDO = "S" AND NOT CURSO-TIPO-VALIDO
               MOVE "N" TO WS-REGISTRO-VALIDO
               MOVE "Tipo de curso invalido" TO WS-MOTIVO-ERRO
           END-IF.

           IF WS-REGISTRO-VALIDO = "S"
               IF WS-MESES-TXT = SPACES
                   MOVE "0" TO WS-MESES-TXT
               END-IF
               COMPUTE WS-MESES = FUNCTION NUMVAL(WS-MESES-TXT)
               IF WS-MESES > 120
                   MOVE "N" TO WS-REGISTRO-VALIDO
                   MOVE "Validade acima de 120 meses"
                       TO WS-MOTIVO-ERRO
               END-IF
           END-IF.

           IF WS-REGISTRO-VALIDO = "S"
               PERFORM PROCURAR-CURSO
               IF WS-CURSO-EXISTE = "S"
                   MOVE "N" TO WS-REGISTRO-VALIDO
                   MOVE "Curso ja cadastrado" TO WS-MOTIVO-ERRO
               END-IF
           END-IF.

       PROCURAR-CURSO.
           MOVE "N" TO WS-CURSO-EXISTE.
           MOVE "N" TO WS-FIM-ARQ.
           OPEN INPUT ARQ-CURSOS.
           IF WS-STATUS-CURSOS = "00"
               PERFORM UNTIL WS-FIM-ARQ = "S"
                   READ ARQ-CURSOS
                       AT END
                           MOVE "S" TO WS-FIM-ARQ
                       NOT AT END
                           IF CTR-CODIGO = WS-CODIGO
                               MOVE "S" TO WS-CURSO-EXISTE
                               MOVE "S" TO WS-FIM-ARQ
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQ-CURSOS
           END-IF.

       GRAVAR-CURSO.
           OPEN EXTEND ARQ-CURSOS.
           IF WS-STATUS-CURSOS = "35"
               OPEN OUTPUT ARQ-CURSOS
           END-IF.
           IF WS-STATUS-CURSOS NOT = "00"
               DISPLAY "Erro ao abrir arquivo! Status: "
                  WS-STATUS-CURSOS
               MOVE "CursosTreinamento" TO WS-ERRLOG-PROGRAMA
               MOVE "GRAVAR-CURSO" TO WS-ERRLOG-PARAGRAFO
               MOVE WS-ARQ-CURSOS TO WS-ERRLOG-ARQUIVO
               MOVE WS-STATUS-CURSOS TO WS-ERRLOG-STATUS
               PERFORM GRAVAR-ERRORLOG
           ELSE
               MOVE WS-CODIGO TO CTR-CODIGO
               MOVE WS-DESCRICAO TO CTR-DESCRICAO
               MOVE WS-TIPO TO CTR-TIPO
               MOVE WS-MESES TO CTR-VALIDADE-MESES
               PERFORM OBTER-OPERADOR
               MOVE WS-OPERADOR TO CTR-OPERADOR
               ACCEPT CTR-DATA-ATUALIZACAO FROM DATE YYYYMMDD
               WRITE REGISTRO-CURSO
               CLOSE ARQ-CURSOS
               DISPLAY "Curso gravado com sucesso!"
               ADD 1 TO WS-TOTAL-OPERACOES
           END-IF.

       LISTAR-CURSOS.
           DISPLAY "--------------------------------".
           DISPLAY "Cursos Cadastrados".
           DISPLAY "--------------------------------".
           MOVE 0 TO WS-QTD-LISTADOS.
           MOVE "N" TO WS-FIM-ARQ.
           OPEN INPUT ARQ-CURSOS.
           IF WS-STATUS-CURSOS = "00"
               PERFORM UNTIL WS-FIM-ARQ = "S"
                   READ ARQ-CURSOS
                       AT END
                           MOVE "S" TO WS-FIM-ARQ
                       NOT AT END
                           ADD 1 TO WS-QTD-LISTADOS
                           DISPLAY CTR-CODIGO " " CTR-DESCRICAO
                              "  Tipo: " CTR-TIPO
                              "  Validade (meses): "
                              CTR-VALIDADE-MESES
                   END-READ
               END-PERFORM
               CLOSE ARQ-CURSOS
           END-IF.
           IF WS-QTD-LISTADOS = 0
               DISPLAY "Nenhum curso cadastrado."
           END-IF.
           PERFORM INICIO.

       INCLUIR-EXIGENCIA.
           DISPLAY "--------------------------------".
           DISPLAY "Exigir Curso para Cargo".
           DISPLAY "--------------------------------".
           DISPLAY "Código do cargo (**** = todos os cargos): ".
           ACCEPT WS-CARGO.
           DISPLAY "Código do curso: ".
           ACCEPT WS-CODIGO.
           PERFORM VALIDAR-EXIGENCIA.
           IF WS-REGISTRO-VALIDO = "N"
               DISPLAY "Registro rejeitado: " WS-MOTIVO-ERRO
           ELSE
               PERFORM GRAVAR-EXIGENCIA
           END-IF.
           PERFORM INICIO.

       VALIDAR-EXIGENCIA.
           MOVE "S" TO WS-REGISTRO-VALIDO.
           MOVE SPACES TO WS-MOTIVO-ERRO.

           IF WS-CARGO = SPACES
               MOVE "N" TO WS-REGISTRO-VALIDO
               MOVE "Cargo nao informado" TO WS-MOTIVO-ERRO
           END-IF.

           IF WS-REGISTRO-VALIDO = "S"
               PERFORM PROCURAR-CURSO
               IF WS-CURSO-EXISTE = "N"
                   MOVE "N" TO WS-REGISTRO-VALIDO
                   MOVE "Curso nao cadastrado" TO WS-MOTIVO-ERRO
               END-IF
           END-IF.

           IF WS-REGISTRO-VALIDO = "S" AND WS-CARGO NOT = "****"
               PERFORM CONSULTAR-CARGO
           END-IF.

           IF WS-REGISTRO-VALIDO = "S"
               PERFORM PROCURAR-EXIGENCIA
               IF WS-EXIGENCIA-EXISTE = "S"
                   MOVE "N" TO WS-REGISTRO-VALIDO
                   MOVE "Curso ja exigido para o cargo"
                       TO WS-MOTIVO-ERRO
               END-IF
           END-IF.

      * O cargo so e conferido quando cargos.idx existe, como na
      * manutencao da carreira.
       CONSULTAR-CARGO.
           OPEN INPUT ARQ-CARGOS.
           IF WS-STATUS-CARGOS = "00"
               MOVE WS-CARGO TO CAR-CODIGO
               READ ARQ-CARGOS
                   INVALID KEY
                       MOVE "N" TO WS-REGISTRO-VALIDO
                       MOVE "Cargo invalido" TO WS-MOTIVO-ERRO
                   NOT INVALID KEY
                       IF CAR-ATIVO = "N"
                           MOVE "N" TO WS-REGISTRO-VALIDO
                           MOVE "Cargo desativado" TO WS-MOTIVO-ERRO
                       END-IF
               END-READ
               CLOSE ARQ-CARGOS
           END-IF.

       PROCURAR-EXIGENCIA.
           MOVE "N" TO WS-EXIGENCIA-EXISTE.
           MOVE "N" TO WS-FIM-ARQ.
           OPEN INPUT ARQ-EXIGENCIAS.
           IF WS-STATUS-EXIGENCIAS = "00"
               PERFORM UNTIL WS-FIM-ARQ = "S"
                   READ ARQ-EXIGENCIAS
                       AT END
                           MOVE "S" TO WS-FIM-ARQ
                       NOT AT END
                           IF TEX-CARGO = WS-CARGO
                                   AND TEX-CURSO = WS-CODIGO
                               MOVE "S" TO WS-EXIGENCIA-EXISTE
                               MOVE "S" TO WS-FIM-ARQ
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQ-EXIGENCIAS
           END-IF.

       GRAVAR-EXIGENCIA.
           OPEN EXTEND ARQ-EXIGENCIAS.
           IF WS-STATUS-EXIGENCIAS = "35"
               OPEN OUTPUT ARQ-EXIGENCIAS
           END-IF.
           IF WS-STATUS-EXIGENCIAS NOT = "00"
               DISPLAY "Erro ao abrir arquivo! Status: "
                  WS-STATUS-EXIGENCIAS
               MOVE "CursosTreinamento" TO WS-ERRLOG-PROGRAMA
               MOVE "GRAVAR-EXIGENCIA" TO WS-ERRLOG-PARAGRAFO
               MOVE WS-ARQ-EXIGENCIAS TO WS-ERRLOG-ARQUIVO
               MOVE WS-STATUS-EXIGENCIAS TO WS-ERRLOG-STATUS
               PERFORM GRAVAR-ERRORLOG
           ELSE
               MOVE WS-CARGO TO TEX-CARGO
               MOVE WS-CODIGO TO TEX-CURSO
               PERFORM OBTER-OPERADOR
               MOVE WS-OPERADOR TO TEX-OPERADOR
               ACCEPT TEX-DATA-ATUALIZACAO FROM DATE YYYYMMDD
               WRITE REGISTRO-EXIGENCIA
               CLOSE ARQ-EXIGENCIAS
               DISPLAY "Exigência gravada com sucesso!"
               ADD 1 TO WS-TOTAL-OPERACOES
           END-IF.

       LISTAR-EXIGENCIAS.
           DISPLAY "--------------------------------".
           DISPLAY "Exigências por Cargo".
           DISPLAY "--------------------------------".
           MOVE 0 TO WS-QTD-LISTADOS.
           MOVE "N" TO WS-FIM-ARQ.
           OPEN INPUT ARQ-EXIGENCIAS.
           IF WS-STATUS-EXIGENCIAS = "00"
               PERFORM UNTIL WS-FIM-ARQ = "S"
                   READ ARQ-EXIGENCIAS
                       AT END
                           MOVE "S" TO WS-FIM-ARQ
                       NOT AT END
                           ADD 1 TO WS-QTD-LISTADOS
                           DISPLAY "Cargo: " TEX-CARGO
                              "  Curso: " TEX-CURSO
                              "  desde " TEX-DATA-ATUALIZACAO
                              " por " TEX-OPERADOR
                   END-READ
               END-PERFORM
               CLOSE ARQ-EXIGENCIAS
           END-IF.
           IF WS-QTD-LISTADOS = 0
               DISPLAY "Nenhuma exigência cadastrada."
           END-IF.
           PERFORM INICIO.

       OBTER-OPERADOR.
           ACCEPT WS-OPERADOR FROM ENVIRONMENT "OPERADOR_ATUAL"
               ON EXCEPTION
                   MOVE SPACES TO WS-OPERADOR
           END-ACCEPT.
           IF WS-OPERADOR = SPACES
               MOVE "--------" TO WS-OPERADOR
           END-IF.

       COPY JOBLOGPD.

       COPY ERRLOGPD.

       IDENTIFICATION DIVISION.
           PROGRAM-ID. ProfessoresTitulacao.
           AUTHOR. Fernando Anselmo.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-PROFESSORES ASSIGN TO WS-ARQ-PROFESSORES
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRO-MATRICULA
               FILE STATUS IS WS-STATUS-PROFESSORES.

           SELECT ARQ-TITULACAO ASSIGN TO WS-ARQ-TITULACAO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-TITULACAO.

           SELECT ARQ-TRABALHO ASSIGN TO WS-ARQ-TRABALHO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-TRABALHO.

           COPY ERRLOGSL.

           COPY JOBLOGSL.

       DATA DIVISION.
       FILE SECTION.
       FD ARQ-PROFESSORES.
       01 REG-PROFESSOR.
           05 PRO-MATRICULA        PIC X(8).
           05 PRO-NOME             PIC X(30).
           05 PRO-DEPARTAMENTO     PIC X(20).
           05 PRO-CARGA-HORARIA    PIC 9(3).
           05 PRO-TIPO-CONTRATO    PIC X(10).
           05 PRO-ATIVO            PIC X(1).

       FD ARQ-TITULACAO.
       01 REGISTRO-TITULACAO.
           COPY TITULACAO.

       FD ARQ-TRABALHO.
       01 REGISTRO-TRABALHO      PIC X(93).

       COPY ERRLOGFD.

       COPY JOBLOGFD.

       WORKING-STORAGE SECTION.
       COPY ERRLOGWS.

       COPY JOBLOGWS.

       01 WS-ARQ-PROFESSORES     PIC X(40) VALUE "professores.idx".
       01 WS-ARQ-TITULACAO       PIC X(40)
           VALUE "PROFESSORES-TITULACAO.DATA".
       01 WS-ARQ-TRABALHO        PIC X(40)
           VALUE "PROFESSORES-TITULACAO.TRAB".
       01 WS-ARQUIVOS-DEFINIDOS  PIC X VALUE "N".

       01 WS-OPCAO               PIC 9.
       01 WS-STATUS-PROFESSORES  PIC X(2).
       01 WS-STATUS-TITULACAO    PIC X(2).
       01 WS-STATUS-TRABALHO     PIC X(2).
       01 WS-FIM-ARQ             PIC X VALUE "N".
       01 WS-FIM-TRABALHO        PIC X VALUE "N".
       01 WS-PROFESSOR-EXISTE    PIC X VALUE "N".
       01 WS-TITULO-ACHADO       PIC X VALUE "N".
       01 WS-TOTAL-OPERACOES     PIC 9(5) VALUE ZEROS.
       01 WS-QTD-TITULOS         PIC 9(3) VALUE ZEROS.

       01 WS-MATRICULA           PIC X(8).
       01 WS-NOME-PROFESSOR      PIC X(30).
       01 WS-GRAU                PIC X(1).
       01 WS-AREA                PIC X(30).
       01 WS-INSTITUICAO         PIC X(30).
       01 WS-DATA-CONCLUSAO-TXT  PIC X(8).
       01 WS-DATA-CONCLUSAO      PIC 9(8).
       01 WS-NUMERO-TXT          PIC X(3).
       01 WS-NUMERO-TITULO       PIC 9(3).
       01 WS-DATA-HOJE           PIC 9(8).
       01 WS-CONFIRMA            PIC X(1).
       01 WS-OPERADOR            PIC X(8).

       01 WS-REGISTRO-VALIDO     PIC X VALUE "S".
       01 WS-MOTIVO-ERRO         PIC X(40) VALUE SPACES.

       PROCEDURE DIVISION.
       INICIO.
           IF WS-ARQUIVOS-DEFINIDOS = "N"
               PERFORM DEFINIR-ARQUIVOS
               MOVE "S" TO WS-ARQUIVOS-DEFINIDOS
               MOVE "ProfessoresTitulacao" TO WS-JOBLOG-PROGRAMA
               MOVE "INICIO" TO WS-JOBLOG-EVENTO
               PERFORM GRAVAR-JOBLOG
           END-IF.
           DISPLAY "--------------------------------".
           DISPLAY "Titulação dos Professores".
           DISPLAY "--------------------------------".
           DISPLAY " 1 - Incluir Título".
           DISPLAY " 2 - Listar Títulos do Professor".
           DISPLAY " 3 - Alterar Título".
           DISPLAY " 4 - Excluir Título".
           DISPLAY " 5 - Sair".
           DISPLAY "--------------------------------".
           DISPLAY "Escolha uma opção: ".
           ACCEPT WS-OPCAO.

           EVALUATE WS-OPCAO
               WHEN 1
                   PERFORM INCLUIR
               WHEN 2
                   PERFORM LISTAR
               WHEN 3
                   PERFORM ALTERAR
               WHEN 4
                   PERFORM EXCLUIR
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
           ACCEPT WS-ARQ-PROFESSORES FROM ENVIRONMENT "PROFESSORES_IDX"
               ON EXCEPTION
                   MOVE "professores.idx" TO WS-ARQ-PROFESSORES
           END-ACCEPT.
           ACCEPT WS-ARQ-TITULACAO FROM ENVIRONMENT
                   "PROFESSORES_TITULACAO_DATA"
               ON EXCEPTION
                   MOVE "PROFESSORES-TITULACAO.DATA"
                       TO WS-ARQ-TITULACAO
           END-ACCEPT.
           ACCEPT WS-ARQ-TRABALHO FROM ENVIRONMENT
                   "PROFESSORES_TITULACAO_TRAB"
               ON EXCEPTION
                   MOVE "PROFESSORES-TITULACAO.TRAB"
                       TO WS-ARQ-TRABALHO
           END-ACCEPT.

       INCLUIR.
           DISPLAY "--------------------------------".
           DISPLAY "Incluir Título".
           DISPLAY "--------------------------------".
           DISPLAY "Matrícula do professor: ".
           ACCEPT WS-MATRICULA.
           PERFORM PROCURAR-PROFESSOR.
           IF WS-PROFESSOR-EXISTE = "N"
               DISPLAY "Erro: professor " WS-MATRICULA
                  " não cadastrado!"
           ELSE
               DISPLAY "Professor: " WS-NOME-PROFESSOR
               PERFORM SOLICITAR-DADOS
               PERFORM VALIDAR-TITULO
               IF WS-REGISTRO-VALIDO = "N"
                   DISPLAY "Registro rejeitado: " WS-MOTIVO-ERRO
               ELSE
                   PERFORM GRAVAR-TITULO-NOVO
               END-IF
           END-IF.
           PERFORM INICIO.

      * Sem professores.idx disponivel a matricula e aceita como
      * informada, como nas demais manutencoes academicas.
       PROCURAR-PROFESSOR.
           MOVE "N" TO WS-PROFESSOR-EXISTE.
           MOVE SPACES TO WS-NOME-PROFESSOR.
           IF WS-MATRICULA NOT = SPACES
               OPEN INPUT ARQ-PROFESSORES
               IF WS-STATUS-PROFESSORES = "00"
                   MOVE WS-MATRICULA TO PRO-MATRICULA
                   READ ARQ-PROFESSORES
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE "S" TO WS-PROFESSOR-EXISTE
                           MOVE PRO-NOME TO WS-NOME-PROFESSOR
                   END-READ
                   CLOSE ARQ-PROFESSORES
               ELSE
                   MOVE "S" TO WS-PROFESSOR-EXISTE
                   MOVE "(professores.idx indisponivel)"
                       TO WS-NOME-PROFESSOR
               END-IF
           END-IF.

       SOLICITAR-DADOS.
           DISPLAY "Grau (G=graduação E=especialização "
              "M=mestrado D=doutorado): ".
           ACCEPT WS-GRAU.
           DISPLAY "Área do título: ".
           ACCEPT WS-AREA.
           DISPLAY "Instituição: ".
           ACCEPT WS-INSTITUICAO.
           DISPLAY "Data de conclusão (AAAAMMDD): ".
           ACCEPT WS-DATA-CONCLUSAO-TXT.

       VALIDAR-TITULO.
           MOVE "S" TO WS-REGISTRO-VALIDO.
           MOVE SPACES TO WS-MOTIVO-ERRO.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
           IF WS-GRAU NOT = "G" AND WS-GRAU NOT = "E"
                   AND WS-GRAU NOT = "M" AND WS-GRAU NOT = "D"
               MOVE "N" TO WS-REGISTRO-VALIDO
               MOVE "Grau deve ser G, E, M ou D" TO WS-MOTIVO-ERRO
           END-IF.
           IF WS-REGISTRO-VALIDO = "S" AND WS-AREA = SPACES
               MOVE "N" TO WS-REGISTRO-VALIDO
               MOVE "Area do titulo nao informada" TO WS-MOTIVO-ERRO
           END-IF.
           IF WS-REGISTRO-VALIDO = "S" AND WS-INSTITUICAO = SPACES
               MOVE "N" TO WS-REGISTRO-VALIDO
               MOVE "Instituicao nao informada" TO WS-MOTIVO-ERRO
           END-IF.
           IF WS-REGISTRO-VALIDO = "S"
               IF WS-DATA-CONCLUSAO-TXT NOT NUMERIC
                   MOVE "N" TO WS-REGISTRO-VALIDO
                   MOVE "Data de conclusao invalida" TO WS-MOTIVO-ERRO
               ELSE
                   MOVE WS-DATA-CONCLUSAO-TXT TO WS-DATA-CONCLUSAO
                   IF WS-DATA-CONCLUSAO(5:2) < "01"
                           OR WS-DATA-CONCLUSAO(5:2) > "12"
                           OR WS-DATA-CONCLUSAO(7:2) < "01"
                           OR WS-DATA-CONCLUSAO(7:2) > "31"
                           OR WS-DATA-CONCLUSAO > WS-DATA-HOJE
                       MOVE "N" TO WS-REGISTRO-VALIDO
                       MOVE "Data de conclusao invalida"
                           TO WS-MOTIVO-ERRO
                   END-IF
               END-IF
           END-IF.

       PREENCHER-TITULO.
           MOVE WS-MATRICULA TO TIT-MATRICULA.
           MOVE WS-GRAU TO TIT-GRAU.
           MOVE WS-AREA TO TIT-AREA.
           MOVE WS-INSTITUICAO TO TIT-INSTITUICAO.
           MOVE WS-DATA-CONCLUSAO TO TIT-DATA-CONCLUSAO.
           ACCEPT WS-OPERADOR FROM ENVIRONMENT "OPERADOR_ATUAL"
               ON EXCEPTION
                   MOVE SPACES TO WS-OPERADOR
           END-ACCEPT.
           IF WS-OPERADOR = SPACES
               MOVE "--------" TO WS-OPERADOR
           END-IF.
           MOVE WS-OPERADOR TO TIT-OPERADOR.
           ACCEPT TIT-DATA-ATUALIZACAO FROM DATE YYYYMMDD.

       GRAVAR-TITULO-NOVO.
           OPEN EXTEND ARQ-TITULACAO.
           IF WS-STATUS-TITULACAO = "35"
               OPEN OUTPUT ARQ-TITULACAO
           END-IF.
           IF WS-STATUS-TITULACAO NOT = "00"
               DISPLAY "Erro ao abrir arquivo! Status: "
                  WS-STATUS-TITULACAO
               MOVE "ProfessoresTitulacao" TO WS-ERRLOG-PROGRAMA
               MOVE "GRAVAR-TITULO-NOVO" TO WS-ERRLOG-PARAGRAFO
               MOVE WS-ARQ-TITULACAO TO WS-ERRLOG-ARQUIVO
               MOVE WS-STATUS-TITULACAO TO WS-ERRLOG-STATUS
               PERFORM GRAVAR-ERRORLOG
           ELSE
               PERFORM PREENCHER-TITULO
               WRITE REGISTRO-TITULACAO
               CLOSE ARQ-TITULACAO
               DISPLAY "Título gravado com sucesso!"
               ADD 1 TO WS-TOTAL-OPERACOES
           END-IF.

       LISTAR.
           DISPLAY "--------------------------------".
           DISPLAY "Listar Títulos do Professor".
           DISPLAY "--------------------------------".
           DISPLAY "Matrícula do professor: ".
           ACCEPT WS-MATRICULA.
           PERFORM EXIBIR-TITULOS.
           PERFORM INICIO.

       EXIBIR-TITULOS.
           MOVE 0 TO WS-QTD-TITULOS.
           MOVE "N" TO WS-FIM-ARQ.
           OPEN INPUT ARQ-TITULACAO.
           IF WS-STATUS-TITULACAO = "00"
               PERFORM UNTIL WS-FIM-ARQ = "S"
                   READ ARQ-TITULACAO
                       AT END
                           MOVE "S" TO WS-FIM-ARQ
                       NOT AT END
                           IF TIT-MATRICULA = WS-MATRICULA
                               ADD 1 TO WS-QTD-TITULOS
                               DISPLAY WS-QTD-TITULOS " - "
                                  TIT-GRAU " " TIT-AREA " "
                                  TIT-INSTITUICAO " "
                                  TIT-DATA-CONCLUSAO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQ-TITULACAO
           END-IF.
           IF WS-QTD-TITULOS = 0
               DISPLAY "Nenhum título cadastrado para "
                  WS-MATRICULA "."
           END-IF.

       ALTERAR.
           DISPLAY "--------------------------------".
           DISPLAY "Alterar Título".
           DISPLAY "--------------------------------".
           DISPLAY "Matrícula do professor: ".
           ACCEPT WS-MATRICULA.
           PERFORM EXIBIR-TITULOS.
           IF WS-QTD-TITULOS > 0
               DISPLAY "Número do título a alterar: "
               ACCEPT WS-NUMERO-TXT
               MOVE FUNCTION NUMVAL(WS-NUMERO-TXT) TO WS-NUMERO-TITULO
               IF WS-NUMERO-TITULO = 0
                       OR WS-NUMERO-TITULO > WS-QTD-TITULOS
                   DISPLAY "Número inválido!"
               ELSE
                   PERFORM SOLICITAR-DADOS
                   PERFORM VALIDAR-TITULO
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
           MOVE 0 TO WS-QTD-TITULOS.
           MOVE "N" TO WS-TITULO-ACHADO.
           MOVE "N" TO WS-FIM-ARQ.
           OPEN I-O ARQ-TITULACAO.
           IF WS-STATUS-TITULACAO NOT = "00"
               DISPLAY "Erro ao abrir arquivo! Status: "
                  WS-STATUS-TITULACAO
               MOVE "ProfessoresTitulacao" TO WS-ERRLOG-PROGRAMA
               MOVE "LOCALIZAR-E-ALTERAR" TO WS-ERRLOG-PARAGRAFO
               MOVE WS-ARQ-TITULACAO TO WS-ERRLOG-ARQUIVO
               MOVE WS-STATUS-TITULACAO TO WS-ERRLOG-STATUS
               PERFORM GRAVAR-ERRORLOG
           ELSE
               PERFORM UNTIL WS-FIM-ARQ = "S"
                   READ ARQ-TITULACAO
                       AT END
                           MOVE "S" TO WS-FIM-ARQ
                       NOT AT END
                           IF TIT-MATRICULA = WS-MATRICULA
                               ADD 1 TO WS-QTD-TITULOS
                               IF WS-QTD-TITULOS = WS-NUMERO-TITULO
                                   MOVE "S" TO WS-FIM-ARQ
                                   MOVE "S" TO WS-TITULO-ACHADO
                                   PERFORM PREENCHER-TITULO
                                   REWRITE REGISTRO-TITULACAO
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQ-TITULACAO
               IF WS-TITULO-ACHADO = "S"
                   DISPLAY "Título alterado com sucesso!"
                   ADD 1 TO WS-TOTAL-OPERACOES
               END-IF
           END-IF.

       EXCLUIR.
           DISPLAY "--------------------------------".
           DISPLAY "Excluir Título".
           DISPLAY "--------------------------------".
           DISPLAY "Matrícula do professor: ".
           ACCEPT WS-MATRICULA.
           PERFORM EXIBIR-TITULOS.
           IF WS-QTD-TITULOS > 0
               DISPLAY "Número do título a excluir: "
               ACCEPT WS-NUMERO-TXT
               MOVE FUNCTION NUMVAL(WS-NUMERO-TXT) TO WS-NUMERO-TITULO
               IF WS-NUMERO-TITULO = 0
                       OR WS-NUMERO-TITULO > WS-QTD-TITULOS
                   DISPLAY "Número inválido!"
               ELSE
                   DISPLAY "Confirma a exclusão? (S/N): "
                   ACCEPT WS-CONFIRMA
                   IF WS-CONFIRMA = "S" OR WS-CONFIRMA = "s"
                       PERFORM REMOVER-TITULO
                   ELSE
                       DISPLAY "Exclusão cancelada."
                   END-IF
               END-IF
           END-IF.
           PERFORM INICIO.

       REMOVER-TITULO.
           MOVE 0 TO WS-QTD-TITULOS.
           MOVE "N" TO WS-TITULO-ACHADO.
           MOVE "N" TO WS-FIM-ARQ.
           OPEN INPUT ARQ-TITULACAO.
           IF WS-STATUS-TITULACAO NOT = "00"
               DISPLAY "Erro ao abrir arquivo! Status: "
                  WS-STATUS-TITULACAO
               MOVE "ProfessoresTitulacao" TO WS-ERRLOG-PROGRAMA
               MOVE "REMOVER-TITULO" TO WS-ERRLOG-PARAGRAFO
               MOVE WS-ARQ-TITULACAO TO WS-ERRLOG-ARQUIVO
               MOVE WS-STATUS-TITULACAO TO WS-ERRLOG-STATUS
               PERFORM GRAVAR-ERRORLOG
           ELSE
               OPEN OUTPUT ARQ-TRABALHO
               PERFORM UNTIL WS-FIM-ARQ = "S"
                   READ ARQ-TITULACAO
                       AT END
                           MOVE "S" TO WS-FIM-ARQ
                       NOT AT END
                           IF TIT-MATRICULA = WS-MATRICULA
                               ADD 1 TO WS-QTD-TITULOS
                           END-IF
                           IF TIT-MATRICULA = WS-MATRICULA
                                   AND WS-QTD-TITULOS
                                       = WS-NUMERO-TITULO
                                   AND WS-TITULO-ACHADO = "N"
                               MOVE "S" TO WS-TITULO-ACHADO
                           ELSE
                               MOVE REGISTRO-TITULACAO
                                   TO REGISTRO-TRABALHO
                               WRITE REGISTRO-TRABALHO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQ-TRABALHO
               CLOSE ARQ-TITULACAO
               IF WS-TITULO-ACHADO = "S"
                   PERFORM DEVOLVER-DO-TRABALHO
                   DISPLAY "Título excluído!"
                   ADD 1 TO WS-TOTAL-OPERACOES
               ELSE
                   DISPLAY "Título não encontrado."
               END-IF
           END-IF.

       DEVOLVER-DO-TRABALHO.
           MOVE "N" TO WS-FIM-TRABALHO.
           OPEN INPUT ARQ-TRABALHO.
           OPEN OUTPUT ARQ-TITULACAO.
           PERFORM UNTIL WS-FIM-TRABALHO = "S"
               READ ARQ-TRABALHO
                   AT END
                       MOVE "S" TO WS-FIM-TRABALHO
                   NOT AT END
                       MOVE REGISTRO-TRABALHO TO REGISTRO-TITULACAO
                       WRITE REGISTRO-TITULACAO
               END-READ
           END-PERFORM.
           CLOSE ARQ-TITULACAO.
           CLOSE ARQ-TRABALHO.

       COPY JOBLOGPD.

       COPY ERRLOGPD.

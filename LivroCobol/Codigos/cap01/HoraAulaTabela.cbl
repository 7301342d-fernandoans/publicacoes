       IDENTIFICATION DIVISION.
           PROGRAM-ID. HoraAulaTabela.
           AUTHOR. Fernando Anselmo.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-HORA-AULA ASSIGN TO WS-ARQ-HORA-AULA
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-HORA-AULA.

           COPY ERRLOGSL.

           COPY JOBLOGSL.

       DATA DIVISION.
       FILE SECTION.
       FD ARQ-HORA-AULA.
       01 REGISTRO-HORA-AULA.
           COPY HORAAULA.

       COPY ERRLOGFD.

       COPY JOBLOGFD.

       WORKING-STORAGE SECTION.
       COPY ERRLOGWS.

       COPY JOBLOGWS.

       01 WS-ARQ-HORA-AULA       PIC X(40)
           VALUE "TABELA-HORA-AULA.DATA".
       01 WS-ARQUIVOS-DEFINIDOS  PIC X VALUE "N".

       01 WS-OPCAO               PIC 9.
       01 WS-STATUS-HORA-AULA    PIC X(2).
       01 WS-FIM-ARQ             PIC X VALUE "N".
       01 WS-VALOR-EXISTE        PIC X VALUE "N".
       01 WS-TOTAL-OPERACOES     PIC 9(5) VALUE ZEROS.
       01 WS-QTD-LISTADOS        PIC 9(5) VALUE ZEROS.

       01 WS-TIPO-CONTRATO       PIC X(10).
       01 WS-TITULACAO           PIC X(1).
       01 WS-VALOR-TEXTO         PIC X(10).
       01 WS-VALOR-HORA          PIC 9(5)V9(2).
       01 WS-CONFIRMA            PIC X(1).
       01 WS-OPERADOR            PIC X(8).

       01 VALOR-ATUAL.
           05 WS-VALOR-ATUAL      PIC 9(5)V9(2).
           05 WS-DATA-ATUAL       PIC 9(8).
           05 WS-OPERADOR-ATUAL   PIC X(8).

       01 WS-VALOR-ED            PIC ZZ,ZZ9.99.

       01 WS-REGISTRO-VALIDO     PIC X VALUE "S".
       01 WS-MOTIVO-ERRO         PIC X(40) VALUE SPACES.

       PROCEDURE DIVISION.
       INICIO.
           IF WS-ARQUIVOS-DEFINIDOS = "N"
               PERFORM DEFINIR-ARQUIVOS
               MOVE "S" TO WS-ARQUIVOS-DEFINIDOS
               MOVE "HoraAulaTabela" TO WS-JOBLOG-PROGRAMA
               MOVE "INICIO" TO WS-JOBLOG-EVENTO
               PERFORM GRAVAR-JOBLOG
           END-IF.
           DISPLAY "--------------------------------".
           DISPLAY "Tabela de Valor da Hora-Aula".
           DISPLAY "--------------------------------".
           DISPLAY " 1 - Incluir Valor".
           DISPLAY " 2 - Listar Tabela".
           DISPLAY " 3 - Alterar Valor".
           DISPLAY " 4 - Sair".
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
                   MOVE WS-TOTAL-OPERACOES TO WS-JOBLOG-QTD-REGISTROS
                   MOVE "FIM" TO WS-JOBLOG-EVENTO
                   PERFORM GRAVAR-JOBLOG
                   GOBACK
               WHEN OTHER
                   DISPLAY "Opção inválida!"
                   PERFORM INICIO
           END-EVALUATE.

       DEFINIR-ARQUIVOS.
           ACCEPT WS-ARQ-HORA-AULA FROM ENVIRONMENT
                   "TABELA_HORA_AULA_DATA"
               ON EXCEPTION
                   MOVE "TABELA-HORA-AULA.DATA" TO WS-ARQ-HORA-AULA
           END-ACCEPT.

       INCLUIR.
           DISPLAY "--------------------------------".
           DISPLAY "Incluir Valor da Hora-Aula".
           DISPLAY "--------------------------------".
           PERFORM SOLICITAR-CHAVE.
           PERFORM VALIDAR-CHAVE.
           IF WS-REGISTRO-VALIDO = "N"
               DISPLAY "Registro rejeitado: " WS-MOTIVO-ERRO
           ELSE
               PERFORM PROCURAR-VALOR
               IF WS-VALOR-EXISTE = "S"
                   DISPLAY "Contrato e titulação já cadastrados; use"
                      " a opção Alterar."
               ELSE
                   PERFORM SOLICITAR-VALOR
                   IF WS-REGISTRO-VALIDO = "N"
                       DISPLAY "Registro rejeitado: " WS-MOTIVO-ERRO
                   ELSE
                       PERFORM GRAVAR-VALOR-NOVO
                   END-IF
               END-IF
           END-IF.
           PERFORM INICIO.

       SOLICITAR-CHAVE.
           DISPLAY "Tipo de contrato (como em professores.idx): ".
           ACCEPT WS-TIPO-CONTRATO.
           DISPLAY "Titulação (G=graduado E=especialista "
              "M=mestre D=doutor): ".
           ACCEPT WS-TITULACAO.

       VALIDAR-CHAVE.
           MOVE "S" TO WS-REGISTRO-VALIDO.
           MOVE SPACES TO WS-MOTIVO-ERRO.
           IF WS-TIPO-CONTRATO = SPACES
               MOVE "N" TO WS-REGISTRO-VALIDO
               MOVE "Tipo de contrato nao informado"
                   TO WS-MOTIVO-ERRO
           END-IF.
           IF WS-REGISTRO-VALIDO = "S"
                   AND WS-TITULACAO NOT = "G"
                   AND WS-TITULACAO NOT = "E"
                   AND WS-TITULACAO NOT = "M"
                   AND WS-TITULACAO NOT = "D"
               MOVE "N" TO WS-REGISTRO-VALIDO
               MOVE "Titulacao deve ser G, E, M ou D"
                   TO WS-MOTIVO-ERRO
           END-IF.

       SOLICITAR-VALOR.
           MOVE "S" TO WS-REGISTRO-VALIDO.
           MOVE SPACES TO WS-MOTIVO-ERRO.
           DISPLAY "Valor da hora-aula (somente dígitos, "
              "2 decimais): ".
           ACCEPT WS-VALOR-TEXTO.
           COMPUTE WS-VALOR-HORA = FUNCTION NUMVAL(WS-VALOR-TEXTO).
           IF WS-VALOR-HORA = 0
               MOVE "N" TO WS-REGISTRO-VALIDO
               MOVE "Valor da hora-aula nao informado"
                   TO WS-MOTIVO-ERRO
           END-IF.

       PROCURAR-VALOR.
           MOVE "N" TO WS-VALOR-EXISTE.
           MOVE "N" TO WS-FIM-ARQ.
           OPEN INPUT ARQ-HORA-AULA.
           IF WS-STATUS-HORA-AULA = "00"
               PERFORM UNTIL WS-FIM-ARQ = "S"
                   READ ARQ-HORA-AULA
                       AT END
                           MOVE "S" TO WS-FIM-ARQ
                       NOT AT END
                           IF HAU-TIPO-CONTRATO = WS-TIPO-CONTRATO
                                   AND HAU-TITULACAO = WS-TITULACAO
                               MOVE "S" TO WS-VALOR-EXISTE
                               MOVE "S" TO WS-FIM-ARQ
                               MOVE HAU-VALOR-HORA TO WS-VALOR-ATUAL
                               MOVE HAU-DATA-ATUALIZACAO
                                   TO WS-DATA-ATUAL
                               MOVE HAU-OPERADOR TO WS-OPERADOR-ATUAL
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQ-HORA-AULA
           END-IF.

       PREENCHER-VALOR.
           MOVE WS-TIPO-CONTRATO TO HAU-TIPO-CONTRATO.
           MOVE WS-TITULACAO TO HAU-TITULACAO.
           MOVE WS-VALOR-HORA TO HAU-VALOR-HORA.
           ACCEPT WS-OPERADOR FROM ENVIRONMENT "OPERADOR_ATUAL"
               ON EXCEPTION
                   MOVE SPACES TO WS-OPERADOR
           END-ACCEPT.
           IF WS-OPERADOR = SPACES
               MOVE "--------" TO WS-OPERADOR
           END-IF.
           MOVE WS-OPERADOR TO HAU-OPERADOR.
           ACCEPT HAU-DATA-ATUALIZACAO FROM DATE YYYYMMDD.

       GRAVAR-VALOR-NOVO.
           OPEN EXTEND ARQ-HORA-AULA.
           IF WS-STATUS-HORA-AULA = "35"
               OPEN OUTPUT ARQ-HORA-AULA
           END-IF.
           IF WS-STATUS-HORA-AULA NOT = "00"
               DISPLAY "Erro ao abrir arquivo! Status: "
                  WS-STATUS-HORA-AULA
               MOVE "HoraAulaTabela" TO WS-ERRLOG-PROGRAMA
               MOVE "GRAVAR-VALOR-NOVO" TO WS-ERRLOG-PARAGRAFO
               MOVE WS-ARQ-HORA-AULA TO WS-ERRLOG-ARQUIVO
               MOVE WS-STATUS-HORA-AULA TO WS-ERRLOG-STATUS
               PERFORM GRAVAR-ERRORLOG
           ELSE
               PERFORM PREENCHER-VALOR
               WRITE REGISTRO-HORA-AULA
               CLOSE ARQ-HORA-AULA
               DISPLAY "Valor gravado com sucesso!"
               ADD 1 TO WS-TOTAL-OPERACOES
           END-IF.

       LISTAR.
           DISPLAY "--------------------------------".
           DISPLAY "Contrato   Tit  Valor/hora  Atualizado por".
           DISPLAY "--------------------------------".
           MOVE 0 TO WS-QTD-LISTADOS.
           MOVE "N" TO WS-FIM-ARQ.
           OPEN INPUT ARQ-HORA-AULA.
           IF WS-STATUS-HORA-AULA = "00"
               PERFORM UNTIL WS-FIM-ARQ = "S"
                   READ ARQ-HORA-AULA
                       AT END
                           MOVE "S" TO WS-FIM-ARQ
                       NOT AT END
                           ADD 1 TO WS-QTD-LISTADOS
                           MOVE HAU-VALOR-HORA TO WS-VALOR-ED
                           DISPLAY HAU-TIPO-CONTRATO " "
                              HAU-TITULACAO "   " WS-VALOR-ED "   "
                              HAU-DATA-ATUALIZACAO " "
                              HAU-OPERADOR
                   END-READ
               END-PERFORM
               CLOSE ARQ-HORA-AULA
           END-IF.
           IF WS-QTD-LISTADOS = 0
               DISPLAY "Nenhum valor cadastrado."
           END-IF.
           PERFORM INICIO.

       ALTERAR.
           DISPLAY "--------------------------------".
           DISPLAY "Alterar Valor da Hora-Aula".
           DISPLAY "--------------------------------".
           PERFORM SOLICITAR-CHAVE.
           PERFORM VALIDAR-CHAVE.
           IF WS-REGISTRO-VALIDO = "N"
               DISPLAY "Registro rejeitado: " WS-MOTIVO-ERRO
           ELSE
               PERFORM PROCURAR-VALOR
               IF WS-VALOR-EXISTE = "N"
                   DISPLAY "Contrato e titulação sem valor; use a"
                      " opção Incluir."
               ELSE
                   MOVE WS-VALOR-ATUAL TO WS-VALOR-ED
                   DISPLAY "Valor atual: " WS-VALOR-ED
                      "  em " WS-DATA-ATUAL " por " WS-OPERADOR-ATUAL
                   PERFORM SOLICITAR-VALOR
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
           OPEN I-O ARQ-HORA-AULA.
           IF WS-STATUS-HORA-AULA NOT = "00"
               DISPLAY "Erro ao abrir arquivo! Status: "
                  WS-STATUS-HORA-AULA
               MOVE "HoraAulaTabela" TO WS-ERRLOG-PROGRAMA
               MOVE "LOCALIZAR-E-ALTERAR" TO WS-ERRLOG-PARAGRAFO
               MOVE WS-ARQ-HORA-AULA TO WS-ERRLOG-ARQUIVO
               MOVE WS-STATUS-HORA-AULA TO WS-ERRLOG-STATUS
               PERFORM GRAVAR-ERRORLOG
           ELSE
               PERFORM UNTIL WS-FIM-ARQ = "S"
                   READ ARQ-HORA-AULA
                       AT END
                           MOVE "S" TO WS-FIM-ARQ
                       NOT AT END
                           IF HAU-TIPO-CONTRATO = WS-TIPO-CONTRATO
                                   AND HAU-TITULACAO = WS-TITULACAO
                               MOVE "S" TO WS-FIM-ARQ
                               PERFORM PREENCHER-VALOR
                               REWRITE REGISTRO-HORA-AULA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQ-HORA-AULA
               DISPLAY "Valor alterado com sucesso!"
               ADD 1 TO WS-TOTAL-OPERACOES
           END-IF.

       COPY JOBLOGPD.

       COPY ERRLOGPD.

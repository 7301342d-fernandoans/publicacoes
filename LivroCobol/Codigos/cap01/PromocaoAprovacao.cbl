       IDENTIFICATION DIVISION.
           PROGRAM-ID. PromocaoAprovacao.
           AUTHOR. Fernando Anselmo.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-PROPOSTAS ASSIGN TO WS-ARQ-PROPOSTAS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-PROPOSTAS.

           COPY ERRLOGSL.

           COPY JOBLOGSL.

       DATA DIVISION.
       FILE SECTION.
       FD ARQ-PROPOSTAS.
       01 REGISTRO-PROPOSTA.
           COPY PROMOCAO.

       COPY ERRLOGFD.

       COPY JOBLOGFD.

       WORKING-STORAGE SECTION.
       COPY ERRLOGWS.

       COPY JOBLOGWS.

       01 WS-ARQ-PROPOSTAS       PIC X(40)
           VALUE "PROMOCOES-PROPOSTA.DATA".
       01 WS-ARQUIVOS-DEFINIDOS  PIC X VALUE "N".

       01 WS-OPCAO               PIC 9.
       01 WS-STATUS-PROPOSTAS    PIC X(2).
       01 WS-FIM-ARQ             PIC X VALUE "N".
       01 WS-ENCONTRADO          PIC X VALUE "N".
       01 WS-TOTAL-OPERACOES     PIC 9(5) VALUE ZEROS.
       01 WS-QTD-LISTADAS        PIC 9(5) VALUE 0.
       01 WS-QTD-DECIDIDAS       PIC 9(5) VALUE 0.
       01 WS-QTD-ED              PIC ZZZZ9.

       01 WS-MATRICULA-TXT       PIC X(5).
       01 WS-MATRICULA-NUM       PIC 9(5).
       01 WS-DECISAO             PIC X(1).
       01 WS-CONFIRMA            PIC X(1).
       01 WS-OPERADOR            PIC X(8).
       01 WS-DATA-HOJE           PIC 9(8).

       01 WS-SALARIO-ATUAL-ED    PIC Z,ZZZ,ZZ9.99.
       01 WS-SALARIO-NOVO-ED     PIC Z,ZZZ,ZZ9.99.
       01 WS-SITUACAO-TEXTO      PIC X(14).

       PROCEDURE DIVISION.
       INICIO.
           IF WS-ARQUIVOS-DEFINIDOS = "N"
               PERFORM DEFINIR-ARQUIVOS
               MOVE "S" TO WS-ARQUIVOS-DEFINIDOS
               MOVE "PromocaoAprovacao" TO WS-JOBLOG-PROGRAMA
               MOVE "INICIO" TO WS-JOBLOG-EVENTO
               PERFORM GRAVAR-JOBLOG
           END-IF.
           DISPLAY "--------------------------------".
           DISPLAY "Aprovação de Progressões e Promoções".
           DISPLAY "--------------------------------".
           DISPLAY " 1 - Listar Propostas".
           DISPLAY " 2 - Decidir Proposta".
           DISPLAY " 3 - Aprovar Todas as Pendentes".
           DISPLAY " 4 - Sair".
           DISPLAY "--------------------------------".
           DISPLAY "Escolha uma opção: ".
           ACCEPT WS-OPCAO.

           EVALUATE WS-OPCAO
               WHEN 1
                   PERFORM LISTAR
               WHEN 2
                   PERFORM DECIDIR
               WHEN 3
                   PERFORM APROVAR-TODAS
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
           ACCEPT WS-ARQ-PROPOSTAS FROM ENVIRONMENT
                   "PROMOCOES_PROPOSTA"
               ON EXCEPTION
                   MOVE "PROMOCOES-PROPOSTA.DATA" TO WS-ARQ-PROPOSTAS
           END-ACCEPT.
           ACCEPT WS-OPERADOR FROM ENVIRONMENT "OPERADOR_ATUAL"
               ON EXCEPTION
                   MOVE SPACES TO WS-OPERADOR
           END-ACCEPT.
           IF WS-OPERADOR = SPACES
               MOVE "--------" TO WS-OPERADOR
           END-IF.

       LISTAR.
           DISPLAY "--------------------------------".
           DISPLAY "Propostas do Ano".
           DISPLAY "--------------------------------".
           MOVE 0 TO WS-QTD-LISTADAS.
           MOVE "N" TO WS-FIM-ARQ.
           OPEN INPUT ARQ-PROPOSTAS.
           IF WS-STATUS-PROPOSTAS NOT = "00"
               DISPLAY "Nenhuma proposta gerada em " WS-ARQ-PROPOSTAS
           ELSE
               PERFORM UNTIL WS-FIM-ARQ = "S"
                   READ ARQ-PROPOSTAS
                       AT END
                           MOVE "S" TO WS-FIM-ARQ
                       NOT AT END
                           ADD 1 TO WS-QTD-LISTADAS
                           PERFORM EXIBIR-PROPOSTA
                   END-READ
               END-PERFORM
               CLOSE ARQ-PROPOSTAS
               MOVE WS-QTD-LISTADAS TO WS-QTD-ED
               DISPLAY "Propostas listadas: " WS-QTD-ED
           END-IF.
           PERFORM INICIO.

       EXIBIR-PROPOSTA.
           EVALUATE TRUE
               WHEN PROPOSTA-PENDENTE
                   MOVE "PENDENTE" TO WS-SITUACAO-TEXTO
               WHEN PROPOSTA-SEM-ORCAMENTO
                   MOVE "SEM ORCAMENTO" TO WS-SITUACAO-TEXTO
               WHEN PROPOSTA-APROVADA
                   MOVE "APROVADA" TO WS-SITUACAO-TEXTO
               WHEN PROPOSTA-REPROVADA
                   MOVE "REPROVADA" TO WS-SITUACAO-TEXTO
               WHEN PROPOSTA-APLICADA
                   MOVE "APLICADA" TO WS-SITUACAO-TEXTO
               WHEN OTHER
                   MOVE "DESCARTADA" TO WS-SITUACAO-TEXTO
           END-EVALUATE.
           MOVE PRO-SALARIO-ATUAL TO WS-SALARIO-ATUAL-ED.
           MOVE PRO-SALARIO-NOVO TO WS-SALARIO-NOVO-ED.
           DISPLAY PRO-MATRICULA " Depto " PRO-DEPARTAMENTO
              "  " PRO-CARGO-ATUAL "/" PRO-NIVEL-ATUAL
              " -> " PRO-CARGO-NOVO "/" PRO-NIVEL-NOVO
              "  " WS-SALARIO-ATUAL-ED " -> " WS-SALARIO-NOVO-ED
              "  " WS-SITUACAO-TEXTO.

      * Somente proposta pendente pode ser decidida; a barrada
      * pelo teto do departamento so volta com nova proposta.
       DECIDIR.
           DISPLAY "--------------------------------".
           DISPLAY "Decidir Proposta".
           DISPLAY "--------------------------------".
           DISPLAY "Matrícula: ".
           ACCEPT WS-MATRICULA-TXT.
           IF WS-MATRICULA-TXT NOT NUMERIC
               DISPLAY "Matrícula inválida!"
           ELSE
               MOVE WS-MATRICULA-TXT TO WS-MATRICULA-NUM
               PERFORM PROCURAR-PROPOSTA
               IF WS-ENCONTRADO = "N"
                   DISPLAY "Matrícula sem proposta no arquivo."
               ELSE
               IF NOT PROPOSTA-PENDENTE
                   DISPLAY "Proposta não está pendente de decisão."
               ELSE
                   DISPLAY "Aprovar (A) ou Reprovar (R)? "
                   ACCEPT WS-DECISAO
                   IF WS-DECISAO = "a"
                       MOVE "A" TO WS-DECISAO
                   END-IF
                   IF WS-DECISAO = "r"
                       MOVE "R" TO WS-DECISAO
                   END-IF
                   IF WS-DECISAO NOT = "A" AND WS-DECISAO NOT = "R"
                       DISPLAY "Decisão inválida; nada alterado."
                   ELSE
                       PERFORM REGISTRAR-DECISAO
                   END-IF
               END-IF
               END-IF
           END-IF.
           PERFORM INICIO.

       PROCURAR-PROPOSTA.
           MOVE "N" TO WS-ENCONTRADO.
           MOVE "N" TO WS-FIM-ARQ.
           OPEN INPUT ARQ-PROPOSTAS.
           IF WS-STATUS-PROPOSTAS = "00"
               PERFORM UNTIL WS-FIM-ARQ = "S"
                   READ ARQ-PROPOSTAS
                       AT END
                           MOVE "S" TO WS-FIM-ARQ
                       NOT AT END
                           IF PRO-MATRICULA = WS-MATRICULA-NUM
                               MOVE "S" TO WS-ENCONTRADO
                               MOVE "S" TO WS-FIM-ARQ
                               PERFORM EXIBIR-PROPOSTA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQ-PROPOSTAS
           END-IF.

       REGISTRAR-DECISAO.
           MOVE 0 TO WS-QTD-DECIDIDAS.
           PERFORM ABRIR-PROPOSTAS-ATUALIZACAO.
           IF WS-STATUS-PROPOSTAS = "00"
               PERFORM UNTIL WS-FIM-ARQ = "S"
                   READ ARQ-PROPOSTAS
                       AT END
                           MOVE "S" TO WS-FIM-ARQ
                       NOT AT END
                           IF PRO-MATRICULA = WS-MATRICULA-NUM
                                   AND PROPOSTA-PENDENTE
                               MOVE "S" TO WS-FIM-ARQ
                               PERFORM GRAVAR-DECISAO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQ-PROPOSTAS
               IF WS-DECISAO = "A"
                   DISPLAY "Proposta aprovada."
               ELSE
                   DISPLAY "Proposta reprovada."
               END-IF
           END-IF.

       APROVAR-TODAS.
           DISPLAY "--------------------------------".
           DISPLAY "Aprovar Todas as Pendentes".
           DISPLAY "--------------------------------".
           DISPLAY "Confirma a aprovação de todas as pendentes?"
              " (S/N): ".
           ACCEPT WS-CONFIRMA.
           IF WS-CONFIRMA = "S" OR WS-CONFIRMA = "s"
               MOVE "A" TO WS-DECISAO
               MOVE 0 TO WS-QTD-DECIDIDAS
               PERFORM ABRIR-PROPOSTAS-ATUALIZACAO
               IF WS-STATUS-PROPOSTAS = "00"
                   PERFORM UNTIL WS-FIM-ARQ = "S"
                       READ ARQ-PROPOSTAS
                           AT END
                               MOVE "S" TO WS-FIM-ARQ
                           NOT AT END
                               IF PROPOSTA-PENDENTE
                                   PERFORM GRAVAR-DECISAO
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE ARQ-PROPOSTAS
                   MOVE WS-QTD-DECIDIDAS TO WS-QTD-ED
                   DISPLAY "Propostas aprovadas: " WS-QTD-ED
               END-IF
           ELSE
               DISPLAY "Aprovação cancelada."
           END-IF.
           PERFORM INICIO.

       ABRIR-PROPOSTAS-ATUALIZACAO.
           MOVE "N" TO WS-FIM-ARQ.
           OPEN I-O ARQ-PROPOSTAS.
           IF WS-STATUS-PROPOSTAS NOT = "00"
               DISPLAY "Erro ao abrir arquivo! Status: "
                  WS-STATUS-PROPOSTAS
               MOVE "PromocaoAprovacao" TO WS-ERRLOG-PROGRAMA
               MOVE "ABRIR-PROPOSTAS-ATUALIZACAO"
                   TO WS-ERRLOG-PARAGRAFO
               MOVE WS-ARQ-PROPOSTAS TO WS-ERRLOG-ARQUIVO
               MOVE WS-STATUS-PROPOSTAS TO WS-ERRLOG-STATUS
               PERFORM GRAVAR-ERRORLOG
           END-IF.

       GRAVAR-DECISAO.
           MOVE WS-DECISAO TO PRO-SITUACAO.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
           MOVE WS-DATA-HOJE TO PRO-DATA-DECISAO.
           MOVE WS-OPERADOR TO PRO-OPERADOR-DECISAO.
           REWRITE REGISTRO-PROPOSTA.
           ADD 1 TO WS-QTD-DECIDIDAS.
           ADD 1 TO WS-TOTAL-OPERACOES.

       COPY JOBLOGPD.

       COPY ERRLOGPD.

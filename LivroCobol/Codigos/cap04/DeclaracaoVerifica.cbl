       IDENTIFICATION DIVISION.
           PROGRAM-ID. DeclaracaoVerifica.
           AUTHOR. Fernando Anselmo.

      * Autentica a declaracao anual de quitacao: pede o codigo de
      * verificacao impresso no documento e procura no registro
      * DECLARACOES-QUITACAO.DATA gravado por DeclaracaoQuitacao.cbl.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-REGISTRO ASSIGN TO WS-ARQ-REGISTRO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-REGISTRO.

           COPY JOBLOGSL.

       DATA DIVISION.
       FILE SECTION.
       FD ARQ-REGISTRO.
       01 REGISTRO-DECLARACAO.
           COPY DECLQUIT.

       COPY JOBLOGFD.

       WORKING-STORAGE SECTION.
       COPY JOBLOGWS.

       01 WS-ARQ-REGISTRO        PIC X(40)
           VALUE "DECLARACOES-QUITACAO.DATA".
       01 WS-STATUS-REGISTRO     PIC X(2).
       01 WS-FIM-REGISTRO        PIC X VALUE "N".
       01 WS-ENCONTRADO          PIC X VALUE "N".

       01 WS-CODIGO-PEDIDO       PIC X(12).
       01 WS-VALOR-ED            PIC ZZZ,ZZZ,ZZ9.99.
       01 WS-CPF-NUM             PIC 9(11).
       01 WS-CPF-ED              PIC X(14).

       PROCEDURE DIVISION.
       INICIO.
           ACCEPT WS-ARQ-REGISTRO FROM ENVIRONMENT
                   "DECLARACOES_QUITACAO"
               ON EXCEPTION
                   MOVE "DECLARACOES-QUITACAO.DATA" TO WS-ARQ-REGISTRO
           END-ACCEPT.
           DISPLAY "============================================".
           DISPLAY " Verificacao de Declaracao de Quitacao".
           DISPLAY "============================================".
           MOVE "DeclaracaoVerifica" TO WS-JOBLOG-PROGRAMA.
           MOVE "INICIO" TO WS-JOBLOG-EVENTO.
           PERFORM GRAVAR-JOBLOG.

           DISPLAY "Codigo de verificacao: ".
           ACCEPT WS-CODIGO-PEDIDO.

           OPEN INPUT ARQ-REGISTRO.
           IF WS-STATUS-REGISTRO NOT = "00"
               DISPLAY "Registro de declaracoes ausente: "
                  WS-ARQ-REGISTRO
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM UNTIL WS-FIM-REGISTRO = "S"
                   READ ARQ-REGISTRO
                       AT END
                           MOVE "S" TO WS-FIM-REGISTRO
                       NOT AT END
                           IF DEQ-CODIGO-VERIFICACAO
                                   = WS-CODIGO-PEDIDO
                               MOVE "S" TO WS-ENCONTRADO
                               MOVE "S" TO WS-FIM-REGISTRO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQ-REGISTRO
           END-IF.

           IF WS-ENCONTRADO = "S"
               MOVE DEQ-VALOR-PAGO TO WS-VALOR-ED
               MOVE DEQ-CPF TO WS-CPF-NUM
               STRING WS-CPF-NUM(1:3) "." WS-CPF-NUM(4:3) "."
                   WS-CPF-NUM(7:3) "-" WS-CPF-NUM(10:2)
                   DELIMITED BY SIZE INTO WS-CPF-ED
               END-STRING
               DISPLAY "DECLARACAO AUTENTICA"
               DISPLAY "Matricula: " DEQ-MATRICULA
                  "  Nome: " DEQ-NOME
               DISPLAY "CPF: " WS-CPF-ED
                  "  Curso: " DEQ-CURSO
               DISPLAY "Responsavel: " DEQ-RESPONSAVEL
               DISPLAY "Ano: " DEQ-ANO
                  "  Mensalidades: " DEQ-QTD-MENSALIDADES
                  "  Valor pago: " WS-VALOR-ED
               DISPLAY "Emitida em: " DEQ-DATA-EMISSAO
           ELSE
               DISPLAY "Codigo nao encontrado no registro."
               IF RETURN-CODE = 0
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.

           MOVE 1 TO WS-JOBLOG-QTD-REGISTROS.
           MOVE "FIM" TO WS-JOBLOG-EVENTO.
           PERFORM GRAVAR-JOBLOG.
           GOBACK.

       COPY JOBLOGPD.

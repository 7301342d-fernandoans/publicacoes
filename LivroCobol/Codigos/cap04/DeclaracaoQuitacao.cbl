       IDENTIFICATION DIVISION.
           PROGRAM-ID. DeclaracaoQuitacao.
           AUTHOR. Fernando Anselmo.

      * Declaracao anual de quitacao de debitos (Lei 12.007/2009).
      * Apura em MENSALIDADES.DATA, para o ano-calendario informado
      * (DECLARACAO_ANO ou digitado), os alunos com todas as
      * mensalidades de competencia do ano pagas. Fatura em aberto
      * ou parcela de acordo em aberto no ano retem o aluno; fatura
      * renegociada so conta como quitada quando o aluno nao tem
      * mais parcela de acordo em aberto; cancelada e ignorada. O
      * valor pago no ano soma o cobrado das faturas pagas no ano,
      * a multa e os juros recebidos (MENSALIDADES-ENCARGOS.DATA) e
      * desconta os estornos processados no ano
      * (ESTORNOS-MENSALIDADES.DATA). Cada declaracao recebe um
      * codigo de verificacao, como o diploma, gravado em
      * DECLARACOES-QUITACAO.DATA e conferido por
      * DeclaracaoVerifica.cbl; aluno ja declarado no ano nao e
      * emitido de novo. Os documentos saem em
      * DECLARACOES-QUITACAO.LST, um por pagina, com o
      * responsavel financeiro de ALUNOS-CADASTRO.DATA.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-ALUNOS ASSIGN TO WS-ARQ-ALUNOS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ALU-MATRICULA
               FILE STATUS IS WS-STATUS-ALUNOS.

           SELECT ARQ-CADASTRO ASSIGN TO WS-ARQ-CADASTRO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-CADASTRO.

           SELECT ARQ-MENSALIDADES ASSIGN TO WS-ARQ-MENSALIDADES
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-MENSALIDADES.

           SELECT ARQ-ENCARGOS ASSIGN TO WS-ARQ-ENCARGOS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-ENCARGOS.

           SELECT ARQ-ESTORNOS ASSIGN TO WS-ARQ-ESTORNOS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-ESTORNOS.

           SELECT ARQ-REGISTRO ASSIGN TO WS-ARQ-REGISTRO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-REGISTRO.

           SELECT ARQ-DECLARACOES ASSIGN TO WS-ARQ-DECLARACOES
               ORGANIZATION IS LINE SEQUENTIAL.

           COPY ERRLOGSL.

           COPY JOBLOGSL.

       DATA DIVISION.
       FILE SECTION.
       FD ARQ-ALUNOS.
       01 REGISTRO-ALUNO.
           COPY ALUNO.

       FD ARQ-CADASTRO.
       01 REGISTRO-CADASTRO.
           COPY CADALUNO.

       FD ARQ-MENSALIDADES.
       01 REGISTRO-MENSALIDADE.
           COPY MENSALIDADE.

       FD ARQ-ENCARGOS.
       01 REGISTRO-ENCARGO.
           COPY ENCARGO.

       FD ARQ-ESTORNOS.
       01 REGISTRO-ESTORNO.
           COPY ESTORNO.

       FD ARQ-REGISTRO.
       01 REGISTRO-DECLARACAO.
           COPY DECLQUIT.

       FD ARQ-DECLARACOES.
       01 LINHA-DECLARACAO         PIC X(80).

       COPY ERRLOGFD.

       COPY JOBLOGFD.

       WORKING-STORAGE SECTION.
       COPY ERRLOGWS.

       COPY JOBLOGWS.

       01 WS-ARQ-ALUNOS          PIC X(40) VALUE "alunos.idx".
       01 WS-ARQ-CADASTRO        PIC X(40)
           VALUE "ALUNOS-CADASTRO.DATA".
       01 WS-ARQ-MENSALIDADES    PIC X(40)
           VALUE "MENSALIDADES.DATA".
       01 WS-ARQ-ENCARGOS        PIC X(40)
           VALUE "MENSALIDADES-ENCARGOS.DATA".
       01 WS-ARQ-ESTORNOS        PIC X(40)
           VALUE "ESTORNOS-MENSALIDADES.DATA".
       01 WS-ARQ-REGISTRO        PIC X(40)
           VALUE "DECLARACOES-QUITACAO.DATA".
       01 WS-ARQ-DECLARACOES     PIC X(40)
           VALUE "DECLARACOES-QUITACAO.LST".

       01 WS-STATUS-ALUNOS       PIC X(2).
       01 WS-STATUS-CADASTRO     PIC X(2).
       01 WS-STATUS-MENSALIDADES PIC X(2).
       01 WS-STATUS-ENCARGOS     PIC X(2).
       01 WS-STATUS-ESTORNOS     PIC X(2).
       01 WS-STATUS-REGISTRO     PIC X(2).

       01 WS-FIM-ARQ             PIC X VALUE "N".

       01 WS-ANO-TXT             PIC X(4).
       01 WS-ANO-DECLARACAO      PIC 9(4) VALUE 0.
       01 WS-DATA-HOJE           PIC 9(8).
       01 WS-SEQUENCIA           PIC 9(4) VALUE 0.
       01 WS-CODIGO              PIC X(12).
       01 WS-MATRICULA-BUSCA     PIC X(8).
       01 WS-ALUNO-ENCONTRADO    PIC X VALUE "N".
       01 WS-RESPONSAVEL         PIC X(30).

       01 QTD-EMITIDOS           PIC 9(4) VALUE 0.
       01 TABELA-EMITIDOS.
           05 TEM-ITEM OCCURS 3000 TIMES INDEXED BY IDX-EMI.
               10 TEM-MATRICULA  PIC X(8).

       01 QTD-CADASTROS          PIC 9(4) VALUE 0.
       01 TABELA-CADASTROS.
           05 TCA-ITEM OCCURS 3000 TIMES INDEXED BY IDX-CAD.
               10 TCA-MATRICULA  PIC X(8).
               10 TCA-RESPONSAVEL PIC X(30).

      * Situacao de cada aluno com faturas ou pagamentos no ano.
      * TQU-ACORDO-ABERTO marca parcela de acordo em aberto em
      * qualquer competencia, para decidir se a fatura renegociada
      * do ano ja esta quitada.
       01 QTD-QUITACOES          PIC 9(4) VALUE 0.
       01 TABELA-QUITACOES.
           05 TQU-ITEM OCCURS 3000 TIMES INDEXED BY IDX-QUI.
               10 TQU-MATRICULA  PIC X(8).
               10 TQU-QTD-PAGAS  PIC 9(3).
               10 TQU-VALOR-PAGO PIC 9(9)V9(2).
               10 TQU-PENDENTE   PIC X(1).
               10 TQU-RENEGOCIADA PIC X(1).
               10 TQU-ACORDO-ABERTO PIC X(1).

       01 WS-CPF-NUM             PIC 9(11).
       01 WS-CPF-ED              PIC X(14).
       01 WS-VALOR-ED            PIC ZZZ,ZZZ,ZZ9.99.
       01 WS-QTD-ED              PIC ZZ9.

       01 WS-TOTAL-EMITIDAS      PIC 9(5) VALUE 0.
       01 WS-TOTAL-JA-EMITIDAS   PIC 9(5) VALUE 0.
       01 WS-TOTAL-PENDENTES     PIC 9(5) VALUE 0.
       01 WS-TOTAL-SEM-CADASTRO  PIC 9(5) VALUE 0.

       PROCEDURE DIVISION.
       INICIO.
           PERFORM DEFINIR-ARQUIVOS.
           DISPLAY "============================================".
           DISPLAY " Declaracao Anual de Quitacao de Debitos".
           DISPLAY "============================================".
           MOVE "DeclaracaoQuitacao" TO WS-JOBLOG-PROGRAMA.
           MOVE "INICIO" TO WS-JOBLOG-EVENTO.
           PERFORM GRAVAR-JOBLOG.

           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
           ACCEPT WS-ANO-TXT FROM ENVIRONMENT "DECLARACAO_ANO"
               ON EXCEPTION
                   MOVE SPACES TO WS-ANO-TXT
           END-ACCEPT.
           IF WS-ANO-TXT NOT NUMERIC
               DISPLAY "Ano-calendario da declaracao (AAAA): "
               ACCEPT WS-ANO-TXT
           END-IF.
           IF WS-ANO-TXT NOT NUMERIC
               DISPLAY "Ano-calendario obrigatorio."
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE WS-ANO-TXT TO WS-ANO-DECLARACAO
               PERFORM CARREGAR-EMITIDOS
               PERFORM CARREGAR-CADASTROS
               PERFORM APURAR-MENSALIDADES
               IF RETURN-CODE NOT = 8
                   PERFORM APURAR-ENCARGOS
                   PERFORM APURAR-ESTORNOS
                   PERFORM EMITIR-DECLARACOES
               END-IF
           END-IF.

           DISPLAY "Declaracoes emitidas......: " WS-TOTAL-EMITIDAS.
           DISPLAY "Ja emitidas no ano........: "
              WS-TOTAL-JA-EMITIDAS.
           DISPLAY "Retidas por pendencia.....: " WS-TOTAL-PENDENTES.
           IF WS-TOTAL-SEM-CADASTRO > 0
               DISPLAY "Fora do cadastro de alunos: "
                  WS-TOTAL-SEM-CADASTRO
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.

           MOVE WS-TOTAL-EMITIDAS TO WS-JOBLOG-QTD-REGISTROS.
           MOVE "FIM" TO WS-JOBLOG-EVENTO.
           PERFORM GRAVAR-JOBLOG.
           GOBACK.

       DEFINIR-ARQUIVOS.
           ACCEPT WS-ARQ-ALUNOS FROM ENVIRONMENT "ALUNOS_IDX"
               ON EXCEPTION
                   MOVE "alunos.idx" TO WS-ARQ-ALUNOS
           END-ACCEPT.
           ACCEPT WS-ARQ-CADASTRO FROM ENVIRONMENT
                   "ALUNOS_CADASTRO"
               ON EXCEPTION
                   MOVE "ALUNOS-CADASTRO.DATA" TO WS-ARQ-CADASTRO
           END-ACCEPT.
           ACCEPT WS-ARQ-MENSALIDADES FROM ENVIRONMENT
                   "MENSALIDADES_DATA"
               ON EXCEPTION
                   MOVE "MENSALIDADES.DATA" TO WS-ARQ-MENSALIDADES
           END-ACCEPT.
           ACCEPT WS-ARQ-ENCARGOS FROM ENVIRONMENT
                   "MENSALIDADES_ENCARGOS"
               ON EXCEPTION
                   MOVE "MENSALIDADES-ENCARGOS.DATA"
                       TO WS-ARQ-ENCARGOS
           END-ACCEPT.
           ACCEPT WS-ARQ-ESTORNOS FROM ENVIRONMENT
                   "ESTORNOS_MENSALIDADES"
               ON EXCEPTION
                   MOVE "ESTORNOS-MENSALIDADES.DATA"
                       TO WS-ARQ-ESTORNOS
           END-ACCEPT.
           ACCEPT WS-ARQ-REGISTRO FROM ENVIRONMENT
                   "DECLARACOES_QUITACAO"
               ON EXCEPTION
                   MOVE "DECLARACOES-QUITACAO.DATA"
                       TO WS-ARQ-REGISTRO
           END-ACCEPT.
           ACCEPT WS-ARQ-DECLARACOES FROM ENVIRONMENT
                   "DECLARACOES_QUITACAO_LST"
               ON EXCEPTION
                   MOVE "DECLARACOES-QUITACAO.LST"
                       TO WS-ARQ-DECLARACOES
           END-ACCEPT.

      * Declaracoes ja registradas: o codigo continua a sequencia
      * do registro e o aluno ja declarado no ano nao e repetido.
       CARREGAR-EMITIDOS.
           MOVE 0 TO QTD-EMITIDOS.
           MOVE "N" TO WS-FIM-ARQ.
           OPEN INPUT ARQ-REGISTRO.
           IF WS-STATUS-REGISTRO = "00"
               PERFORM UNTIL WS-FIM-ARQ = "S"
                   READ ARQ-REGISTRO
                       AT END
                           MOVE "S" TO WS-FIM-ARQ
                       NOT AT END
                           ADD 1 TO WS-SEQUENCIA
                           IF DEQ-ANO = WS-ANO-DECLARACAO
                                   AND QTD-EMITIDOS < 3000
                               ADD 1 TO QTD-EMITIDOS
                               SET IDX-EMI TO QTD-EMITIDOS
                               MOVE DEQ-MATRICULA
                                   TO TEM-MATRICULA(IDX-EMI)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQ-REGISTRO
           END-IF.

       CARREGAR-CADASTROS.
           MOVE 0 TO QTD-CADASTROS.
           MOVE "N" TO WS-FIM-ARQ.
           OPEN INPUT ARQ-CADASTRO.
           IF WS-STATUS-CADASTRO = "00"
               PERFORM UNTIL WS-FIM-ARQ = "S"
                   READ ARQ-CADASTRO
                       AT END
                           MOVE "S" TO WS-FIM-ARQ
                       NOT AT END
                           IF QTD-CADASTROS < 3000
                               ADD 1 TO QTD-CADASTROS
                               SET IDX-CAD TO QTD-CADASTROS
                               MOVE CAD-MATRICULA
                                   TO TCA-MATRICULA(IDX-CAD)
                               MOVE CAD-RESPONSAVEL
                                   TO TCA-RESPONSAVEL(IDX-CAD)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQ-CADASTRO
           END-IF.

       APURAR-MENSALIDADES.
           MOVE 0 TO QTD-QUITACOES.
           MOVE "N" TO WS-FIM-ARQ.
           OPEN INPUT ARQ-MENSALIDADES.
           IF WS-STATUS-MENSALIDADES NOT = "00"
               DISPLAY "Erro ao abrir " WS-ARQ-MENSALIDADES
                  " Status: " WS-STATUS-MENSALIDADES
               MOVE "DeclaracaoQuitacao" TO WS-ERRLOG-PROGRAMA
               MOVE "APURAR-MENSALIDADES" TO WS-ERRLOG-PARAGRAFO
               MOVE WS-ARQ-MENSALIDADES TO WS-ERRLOG-ARQUIVO
               MOVE WS-STATUS-MENSALIDADES TO WS-ERRLOG-STATUS
               PERFORM GRAVAR-ERRORLOG
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM UNTIL WS-FIM-ARQ = "S"
                   READ ARQ-MENSALIDADES
                       AT END
                           MOVE "S" TO WS-FIM-ARQ
                       NOT AT END
                           PERFORM APURAR-FATURA
                   END-READ
               END-PERFORM
               CLOSE ARQ-MENSALIDADES
           END-IF.

       APURAR-FATURA.
           MOVE "N" TO WS-ALUNO-ENCONTRADO.
           IF MEN-COMPETENCIA(1:4) = WS-ANO-TXT
                   OR MEN-DATA-PAGAMENTO(1:4) = WS-ANO-TXT
                   OR PARCELA-ACORDO-ABERTA
               MOVE MEN-MATRICULA TO WS-MATRICULA-BUSCA
               PERFORM LOCALIZAR-QUITACAO
           END-IF.
           IF WS-ALUNO-ENCONTRADO = "S"
               IF PARCELA-ACORDO-ABERTA
                   MOVE "S" TO TQU-ACORDO-ABERTO(IDX-QUI)
               END-IF
               IF MEN-COMPETENCIA(1:4) = WS-ANO-TXT
                   EVALUATE TRUE
                       WHEN MENSALIDADE-ABERTA
                           MOVE "S" TO TQU-PENDENTE(IDX-QUI)
                       WHEN MENSALIDADE-RENEGOCIADA
                           MOVE "S" TO TQU-RENEGOCIADA(IDX-QUI)
                           ADD 1 TO TQU-QTD-PAGAS(IDX-QUI)
                       WHEN MENSALIDADE-PAGA
                           IF NOT PARCELA-ACORDO
                               ADD 1 TO TQU-QTD-PAGAS(IDX-QUI)
                           END-IF
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
               END-IF
               IF MENSALIDADE-PAGA
                       AND MEN-DATA-PAGAMENTO(1:4) = WS-ANO-TXT
                   ADD MEN-VALOR-COBRADO TO TQU-VALOR-PAGO(IDX-QUI)
               END-IF
           END-IF.

      * Procura o aluno de WS-MATRICULA-BUSCA na tabela de
      * quitacoes e o inclui quando ausente; cheia a tabela, o
      * processamento e interrompido.
       LOCALIZAR-QUITACAO.
           MOVE "N" TO WS-ALUNO-ENCONTRADO.
           SET IDX-QUI TO 1.
           SEARCH TQU-ITEM
               AT END
                   CONTINUE
               WHEN IDX-QUI > QTD-QUITACOES
                   CONTINUE
               WHEN TQU-MATRICULA(IDX-QUI) = WS-MATRICULA-BUSCA
                   MOVE "S" TO WS-ALUNO-ENCONTRADO
           END-SEARCH.
           IF WS-ALUNO-ENCONTRADO = "N"
               IF QTD-QUITACOES NOT < 3000
                   PERFORM REGISTRAR-LIMITE-QUITACOES
               ELSE
                   ADD 1 TO QTD-QUITACOES
                   SET IDX-QUI TO QTD-QUITACOES
                   MOVE WS-MATRICULA-BUSCA TO TQU-MATRICULA(IDX-QUI)
                   MOVE 0 TO TQU-QTD-PAGAS(IDX-QUI)
                   MOVE 0 TO TQU-VALOR-PAGO(IDX-QUI)
                   MOVE "N" TO TQU-PENDENTE(IDX-QUI)
                   MOVE "N" TO TQU-RENEGOCIADA(IDX-QUI)
                   MOVE "N" TO TQU-ACORDO-ABERTO(IDX-QUI)
                   MOVE "S" TO WS-ALUNO-ENCONTRADO
               END-IF
           END-IF.

       REGISTRAR-LIMITE-QUITACOES.
           IF RETURN-CODE < 8
               DISPLAY "Limite de alunos da apuracao excedido"
                  " - nenhuma declaracao emitida"
               MOVE "DeclaracaoQuitacao" TO WS-ERRLOG-PROGRAMA
               MOVE "APURAR-MENSALIDADES" TO WS-ERRLOG-PARAGRAFO
               MOVE WS-ARQ-MENSALIDADES TO WS-ERRLOG-ARQUIVO
               MOVE "LM" TO WS-ERRLOG-STATUS
               PERFORM GRAVAR-ERRORLOG
               MOVE 8 TO RETURN-CODE
           END-IF.
           MOVE "S" TO WS-FIM-ARQ.

      * Multa e juros recebidos no ano entram no valor pago; o
      * valor original da fatura ja foi somado na apuracao.
       APURAR-ENCARGOS.
           MOVE "N" TO WS-FIM-ARQ.
           OPEN INPUT ARQ-ENCARGOS.
           IF WS-STATUS-ENCARGOS = "00"
               PERFORM UNTIL WS-FIM-ARQ = "S"
                   READ ARQ-ENCARGOS
                       AT END
                           MOVE "S" TO WS-FIM-ARQ
                       NOT AT END
                           IF ENC-DATA-PAGAMENTO(1:4) = WS-ANO-TXT
                                   AND ENC-VALOR-TOTAL
                                       > ENC-VALOR-COBRADO
                               PERFORM SOMAR-ENCARGO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQ-ENCARGOS
           END-IF.

       SOMAR-ENCARGO.
           MOVE "N" TO WS-ALUNO-ENCONTRADO.
           SET IDX-QUI TO 1.
           SEARCH TQU-ITEM
               AT END
                   CONTINUE
               WHEN IDX-QUI > QTD-QUITACOES
                   CONTINUE
               WHEN TQU-MATRICULA(IDX-QUI) = ENC-MATRICULA
                   MOVE "S" TO WS-ALUNO-ENCONTRADO
           END-SEARCH.
           IF WS-ALUNO-ENCONTRADO = "S"
               COMPUTE TQU-VALOR-PAGO(IDX-QUI)
                   = TQU-VALOR-PAGO(IDX-QUI)
                   + ENC-VALOR-TOTAL - ENC-VALOR-COBRADO
           END-IF.

      * Estorno de trancamento devolvido no ano reduz o valor pago.
       APURAR-ESTORNOS.
           MOVE "N" TO WS-FIM-ARQ.
           OPEN INPUT ARQ-ESTORNOS.
           IF WS-STATUS-ESTORNOS = "00"
               PERFORM UNTIL WS-FIM-ARQ = "S"
                   READ ARQ-ESTORNOS
                       AT END
                           MOVE "S" TO WS-FIM-ARQ
                       NOT AT END
                           IF EST-DATA-PROCESSO(1:4) = WS-ANO-TXT
                               PERFORM DESCONTAR-ESTORNO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQ-ESTORNOS
           END-IF.

       DESCONTAR-ESTORNO.
           MOVE "N" TO WS-ALUNO-ENCONTRADO.
           SET IDX-QUI TO 1.
           SEARCH TQU-ITEM
               AT END
                   CONTINUE
               WHEN IDX-QUI > QTD-QUITACOES
                   CONTINUE
               WHEN TQU-MATRICULA(IDX-QUI) = EST-MATRICULA
                   MOVE "S" TO WS-ALUNO-ENCONTRADO
           END-SEARCH.
           IF WS-ALUNO-ENCONTRADO = "S"
               IF EST-VALOR > TQU-VALOR-PAGO(IDX-QUI)
                   MOVE 0 TO TQU-VALOR-PAGO(IDX-QUI)
               ELSE
                   SUBTRACT EST-VALOR FROM TQU-VALOR-PAGO(IDX-QUI)
               END-IF
           END-IF.

       EMITIR-DECLARACOES.
           OPEN INPUT ARQ-ALUNOS.
           IF WS-STATUS-ALUNOS NOT = "00"
               DISPLAY "Erro ao abrir " WS-ARQ-ALUNOS
                  " Status: " WS-STATUS-ALUNOS
               MOVE "DeclaracaoQuitacao" TO WS-ERRLOG-PROGRAMA
               MOVE "EMITIR-DECLARACOES" TO WS-ERRLOG-PARAGRAFO
               MOVE WS-ARQ-ALUNOS TO WS-ERRLOG-ARQUIVO
               MOVE WS-STATUS-ALUNOS TO WS-ERRLOG-STATUS
               PERFORM GRAVAR-ERRORLOG
               MOVE 8 TO RETURN-CODE
           ELSE
               OPEN OUTPUT ARQ-DECLARACOES
               OPEN EXTEND ARQ-REGISTRO
               IF WS-STATUS-REGISTRO = "35"
                   OPEN OUTPUT ARQ-REGISTRO
               END-IF
               PERFORM VARYING IDX-QUI FROM 1 BY 1
                       UNTIL IDX-QUI > QTD-QUITACOES
                   PERFORM AVALIAR-QUITACAO
               END-PERFORM
               CLOSE ARQ-REGISTRO
               CLOSE ARQ-DECLARACOES
               CLOSE ARQ-ALUNOS
               DISPLAY "Declaracoes gravadas em " WS-ARQ-DECLARACOES
           END-IF.

       AVALIAR-QUITACAO.
           MOVE "N" TO WS-ALUNO-ENCONTRADO.
           PERFORM VARYING IDX-EMI FROM 1 BY 1
                   UNTIL IDX-EMI > QTD-EMITIDOS
               IF TEM-MATRICULA(IDX-EMI) = TQU-MATRICULA(IDX-QUI)
                   MOVE "S" TO WS-ALUNO-ENCONTRADO
               END-IF
           END-PERFORM.
           EVALUATE TRUE
               WHEN WS-ALUNO-ENCONTRADO = "S"
                   ADD 1 TO WS-TOTAL-JA-EMITIDAS
               WHEN TQU-PENDENTE(IDX-QUI) = "S"
               WHEN TQU-RENEGOCIADA(IDX-QUI) = "S"
                       AND TQU-ACORDO-ABERTO(IDX-QUI) = "S"
                   ADD 1 TO WS-TOTAL-PENDENTES
               WHEN TQU-QTD-PAGAS(IDX-QUI) = 0
                   CONTINUE
               WHEN OTHER
                   PERFORM EMITIR-DECLARACAO
           END-EVALUATE.

       EMITIR-DECLARACAO.
           MOVE TQU-MATRICULA(IDX-QUI) TO ALU-MATRICULA.
           READ ARQ-ALUNOS
               INVALID KEY
                   DISPLAY "Aluno fora do cadastro: "
                      TQU-MATRICULA(IDX-QUI)
                   ADD 1 TO WS-TOTAL-SEM-CADASTRO
               NOT INVALID KEY
                   MOVE ALU-NOME TO WS-RESPONSAVEL
                   PERFORM VARYING IDX-CAD FROM 1 BY 1
                           UNTIL IDX-CAD > QTD-CADASTROS
                       IF TCA-MATRICULA(IDX-CAD) = ALU-MATRICULA
                               AND TCA-RESPONSAVEL(IDX-CAD)
                                   NOT = SPACES
                           MOVE TCA-RESPONSAVEL(IDX-CAD)
                               TO WS-RESPONSAVEL
                       END-IF
                   END-PERFORM
                   ADD 1 TO WS-SEQUENCIA
                   MOVE SPACES TO WS-CODIGO
                   STRING ALU-MATRICULA DELIMITED BY SIZE
                       WS-SEQUENCIA DELIMITED BY SIZE
                       INTO WS-CODIGO
                   END-STRING
                   PERFORM GRAVAR-REGISTRO-DECLARACAO
                   PERFORM ESCREVER-DECLARACAO
                   ADD 1 TO WS-TOTAL-EMITIDAS
           END-READ.

       GRAVAR-REGISTRO-DECLARACAO.
           MOVE WS-CODIGO TO DEQ-CODIGO-VERIFICACAO.
           MOVE ALU-MATRICULA TO DEQ-MATRICULA.
           MOVE ALU-NOME TO DEQ-NOME.
           MOVE ALU-CPF TO DEQ-CPF.
           MOVE ALU-CURSO TO DEQ-CURSO.
           MOVE WS-RESPONSAVEL TO DEQ-RESPONSAVEL.
           MOVE WS-ANO-DECLARACAO TO DEQ-ANO.
           MOVE TQU-QTD-PAGAS(IDX-QUI) TO DEQ-QTD-MENSALIDADES.
           MOVE TQU-VALOR-PAGO(IDX-QUI) TO DEQ-VALOR-PAGO.
           MOVE WS-DATA-HOJE TO DEQ-DATA-EMISSAO.
           WRITE REGISTRO-DECLARACAO.

       ESCREVER-DECLARACAO.
           MOVE ALL "=" TO LINHA-DECLARACAO.
           WRITE LINHA-DECLARACAO.
           MOVE SPACES TO LINHA-DECLARACAO.
           STRING "DECLARACAO ANUAL DE QUITACAO DE DEBITOS - ANO "
                   DELIMITED BY SIZE
               WS-ANO-DECLARACAO DELIMITED BY SIZE
               INTO LINHA-DECLARACAO
           END-STRING.
           WRITE LINHA-DECLARACAO.
           MOVE SPACES TO LINHA-DECLARACAO.
           WRITE LINHA-DECLARACAO.

           MOVE "Declaramos, nos termos da Lei 12.007/2009, que o"
               TO LINHA-DECLARACAO.
           WRITE LINHA-DECLARACAO.

           MOVE ALU-CPF TO WS-CPF-NUM.
           MOVE SPACES TO WS-CPF-ED.
           STRING WS-CPF-NUM(1:3) "." WS-CPF-NUM(4:3) "."
               WS-CPF-NUM(7:3) "-" WS-CPF-NUM(10:2)
               DELIMITED BY SIZE INTO WS-CPF-ED
           END-STRING.
           MOVE SPACES TO LINHA-DECLARACAO.
           STRING "aluno " DELIMITED BY SIZE
               ALU-NOME DELIMITED BY SIZE
               "  CPF " DELIMITED BY SIZE
               WS-CPF-ED DELIMITED BY SIZE
               INTO LINHA-DECLARACAO
           END-STRING.
           WRITE LINHA-DECLARACAO.

           MOVE SPACES TO LINHA-DECLARACAO.
           STRING "Matricula: " DELIMITED BY SIZE
               ALU-MATRICULA DELIMITED BY SIZE
               "  Curso: " DELIMITED BY SIZE
               ALU-CURSO DELIMITED BY SIZE
               INTO LINHA-DECLARACAO
           END-STRING.
           WRITE LINHA-DECLARACAO.

           MOVE TQU-QTD-PAGAS(IDX-QUI) TO WS-QTD-ED.
           MOVE SPACES TO LINHA-DECLARACAO.
           STRING "quitou as " DELIMITED BY SIZE
               WS-QTD-ED DELIMITED BY SIZE
               " mensalidades com competencia em " DELIMITED BY SIZE
               WS-ANO-DECLARACAO DELIMITED BY SIZE
               INTO LINHA-DECLARACAO
           END-STRING.
           WRITE LINHA-DECLARACAO.
           MOVE "nada devendo a esta instituicao referente ao ano."
               TO LINHA-DECLARACAO.
           WRITE LINHA-DECLARACAO.
           MOVE SPACES TO LINHA-DECLARACAO.
           WRITE LINHA-DECLARACAO.

           MOVE SPACES TO LINHA-DECLARACAO.
           STRING "Responsavel financeiro: " DELIMITED BY SIZE
               WS-RESPONSAVEL DELIMITED BY SIZE
               INTO LINHA-DECLARACAO
           END-STRING.
           WRITE LINHA-DECLARACAO.

           MOVE TQU-VALOR-PAGO(IDX-QUI) TO WS-VALOR-ED.
           MOVE SPACES TO LINHA-DECLARACAO.
           STRING "Total pago no ano: " DELIMITED BY SIZE
               WS-VALOR-ED DELIMITED BY SIZE
               INTO LINHA-DECLARACAO
           END-STRING.
           WRITE LINHA-DECLARACAO.

           MOVE SPACES TO LINHA-DECLARACAO.
           STRING "Emitida em: " DELIMITED BY SIZE
               WS-DATA-HOJE DELIMITED BY SIZE
               "  Codigo de verificacao: " DELIMITED BY SIZE
               WS-CODIGO DELIMITED BY SIZE
               INTO LINHA-DECLARACAO
           END-STRING.
           WRITE LINHA-DECLARACAO.

           MOVE ALL "=" TO LINHA-DECLARACAO.
           WRITE LINHA-DECLARACAO.
           MOVE SPACES TO LINHA-DECLARACAO.
           WRITE LINHA-DECLARACAO BEFORE ADVANCING PAGE.

       COPY JOBLOGPD.

       COPY ERRLOGPD.

       IDENTIFICATION DIVISION.
           PROGRAM-ID. MensalidadesExtrato.
           AUTHOR. Fernando Anselmo.

      * Extrato financeiro do aluno. Pede a matricula e o periodo
      * (competencia inicial e final, em branco = todas) e grava em
      * EXTRATO-ALUNO.LST as bolsas vigentes no periodo
      * (BOLSAS.DATA) e, por competencia, as mensalidades e
      * parcelas de acordo com valor base, desconto, valor cobrado,
      * data e valor do pagamento (com multa e juros de
      * MENSALIDADES-ENCARGOS.DATA) e a situacao. Fecha com os
      * totais cobrado, de descontos e pago e o saldo em aberto,
      * simples e atualizado com os encargos ate hoje. Faturas
      * renegociadas e canceladas aparecem, mas nao entram nos
      * totais.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-ALUNOS ASSIGN TO WS-ARQ-ALUNOS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ALU-MATRICULA
               FILE STATUS IS WS-STATUS-ALUNOS.

           SELECT ARQ-MENSALIDADES ASSIGN TO WS-ARQ-MENSALIDADES
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-MENSALIDADES.

           SELECT ARQ-ENCARGOS ASSIGN TO WS-ARQ-ENCARGOS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-ENCARGOS.

           SELECT ARQ-BOLSAS ASSIGN TO WS-ARQ-BOLSAS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-BOLSAS.

           SELECT RELATORIO ASSIGN TO WS-ARQ-RELATORIO
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ARQ-SORT-EXTRATO ASSIGN TO WS-ARQ-SORT-EXTRATO.

           COPY ERRLOGSL.

           COPY JOBLOGSL.

       DATA DIVISION.
       FILE SECTION.
       FD ARQ-ALUNOS.
       01 REGISTRO-ALUNO.
           COPY ALUNO.

       FD ARQ-MENSALIDADES.
       01 REGISTRO-MENSALIDADE.
           COPY MENSALIDADE.

       FD ARQ-ENCARGOS.
       01 REGISTRO-ENCARGO.
           COPY ENCARGO.

       FD ARQ-BOLSAS.
       01 REGISTRO-BOLSA.
           COPY BOLSA.

       FD RELATORIO.
       01 LINHA-RELATORIO          PIC X(100).

       SD ARQ-SORT-EXTRATO.
       01 REG-SORT-EXTRATO.
           05 SRT-COMPETENCIA      PIC 9(6).
           05 SRT-VENCIMENTO       PIC 9(8).
           05 SRT-VALOR-BASE       PIC 9(7)V9(2).
           05 SRT-VALOR-DESCONTO   PIC 9(7)V9(2).
           05 SRT-VALOR-COBRADO    PIC 9(7)V9(2).
           05 SRT-SITUACAO         PIC X(1).
           05 SRT-DATA-PAGAMENTO   PIC 9(8).

       COPY ERRLOGFD.

       COPY JOBLOGFD.

       WORKING-STORAGE SECTION.
       COPY ERRLOGWS.

       COPY JOBLOGWS.

       COPY ENCARGWS.

       01 WS-ARQ-ALUNOS          PIC X(40) VALUE "alunos.idx".
       01 WS-ARQ-MENSALIDADES    PIC X(40)
           VALUE "MENSALIDADES.DATA".
       01 WS-ARQ-ENCARGOS        PIC X(40)
           VALUE "MENSALIDADES-ENCARGOS.DATA".
       01 WS-ARQ-BOLSAS          PIC X(40) VALUE "BOLSAS.DATA".
       01 WS-ARQ-RELATORIO       PIC X(40)
           VALUE "EXTRATO-ALUNO.LST".
       01 WS-ARQ-SORT-EXTRATO    PIC X(40) VALUE "EXTRATO.SRT".

       01 WS-STATUS-ALUNOS       PIC X(2).
       01 WS-STATUS-MENSALIDADES PIC X(2).
       01 WS-STATUS-ENCARGOS     PIC X(2).
       01 WS-STATUS-BOLSAS       PIC X(2).

       01 WS-FIM-ARQ             PIC X VALUE "N".
       01 WS-FIM-RETORNO         PIC X VALUE "N".

       01 WS-DATA-HOJE           PIC 9(8).
       01 WS-MATRICULA           PIC X(8).
       01 WS-ALUNO-ENCONTRADO    PIC X VALUE "N".
       01 WS-COMPETENCIA-INI-TXT PIC X(6).
       01 WS-COMPETENCIA-FIM-TXT PIC X(6).
       01 WS-COMPETENCIA-INI     PIC 9(6) VALUE 0.
       01 WS-COMPETENCIA-FIM     PIC 9(6) VALUE 999999.
       01 WS-PARAMETROS-OK       PIC X VALUE "S".

       01 QTD-ENCARGOS-ALUNO     PIC 9(3) VALUE 0.
       01 TABELA-ENCARGOS-ALUNO.
           05 TEN-ITEM OCCURS 500 TIMES INDEXED BY IDX-ENC.
               10 TEN-COMPETENCIA PIC 9(6).
               10 TEN-TIPO       PIC X(1).
               10 TEN-VALOR-TOTAL PIC 9(7)V9(2).

       01 WS-TIPO-FATURA         PIC X(1).
       01 WS-VALOR-PAGO          PIC 9(7)V9(2).
       01 WS-QTD-FATURAS         PIC 9(5) VALUE 0.
       01 WS-QTD-BOLSAS          PIC 9(3) VALUE 0.

       01 WS-TOTAL-COBRADO       PIC 9(9)V9(2) VALUE 0.
       01 WS-TOTAL-DESCONTOS     PIC 9(9)V9(2) VALUE 0.
       01 WS-TOTAL-PAGO          PIC 9(9)V9(2) VALUE 0.
       01 WS-TOTAL-ABERTO        PIC 9(9)V9(2) VALUE 0.
       01 WS-TOTAL-ATUALIZADO    PIC 9(9)V9(2) VALUE 0.

       01 WS-VALOR-ED            PIC ZZZ,ZZZ,ZZ9.99.
       01 WS-PERCENTUAL-ED       PIC ZZ9.99.

       01 LX-CABECALHO.
           05 FILLER             PIC X(8)  VALUE "Compet.".
           05 FILLER             PIC X(8)  VALUE "Tipo".
           05 FILLER             PIC X(9)  VALUE "Vencto.".
           05 FILLER             PIC X(11) VALUE "      Base".
           05 FILLER             PIC X(11) VALUE "  Desconto".
           05 FILLER             PIC X(12) VALUE "   Cobrado".
           05 FILLER             PIC X(9)  VALUE "Pagto.".
           05 FILLER             PIC X(12) VALUE "      Pago".
           05 FILLER             PIC X(11) VALUE "Situacao".

       01 LX-DETALHE.
           05 LX-COMPETENCIA     PIC 9(6).
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 LX-TIPO            PIC X(7).
           05 FILLER             PIC X(1)  VALUE SPACES.
           05 LX-VENCIMENTO      PIC 9(8).
           05 FILLER             PIC X(1)  VALUE SPACES.
           05 LX-BASE            PIC ZZZ,ZZ9.99.
           05 FILLER             PIC X(1)  VALUE SPACES.
           05 LX-DESCONTO        PIC ZZZ,ZZ9.99.
           05 FILLER             PIC X(1)  VALUE SPACES.
           05 LX-COBRADO         PIC ZZZ,ZZ9.99.
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 LX-PAGAMENTO       PIC X(8).
           05 FILLER             PIC X(1)  VALUE SPACES.
           05 LX-PAGO            PIC ZZZ,ZZ9.99 BLANK WHEN ZERO.
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 LX-SITUACAO        PIC X(11).

       PROCEDURE DIVISION.
       INICIO.
           PERFORM DEFINIR-ARQUIVOS.
           DISPLAY "============================================".
           DISPLAY " Extrato Financeiro do Aluno".
           DISPLAY "============================================".
           MOVE "MensalidadesExtrato" TO WS-JOBLOG-PROGRAMA.
           MOVE "INICIO" TO WS-JOBLOG-EVENTO.
           PERFORM GRAVAR-JOBLOG.

           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
           PERFORM CARREGAR-ENCARGOS.

           DISPLAY "Matricula: ".
           ACCEPT WS-MATRICULA.
           DISPLAY "Competencia inicial AAAAMM (branco = todas): ".
           ACCEPT WS-COMPETENCIA-INI-TXT.
           DISPLAY "Competencia final AAAAMM (branco = todas): ".
           ACCEPT WS-COMPETENCIA-FIM-TXT.
           PERFORM VALIDAR-PARAMETROS.

           IF WS-PARAMETROS-OK = "S"
               PERFORM LOCALIZAR-ALUNO
               PERFORM LEVANTAR-ENCARGOS-PAGOS
               PERFORM EMITIR-EXTRATO
           END-IF.

           MOVE WS-QTD-FATURAS TO WS-JOBLOG-QTD-REGISTROS.
           MOVE "FIM" TO WS-JOBLOG-EVENTO.
           PERFORM GRAVAR-JOBLOG.
           GOBACK.

       DEFINIR-ARQUIVOS.
           ACCEPT WS-ARQ-ALUNOS FROM ENVIRONMENT "ALUNOS_IDX"
               ON EXCEPTION
                   MOVE "alunos.idx" TO WS-ARQ-ALUNOS
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
           ACCEPT WS-ARQ-BOLSAS FROM ENVIRONMENT "BOLSAS_DATA"
               ON EXCEPTION
                   MOVE "BOLSAS.DATA" TO WS-ARQ-BOLSAS
           END-ACCEPT.
           ACCEPT WS-ARQ-RELATORIO FROM ENVIRONMENT
                   "EXTRATO_ALUNO_LST"
               ON EXCEPTION
                   MOVE "EXTRATO-ALUNO.LST" TO WS-ARQ-RELATORIO
           END-ACCEPT.

       VALIDAR-PARAMETROS.
           IF WS-MATRICULA = SPACES
               DISPLAY "Matricula nao informada."
               MOVE "N" TO WS-PARAMETROS-OK
           END-IF.
           IF WS-COMPETENCIA-INI-TXT NOT = SPACES
               IF WS-COMPETENCIA-INI-TXT IS NUMERIC
                   MOVE WS-COMPETENCIA-INI-TXT TO WS-COMPETENCIA-INI
               ELSE
                   DISPLAY "Competencia inicial invalida: "
                      WS-COMPETENCIA-INI-TXT
                   MOVE "N" TO WS-PARAMETROS-OK
               END-IF
           END-IF.
           IF WS-COMPETENCIA-FIM-TXT NOT = SPACES
               IF WS-COMPETENCIA-FIM-TXT IS NUMERIC
                   MOVE WS-COMPETENCIA-FIM-TXT TO WS-COMPETENCIA-FIM
               ELSE
                   DISPLAY "Competencia final invalida: "
                      WS-COMPETENCIA-FIM-TXT
                   MOVE "N" TO WS-PARAMETROS-OK
               END-IF
           END-IF.
           IF WS-PARAMETROS-OK = "S"
                   AND WS-COMPETENCIA-INI > WS-COMPETENCIA-FIM
               DISPLAY "Competencia inicial maior que a final."
               MOVE "N" TO WS-PARAMETROS-OK
           END-IF.
           IF WS-PARAMETROS-OK = "N"
               MOVE 8 TO RETURN-CODE
           END-IF.

      * Aluno ja arquivado nao esta mais no cadastro, mas as
      * faturas continuam em MENSALIDADES.DATA e saem no extrato.
       LOCALIZAR-ALUNO.
           MOVE "N" TO WS-ALUNO-ENCONTRADO.
           OPEN INPUT ARQ-ALUNOS.
           IF WS-STATUS-ALUNOS = "00"
               MOVE WS-MATRICULA TO ALU-MATRICULA
               READ ARQ-ALUNOS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "S" TO WS-ALUNO-ENCONTRADO
               END-READ
               CLOSE ARQ-ALUNOS
           END-IF.
           IF WS-ALUNO-ENCONTRADO = "N"
               MOVE SPACES TO REGISTRO-ALUNO
               MOVE "(aluno fora do cadastro)" TO ALU-NOME
               MOVE 0 TO ALU-CPF
           END-IF.

      * Valor efetivamente recebido das faturas pagas em atraso.
       LEVANTAR-ENCARGOS-PAGOS.
           MOVE 0 TO QTD-ENCARGOS-ALUNO.
           MOVE "N" TO WS-FIM-ARQ.
           OPEN INPUT ARQ-ENCARGOS.
           IF WS-STATUS-ENCARGOS = "00"
               PERFORM UNTIL WS-FIM-ARQ = "S"
                   READ ARQ-ENCARGOS
                       AT END
                           MOVE "S" TO WS-FIM-ARQ
                       NOT AT END
                           IF ENC-MATRICULA = WS-MATRICULA
                                   AND QTD-ENCARGOS-ALUNO < 500
                               ADD 1 TO QTD-ENCARGOS-ALUNO
                               SET IDX-ENC TO QTD-ENCARGOS-ALUNO
                               MOVE ENC-COMPETENCIA
                                   TO TEN-COMPETENCIA(IDX-ENC)
                               MOVE ENC-TIPO TO TEN-TIPO(IDX-ENC)
                               MOVE ENC-VALOR-TOTAL
                                   TO TEN-VALOR-TOTAL(IDX-ENC)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQ-ENCARGOS
           END-IF.

       EMITIR-EXTRATO.
           OPEN INPUT ARQ-MENSALIDADES.
           IF WS-STATUS-MENSALIDADES NOT = "00"
               DISPLAY "Erro ao abrir " WS-ARQ-MENSALIDADES
                  " Status: " WS-STATUS-MENSALIDADES
               MOVE "MensalidadesExtrato" TO WS-ERRLOG-PROGRAMA
               MOVE "EMITIR-EXTRATO" TO WS-ERRLOG-PARAGRAFO
               MOVE WS-ARQ-MENSALIDADES TO WS-ERRLOG-ARQUIVO
               MOVE WS-STATUS-MENSALIDADES TO WS-ERRLOG-STATUS
               PERFORM GRAVAR-ERRORLOG
               MOVE 8 TO RETURN-CODE
           ELSE
               CLOSE ARQ-MENSALIDADES
               OPEN OUTPUT RELATORIO
               PERFORM ESCREVER-CABECALHO
               PERFORM ESCREVER-BOLSAS
               MOVE SPACES TO LINHA-RELATORIO
               WRITE LINHA-RELATORIO
               WRITE LINHA-RELATORIO FROM LX-CABECALHO
               SORT ARQ-SORT-EXTRATO
                   ON ASCENDING KEY SRT-COMPETENCIA SRT-VENCIMENTO
                   INPUT PROCEDURE IS SELECIONAR-FATURAS
                   OUTPUT PROCEDURE IS ESCREVER-FATURAS
               PERFORM ESCREVER-TOTAIS
               CLOSE RELATORIO
               DISPLAY "Faturas no extrato: " WS-QTD-FATURAS
               DISPLAY "Extrato gravado em " WS-ARQ-RELATORIO
               IF WS-QTD-FATURAS = 0 AND RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.

       ESCREVER-CABECALHO.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "Extrato Financeiro do Aluno em " DELIMITED BY SIZE
               WS-DATA-HOJE DELIMITED BY SIZE
               INTO LINHA-RELATORIO
           END-STRING.
           WRITE LINHA-RELATORIO.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "Matricula " DELIMITED BY SIZE
               WS-MATRICULA DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               ALU-NOME DELIMITED BY SIZE
               "  CPF " DELIMITED BY SIZE
               ALU-CPF DELIMITED BY SIZE
               INTO LINHA-RELATORIO
           END-STRING.
           WRITE LINHA-RELATORIO.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "Curso " DELIMITED BY SIZE
               ALU-CURSO DELIMITED BY SIZE
               "  Periodo " DELIMITED BY SIZE
               WS-COMPETENCIA-INI DELIMITED BY SIZE
               " a " DELIMITED BY SIZE
               WS-COMPETENCIA-FIM DELIMITED BY SIZE
               INTO LINHA-RELATORIO
           END-STRING.
           WRITE LINHA-RELATORIO.

      * Bolsas com vigencia que alcanca o periodo pedido.
       ESCREVER-BOLSAS.
           MOVE 0 TO WS-QTD-BOLSAS.
           MOVE "N" TO WS-FIM-ARQ.
           OPEN INPUT ARQ-BOLSAS.
           IF WS-STATUS-BOLSAS = "00"
               PERFORM UNTIL WS-FIM-ARQ = "S"
                   READ ARQ-BOLSAS
                       AT END
                           MOVE "S" TO WS-FIM-ARQ
                       NOT AT END
                           IF BOL-MATRICULA = WS-MATRICULA
                                   AND BOL-COMPETENCIA-INICIO
                                       <= WS-COMPETENCIA-FIM
                                   AND (BOL-COMPETENCIA-FIM = 0
                                       OR BOL-COMPETENCIA-FIM
                                           >= WS-COMPETENCIA-INI)
                               PERFORM ESCREVER-LINHA-BOLSA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQ-BOLSAS
           END-IF.
           IF WS-QTD-BOLSAS = 0
               MOVE "Bolsas: nenhuma no periodo" TO LINHA-RELATORIO
               WRITE LINHA-RELATORIO
           END-IF.

       ESCREVER-LINHA-BOLSA.
           ADD 1 TO WS-QTD-BOLSAS.
           MOVE BOL-PERCENTUAL TO WS-PERCENTUAL-ED.
           MOVE SPACES TO LINHA-RELATORIO.
           IF BOL-COMPETENCIA-FIM = 0
               STRING "Bolsa " DELIMITED BY SIZE
                   WS-PERCENTUAL-ED DELIMITED BY SIZE
                   "%  Fonte " DELIMITED BY SIZE
                   BOL-FONTE DELIMITED BY SIZE
                   "  desde " DELIMITED BY SIZE
                   BOL-COMPETENCIA-INICIO DELIMITED BY SIZE
                   INTO LINHA-RELATORIO
               END-STRING
           ELSE
               STRING "Bolsa " DELIMITED BY SIZE
                   WS-PERCENTUAL-ED DELIMITED BY SIZE
                   "%  Fonte " DELIMITED BY SIZE
                   BOL-FONTE DELIMITED BY SIZE
                   "  de " DELIMITED BY SIZE
                   BOL-COMPETENCIA-INICIO DELIMITED BY SIZE
                   " a " DELIMITED BY SIZE
                   BOL-COMPETENCIA-FIM DELIMITED BY SIZE
                   INTO LINHA-RELATORIO
               END-STRING
           END-IF.
           WRITE LINHA-RELATORIO.

       SELECIONAR-FATURAS.
           MOVE "N" TO WS-FIM-ARQ.
           OPEN INPUT ARQ-MENSALIDADES.
           PERFORM UNTIL WS-FIM-ARQ = "S"
               READ ARQ-MENSALIDADES
                   AT END
                       MOVE "S" TO WS-FIM-ARQ
                   NOT AT END
                       IF MEN-MATRICULA = WS-MATRICULA
                               AND MEN-COMPETENCIA
                                   >= WS-COMPETENCIA-INI
                               AND MEN-COMPETENCIA
                                   <= WS-COMPETENCIA-FIM
                           MOVE MEN-COMPETENCIA TO SRT-COMPETENCIA
                           MOVE MEN-VENCIMENTO TO SRT-VENCIMENTO
                           MOVE MEN-VALOR-BASE TO SRT-VALOR-BASE
                           MOVE MEN-VALOR-DESCONTO
                               TO SRT-VALOR-DESCONTO
                           MOVE MEN-VALOR-COBRADO
                               TO SRT-VALOR-COBRADO
                           MOVE MEN-SITUACAO TO SRT-SITUACAO
                           MOVE MEN-DATA-PAGAMENTO
                               TO SRT-DATA-PAGAMENTO
                           RELEASE REG-SORT-EXTRATO
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ARQ-MENSALIDADES.

       ESCREVER-FATURAS.
           MOVE "N" TO WS-FIM-RETORNO.
           PERFORM UNTIL WS-FIM-RETORNO = "S"
               RETURN ARQ-SORT-EXTRATO
                   AT END
                       MOVE "S" TO WS-FIM-RETORNO
                   NOT AT END
                       PERFORM ESCREVER-LINHA-FATURA
               END-RETURN
           END-PERFORM.

       ESCREVER-LINHA-FATURA.
           ADD 1 TO WS-QTD-FATURAS.
           MOVE SRT-COMPETENCIA TO LX-COMPETENCIA.
           IF SRT-SITUACAO = "N" OR SRT-SITUACAO = "Q"
               MOVE "A" TO WS-TIPO-FATURA
               MOVE "Acordo" TO LX-TIPO
           ELSE
               MOVE "M" TO WS-TIPO-FATURA
               MOVE "Mensal." TO LX-TIPO
           END-IF.
           MOVE SRT-VENCIMENTO TO LX-VENCIMENTO.
           MOVE SRT-VALOR-BASE TO LX-BASE.
           MOVE SRT-VALOR-DESCONTO TO LX-DESCONTO.
           MOVE SRT-VALOR-COBRADO TO LX-COBRADO.
           MOVE SPACES TO LX-PAGAMENTO.
           MOVE 0 TO WS-VALOR-PAGO.
           EVALUATE SRT-SITUACAO
               WHEN "P"
               WHEN "Q"
                   MOVE "Paga" TO LX-SITUACAO
                   MOVE SRT-DATA-PAGAMENTO TO LX-PAGAMENTO
                   MOVE SRT-VALOR-COBRADO TO WS-VALOR-PAGO
                   PERFORM VARYING IDX-ENC FROM 1 BY 1
                           UNTIL IDX-ENC > QTD-ENCARGOS-ALUNO
                       IF TEN-COMPETENCIA(IDX-ENC) = SRT-COMPETENCIA
                               AND TEN-TIPO(IDX-ENC) = WS-TIPO-FATURA
                           MOVE TEN-VALOR-TOTAL(IDX-ENC)
                               TO WS-VALOR-PAGO
                       END-IF
                   END-PERFORM
                   ADD SRT-VALOR-BASE TO WS-TOTAL-COBRADO
                   SUBTRACT SRT-VALOR-DESCONTO FROM WS-TOTAL-COBRADO
                   ADD SRT-VALOR-DESCONTO TO WS-TOTAL-DESCONTOS
                   ADD WS-VALOR-PAGO TO WS-TOTAL-PAGO
               WHEN "A"
               WHEN "N"
                   IF SRT-VENCIMENTO < WS-DATA-HOJE
                       MOVE "Vencida" TO LX-SITUACAO
                   ELSE
                       MOVE "A vencer" TO LX-SITUACAO
                   END-IF
                   ADD SRT-VALOR-COBRADO TO WS-TOTAL-COBRADO
                   ADD SRT-VALOR-DESCONTO TO WS-TOTAL-DESCONTOS
                   ADD SRT-VALOR-COBRADO TO WS-TOTAL-ABERTO
                   MOVE SRT-VALOR-COBRADO TO WS-ENC-VALOR
                   MOVE SRT-VENCIMENTO TO WS-ENC-VENCIMENTO
                   MOVE WS-DATA-HOJE TO WS-ENC-DATA-PAGAMENTO
                   PERFORM CALCULAR-ENCARGOS
                   ADD WS-ENC-TOTAL TO WS-TOTAL-ATUALIZADO
               WHEN "R"
                   MOVE "Renegociada" TO LX-SITUACAO
               WHEN "C"
                   MOVE "Cancelada" TO LX-SITUACAO
               WHEN OTHER
                   MOVE SRT-SITUACAO TO LX-SITUACAO
           END-EVALUATE.
           MOVE WS-VALOR-PAGO TO LX-PAGO.
           WRITE LINHA-RELATORIO FROM LX-DETALHE.

       ESCREVER-TOTAIS.
           MOVE SPACES TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE WS-TOTAL-COBRADO TO WS-VALOR-ED.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "Total cobrado............: " DELIMITED BY SIZE
               WS-VALOR-ED DELIMITED BY SIZE
               INTO LINHA-RELATORIO
           END-STRING.
           WRITE LINHA-RELATORIO.
           MOVE WS-TOTAL-DESCONTOS TO WS-VALOR-ED.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "Total de descontos.......: " DELIMITED BY SIZE
               WS-VALOR-ED DELIMITED BY SIZE
               INTO LINHA-RELATORIO
           END-STRING.
           WRITE LINHA-RELATORIO.
           MOVE WS-TOTAL-PAGO TO WS-VALOR-ED.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "Total pago...............: " DELIMITED BY SIZE
               WS-VALOR-ED DELIMITED BY SIZE
               INTO LINHA-RELATORIO
           END-STRING.
           WRITE LINHA-RELATORIO.
           MOVE WS-TOTAL-ABERTO TO WS-VALOR-ED.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "Saldo em aberto..........: " DELIMITED BY SIZE
               WS-VALOR-ED DELIMITED BY SIZE
               INTO LINHA-RELATORIO
           END-STRING.
           WRITE LINHA-RELATORIO.
           MOVE WS-TOTAL-ATUALIZADO TO WS-VALOR-ED.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "Saldo atualizado ate hoje: " DELIMITED BY SIZE
               WS-VALOR-ED DELIMITED BY SIZE
               INTO LINHA-RELATORIO
           END-STRING.
           WRITE LINHA-RELATORIO.

       COPY ENCARGPD.

       COPY JOBLOGPD.

       COPY ERRLOGPD.

       IDENTIFICATION DIVISION.
           PROGRAM-ID. CobrancaRetorno.
           AUTHOR. Fernando Anselmo.

      * Importacao do retorno da cobranca bancaria de mensalidades
      * (RETORNO-COBRANCA.DATA, layout RETCOBR). O arquivo so e
      * processado se a contagem e a soma dos detalhes baterem com
      * o trailer. Cada liquidacao e localizada pelo nosso numero
      * (tipo, matricula e competencia, NOSNUMWS) e baixa a
      * mensalidade ou parcela de acordo em aberto com a data
      * paga, desde que o valor pago cubra o valor cobrado com
      * multa e juros (ENCARGPD); pagamento em atraso grava o
      * registro de encargos com o valor recebido. Pago a menor,
      * titulo ja pago ou repetido no arquivo, fatura renegociada,
      * sem fatura e nosso numero invalido ficam no relatorio
      * RETORNO-COBRANCA.LST e nao alteram as mensalidades.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-RETORNO ASSIGN TO WS-ARQ-RETORNO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-RETORNO.

           SELECT ARQ-MENSALIDADES ASSIGN TO WS-ARQ-MENSALIDADES
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-MENSALIDADES.

           SELECT ARQ-ENCARGOS ASSIGN TO WS-ARQ-ENCARGOS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-ENCARGOS.

           SELECT RELATORIO ASSIGN TO WS-ARQ-RELATORIO
               ORGANIZATION IS LINE SEQUENTIAL.

           COPY ERRLOGSL.

           COPY JOBLOGSL.

       DATA DIVISION.
       FILE SECTION.
       FD ARQ-RETORNO.
       01 REGISTRO-RETORNO         PIC X(100).

       FD ARQ-MENSALIDADES.
       01 REGISTRO-MENSALIDADE.
           COPY MENSALIDADE.

       FD ARQ-ENCARGOS.
       01 REGISTRO-ENCARGO.
           COPY ENCARGO.

       FD RELATORIO.
       01 LINHA-RELATORIO          PIC X(100).

       COPY ERRLOGFD.

       COPY JOBLOGFD.

       WORKING-STORAGE SECTION.
       COPY ERRLOGWS.

       COPY JOBLOGWS.

       COPY RETCOBR.

       COPY NOSNUMWS.

       COPY ENCARGWS.

       01 WS-ARQ-RETORNO         PIC X(40)
           VALUE "RETORNO-COBRANCA.DATA".
       01 WS-ARQ-MENSALIDADES    PIC X(40)
           VALUE "MENSALIDADES.DATA".
       01 WS-ARQ-ENCARGOS        PIC X(40)
           VALUE "MENSALIDADES-ENCARGOS.DATA".
       01 WS-ARQ-RELATORIO       PIC X(40)
           VALUE "RETORNO-COBRANCA.LST".

       01 WS-STATUS-RETORNO      PIC X(2).
       01 WS-STATUS-MENSALIDADES PIC X(2).
       01 WS-STATUS-ENCARGOS     PIC X(2).

       01 WS-FIM-ARQ             PIC X VALUE "N".
       01 WS-TRAILER-LIDO        PIC X VALUE "N".
       01 WS-RETORNO-CONFERE     PIC X VALUE "N".
       01 WS-TIPO-TITULO         PIC X(1).
       01 WS-DATA-ARQUIVO        PIC 9(8) VALUE 0.

       01 WS-TRL-QTD             PIC 9(7) VALUE 0.
       01 WS-TRL-SOMA            PIC 9(11)V9(2) VALUE 0.
       01 WS-QTD-DETALHES        PIC 9(7) VALUE 0.
       01 WS-SOMA-DETALHES       PIC 9(11)V9(2) VALUE 0.

      * Situacao do titulo: P pendente, L liquidado, M pago a
      * menor, J ja pago, D repetido no arquivo, R fatura
      * renegociada, S sem fatura, I nosso numero invalido.
       01 QTD-TITULOS            PIC 9(4) VALUE 0.
       01 TABELA-TITULOS.
           05 TRC-ITEM OCCURS 2000 TIMES INDEXED BY IDX-TIT IDX-DUP.
               10 TRC-NOSSO-NUMERO PIC X(16).
               10 TRC-TIPO       PIC X(1).
               10 TRC-MATRICULA  PIC X(8).
               10 TRC-COMPETENCIA PIC X(6).
               10 TRC-DATA-PAGAMENTO PIC 9(8).
               10 TRC-VALOR-PAGO PIC 9(9)V9(2).
               10 TRC-VALOR-DEVIDO PIC 9(9)V9(2).
               10 TRC-SITUACAO   PIC X(1).

       01 TOTAIS-RETORNO.
           05 WS-TOTAL-LIQUIDADOS    PIC 9(5) VALUE 0.
           05 WS-TOTAL-A-MENOR       PIC 9(5) VALUE 0.
           05 WS-TOTAL-DUPLICADOS    PIC 9(5) VALUE 0.
           05 WS-TOTAL-RENEGOCIADAS  PIC 9(5) VALUE 0.
           05 WS-TOTAL-SEM-FATURA    PIC 9(5) VALUE 0.
           05 WS-TOTAL-INVALIDOS     PIC 9(5) VALUE 0.
           05 WS-TOTAL-OUTRAS        PIC 9(5) VALUE 0.
           05 WS-SOMA-LIQUIDADA      PIC 9(11)V9(2) VALUE 0.

       01 WS-TOTAL-ED            PIC ZZZZ9.
       01 WS-QTD-ED              PIC Z,ZZZ,ZZ9.
       01 WS-VALOR-ED            PIC Z,ZZZ,ZZZ,ZZ9.99.

       01 LINHA-TITULO.
           05 LT-NOSSO-NUMERO    PIC X(16).
           05 FILLER             PIC X(2) VALUE SPACES.
           05 LT-DATA            PIC 9(8).
           05 FILLER             PIC X(2) VALUE SPACES.
           05 LT-VALOR-PAGO      PIC Z,ZZZ,ZZZ.99.
           05 FILLER             PIC X(2) VALUE SPACES.
           05 LT-VALOR-DEVIDO    PIC Z,ZZZ,ZZZ.99.
           05 FILLER             PIC X(2) VALUE SPACES.
           05 LT-SITUACAO        PIC X(24).

       PROCEDURE DIVISION.
       INICIO.
           PERFORM DEFINIR-ARQUIVOS.
           DISPLAY "============================================".
           DISPLAY " Retorno da Cobranca de Mensalidades".
           DISPLAY "============================================".
           MOVE "CobrancaRetorno" TO WS-JOBLOG-PROGRAMA.
           MOVE "INICIO" TO WS-JOBLOG-EVENTO.
           PERFORM GRAVAR-JOBLOG.

           PERFORM CARREGAR-ENCARGOS.

           OPEN INPUT ARQ-RETORNO.
           IF WS-STATUS-RETORNO NOT = "00"
               MOVE WS-ARQ-RETORNO TO WS-ERRLOG-ARQUIVO
               MOVE WS-STATUS-RETORNO TO WS-ERRLOG-STATUS
               PERFORM REGISTRAR-ERRO-ABERTURA
           ELSE
               PERFORM CARREGAR-RETORNO
               CLOSE ARQ-RETORNO
               PERFORM CONFERIR-TRAILER
               IF WS-RETORNO-CONFERE = "S"
                   PERFORM LIQUIDAR-TITULOS
               END-IF
               PERFORM EMITIR-RELATORIO
           END-IF.

           DISPLAY "Titulos liquidados...: " WS-TOTAL-LIQUIDADOS.
           DISPLAY "Pagos a menor........: " WS-TOTAL-A-MENOR.
           DISPLAY "Duplicados...........: " WS-TOTAL-DUPLICADOS.
           DISPLAY "Faturas renegociadas.: " WS-TOTAL-RENEGOCIADAS.
           DISPLAY "Sem fatura...........: " WS-TOTAL-SEM-FATURA.
           DISPLAY "Nosso numero invalido: " WS-TOTAL-INVALIDOS.
           IF RETURN-CODE < 4
               IF WS-TOTAL-A-MENOR > 0 OR WS-TOTAL-DUPLICADOS > 0
                       OR WS-TOTAL-RENEGOCIADAS > 0
                       OR WS-TOTAL-SEM-FATURA > 0
                       OR WS-TOTAL-INVALIDOS > 0
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.

           MOVE WS-TOTAL-LIQUIDADOS TO WS-JOBLOG-QTD-REGISTROS.
           MOVE "FIM" TO WS-JOBLOG-EVENTO.
           PERFORM GRAVAR-JOBLOG.
           GOBACK.

       DEFINIR-ARQUIVOS.
           ACCEPT WS-ARQ-RETORNO FROM ENVIRONMENT "RETORNO_COBRANCA"
               ON EXCEPTION
                   MOVE "RETORNO-COBRANCA.DATA" TO WS-ARQ-RETORNO
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
           ACCEPT WS-ARQ-RELATORIO FROM ENVIRONMENT
                   "RETORNO_COBRANCA_LST"
               ON EXCEPTION
                   MOVE "RETORNO-COBRANCA.LST" TO WS-ARQ-RELATORIO
           END-ACCEPT.

       REGISTRAR-ERRO-ABERTURA.
           DISPLAY "Erro ao abrir " WS-ERRLOG-ARQUIVO
              " Status: " WS-ERRLOG-STATUS.
           MOVE "CobrancaRetorno" TO WS-ERRLOG-PROGRAMA.
           MOVE "INICIO" TO WS-ERRLOG-PARAGRAFO.
           PERFORM GRAVAR-ERRORLOG.
           MOVE 8 TO RETURN-CODE.

       CARREGAR-RETORNO.
           MOVE "N" TO WS-FIM-ARQ.
           PERFORM UNTIL WS-FIM-ARQ = "S"
               READ ARQ-RETORNO
                   AT END
                       MOVE "S" TO WS-FIM-ARQ
                   NOT AT END
                       PERFORM TRATAR-REGISTRO-RETORNO
               END-READ
           END-PERFORM.

       TRATAR-REGISTRO-RETORNO.
           EVALUATE REGISTRO-RETORNO(1:1)
               WHEN "0"
                   MOVE REGISTRO-RETORNO TO RETCOBR-CABECALHO
                   IF RCB-CAB-DATA IS NUMERIC
                       MOVE RCB-CAB-DATA TO WS-DATA-ARQUIVO
                   END-IF
               WHEN "1"
                   MOVE REGISTRO-RETORNO TO RETCOBR-DETALHE
                   ADD 1 TO WS-QTD-DETALHES
                   IF RCB-DET-VALOR-PAGO IS NUMERIC
                       ADD RCB-DET-VALOR-PAGO TO WS-SOMA-DETALHES
                   END-IF
                   IF RETORNO-LIQUIDACAO
                       PERFORM GUARDAR-TITULO
                   ELSE
                       ADD 1 TO WS-TOTAL-OUTRAS
                   END-IF
               WHEN "9"
                   MOVE REGISTRO-RETORNO TO RETCOBR-TRAILER
                   MOVE "S" TO WS-TRAILER-LIDO
                   IF RCB-TRL-QTD IS NUMERIC
                       MOVE RCB-TRL-QTD TO WS-TRL-QTD
                   END-IF
                   IF RCB-TRL-SOMA IS NUMERIC
                       MOVE RCB-TRL-SOMA TO WS-TRL-SOMA
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       GUARDAR-TITULO.
           IF QTD-TITULOS < 2000
               ADD 1 TO QTD-TITULOS
               SET IDX-TIT TO QTD-TITULOS
               MOVE RCB-DET-NOSSO-NUMERO TO TRC-NOSSO-NUMERO(IDX-TIT)
               MOVE RCB-DET-NOSSO-NUMERO TO WS-NOSSO-NUMERO
               MOVE WS-NN-TIPO TO TRC-TIPO(IDX-TIT)
               MOVE WS-NN-MATRICULA TO TRC-MATRICULA(IDX-TIT)
               MOVE WS-NN-COMPETENCIA TO TRC-COMPETENCIA(IDX-TIT)
               MOVE 0 TO TRC-DATA-PAGAMENTO(IDX-TIT)
               MOVE 0 TO TRC-VALOR-PAGO(IDX-TIT)
               MOVE 0 TO TRC-VALOR-DEVIDO(IDX-TIT)
               IF RCB-DET-DATA-PAGAMENTO IS NUMERIC
                   MOVE RCB-DET-DATA-PAGAMENTO
                       TO TRC-DATA-PAGAMENTO(IDX-TIT)
               END-IF
               IF RCB-DET-VALOR-PAGO IS NUMERIC
                   MOVE RCB-DET-VALOR-PAGO TO TRC-VALOR-PAGO(IDX-TIT)
               END-IF
               PERFORM CALCULAR-DV-NOSSO-NUMERO
               MOVE "P" TO TRC-SITUACAO(IDX-TIT)
               EVALUATE TRUE
                   WHEN WS-NN-TIPO NOT = "1" AND WS-NN-TIPO NOT = "2"
                       MOVE "I" TO TRC-SITUACAO(IDX-TIT)
                   WHEN WS-NN-COMPETENCIA IS NOT NUMERIC
                       MOVE "I" TO TRC-SITUACAO(IDX-TIT)
                   WHEN WS-NN-DV IS NOT NUMERIC
                       MOVE "I" TO TRC-SITUACAO(IDX-TIT)
                   WHEN WS-NN-DV NOT = WS-NN-DV-CALCULADO
                       MOVE "I" TO TRC-SITUACAO(IDX-TIT)
                   WHEN TRC-DATA-PAGAMENTO(IDX-TIT) = 0
                       MOVE "I" TO TRC-SITUACAO(IDX-TIT)
               END-EVALUATE
               PERFORM VARYING IDX-DUP FROM 1 BY 1
                       UNTIL IDX-DUP NOT < IDX-TIT
                   IF TRC-NOSSO-NUMERO(IDX-DUP)
                           = TRC-NOSSO-NUMERO(IDX-TIT)
                           AND TRC-SITUACAO(IDX-TIT) = "P"
                       MOVE "D" TO TRC-SITUACAO(IDX-TIT)
                   END-IF
               END-PERFORM
           ELSE
               DISPLAY "Limite de titulos por retorno: "
                  RCB-DET-NOSSO-NUMERO " ignorado"
               MOVE 8 TO RETURN-CODE
           END-IF.

      * Sem trailer ou com contagem/soma divergente o arquivo e
      * recusado por inteiro.
       CONFERIR-TRAILER.
           IF WS-TRAILER-LIDO = "S"
                   AND WS-TRL-QTD = WS-QTD-DETALHES
                   AND WS-TRL-SOMA = WS-SOMA-DETALHES
                   AND RETURN-CODE < 8
               MOVE "S" TO WS-RETORNO-CONFERE
           ELSE
               DISPLAY "ERRO: retorno nao confere com o trailer."
               MOVE "CobrancaRetorno" TO WS-ERRLOG-PROGRAMA
               MOVE "CONFERIR-TRAILER" TO WS-ERRLOG-PARAGRAFO
               MOVE WS-ARQ-RETORNO TO WS-ERRLOG-ARQUIVO
               MOVE "TR" TO WS-ERRLOG-STATUS
               PERFORM GRAVAR-ERRORLOG
               MOVE 8 TO RETURN-CODE
           END-IF.

       LIQUIDAR-TITULOS.
           OPEN I-O ARQ-MENSALIDADES.
           IF WS-STATUS-MENSALIDADES NOT = "00"
               MOVE WS-ARQ-MENSALIDADES TO WS-ERRLOG-ARQUIVO
               MOVE WS-STATUS-MENSALIDADES TO WS-ERRLOG-STATUS
               PERFORM REGISTRAR-ERRO-ABERTURA
           ELSE
               OPEN EXTEND ARQ-ENCARGOS
               IF WS-STATUS-ENCARGOS = "35"
                   OPEN OUTPUT ARQ-ENCARGOS
               END-IF
               MOVE "N" TO WS-FIM-ARQ
               PERFORM UNTIL WS-FIM-ARQ = "S"
                   READ ARQ-MENSALIDADES
                       AT END
                           MOVE "S" TO WS-FIM-ARQ
                       NOT AT END
                           PERFORM CONFERIR-MENSALIDADE
                   END-READ
               END-PERFORM
               CLOSE ARQ-ENCARGOS
               CLOSE ARQ-MENSALIDADES
           END-IF.
           PERFORM VARYING IDX-TIT FROM 1 BY 1
                   UNTIL IDX-TIT > QTD-TITULOS
               IF TRC-SITUACAO(IDX-TIT) = "P"
                   MOVE "S" TO TRC-SITUACAO(IDX-TIT)
               END-IF
           END-PERFORM.

       CONFERIR-MENSALIDADE.
           IF PARCELA-ACORDO
               MOVE "2" TO WS-TIPO-TITULO
           ELSE
               MOVE "1" TO WS-TIPO-TITULO
           END-IF.
           PERFORM VARYING IDX-TIT FROM 1 BY 1
                   UNTIL IDX-TIT > QTD-TITULOS
               IF TRC-SITUACAO(IDX-TIT) = "P"
                       AND TRC-TIPO(IDX-TIT) = WS-TIPO-TITULO
                       AND TRC-MATRICULA(IDX-TIT) = MEN-MATRICULA
                       AND TRC-COMPETENCIA(IDX-TIT) = MEN-COMPETENCIA
                   EVALUATE TRUE
                       WHEN MENSALIDADE-ABERTA
                           PERFORM LIQUIDAR-TITULO
                       WHEN MENSALIDADE-RENEGOCIADA
                           MOVE "R" TO TRC-SITUACAO(IDX-TIT)
                           MOVE MEN-VALOR-COBRADO
                               TO TRC-VALOR-DEVIDO(IDX-TIT)
                       WHEN OTHER
                           MOVE "J" TO TRC-SITUACAO(IDX-TIT)
                           MOVE MEN-VALOR-COBRADO
                               TO TRC-VALOR-DEVIDO(IDX-TIT)
                   END-EVALUATE
               END-IF
           END-PERFORM.

       LIQUIDAR-TITULO.
           MOVE MEN-VALOR-COBRADO TO WS-ENC-VALOR.
           MOVE MEN-VENCIMENTO TO WS-ENC-VENCIMENTO.
           MOVE TRC-DATA-PAGAMENTO(IDX-TIT) TO WS-ENC-DATA-PAGAMENTO.
           PERFORM CALCULAR-ENCARGOS.
           MOVE WS-ENC-TOTAL TO TRC-VALOR-DEVIDO(IDX-TIT).
           IF TRC-VALOR-PAGO(IDX-TIT) < WS-ENC-TOTAL
               MOVE "M" TO TRC-SITUACAO(IDX-TIT)
           ELSE
               IF PARCELA-ACORDO
                   SET PARCELA-ACORDO-QUITADA TO TRUE
               ELSE
                   SET MENSALIDADE-PAGA TO TRUE
               END-IF
               MOVE TRC-DATA-PAGAMENTO(IDX-TIT) TO MEN-DATA-PAGAMENTO
               REWRITE REGISTRO-MENSALIDADE
               MOVE "L" TO TRC-SITUACAO(IDX-TIT)
               IF WS-ENC-DIAS-ATRASO > 0
                   PERFORM GRAVAR-ENCARGO
               END-IF
           END-IF.

       GRAVAR-ENCARGO.
           MOVE MEN-MATRICULA TO ENC-MATRICULA.
           MOVE MEN-COMPETENCIA TO ENC-COMPETENCIA.
           IF PARCELA-ACORDO
               SET ENCARGO-PARCELA TO TRUE
           ELSE
               SET ENCARGO-MENSALIDADE TO TRUE
           END-IF.
           MOVE MEN-VENCIMENTO TO ENC-VENCIMENTO.
           MOVE MEN-DATA-PAGAMENTO TO ENC-DATA-PAGAMENTO.
           MOVE WS-ENC-DIAS-ATRASO TO ENC-DIAS-ATRASO.
           MOVE MEN-VALOR-COBRADO TO ENC-VALOR-COBRADO.
           MOVE WS-ENC-MULTA TO ENC-VALOR-MULTA.
           MOVE WS-ENC-JUROS TO ENC-VALOR-JUROS.
           MOVE TRC-VALOR-PAGO(IDX-TIT) TO ENC-VALOR-TOTAL.
           WRITE REGISTRO-ENCARGO.

       EMITIR-RELATORIO.
           OPEN OUTPUT RELATORIO.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "Retorno da Cobranca de " DELIMITED BY SIZE
               WS-DATA-ARQUIVO DELIMITED BY SIZE
               INTO LINHA-RELATORIO
           END-STRING.
           WRITE LINHA-RELATORIO.
           MOVE SPACES TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "Nosso numero      Pagamento         Pago"
                   DELIMITED BY SIZE
               "        Devido  Situacao" DELIMITED BY SIZE
               INTO LINHA-RELATORIO
           END-STRING.
           WRITE LINHA-RELATORIO.
           PERFORM VARYING IDX-TIT FROM 1 BY 1
                   UNTIL IDX-TIT > QTD-TITULOS
               PERFORM ESCREVER-TITULO
           END-PERFORM.
           PERFORM ESCREVER-TOTAIS.
           CLOSE RELATORIO.
           DISPLAY "Relatorio gravado em " WS-ARQ-RELATORIO.

       ESCREVER-TITULO.
           MOVE TRC-NOSSO-NUMERO(IDX-TIT) TO LT-NOSSO-NUMERO.
           MOVE TRC-DATA-PAGAMENTO(IDX-TIT) TO LT-DATA.
           MOVE TRC-VALOR-PAGO(IDX-TIT) TO LT-VALOR-PAGO.
           MOVE TRC-VALOR-DEVIDO(IDX-TIT) TO LT-VALOR-DEVIDO.
           EVALUATE TRC-SITUACAO(IDX-TIT)
               WHEN "L"
                   MOVE "LIQUIDADO" TO LT-SITUACAO
                   ADD 1 TO WS-TOTAL-LIQUIDADOS
                   ADD TRC-VALOR-PAGO(IDX-TIT) TO WS-SOMA-LIQUIDADA
               WHEN "M"
                   MOVE "PAGO A MENOR" TO LT-SITUACAO
                   ADD 1 TO WS-TOTAL-A-MENOR
               WHEN "J"
                   MOVE "DUPLICADO (JA PAGO)" TO LT-SITUACAO
                   ADD 1 TO WS-TOTAL-DUPLICADOS
               WHEN "D"
                   MOVE "DUPLICADO NO RETORNO" TO LT-SITUACAO
                   ADD 1 TO WS-TOTAL-DUPLICADOS
               WHEN "R"
                   MOVE "FATURA RENEGOCIADA" TO LT-SITUACAO
                   ADD 1 TO WS-TOTAL-RENEGOCIADAS
               WHEN "S"
                   MOVE "SEM FATURA" TO LT-SITUACAO
                   ADD 1 TO WS-TOTAL-SEM-FATURA
               WHEN "I"
                   MOVE "NOSSO NUMERO INVALIDO" TO LT-SITUACAO
                   ADD 1 TO WS-TOTAL-INVALIDOS
               WHEN OTHER
                   MOVE "NAO PROCESSADO" TO LT-SITUACAO
           END-EVALUATE.
           MOVE SPACES TO LINHA-RELATORIO.
           MOVE LINHA-TITULO TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.

       ESCREVER-TOTAIS.
           MOVE SPACES TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE WS-QTD-DETALHES TO WS-QTD-ED.
           MOVE WS-SOMA-DETALHES TO WS-VALOR-ED.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "Detalhes lidos.......: " DELIMITED BY SIZE
               WS-QTD-ED DELIMITED BY SIZE
               "  Valor pago: " DELIMITED BY SIZE
               WS-VALOR-ED DELIMITED BY SIZE
               INTO LINHA-RELATORIO
           END-STRING.
           WRITE LINHA-RELATORIO.
           MOVE WS-TRL-QTD TO WS-QTD-ED.
           MOVE WS-TRL-SOMA TO WS-VALOR-ED.
           MOVE SPACES TO LINHA-RELATORIO.
           IF WS-RETORNO-CONFERE = "S"
               STRING "Trailer do retorno...: " DELIMITED BY SIZE
                   WS-QTD-ED DELIMITED BY SIZE
                   "  Valor pago: " DELIMITED BY SIZE
                   WS-VALOR-ED DELIMITED BY SIZE
                   "  CONFERE" DELIMITED BY SIZE
                   INTO LINHA-RELATORIO
               END-STRING
           ELSE
               STRING "Trailer do retorno...: " DELIMITED BY SIZE
                   WS-QTD-ED DELIMITED BY SIZE
                   "  Valor pago: " DELIMITED BY SIZE
                   WS-VALOR-ED DELIMITED BY SIZE
                   "  NAO CONFERE - NADA BAIXADO" DELIMITED BY SIZE
                   INTO LINHA-RELATORIO
               END-STRING
           END-IF.
           WRITE LINHA-RELATORIO.
           MOVE WS-TOTAL-OUTRAS TO WS-TOTAL-ED.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "Outras ocorrencias...: " DELIMITED BY SIZE
               WS-TOTAL-ED DELIMITED BY SIZE
               INTO LINHA-RELATORIO
           END-STRING.
           WRITE LINHA-RELATORIO.
           MOVE WS-TOTAL-LIQUIDADOS TO WS-TOTAL-ED.
           MOVE WS-SOMA-LIQUIDADA TO WS-VALOR-ED.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "Liquidados...........: " DELIMITED BY SIZE
               WS-TOTAL-ED DELIMITED BY SIZE
               "  Valor: " DELIMITED BY SIZE
               WS-VALOR-ED DELIMITED BY SIZE
               INTO LINHA-RELATORIO
           END-STRING.
           WRITE LINHA-RELATORIO.
           MOVE WS-TOTAL-A-MENOR TO WS-TOTAL-ED.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "Pagos a menor........: " DELIMITED BY SIZE
               WS-TOTAL-ED DELIMITED BY SIZE
               INTO LINHA-RELATORIO
           END-STRING.
           WRITE LINHA-RELATORIO.
           MOVE WS-TOTAL-DUPLICADOS TO WS-TOTAL-ED.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "Duplicados...........: " DELIMITED BY SIZE
               WS-TOTAL-ED DELIMITED BY SIZE
               INTO LINHA-RELATORIO
           END-STRING.
           WRITE LINHA-RELATORIO.
           MOVE WS-TOTAL-RENEGOCIADAS TO WS-TOTAL-ED.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "Faturas renegociadas.: " DELIMITED BY SIZE
               WS-TOTAL-ED DELIMITED BY SIZE
               INTO LINHA-RELATORIO
           END-STRING.
           WRITE LINHA-RELATORIO.
           MOVE WS-TOTAL-SEM-FATURA TO WS-TOTAL-ED.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "Sem fatura...........: " DELIMITED BY SIZE
               WS-TOTAL-ED DELIMITED BY SIZE
               INTO LINHA-RELATORIO
           END-STRING.
           WRITE LINHA-RELATORIO.
           MOVE WS-TOTAL-INVALIDOS TO WS-TOTAL-ED.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "Nosso numero invalido: " DELIMITED BY SIZE
               WS-TOTAL-ED DELIMITED BY SIZE
               INTO LINHA-RELATORIO
           END-STRING.
           WRITE LINHA-RELATORIO.

       COPY NOSNUMPD.

       COPY ENCARGPD.

       COPY JOBLOGPD.

       COPY ERRLOGPD.

               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-MENSALIDADES.

           SELECT ARQ-ENCARGOS ASSIGN TO WS-ARQ-ENCARGOS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-ENCARGOS.

           COPY ERRLOGSL.

           COPY JOBLOGSL.
       01 REGISTRO-MENSALIDADE.
           COPY MENSALIDADE.

       FD ARQ-ENCARGOS.
       01 REGISTRO-ENCARGO.
           COPY ENCARGO.

       COPY ERRLOGFD.

       COPY JOBLOGFD.
       01 WS-ARQ-PAGAMENTOS      PIC X(40) VALUE "pagamentos.csv".
       01 WS-ARQ-MENSALIDADES    PIC X(40)
           VALUE "MENSALIDADES.DATA".
       01 WS-ARQ-ENCARGOS        PIC X(40)
           VALUE "MENSALIDADES-ENCARGOS.DATA".

       01 WS-STATUS-PAGAMENTOS   PIC X(2).
       01 WS-STATUS-MENSALIDADES PIC X(2).
       01 WS-STATUS-ENCARGOS     PIC X(2).

       01 WS-FIM-PAGAMENTOS      PIC X VALUE "N".
       01 WS-FIM-MENSALIDADES    PIC X VALUE "N".
       01 WS-COMPETENCIA         PIC 9(6).
       01 WS-DATA-PAGAMENTO-TXT  PIC X(8).
       01 WS-DATA-PAGAMENTO      PIC 9(8).
       01 WS-TIPO-PAGAMENTO      PIC X(1).

       COPY ENCARGWS.

       01 QTD-PAGAMENTOS         PIC 9(3) VALUE 0.
       01 TABELA-PAGAMENTOS.
               10 TPG-MATRICULA  PIC X(8).
               10 TPG-COMPETENCIA PIC 9(6).
               10 TPG-DATA       PIC 9(8).
               10 TPG-TIPO       PIC X(1).
               10 TPG-SITUACAO   PIC X(1).

       01 WS-TOTAL-BAIXADAS      PIC 9(5) VALUE 0.
       01 WS-TOTAL-NAO-ACHADAS   PIC 9(5) VALUE 0.
       01 WS-TOTAL-COM-ENCARGOS  PIC 9(5) VALUE 0.
       01 WS-SOMA-ENCARGOS       PIC 9(9)V9(2) VALUE 0.
       01 WS-VALOR-ED            PIC ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       INICIO.
           MOVE "INICIO" TO WS-JOBLOG-EVENTO.
           PERFORM GRAVAR-JOBLOG.

           PERFORM CARREGAR-ENCARGOS.
           PERFORM CARREGAR-PAGAMENTOS.
           IF QTD-PAGAMENTOS = 0
               DISPLAY "Nenhum pagamento a processar."

           DISPLAY "Mensalidades baixadas: " WS-TOTAL-BAIXADAS.
           DISPLAY "Pagamentos sem fatura: " WS-TOTAL-NAO-ACHADAS.
           MOVE WS-SOMA-ENCARGOS TO WS-VALOR-ED.
           DISPLAY "Pagas em atraso:       " WS-TOTAL-COM-ENCARGOS
              "  Multa e juros: " WS-VALOR-ED.
           IF WS-TOTAL-NAO-ACHADAS > 0 AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF.
               ON EXCEPTION
                   MOVE "MENSALIDADES.DATA" TO WS-ARQ-MENSALIDADES
           END-ACCEPT.
           ACCEPT WS-ARQ-ENCARGOS FROM ENVIRONMENT
                   "MENSALIDADES_ENCARGOS"
               ON EXCEPTION
                   MOVE "MENSALIDADES-ENCARGOS.DATA"
                       TO WS-ARQ-ENCARGOS
           END-ACCEPT.

       CARREGAR-PAGAMENTOS.
           OPEN INPUT ARQ-PAGAMENTOS.
               CLOSE ARQ-PAGAMENTOS
           END-IF.

      * Layout: matricula;competencia;data;tipo. Data AAAAMMDD
      * opcional (hoje); tipo "A" baixa parcela de acordo, vazio ou
      * "M" baixa a mensalidade da competencia.
       GUARDAR-PAGAMENTO.
           MOVE SPACES TO WS-PARSE-LINHA.
           MOVE LINHA-PAGAMENTO TO WS-PARSE-LINHA.
           MOVE WS-PARSE-CAMPO(1) TO WS-MATRICULA.
           MOVE WS-PARSE-CAMPO(2) TO WS-COMPETENCIA-TXT.
           MOVE WS-PARSE-CAMPO(3) TO WS-DATA-PAGAMENTO-TXT.
           MOVE WS-PARSE-CAMPO(4) TO WS-TIPO-PAGAMENTO.
           IF WS-TIPO-PAGAMENTO = "a"
               MOVE "A" TO WS-TIPO-PAGAMENTO
           END-IF.
           IF WS-TIPO-PAGAMENTO NOT = "A"
               MOVE "M" TO WS-TIPO-PAGAMENTO
           END-IF.

           IF FUNCTION TRIM(WS-MATRICULA) = SPACES
                   OR WS-COMPETENCIA-TXT NOT NUMERIC
                       ACCEPT WS-DATA-PAGAMENTO FROM DATE YYYYMMDD
                       MOVE WS-DATA-PAGAMENTO TO TPG-DATA(IDX-PAG)
                   END-IF
                   MOVE WS-TIPO-PAGAMENTO TO TPG-TIPO(IDX-PAG)
                   MOVE "P" TO TPG-SITUACAO(IDX-PAG)
               END-IF
           END-IF.
               PERFORM GRAVAR-ERRORLOG
               MOVE 8 TO RETURN-CODE
           ELSE
               OPEN EXTEND ARQ-ENCARGOS
               IF WS-STATUS-ENCARGOS = "35"
                   OPEN OUTPUT ARQ-ENCARGOS
               END-IF
               PERFORM UNTIL WS-FIM-MENSALIDADES = "S"
                   READ ARQ-MENSALIDADES
                       AT END
                           PERFORM CONFERIR-MENSALIDADE
                   END-READ
               END-PERFORM
               CLOSE ARQ-ENCARGOS
               CLOSE ARQ-MENSALIDADES
           END-IF.

      * Pagamento tipo "A" so baixa parcela de acordo em aberto; o
      * tipo "M" so baixa a mensalidade regular, para que a parcela
      * e a mensalidade da mesma competencia nao se confundam.
       CONFERIR-MENSALIDADE.
           PERFORM VARYING IDX-PAG FROM 1 BY 1
                   UNTIL IDX-PAG > QTD-PAGAMENTOS
                       AND TPG-COMPETENCIA(IDX-PAG)
                           = MEN-COMPETENCIA
                       AND MENSALIDADE-ABERTA
                   IF TPG-TIPO(IDX-PAG) = "A" AND PARCELA-ACORDO
                       SET PARCELA-ACORDO-QUITADA TO TRUE
                       PERFORM BAIXAR-PAGAMENTO
                   END-IF
                   IF TPG-TIPO(IDX-PAG) = "M" AND NOT PARCELA-ACORDO
                       SET MENSALIDADE-PAGA TO TRUE
                       PERFORM BAIXAR-PAGAMENTO
                   END-IF
               END-IF
           END-PERFORM.

      * Pagamento apos o vencimento gera o registro de encargos com
      * a multa e os juros devidos ate a data do pagamento.
       BAIXAR-PAGAMENTO.
           MOVE TPG-DATA(IDX-PAG) TO MEN-DATA-PAGAMENTO.
           REWRITE REGISTRO-MENSALIDADE.
           MOVE "B" TO TPG-SITUACAO(IDX-PAG).
           ADD 1 TO WS-TOTAL-BAIXADAS.
           MOVE MEN-VALOR-COBRADO TO WS-ENC-VALOR.
           MOVE MEN-VENCIMENTO TO WS-ENC-VENCIMENTO.
           MOVE MEN-DATA-PAGAMENTO TO WS-ENC-DATA-PAGAMENTO.
           PERFORM CALCULAR-ENCARGOS.
           IF WS-ENC-DIAS-ATRASO > 0
               MOVE MEN-MATRICULA TO ENC-MATRICULA
               MOVE MEN-COMPETENCIA TO ENC-COMPETENCIA
               MOVE TPG-TIPO(IDX-PAG) TO ENC-TIPO
               MOVE MEN-VENCIMENTO TO ENC-VENCIMENTO
               MOVE MEN-DATA-PAGAMENTO TO ENC-DATA-PAGAMENTO
               MOVE WS-ENC-DIAS-ATRASO TO ENC-DIAS-ATRASO
               MOVE MEN-VALOR-COBRADO TO ENC-VALOR-COBRADO
               MOVE WS-ENC-MULTA TO ENC-VALOR-MULTA
               MOVE WS-ENC-JUROS TO ENC-VALOR-JUROS
               MOVE WS-ENC-TOTAL TO ENC-VALOR-TOTAL
               WRITE REGISTRO-ENCARGO
               ADD 1 TO WS-TOTAL-COM-ENCARGOS
               ADD WS-ENC-MULTA TO WS-SOMA-ENCARGOS
               ADD WS-ENC-JUROS TO WS-SOMA-ENCARGOS
               MOVE WS-ENC-TOTAL TO WS-VALOR-ED
               DISPLAY "Pago em atraso: matricula " MEN-MATRICULA
                  " competencia " MEN-COMPETENCIA
                  " dias " WS-ENC-DIAS-ATRASO
                  " devido " WS-VALOR-ED
           END-IF.

       LISTAR-NAO-ACHADOS.
           PERFORM VARYING IDX-PAG FROM 1 BY 1
                   UNTIL IDX-PAG > QTD-PAGAMENTOS
                   DISPLAY "Sem fatura aberta: matricula "
                      TPG-MATRICULA(IDX-PAG)
                      " competencia " TPG-COMPETENCIA(IDX-PAG)
                      " tipo " TPG-TIPO(IDX-PAG)
               END-IF
           END-PERFORM.

       COPY ENCARGPD.

       COPY JOBLOGPD.

       COPY ERRLOGPD.

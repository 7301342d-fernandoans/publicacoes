
       01 WS-TOTAL-VENCIDAS      PIC 9(5) VALUE 0.
       01 WS-SOMA-VENCIDAS       PIC 9(11)V9(2) VALUE 0.
       01 WS-SOMA-ATUALIZADA     PIC 9(11)V9(2) VALUE 0.

       COPY ENCARGWS.
       01 WS-VALOR-ED            PIC Z,ZZZ,ZZZ,ZZ9.99.
       01 WS-VALOR-LINHA-ED      PIC Z,ZZZ,ZZZ.99.

           05 LV-VENCIMENTO      PIC 9(8).
           05 FILLER             PIC X(2) VALUE SPACES.
           05 LV-VALOR           PIC Z,ZZZ,ZZZ.99.
           05 FILLER             PIC X(2) VALUE SPACES.
           05 LV-ATUALIZADO      PIC Z,ZZZ,ZZZ.99.
           05 FILLER             PIC X(2) VALUE SPACES.
           05 LV-TIPO            PIC X(6).

       PROCEDURE DIVISION.
       INICIO.
           PERFORM GRAVAR-JOBLOG.

           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
           PERFORM CARREGAR-ENCARGOS.

           OPEN INPUT ARQ-MENSALIDADES.
           IF WS-STATUS-MENSALIDADES NOT = "00"
               MOVE "Mensalidades Vencidas e Nao Pagas"
                   TO LINHA-RELATORIO
               WRITE LINHA-RELATORIO
               MOVE SPACES TO LINHA-RELATORIO
               STRING "Matric.   Compet. Curso                 "
                       DELIMITED BY SIZE
                   "Venc.            Valor    Atualizado"
                       DELIMITED BY SIZE
                   INTO LINHA-RELATORIO
               END-STRING
               WRITE LINHA-RELATORIO
               PERFORM UNTIL WS-FIM-MENSALIDADES = "S"
                   READ ARQ-MENSALIDADES
                   MOVE "INADIMPLENCIA.LST" TO WS-ARQ-RELATORIO
           END-ACCEPT.

      * O valor atualizado soma multa e juros ate hoje; parcela de
      * acordo sai marcada na ultima coluna.
       ESCREVER-VENCIDA.
           ADD 1 TO WS-TOTAL-VENCIDAS.
           ADD MEN-VALOR-COBRADO TO WS-SOMA-VENCIDAS.
           MOVE MEN-VALOR-COBRADO TO WS-ENC-VALOR.
           MOVE MEN-VENCIMENTO TO WS-ENC-VENCIMENTO.
           MOVE WS-DATA-HOJE TO WS-ENC-DATA-PAGAMENTO.
           PERFORM CALCULAR-ENCARGOS.
           ADD WS-ENC-TOTAL TO WS-SOMA-ATUALIZADA.
           MOVE WS-ENC-TOTAL TO LV-ATUALIZADO.
           IF PARCELA-ACORDO
               MOVE "ACORDO" TO LV-TIPO
           ELSE
               MOVE SPACES TO LV-TIPO
           END-IF.
           MOVE MEN-MATRICULA TO LV-MATRICULA.
           MOVE MEN-COMPETENCIA TO LV-COMPETENCIA.
           MOVE MEN-CURSO TO LV-CURSO.
               INTO LINHA-RELATORIO
           END-STRING.
           WRITE LINHA-RELATORIO.
           MOVE WS-SOMA-ATUALIZADA TO WS-VALOR-ED.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "Total atualizado com multa e juros: "
                   DELIMITED BY SIZE
               WS-VALOR-ED DELIMITED BY SIZE
               INTO LINHA-RELATORIO
           END-STRING.
           WRITE LINHA-RELATORIO.

       COPY ENCARGPD.

       COPY JOBLOGPD.


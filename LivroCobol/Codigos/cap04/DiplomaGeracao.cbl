           SELECT ARQ-DIPLOMAS ASSIGN TO WS-ARQ-DIPLOMAS
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ARQ-NADA-CONSTA ASSIGN TO WS-ARQ-NADA-CONSTA
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-NADA-CONSTA.

           COPY ERRLOGSL.

           COPY JOBLOGSL.
       FD ARQ-DIPLOMAS.
       01 LINHA-DIPLOMA            PIC X(80).

       FD ARQ-NADA-CONSTA.
       01 REGISTRO-NADA-CONSTA.
           COPY NADACONS.

       COPY ERRLOGFD.

       COPY JOBLOGFD.
       01 WS-ARQ-REGISTRO        PIC X(40)
           VALUE "DIPLOMAS-REGISTRO.DATA".
       01 WS-ARQ-DIPLOMAS        PIC X(40) VALUE "DIPLOMAS.LST".
       01 WS-ARQ-NADA-CONSTA     PIC X(40)
           VALUE "NADA-CONSTA.DATA".

       01 WS-STATUS-ARQUIVADOS   PIC X(2).
       01 WS-STATUS-HISTESC      PIC X(2).
       01 WS-STATUS-REGISTRO     PIC X(2).
       01 WS-STATUS-NADA-CONSTA  PIC X(2).

       01 WS-FIM-ARQUIVADOS      PIC X VALUE "N".
       01 WS-FIM-HISTESC         PIC X VALUE "N".
       01 WS-FIM-REGISTRO        PIC X VALUE "N".
       01 WS-FIM-NADA-CONSTA     PIC X VALUE "N".

       01 WS-DATA-HOJE           PIC 9(8).
       01 WS-SEQUENCIA           PIC 9(4) VALUE 0.
           05 TEM-ITEM OCCURS 500 TIMES INDEXED BY IDX-EMI.
               10 TEM-MATRICULA  PIC X(8).

      * Matriculas liberadas na ultima apuracao de NadaConsta.cbl;
      * formando fora desta tabela fica retido.
       01 WS-LIBERADO            PIC X VALUE "N".
       01 QTD-LIBERADOS          PIC 9(3) VALUE 0.
       01 TABELA-LIBERADOS.
           05 TLB-ITEM OCCURS 500 TIMES INDEXED BY IDX-LIB.
               10 TLB-MATRICULA  PIC X(8).

       01 WS-MEDIA-FINAL         PIC 9(3)V9(2).
       01 WS-PERIODO-FINAL       PIC X(6).
       01 WS-MEDIA-ED            PIC ZZ9.99.

       01 WS-TOTAL-EMITIDOS      PIC 9(5) VALUE 0.
       01 WS-TOTAL-RETIDOS       PIC 9(5) VALUE 0.

       PROCEDURE DIVISION.
       INICIO.

           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
           PERFORM CARREGAR-EMITIDOS.
           PERFORM CARREGAR-LIBERADOS.

           OPEN INPUT ARQ-ARQUIVADOS.
           IF WS-STATUS-ARQUIVADOS NOT = "00"
           END-IF.

           DISPLAY "Diplomas emitidos: " WS-TOTAL-EMITIDOS.
           DISPLAY "Retidos sem nada consta: " WS-TOTAL-RETIDOS.
           IF WS-TOTAL-RETIDOS > 0 AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF.

           MOVE WS-TOTAL-EMITIDOS TO WS-JOBLOG-QTD-REGISTROS.
           MOVE "FIM" TO WS-JOBLOG-EVENTO.
               ON EXCEPTION
                   MOVE "DIPLOMAS.LST" TO WS-ARQ-DIPLOMAS
           END-ACCEPT.
           ACCEPT WS-ARQ-NADA-CONSTA FROM ENVIRONMENT "NADA_CONSTA"
               ON EXCEPTION
                   MOVE "NADA-CONSTA.DATA" TO WS-ARQ-NADA-CONSTA
           END-ACCEPT.

      * Carrega os diplomas ja registrados para nao emitir em
      * duplicidade e continuar a sequencia do codigo.
               CLOSE ARQ-REGISTRO
           END-IF.

      * Sem NADA-CONSTA.DATA nenhum formando e liberado.
       CARREGAR-LIBERADOS.
           MOVE 0 TO QTD-LIBERADOS.
           OPEN INPUT ARQ-NADA-CONSTA.
           IF WS-STATUS-NADA-CONSTA NOT = "00"
               DISPLAY "Nada consta ausente: " WS-ARQ-NADA-CONSTA
           ELSE
               PERFORM UNTIL WS-FIM-NADA-CONSTA = "S"
                   READ ARQ-NADA-CONSTA
                       AT END
                           MOVE "S" TO WS-FIM-NADA-CONSTA
                       NOT AT END
                           IF NADA-CONSTA-LIBERADO
                                   AND QTD-LIBERADOS < 500
                               ADD 1 TO QTD-LIBERADOS
                               SET IDX-LIB TO QTD-LIBERADOS
                               MOVE NCO-MATRICULA
                                   TO TLB-MATRICULA(IDX-LIB)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQ-NADA-CONSTA
           END-IF.

       EMITIR-DIPLOMA.
           MOVE "N" TO WS-JA-EMITIDO.
           PERFORM VARYING IDX-EMI FROM 1 BY 1
                   MOVE "S" TO WS-JA-EMITIDO
               END-IF
           END-PERFORM.
           MOVE "N" TO WS-LIBERADO.
           PERFORM VARYING IDX-LIB FROM 1 BY 1
                   UNTIL IDX-LIB > QTD-LIBERADOS
               IF TLB-MATRICULA(IDX-LIB) = HIS-ALU-MATRICULA
                   MOVE "S" TO WS-LIBERADO
               END-IF
           END-PERFORM.
           EVALUATE TRUE
               WHEN WS-JA-EMITIDO = "S"
                   CONTINUE
               WHEN WS-LIBERADO = "N"
                   DISPLAY "Retido sem nada consta: "
                      HIS-ALU-MATRICULA
                   ADD 1 TO WS-TOTAL-RETIDOS
               WHEN OTHER
                   PERFORM BUSCAR-MEDIA-FINAL
                   ADD 1 TO WS-SEQUENCIA
                   MOVE SPACES TO WS-CODIGO
                   STRING HIS-ALU-MATRICULA DELIMITED BY SIZE
                       WS-SEQUENCIA DELIMITED BY SIZE
                       INTO WS-CODIGO
                   END-STRING
                   PERFORM GRAVAR-REGISTRO-DIPLOMA
                   PERFORM ESCREVER-DIPLOMA
                   ADD 1 TO WS-TOTAL-EMITIDOS
           END-EVALUATE.

       BUSCAR-MEDIA-FINAL.
           MOVE 0 TO WS-MEDIA-FINAL.

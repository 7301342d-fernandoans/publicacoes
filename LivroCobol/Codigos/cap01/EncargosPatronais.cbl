           SELECT RELATORIO ASSIGN TO WS-ARQ-RELATORIO
               ORGANIZATION IS LINE SEQUENTIAL.

           COPY RATEIOSL.

           COPY ERRLOGSL.

           COPY JOBLOGSL.
       FD RELATORIO.
       01 LINHA-RELATORIO          PIC X(100).

       COPY RATEIOFD.

       COPY ERRLOGFD.

       COPY JOBLOGFD.

       COPY JOBLOGWS.

       COPY RATEIOWS.

       01 WS-UNIDADE-FILTRO      PIC X(3) VALUE SPACES.

       01 WS-ARQ-MOVIMENTO       PIC X(40)
           MOVE "INICIO" TO WS-JOBLOG-EVENTO.
           PERFORM GRAVAR-JOBLOG.

           PERFORM CARREGAR-RATEIO.
           OPEN INPUT ARQ-MOVIMENTO.
           IF WS-STATUS-MOVIMENTO NOT = "00"
               DISPLAY "Erro ao abrir " WS-ARQ-MOVIMENTO
           MOVE WS-VALOR-FGTS TO FGT-VALOR.
           WRITE REGISTRO-FGTS.

      * Base e encargos sao apropriados aos departamentos do
      * rateio vigente; o deposito de FGTS segue por funcionario.
           MOVE FMV-MATRICULA TO WS-RAT-MATRICULA.
           MOVE FMV-COMPETENCIA TO WS-RAT-COMPETENCIA.
           MOVE FMV-DEPARTAMENTO TO WS-RAT-PRINCIPAL.
           PERFORM SELECIONAR-RATEIO.
           MOVE 3 TO WS-RAT-QTD-VALORES.
           MOVE FMV-SALARIO-BRUTO TO WS-RAT-VALOR(1).
           MOVE WS-INSS-PATRONAL TO WS-RAT-VALOR(2).
           MOVE WS-VALOR-FGTS TO WS-RAT-VALOR(3).
           PERFORM RATEAR-VALORES.
           PERFORM VARYING IDX-TRP FROM 1 BY 1
                   UNTIL IDX-TRP > QTD-PARTES-RATEIO
               PERFORM ACUMULAR-DEPARTAMENTO
           END-PERFORM.
           ADD FMV-SALARIO-BRUTO TO WS-SOMA-BASE.
           ADD WS-INSS-PATRONAL TO WS-SOMA-INSS.
           ADD WS-VALOR-FGTS TO WS-SOMA-FGTS.
           MOVE "N" TO ENCONTROU-DEPARTAMENTO.
           PERFORM VARYING IDX-ENC FROM 1 BY 1
                   UNTIL IDX-ENC > QTD-DEPARTAMENTOS
               IF TE-DEPARTAMENTO(IDX-ENC) = TRP-DEPARTAMENTO(IDX-TRP)
                   MOVE "S" TO ENCONTROU-DEPARTAMENTO
                   PERFORM SOMAR-NO-DEPARTAMENTO
               END-IF
                   AND QTD-DEPARTAMENTOS < 100
               ADD 1 TO QTD-DEPARTAMENTOS
               SET IDX-ENC TO QTD-DEPARTAMENTOS
               MOVE TRP-DEPARTAMENTO(IDX-TRP)
                   TO TE-DEPARTAMENTO(IDX-ENC)
               MOVE 0 TO TE-QTD(IDX-ENC)
               MOVE 0 TO TE-BASE(IDX-ENC)
               MOVE 0 TO TE-INSS(IDX-ENC)
               PERFORM SOMAR-NO-DEPARTAMENTO
           END-IF.

      * O funcionario conta no departamento principal do rateio.
       SOMAR-NO-DEPARTAMENTO.
           IF IDX-TRP = IDX-PARTE-PRINCIPAL
               ADD 1 TO TE-QTD(IDX-ENC)
           END-IF.
           ADD TRP-VALOR(IDX-TRP, 1) TO TE-BASE(IDX-ENC).
           ADD TRP-VALOR(IDX-TRP, 2) TO TE-INSS(IDX-ENC).
           ADD TRP-VALOR(IDX-TRP, 3) TO TE-FGTS(IDX-ENC).

       ESCREVER-RELATORIO.
           OPEN OUTPUT RELATORIO.
           DISPLAY "Relatorio gravado em " WS-ARQ-RELATORIO.
           DISPLAY "Depositos FGTS gravados em " WS-ARQ-FGTS.

       COPY RATEIOPD.

       COPY JOBLOGPD.

       COPY ERRLOGPD.

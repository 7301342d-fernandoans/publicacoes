       IDENTIFICATION DIVISION.
           PROGRAM-ID. AcordosSituacao.
           AUTHOR. Fernando Anselmo.

      * Situacao dos acordos de renegociacao (ACORDOS.DATA). As
      * parcelas de cada acordo sao as parcelas de acordo do aluno
      * em MENSALIDADES.DATA nas competencias do acordo. Acordo sem
      * parcela em aberto esta quitado; com parcela vencida ha mais
      * de ACORDO_DIAS_ROMPIMENTO dias (padrao 30) esta rompido;
      * os demais estao ativos. O relatorio ACORDOS-SITUACAO.LST
      * lista ativos e rompidos com o saldo em aberto.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-ACORDOS ASSIGN TO WS-ARQ-ACORDOS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-ACORDOS.

           SELECT ARQ-MENSALIDADES ASSIGN TO WS-ARQ-MENSALIDADES
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-MENSALIDADES.

           SELECT RELATORIO ASSIGN TO WS-ARQ-RELATORIO
               ORGANIZATION IS LINE SEQUENTIAL.

           COPY ERRLOGSL.

           COPY JOBLOGSL.

       DATA DIVISION.
       FILE SECTION.
       FD ARQ-ACORDOS.
       01 REGISTRO-ACORDO.
           COPY ACORDO.

       FD ARQ-MENSALIDADES.
       01 REGISTRO-MENSALIDADE.
           COPY MENSALIDADE.

       FD RELATORIO.
       01 LINHA-RELATORIO          PIC X(100).

       COPY ERRLOGFD.

       COPY JOBLOGFD.

       WORKING-STORAGE SECTION.
       COPY ERRLOGWS.

       COPY JOBLOGWS.

       01 WS-ARQ-ACORDOS         PIC X(40) VALUE "ACORDOS.DATA".
       01 WS-ARQ-MENSALIDADES    PIC X(40)
           VALUE "MENSALIDADES.DATA".
       01 WS-ARQ-RELATORIO       PIC X(40)
           VALUE "ACORDOS-SITUACAO.LST".

       01 WS-STATUS-ACORDOS      PIC X(2).
       01 WS-STATUS-MENSALIDADES PIC X(2).
       01 WS-FIM-ARQ             PIC X VALUE "N".

       01 WS-DATA-HOJE           PIC 9(8).
       01 WS-DIAS-TXT            PIC X(10).
       01 WS-DIAS-ROMPIMENTO     PIC 9(3) VALUE 30.
       01 WS-MESES               PIC 9(6).
       01 WS-COMPETENCIA         PIC 9(6).
       01 WS-COMPETENCIA-R REDEFINES WS-COMPETENCIA.
           05 WS-COMP-ANO        PIC 9(4).
           05 WS-COMP-MES        PIC 9(2).

       01 QTD-ACORDOS            PIC 9(4) VALUE 0.
       01 TABELA-ACORDOS.
           05 TAS-ITEM OCCURS 2000 TIMES INDEXED BY IDX-ACO.
               10 TAS-NUMERO     PIC 9(6).
               10 TAS-MATRICULA  PIC X(8).
               10 TAS-DATA       PIC 9(8).
               10 TAS-QTD-PARCELAS PIC 9(2).
               10 TAS-COMP-INICIAL PIC 9(6).
               10 TAS-COMP-FINAL PIC 9(6).
               10 TAS-PAGAS      PIC 9(2).
               10 TAS-ABERTAS    PIC 9(2).
               10 TAS-SALDO      PIC 9(7)V9(2).
               10 TAS-VENCIDA    PIC 9(8).
               10 TAS-DIAS-ATRASO PIC 9(5).
               10 TAS-SITUACAO   PIC X(1).
                   88 ACORDO-ATIVO         VALUE "A".
                   88 ACORDO-QUITADO       VALUE "Q".
                   88 ACORDO-ROMPIDO       VALUE "R".

       01 WS-TOTAL-ATIVOS        PIC 9(5) VALUE 0.
       01 WS-TOTAL-ROMPIDOS      PIC 9(5) VALUE 0.
       01 WS-TOTAL-QUITADOS      PIC 9(5) VALUE 0.
       01 WS-SALDO-ATIVOS        PIC 9(9)V9(2) VALUE 0.
       01 WS-SALDO-ROMPIDOS      PIC 9(9)V9(2) VALUE 0.
       01 WS-VALOR-ED            PIC ZZZ,ZZZ,ZZ9.99.

       01 LINHA-ACORDO.
           05 LA-NUMERO          PIC 9(6).
           05 FILLER             PIC X(2) VALUE SPACES.
           05 LA-MATRICULA       PIC X(8).
           05 FILLER             PIC X(2) VALUE SPACES.
           05 LA-DATA            PIC 9(8).
           05 FILLER             PIC X(2) VALUE SPACES.
           05 LA-PAGAS           PIC Z9.
           05 FILLER             PIC X(1) VALUE "/".
           05 LA-PARCELAS        PIC 99.
           05 FILLER             PIC X(2) VALUE SPACES.
           05 LA-SALDO           PIC Z,ZZZ,ZZZ.99.
           05 FILLER             PIC X(2) VALUE SPACES.
           05 LA-VENCIDA         PIC X(8).
           05 FILLER             PIC X(2) VALUE SPACES.
           05 LA-DIAS            PIC ZZZZ9.

       PROCEDURE DIVISION.
       INICIO.
           PERFORM DEFINIR-ARQUIVOS.
           DISPLAY "============================================".
           DISPLAY " Situacao dos Acordos de Renegociacao".
           DISPLAY "============================================".
           MOVE "AcordosSituacao" TO WS-JOBLOG-PROGRAMA.
           MOVE "INICIO" TO WS-JOBLOG-EVENTO.
           PERFORM GRAVAR-JOBLOG.

           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.

           PERFORM CARREGAR-ACORDOS.
           IF QTD-ACORDOS = 0
               DISPLAY "Nenhum acordo em " WS-ARQ-ACORDOS
               MOVE 4 TO RETURN-CODE
           ELSE
               PERFORM APURAR-PARCELAS
               IF RETURN-CODE < 8
                   PERFORM CLASSIFICAR-ACORDOS
                   PERFORM EMITIR-RELATORIO
                   DISPLAY "Relatorio gravado em " WS-ARQ-RELATORIO
               END-IF
           END-IF.

           DISPLAY "Acordos ativos.......: " WS-TOTAL-ATIVOS.
           DISPLAY "Acordos rompidos.....: " WS-TOTAL-ROMPIDOS.
           DISPLAY "Acordos quitados.....: " WS-TOTAL-QUITADOS.

           MOVE QTD-ACORDOS TO WS-JOBLOG-QTD-REGISTROS.
           MOVE "FIM" TO WS-JOBLOG-EVENTO.
           PERFORM GRAVAR-JOBLOG.
           GOBACK.

       DEFINIR-ARQUIVOS.
           ACCEPT WS-ARQ-ACORDOS FROM ENVIRONMENT "ACORDOS_DATA"
               ON EXCEPTION
                   MOVE "ACORDOS.DATA" TO WS-ARQ-ACORDOS
           END-ACCEPT.
           ACCEPT WS-ARQ-MENSALIDADES FROM ENVIRONMENT
                   "MENSALIDADES_DATA"
               ON EXCEPTION
                   MOVE "MENSALIDADES.DATA" TO WS-ARQ-MENSALIDADES
           END-ACCEPT.
           ACCEPT WS-ARQ-RELATORIO FROM ENVIRONMENT
                   "ACORDOS_SITUACAO_LST"
               ON EXCEPTION
                   MOVE "ACORDOS-SITUACAO.LST" TO WS-ARQ-RELATORIO
           END-ACCEPT.
           ACCEPT WS-DIAS-TXT FROM ENVIRONMENT
                   "ACORDO_DIAS_ROMPIMENTO"
               ON EXCEPTION
                   MOVE SPACES TO WS-DIAS-TXT
           END-ACCEPT.
           IF WS-DIAS-TXT NOT = SPACES
                   AND FUNCTION TEST-NUMVAL(WS-DIAS-TXT) = 0
               COMPUTE WS-DIAS-ROMPIMENTO
                   = FUNCTION NUMVAL(WS-DIAS-TXT)
           END-IF.

      * Competencia final = inicial + parcelas - 1 meses.
       CARREGAR-ACORDOS.
           MOVE "N" TO WS-FIM-ARQ.
           OPEN INPUT ARQ-ACORDOS.
           IF WS-STATUS-ACORDOS = "00"
               PERFORM UNTIL WS-FIM-ARQ = "S"
                   READ ARQ-ACORDOS
                       AT END
                           MOVE "S" TO WS-FIM-ARQ
                       NOT AT END
                           IF QTD-ACORDOS < 2000
                               PERFORM GUARDAR-ACORDO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQ-ACORDOS
           END-IF.

       GUARDAR-ACORDO.
           ADD 1 TO QTD-ACORDOS.
           SET IDX-ACO TO QTD-ACORDOS.
           MOVE ACO-NUMERO TO TAS-NUMERO(IDX-ACO).
           MOVE ACO-MATRICULA TO TAS-MATRICULA(IDX-ACO).
           MOVE ACO-DATA TO TAS-DATA(IDX-ACO).
           MOVE ACO-QTD-PARCELAS TO TAS-QTD-PARCELAS(IDX-ACO).
           MOVE ACO-COMPETENCIA-INICIAL TO TAS-COMP-INICIAL(IDX-ACO).
           MOVE ACO-COMPETENCIA-INICIAL TO WS-COMPETENCIA.
           COMPUTE WS-MESES = WS-COMP-ANO * 12 + WS-COMP-MES - 1
               + ACO-QTD-PARCELAS - 1.
           DIVIDE WS-MESES BY 12 GIVING WS-COMP-ANO
               REMAINDER WS-COMP-MES.
           ADD 1 TO WS-COMP-MES.
           MOVE WS-COMPETENCIA TO TAS-COMP-FINAL(IDX-ACO).
           MOVE 0 TO TAS-PAGAS(IDX-ACO).
           MOVE 0 TO TAS-ABERTAS(IDX-ACO).
           MOVE 0 TO TAS-SALDO(IDX-ACO).
           MOVE 0 TO TAS-VENCIDA(IDX-ACO).
           MOVE 0 TO TAS-DIAS-ATRASO(IDX-ACO).
           MOVE SPACES TO TAS-SITUACAO(IDX-ACO).

       APURAR-PARCELAS.
           MOVE "N" TO WS-FIM-ARQ.
           OPEN INPUT ARQ-MENSALIDADES.
           IF WS-STATUS-MENSALIDADES NOT = "00"
               DISPLAY "Erro ao abrir " WS-ARQ-MENSALIDADES
                  " Status: " WS-STATUS-MENSALIDADES
               MOVE "AcordosSituacao" TO WS-ERRLOG-PROGRAMA
               MOVE "APURAR-PARCELAS" TO WS-ERRLOG-PARAGRAFO
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
                           IF PARCELA-ACORDO
                               PERFORM CONTAR-PARCELA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQ-MENSALIDADES
           END-IF.

       CONTAR-PARCELA.
           PERFORM VARYING IDX-ACO FROM 1 BY 1
                   UNTIL IDX-ACO > QTD-ACORDOS
               IF TAS-MATRICULA(IDX-ACO) = MEN-MATRICULA
                       AND MEN-COMPETENCIA
                           NOT < TAS-COMP-INICIAL(IDX-ACO)
                       AND MEN-COMPETENCIA
                           NOT > TAS-COMP-FINAL(IDX-ACO)
                   IF PARCELA-ACORDO-QUITADA
                       ADD 1 TO TAS-PAGAS(IDX-ACO)
                   ELSE
                       ADD 1 TO TAS-ABERTAS(IDX-ACO)
                       ADD MEN-VALOR-COBRADO TO TAS-SALDO(IDX-ACO)
                       IF TAS-VENCIDA(IDX-ACO) = 0
                               OR MEN-VENCIMENTO
                                   < TAS-VENCIDA(IDX-ACO)
                           MOVE MEN-VENCIMENTO
                               TO TAS-VENCIDA(IDX-ACO)
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       CLASSIFICAR-ACORDOS.
           PERFORM VARYING IDX-ACO FROM 1 BY 1
                   UNTIL IDX-ACO > QTD-ACORDOS
               IF TAS-VENCIDA(IDX-ACO) > 0
                       AND TAS-VENCIDA(IDX-ACO) < WS-DATA-HOJE
                   COMPUTE TAS-DIAS-ATRASO(IDX-ACO)
                       = FUNCTION INTEGER-OF-DATE(WS-DATA-HOJE)
                       - FUNCTION INTEGER-OF-DATE(
                           TAS-VENCIDA(IDX-ACO))
               END-IF
               EVALUATE TRUE
                   WHEN TAS-ABERTAS(IDX-ACO) = 0
                       SET ACORDO-QUITADO(IDX-ACO) TO TRUE
                       ADD 1 TO WS-TOTAL-QUITADOS
                   WHEN TAS-DIAS-ATRASO(IDX-ACO) > WS-DIAS-ROMPIMENTO
                       SET ACORDO-ROMPIDO(IDX-ACO) TO TRUE
                       ADD 1 TO WS-TOTAL-ROMPIDOS
                       ADD TAS-SALDO(IDX-ACO) TO WS-SALDO-ROMPIDOS
                   WHEN OTHER
                       SET ACORDO-ATIVO(IDX-ACO) TO TRUE
                       ADD 1 TO WS-TOTAL-ATIVOS
                       ADD TAS-SALDO(IDX-ACO) TO WS-SALDO-ATIVOS
               END-EVALUATE
           END-PERFORM.

       EMITIR-RELATORIO.
           OPEN OUTPUT RELATORIO.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "Situacao dos Acordos em " DELIMITED BY SIZE
               WS-DATA-HOJE DELIMITED BY SIZE
               INTO LINHA-RELATORIO
           END-STRING.
           WRITE LINHA-RELATORIO.
           MOVE SPACES TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE "Acordos Ativos" TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           PERFORM ESCREVER-CABECALHO.
           PERFORM VARYING IDX-ACO FROM 1 BY 1
                   UNTIL IDX-ACO > QTD-ACORDOS
               IF ACORDO-ATIVO(IDX-ACO)
                   PERFORM ESCREVER-ACORDO
               END-IF
           END-PERFORM.
           MOVE WS-SALDO-ATIVOS TO WS-VALOR-ED.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "Ativos: " DELIMITED BY SIZE
               WS-TOTAL-ATIVOS DELIMITED BY SIZE
               "  Saldo em aberto: " DELIMITED BY SIZE
               WS-VALOR-ED DELIMITED BY SIZE
               INTO LINHA-RELATORIO
           END-STRING.
           WRITE LINHA-RELATORIO.

           MOVE SPACES TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "Acordos Rompidos (parcela vencida ha mais de "
                   DELIMITED BY SIZE
               WS-DIAS-ROMPIMENTO DELIMITED BY SIZE
               " dias)" DELIMITED BY SIZE
               INTO LINHA-RELATORIO
           END-STRING.
           WRITE LINHA-RELATORIO.
           PERFORM ESCREVER-CABECALHO.
           PERFORM VARYING IDX-ACO FROM 1 BY 1
                   UNTIL IDX-ACO > QTD-ACORDOS
               IF ACORDO-ROMPIDO(IDX-ACO)
                   PERFORM ESCREVER-ACORDO
               END-IF
           END-PERFORM.
           MOVE WS-SALDO-ROMPIDOS TO WS-VALOR-ED.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "Rompidos: " DELIMITED BY SIZE
               WS-TOTAL-ROMPIDOS DELIMITED BY SIZE
               "  Saldo em aberto: " DELIMITED BY SIZE
               WS-VALOR-ED DELIMITED BY SIZE
               INTO LINHA-RELATORIO
           END-STRING.
           WRITE LINHA-RELATORIO.

           MOVE SPACES TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "Acordos quitados: " DELIMITED BY SIZE
               WS-TOTAL-QUITADOS DELIMITED BY SIZE
               INTO LINHA-RELATORIO
           END-STRING.
           WRITE LINHA-RELATORIO.
           CLOSE RELATORIO.

       ESCREVER-CABECALHO.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "Acordo  Matric.   Data      Parc.         Saldo"
                   DELIMITED BY SIZE
               "  Vencto.   Dias" DELIMITED BY SIZE
               INTO LINHA-RELATORIO
           END-STRING.
           WRITE LINHA-RELATORIO.

       ESCREVER-ACORDO.
           MOVE TAS-NUMERO(IDX-ACO) TO LA-NUMERO.
           MOVE TAS-MATRICULA(IDX-ACO) TO LA-MATRICULA.
           MOVE TAS-DATA(IDX-ACO) TO LA-DATA.
           MOVE TAS-PAGAS(IDX-ACO) TO LA-PAGAS.
           MOVE TAS-QTD-PARCELAS(IDX-ACO) TO LA-PARCELAS.
           MOVE TAS-SALDO(IDX-ACO) TO LA-SALDO.
           IF TAS-VENCIDA(IDX-ACO) > 0
               MOVE TAS-VENCIDA(IDX-ACO) TO LA-VENCIDA
           ELSE
               MOVE SPACES TO LA-VENCIDA
           END-IF.
           MOVE TAS-DIAS-ATRASO(IDX-ACO) TO LA-DIAS.
           MOVE SPACES TO LINHA-RELATORIO.
           MOVE LINHA-ACORDO TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.

       COPY JOBLOGPD.

       COPY ERRLOGPD.

       IDENTIFICATION DIVISION.
           PROGRAM-ID. RemessaComplementar.
           AUTHOR. Fernando Anselmo.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-REMESSA ASSIGN TO WS-ARQ-REMESSA
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-REMESSA.

           SELECT ARQ-RETORNO ASSIGN TO WS-ARQ-RETORNO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-RETORNO.

           SELECT ARQ-CONTAS ASSIGN TO WS-ARQ-CONTAS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-CONTAS.

           SELECT ARQ-REMESSA-COMPL ASSIGN TO WS-ARQ-REMESSA-COMPL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-REMESSA-COMPL.

           SELECT RELATORIO ASSIGN TO WS-ARQ-RELATORIO
               ORGANIZATION IS LINE SEQUENTIAL.

           COPY CALENDSL.

           COPY ERRLOGSL.

           COPY JOBLOGSL.

       DATA DIVISION.
       FILE SECTION.
       FD ARQ-REMESSA.
       01 REGISTRO-REMESSA         PIC X(80).

       FD ARQ-RETORNO.
       01 REGISTRO-RETORNO.
           05 RET-TIPO             PIC X(1).
           05 RET-MATRICULA        PIC 9(5).
           05 RET-VALOR            PIC 9(9)V9(2).
           05 RET-SITUACAO         PIC X(1).
           05 RET-MOTIVO           PIC X(30).

       FD ARQ-CONTAS.
       01 REGISTRO-CONTA.
           COPY CONTABAN.

       FD ARQ-REMESSA-COMPL.
       01 REGISTRO-REMESSA-COMPL   PIC X(80).

       FD RELATORIO.
       01 LINHA-RELATORIO          PIC X(100).

       COPY CALENDFD.

       COPY ERRLOGFD.

       COPY JOBLOGFD.

       WORKING-STORAGE SECTION.
       COPY ERRLOGWS.

       COPY JOBLOGWS.

       COPY CALENDWS.

       01 WS-UNIDADE-FILTRO      PIC X(3) VALUE SPACES.

       01 WS-ARQ-REMESSA         PIC X(40)
           VALUE "REMESSA-BANCARIA.DATA".
       01 WS-ARQ-RETORNO         PIC X(40)
           VALUE "RETORNO-BANCO.DATA".
       01 WS-ARQ-CONTAS          PIC X(40)
           VALUE "CONTAS-BANCARIAS.DATA".
       01 WS-ARQ-REMESSA-COMPL   PIC X(40)
           VALUE "REMESSA-BANCARIA-COMPL.DATA".
       01 WS-ARQ-RELATORIO       PIC X(40)
           VALUE "REMESSA-COMPLEMENTAR.LST".

       01 WS-STATUS-REMESSA      PIC X(2).
       01 WS-STATUS-RETORNO      PIC X(2).
       01 WS-STATUS-CONTAS       PIC X(2).
       01 WS-STATUS-REMESSA-COMPL PIC X(2).

       01 WS-FIM-REMESSA         PIC X VALUE "N".
       01 WS-FIM-RETORNO         PIC X VALUE "N".
       01 WS-FIM-CONTAS          PIC X VALUE "N".

       COPY REMESSA.

       01 WS-EMPRESA             PIC X(30).
       01 WS-DATA-HOJE           PIC 9(8).
       01 WS-COMPETENCIA         PIC 9(6) VALUE 0.
       01 WS-CABECALHO-GRAVADO   PIC X VALUE "N".

       01 QTD-REJEITADOS         PIC 9(3) VALUE 0.
       01 TABELA-REJEITADOS.
           05 TRJ-ITEM OCCURS 500 TIMES INDEXED BY IDX-REJ.
               10 TRJ-MATRICULA  PIC 9(5).
               10 TRJ-MOTIVO     PIC X(30).

       01 QTD-CONTAS             PIC 9(3) VALUE 0.
       01 TABELA-CONTAS.
           05 TCB-ITEM OCCURS 500 TIMES INDEXED BY IDX-CTA.
               10 TCB-MATRICULA  PIC 9(5).
               10 TCB-BANCO      PIC X(3).
               10 TCB-AGENCIA    PIC X(5).
               10 TCB-CONTA      PIC X(12).

       01 WS-REJEITADO           PIC X VALUE "N".
       01 WS-MOTIVO-RECUSA       PIC X(30).
       01 WS-CONTA-ATUAL-ACHADA  PIC X VALUE "N".
       01 CONTA-ATUAL.
           05 WS-BANCO-ATUAL     PIC X(3).
           05 WS-AGENCIA-ATUAL   PIC X(5).
           05 WS-CONTA-ATUAL     PIC X(12).
       01 CONTA-ORIGINAL.
           05 WS-BANCO-ORIGINAL  PIC X(3).
           05 WS-AGENCIA-ORIGINAL PIC X(5).
           05 WS-CONTA-ORIGINAL  PIC X(12).

       01 TOTAIS-COMPLEMENTAR.
           05 WS-TOTAL-REENVIADOS    PIC 9(5) VALUE 0.
           05 WS-TOTAL-PENDENTES     PIC 9(5) VALUE 0.
           05 WS-REMESSA-QTD         PIC 9(7) VALUE 0.
           05 WS-REMESSA-SOMA        PIC 9(11)V9(2) VALUE 0.

       01 WS-TOTAL-ED            PIC ZZZZ9.
       01 WS-VALOR-ED            PIC Z,ZZZ,ZZZ,ZZ9.99.

       01 LINHA-CREDITO.
           05 LC-MATRICULA       PIC 9(5).
           05 FILLER             PIC X(2) VALUE SPACES.
           05 LC-NOME            PIC X(30).
           05 FILLER             PIC X(2) VALUE SPACES.
           05 LC-VALOR           PIC Z,ZZZ,ZZZ.99.
           05 FILLER             PIC X(2) VALUE SPACES.
           05 LC-SITUACAO        PIC X(20).
           05 FILLER             PIC X(2) VALUE SPACES.
           05 LC-MOTIVO          PIC X(25).

       PROCEDURE DIVISION.
       INICIO.
           PERFORM DEFINIR-ARQUIVOS.
           DISPLAY "============================================".
           DISPLAY " Remessa Complementar de Creditos Recusados".
           DISPLAY "============================================".
           MOVE "RemessaComplementar" TO WS-JOBLOG-PROGRAMA.
           MOVE "INICIO" TO WS-JOBLOG-EVENTO.
           PERFORM GRAVAR-JOBLOG.

           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
           PERFORM CARREGAR-REJEITADOS.
           PERFORM CARREGAR-CONTAS-BANCARIAS.

           IF QTD-REJEITADOS = 0
               DISPLAY "Nenhum credito recusado em " WS-ARQ-RETORNO
           ELSE
               OPEN INPUT ARQ-REMESSA
               IF WS-STATUS-REMESSA NOT = "00"
                   DISPLAY "Erro ao abrir " WS-ARQ-REMESSA
                      " Status: " WS-STATUS-REMESSA
                   MOVE "RemessaComplementar" TO WS-ERRLOG-PROGRAMA
                   MOVE "INICIO" TO WS-ERRLOG-PARAGRAFO
                   MOVE WS-ARQ-REMESSA TO WS-ERRLOG-ARQUIVO
                   MOVE WS-STATUS-REMESSA TO WS-ERRLOG-STATUS
                   PERFORM GRAVAR-ERRORLOG
                   MOVE 8 TO RETURN-CODE
               ELSE
                   OPEN OUTPUT ARQ-REMESSA-COMPL
                   OPEN OUTPUT RELATORIO
                   MOVE "Remessa Complementar de Creditos Recusados"
                       TO LINHA-RELATORIO
                   WRITE LINHA-RELATORIO
                   PERFORM UNTIL WS-FIM-REMESSA = "S"
                       READ ARQ-REMESSA
                           AT END
                               MOVE "S" TO WS-FIM-REMESSA
                           NOT AT END
                               PERFORM AVALIAR-REGISTRO-REMESSA
                       END-READ
                   END-PERFORM
                   PERFORM GRAVAR-REMESSA-TRAILER
                   PERFORM ESCREVER-TOTAIS
                   CLOSE RELATORIO
                   CLOSE ARQ-REMESSA-COMPL
                   CLOSE ARQ-REMESSA
                   DISPLAY "Remessa complementar gravada em "
                      WS-ARQ-REMESSA-COMPL
                   DISPLAY "Relatorio gravado em " WS-ARQ-RELATORIO
               END-IF
           END-IF.

           IF WS-TOTAL-PENDENTES > 0 AND RETURN-CODE = 0
               MOVE 4 TO RETURN-CODE
           END-IF.

           MOVE WS-TOTAL-REENVIADOS TO WS-JOBLOG-QTD-REGISTROS.
           MOVE "FIM" TO WS-JOBLOG-EVENTO.
           PERFORM GRAVAR-JOBLOG.
           GOBACK.

       DEFINIR-ARQUIVOS.
           ACCEPT WS-ARQ-REMESSA FROM ENVIRONMENT
                   "REMESSA_BANCARIA_DATA"
               ON EXCEPTION
                   MOVE "REMESSA-BANCARIA.DATA" TO WS-ARQ-REMESSA
           END-ACCEPT.
           ACCEPT WS-ARQ-RETORNO FROM ENVIRONMENT
                   "RETORNO_BANCO_DATA"
               ON EXCEPTION
                   MOVE "RETORNO-BANCO.DATA" TO WS-ARQ-RETORNO
           END-ACCEPT.
           ACCEPT WS-ARQ-CONTAS FROM ENVIRONMENT
                   "CONTAS_BANCARIAS_DATA"
               ON EXCEPTION
                   MOVE "CONTAS-BANCARIAS.DATA" TO WS-ARQ-CONTAS
           END-ACCEPT.
           ACCEPT WS-ARQ-REMESSA-COMPL FROM ENVIRONMENT
                   "REMESSA_COMPLEMENTAR_DATA"
               ON EXCEPTION
                   MOVE "REMESSA-BANCARIA-COMPL.DATA"
                       TO WS-ARQ-REMESSA-COMPL
           END-ACCEPT.
           ACCEPT WS-ARQ-RELATORIO FROM ENVIRONMENT
                   "REMESSA_COMPLEMENTAR_LST"
               ON EXCEPTION
                   MOVE "REMESSA-COMPLEMENTAR.LST" TO WS-ARQ-RELATORIO
           END-ACCEPT.
           ACCEPT WS-EMPRESA FROM ENVIRONMENT "EMPRESA_NOME"
               ON EXCEPTION
                   MOVE "EMPRESA" TO WS-EMPRESA
           END-ACCEPT.
           ACCEPT WS-UNIDADE-FILTRO FROM ENVIRONMENT
                   "UNIDADE_FILTRO"
               ON EXCEPTION
                   MOVE SPACES TO WS-UNIDADE-FILTRO
           END-ACCEPT.
      * Em ciclo por campus a remessa original e a complementar
      * sao as do arquivo qualificado pela unidade.
           IF WS-UNIDADE-FILTRO NOT = SPACES
               IF WS-ARQ-REMESSA = "REMESSA-BANCARIA.DATA"
                   MOVE SPACES TO WS-ARQ-REMESSA
                   STRING "REMESSA-BANCARIA-" DELIMITED BY SIZE
                       WS-UNIDADE-FILTRO DELIMITED BY SPACE
                       ".DATA" DELIMITED BY SIZE
                       INTO WS-ARQ-REMESSA
                   END-STRING
               END-IF
               IF WS-ARQ-REMESSA-COMPL = "REMESSA-BANCARIA-COMPL.DATA"
                   MOVE SPACES TO WS-ARQ-REMESSA-COMPL
                   STRING "REMESSA-BANCARIA-COMPL-" DELIMITED BY SIZE
                       WS-UNIDADE-FILTRO DELIMITED BY SPACE
                       ".DATA" DELIMITED BY SIZE
                       INTO WS-ARQ-REMESSA-COMPL
                   END-STRING
               END-IF
           END-IF.

      * So os creditos que o banco devolveu como recusados ("R")
      * entram na remessa complementar.
       CARREGAR-REJEITADOS.
           OPEN INPUT ARQ-RETORNO.
           IF WS-STATUS-RETORNO NOT = "00"
               DISPLAY "Aviso: retorno do banco ausente: "
                  WS-ARQ-RETORNO
           ELSE
               PERFORM UNTIL WS-FIM-RETORNO = "S"
                   READ ARQ-RETORNO
                       AT END
                           MOVE "S" TO WS-FIM-RETORNO
                       NOT AT END
                           IF RET-TIPO = "1"
                                   AND RET-SITUACAO = "R"
                                   AND QTD-REJEITADOS < 500
                               ADD 1 TO QTD-REJEITADOS
                               SET IDX-REJ TO QTD-REJEITADOS
                               MOVE RET-MATRICULA
                                   TO TRJ-MATRICULA(IDX-REJ)
                               MOVE RET-MOTIVO
                                   TO TRJ-MOTIVO(IDX-REJ)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQ-RETORNO
           END-IF.

       CARREGAR-CONTAS-BANCARIAS.
           OPEN INPUT ARQ-CONTAS.
           IF WS-STATUS-CONTAS = "00"
               PERFORM UNTIL WS-FIM-CONTAS = "S"
                   READ ARQ-CONTAS
                       AT END
                           MOVE "S" TO WS-FIM-CONTAS
                       NOT AT END
                           IF QTD-CONTAS < 500
                               ADD 1 TO QTD-CONTAS
                               SET IDX-CTA TO QTD-CONTAS
                               MOVE CBA-MATRICULA
                                   TO TCB-MATRICULA(IDX-CTA)
                               MOVE CBA-BANCO
                                   TO TCB-BANCO(IDX-CTA)
                               MOVE CBA-AGENCIA
                                   TO TCB-AGENCIA(IDX-CTA)
                               MOVE CBA-CONTA
                                   TO TCB-CONTA(IDX-CTA)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQ-CONTAS
           END-IF.

       AVALIAR-REGISTRO-REMESSA.
           EVALUATE REGISTRO-REMESSA(1:1)
               WHEN "0"
                   MOVE REGISTRO-REMESSA TO REMESSA-CABECALHO
                   MOVE REM-CAB-COMPETENCIA TO WS-COMPETENCIA
                   PERFORM GRAVAR-REMESSA-CABECALHO
               WHEN "1"
                   MOVE REGISTRO-REMESSA TO REMESSA-DETALHE
                   PERFORM AVALIAR-CREDITO
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      * Credito recusado so volta ao banco com a conta corrigida na
      * manutencao; conta igual a recusada fica pendente.
       AVALIAR-CREDITO.
           MOVE "N" TO WS-REJEITADO.
           PERFORM VARYING IDX-REJ FROM 1 BY 1
                   UNTIL IDX-REJ > QTD-REJEITADOS
               IF TRJ-MATRICULA(IDX-REJ) = REM-DET-MATRICULA
                   MOVE "S" TO WS-REJEITADO
                   MOVE TRJ-MOTIVO(IDX-REJ) TO WS-MOTIVO-RECUSA
               END-IF
           END-PERFORM.
           IF WS-REJEITADO = "S"
               MOVE REM-DET-BANCO TO WS-BANCO-ORIGINAL
               MOVE REM-DET-AGENCIA TO WS-AGENCIA-ORIGINAL
               MOVE REM-DET-CONTA TO WS-CONTA-ORIGINAL
               PERFORM BUSCAR-CONTA-ATUAL
               MOVE REM-DET-MATRICULA TO LC-MATRICULA
               MOVE REM-DET-NOME TO LC-NOME
               MOVE REM-DET-VALOR TO LC-VALOR
               MOVE WS-MOTIVO-RECUSA TO LC-MOTIVO
               EVALUATE TRUE
                   WHEN WS-CONTA-ATUAL-ACHADA = "N"
                       MOVE "PENDENTE-SEM CONTA" TO LC-SITUACAO
                       ADD 1 TO WS-TOTAL-PENDENTES
                   WHEN CONTA-ATUAL = CONTA-ORIGINAL
                       MOVE "PENDENTE-NAO CORRIG" TO LC-SITUACAO
                       ADD 1 TO WS-TOTAL-PENDENTES
                   WHEN OTHER
                       MOVE "REENVIADO" TO LC-SITUACAO
                       PERFORM GRAVAR-REMESSA-DETALHE
                       ADD 1 TO WS-TOTAL-REENVIADOS
               END-EVALUATE
               MOVE SPACES TO LINHA-RELATORIO
               MOVE LINHA-CREDITO TO LINHA-RELATORIO
               WRITE LINHA-RELATORIO
           END-IF.

       BUSCAR-CONTA-ATUAL.
           MOVE "N" TO WS-CONTA-ATUAL-ACHADA.
           MOVE SPACES TO CONTA-ATUAL.
           PERFORM VARYING IDX-CTA FROM 1 BY 1
                   UNTIL IDX-CTA > QTD-CONTAS
               IF TCB-MATRICULA(IDX-CTA) = REM-DET-MATRICULA
                   MOVE "S" TO WS-CONTA-ATUAL-ACHADA
                   MOVE TCB-BANCO(IDX-CTA) TO WS-BANCO-ATUAL
                   MOVE TCB-AGENCIA(IDX-CTA) TO WS-AGENCIA-ATUAL
                   MOVE TCB-CONTA(IDX-CTA) TO WS-CONTA-ATUAL
               END-IF
           END-PERFORM.

      * A complementar mantem a competencia da remessa original; a
      * data de credito e o proximo dia util a partir de hoje.
       GRAVAR-REMESSA-CABECALHO.
           MOVE SPACES TO REMESSA-CABECALHO.
           MOVE "0" TO REM-CAB-TIPO.
           MOVE WS-EMPRESA TO REM-CAB-EMPRESA.
           MOVE WS-COMPETENCIA TO REM-CAB-COMPETENCIA.
           MOVE WS-DATA-HOJE TO REM-CAB-DATA.
           PERFORM ABRIR-CALENDARIO.
           MOVE WS-DATA-HOJE TO WS-CAL-DATA-CONSULTA.
           PERFORM ROLAR-DIA-UTIL.
           MOVE WS-CAL-DATA-CONSULTA TO REM-CAB-DATA-CREDITO.
           PERFORM FECHAR-CALENDARIO.
           MOVE REMESSA-CABECALHO TO REGISTRO-REMESSA-COMPL.
           WRITE REGISTRO-REMESSA-COMPL.
           MOVE "S" TO WS-CABECALHO-GRAVADO.

       GRAVAR-REMESSA-DETALHE.
           MOVE WS-BANCO-ATUAL TO REM-DET-BANCO.
           MOVE WS-AGENCIA-ATUAL TO REM-DET-AGENCIA.
           MOVE WS-CONTA-ATUAL TO REM-DET-CONTA.
           MOVE REMESSA-DETALHE TO REGISTRO-REMESSA-COMPL.
           WRITE REGISTRO-REMESSA-COMPL.
           ADD 1 TO WS-REMESSA-QTD.
           ADD REM-DET-VALOR TO WS-REMESSA-SOMA.

       GRAVAR-REMESSA-TRAILER.
           IF WS-CABECALHO-GRAVADO = "N"
               PERFORM GRAVAR-REMESSA-CABECALHO
           END-IF.
           MOVE SPACES TO REMESSA-TRAILER.
           MOVE "9" TO REM-TRL-TIPO.
           MOVE WS-REMESSA-QTD TO REM-TRL-QTD.
           MOVE WS-REMESSA-SOMA TO REM-TRL-SOMA.
           MOVE REMESSA-TRAILER TO REGISTRO-REMESSA-COMPL.
           WRITE REGISTRO-REMESSA-COMPL.

       ESCREVER-TOTAIS.
           MOVE SPACES TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE WS-TOTAL-REENVIADOS TO WS-TOTAL-ED.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "Creditos reenviados...: " DELIMITED BY SIZE
               WS-TOTAL-ED DELIMITED BY SIZE
               INTO LINHA-RELATORIO
           END-STRING.
           WRITE LINHA-RELATORIO.
           MOVE WS-TOTAL-PENDENTES TO WS-TOTAL-ED.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "Creditos pendentes....: " DELIMITED BY SIZE
               WS-TOTAL-ED DELIMITED BY SIZE
               INTO LINHA-RELATORIO
           END-STRING.
           WRITE LINHA-RELATORIO.
           MOVE WS-REMESSA-SOMA TO WS-VALOR-ED.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "Valor da complementar.: " DELIMITED BY SIZE
               WS-VALOR-ED DELIMITED BY SIZE
               INTO LINHA-RELATORIO
           END-STRING.
           WRITE LINHA-RELATORIO.

       COPY CALENDPD.

       COPY JOBLOGPD.

       COPY ERRLOGPD.

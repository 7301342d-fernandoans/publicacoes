       IDENTIFICATION DIVISION.
           PROGRAM-ID. ConciliacaoFolha.
           AUTHOR. Fernando Anselmo.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-MOVIMENTO ASSIGN TO WS-ARQ-MOVIMENTO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-MOVIMENTO.

           SELECT ARQ-LANCAMENTOS ASSIGN TO WS-ARQ-LANCAMENTOS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-LANCAMENTOS.

           SELECT ARQ-REMESSA ASSIGN TO WS-ARQ-REMESSA
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-REMESSA.

           SELECT ARQ-REMESSA-COMPL ASSIGN TO WS-ARQ-REMESSA-COMPL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-REMESSA-COMPL.

           SELECT ARQ-RETORNO ASSIGN TO WS-ARQ-RETORNO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-RETORNO.

           SELECT ARQ-CONTAS ASSIGN TO WS-ARQ-CONTAS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-CONTAS.

           SELECT ARQ-CONCILIACAO ASSIGN TO WS-ARQ-CONCILIACAO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-CONCILIACAO.

           SELECT RELATORIO ASSIGN TO WS-ARQ-RELATORIO
               ORGANIZATION IS LINE SEQUENTIAL.

           COPY ERRLOGSL.

           COPY JOBLOGSL.

       DATA DIVISION.
       FILE SECTION.
       FD ARQ-MOVIMENTO.
       01 REGISTRO-MOVIMENTO.
           COPY FOLHAMOV.

       FD ARQ-LANCAMENTOS.
       01 REGISTRO-LANCAMENTO.
           05 LCT-COMPETENCIA      PIC 9(6).
           05 LCT-CENTRO-CUSTO     PIC X(10).
           05 LCT-TIPO             PIC X(1).
           05 LCT-CONTA            PIC X(20).
           05 LCT-VALOR            PIC 9(11)V9(2).

       FD ARQ-REMESSA.
       01 REGISTRO-REMESSA         PIC X(80).

       FD ARQ-REMESSA-COMPL.
       01 REGISTRO-REMESSA-COMPL   PIC X(80).

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

       FD ARQ-CONCILIACAO.
       01 REGISTRO-CONCILIACAO.
           COPY FOLHACON.

       FD RELATORIO.
       01 LINHA-RELATORIO          PIC X(132).

       COPY ERRLOGFD.

       COPY JOBLOGFD.

       WORKING-STORAGE SECTION.
       COPY ERRLOGWS.

       COPY JOBLOGWS.

       01 WS-UNIDADE-FILTRO      PIC X(3) VALUE SPACES.

       01 WS-ARQ-MOVIMENTO       PIC X(40)
           VALUE "FOLHA-MOVIMENTO.DATA".
       01 WS-ARQ-LANCAMENTOS     PIC X(40)
           VALUE "LANCAMENTOS-CONTABEIS.DATA".
       01 WS-ARQ-REMESSA         PIC X(40)
           VALUE "REMESSA-BANCARIA.DATA".
       01 WS-ARQ-REMESSA-COMPL   PIC X(40)
           VALUE "REMESSA-BANCARIA-COMPL.DATA".
       01 WS-ARQ-RETORNO         PIC X(40)
           VALUE "RETORNO-BANCO.DATA".
       01 WS-ARQ-CONTAS          PIC X(40)
           VALUE "CONTAS-BANCARIAS.DATA".
       01 WS-ARQ-CONCILIACAO     PIC X(40)
           VALUE "FOLHA-CONCILIACAO.DATA".
       01 WS-ARQ-RELATORIO       PIC X(40)
           VALUE "CONCILIACAO-FOLHA.LST".

       01 WS-STATUS-MOVIMENTO    PIC X(2).
       01 WS-STATUS-LANCAMENTOS  PIC X(2).
       01 WS-STATUS-REMESSA      PIC X(2).
       01 WS-STATUS-REMESSA-COMPL PIC X(2).
       01 WS-STATUS-RETORNO      PIC X(2).
       01 WS-STATUS-CONTAS       PIC X(2).
       01 WS-STATUS-CONCILIACAO  PIC X(2).

       01 WS-FIM-MOVIMENTO       PIC X VALUE "N".
       01 WS-FIM-LANCAMENTOS     PIC X VALUE "N".
       01 WS-FIM-REMESSA         PIC X VALUE "N".
       01 WS-FIM-RETORNO         PIC X VALUE "N".
       01 WS-FIM-CONTAS          PIC X VALUE "N".

       01 WS-REMESSA-PRESENTE    PIC X VALUE "N".
       01 WS-TRAILER-LIDO        PIC X VALUE "N".
       01 WS-RETORNO-PRESENTE    PIC X VALUE "N".
       01 WS-CONTABIL-PRESENTE   PIC X VALUE "N".

       COPY REMESSA.

       01 WS-DATA-HOJE           PIC 9(8).
       01 WS-HORA-AGORA          PIC 9(8).
       01 WS-COMPETENCIA-TXT     PIC X(6).
       01 WS-COMPETENCIA         PIC 9(6) VALUE 0.
       01 WS-COMPETENCIA-REMESSA PIC 9(6) VALUE 0.

       01 WS-MATRICULA-BUSCA     PIC 9(5).
       01 WS-ACHOU               PIC X VALUE "N".
       01 QTD-CONCILIADOS        PIC 9(3) VALUE 0.
       01 TABELA-CONCILIACAO.
           05 TCO-ITEM OCCURS 500 TIMES INDEXED BY IDX-CON.
               10 TCO-MATRICULA      PIC 9(5).
               10 TCO-NA-FOLHA       PIC X(1).
               10 TCO-LIQUIDO        PIC 9(9)V9(2).
               10 TCO-NA-REMESSA     PIC X(1).
               10 TCO-VALOR-REMESSA  PIC 9(9)V9(2).
               10 TCO-RETORNO        PIC X(1).
               10 TCO-MOTIVO         PIC X(30).
               10 TCO-REENVIADO      PIC X(1).
               10 TCO-TEM-CONTA      PIC X(1).

       01 TOTAIS-CONCILIACAO.
           05 WS-QTD-FOLHA         PIC 9(5) VALUE 0.
           05 WS-SOMA-LIQUIDO      PIC 9(11)V9(2) VALUE 0.
           05 WS-QTD-REMESSA       PIC 9(7) VALUE 0.
           05 WS-SOMA-REMESSA      PIC 9(11)V9(2) VALUE 0.
           05 WS-TRAILER-QTD       PIC 9(7) VALUE 0.
           05 WS-TRAILER-SOMA      PIC 9(11)V9(2) VALUE 0.
           05 WS-CONTABIL-A-PAGAR  PIC 9(11)V9(2) VALUE 0.
           05 WS-CONTABIL-DEBITOS  PIC 9(13)V9(2) VALUE 0.
           05 WS-CONTABIL-CREDITOS PIC 9(13)V9(2) VALUE 0.
           05 WS-QTD-CONFIRMADOS   PIC 9(5) VALUE 0.
           05 WS-QTD-RECUSADOS     PIC 9(5) VALUE 0.
           05 WS-QTD-REENVIADOS    PIC 9(5) VALUE 0.
           05 WS-QTD-DIVERGENCIAS  PIC 9(5) VALUE 0.

       01 WS-OCORRENCIA          PIC X(32).
       01 WS-VALOR-1             PIC 9(11)V9(2).
       01 WS-VALOR-2             PIC 9(11)V9(2).
       01 WS-QTD-ED              PIC ZZZZ9.
       01 WS-VALOR-ED            PIC Z,ZZZ,ZZZ,ZZ9.99.

       01 LINHA-DETALHE.
           05 LD-MATRICULA       PIC 9(5).
           05 FILLER             PIC X(2) VALUE SPACES.
           05 LD-OCORRENCIA      PIC X(32).
           05 FILLER             PIC X(1) VALUE SPACE.
           05 LD-FOLHA           PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER             PIC X(1) VALUE SPACE.
           05 LD-REMESSA         PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER             PIC X(2) VALUE SPACES.
           05 LD-MOTIVO          PIC X(30).

       01 LINHA-CABECALHO-DETALHE.
           05 FILLER             PIC X(7) VALUE "Matr.".
           05 FILLER             PIC X(33) VALUE "Ocorrencia".
           05 FILLER             PIC X(15) VALUE " Liquido Folha".
           05 FILLER             PIC X(15) VALUE "  Valor Remessa".
           05 FILLER             PIC X(30) VALUE "  Motivo do banco".

       01 LINHA-TOTAL.
           05 LT-ROTULO          PIC X(40).
           05 LT-VALOR-1         PIC Z,ZZZ,ZZZ,ZZ9.99.
           05 FILLER             PIC X(2) VALUE SPACES.
           05 LT-VALOR-2         PIC Z,ZZZ,ZZZ,ZZ9.99.
           05 FILLER             PIC X(2) VALUE SPACES.
           05 LT-SITUACAO        PIC X(30).

       PROCEDURE DIVISION.
       INICIO.
           PERFORM DEFINIR-ARQUIVOS.
           DISPLAY "============================================".
           DISPLAY " Conciliacao da Folha, Contabil e Banco".
           DISPLAY "============================================".
           MOVE "ConciliacaoFolha" TO WS-JOBLOG-PROGRAMA.
           MOVE "INICIO" TO WS-JOBLOG-EVENTO.
           PERFORM GRAVAR-JOBLOG.

           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-AGORA FROM TIME.

           PERFORM DEFINIR-COMPETENCIA.
           IF WS-COMPETENCIA = 0
               DISPLAY "Movimento da folha vazio ou ausente: "
                  WS-ARQ-MOVIMENTO
               MOVE "ConciliacaoFolha" TO WS-ERRLOG-PROGRAMA
               MOVE "DEFINIR-COMPETENCIA" TO WS-ERRLOG-PARAGRAFO
               MOVE WS-ARQ-MOVIMENTO TO WS-ERRLOG-ARQUIVO
               MOVE WS-STATUS-MOVIMENTO TO WS-ERRLOG-STATUS
               PERFORM GRAVAR-ERRORLOG
               MOVE 8 TO RETURN-CODE
               MOVE 0 TO WS-JOBLOG-QTD-REGISTROS
               MOVE "FIM" TO WS-JOBLOG-EVENTO
               PERFORM GRAVAR-JOBLOG
               GOBACK
           END-IF.
           DISPLAY "Competencia: " WS-COMPETENCIA
              "  Unidade: " WS-UNIDADE-FILTRO.

           PERFORM CARREGAR-MOVIMENTO.
           PERFORM CARREGAR-REMESSA.
           PERFORM CARREGAR-COMPLEMENTAR.
           PERFORM CARREGAR-RETORNO.
           PERFORM CARREGAR-CONTAS.
           PERFORM SOMAR-LANCAMENTOS.

           OPEN OUTPUT RELATORIO.
           PERFORM ESCREVER-CABECALHO.
           PERFORM VARYING IDX-CON FROM 1 BY 1
                   UNTIL IDX-CON > QTD-CONCILIADOS
               PERFORM CONFERIR-FUNCIONARIO
           END-PERFORM.
           PERFORM CONFERIR-TOTAIS.
           CLOSE RELATORIO.

           PERFORM GRAVAR-CONCILIACAO.

           IF WS-QTD-DIVERGENCIAS = 0
               DISPLAY "Conciliacao batida: movimento, contabil,"
                  " remessa e retorno conferem."
           ELSE
               DISPLAY "Conciliacao com " WS-QTD-DIVERGENCIAS
                  " divergencia(s); fechamento bloqueado."
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
           DISPLAY "Relatorio gravado em " WS-ARQ-RELATORIO.

           MOVE QTD-CONCILIADOS TO WS-JOBLOG-QTD-REGISTROS.
           MOVE "FIM" TO WS-JOBLOG-EVENTO.
           PERFORM GRAVAR-JOBLOG.
           GOBACK.

       DEFINIR-ARQUIVOS.
           ACCEPT WS-ARQ-MOVIMENTO FROM ENVIRONMENT
                   "FOLHA_MOVIMENTO_DATA"
               ON EXCEPTION
                   MOVE "FOLHA-MOVIMENTO.DATA" TO WS-ARQ-MOVIMENTO
           END-ACCEPT.
           ACCEPT WS-ARQ-LANCAMENTOS FROM ENVIRONMENT
                   "LANCAMENTOS_CONTABEIS"
               ON EXCEPTION
                   MOVE "LANCAMENTOS-CONTABEIS.DATA"
                       TO WS-ARQ-LANCAMENTOS
           END-ACCEPT.
           ACCEPT WS-ARQ-REMESSA FROM ENVIRONMENT
                   "REMESSA_BANCARIA_DATA"
               ON EXCEPTION
                   MOVE "REMESSA-BANCARIA.DATA" TO WS-ARQ-REMESSA
           END-ACCEPT.
           ACCEPT WS-ARQ-REMESSA-COMPL FROM ENVIRONMENT
                   "REMESSA_COMPLEMENTAR_DATA"
               ON EXCEPTION
                   MOVE "REMESSA-BANCARIA-COMPL.DATA"
                       TO WS-ARQ-REMESSA-COMPL
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
           ACCEPT WS-ARQ-CONCILIACAO FROM ENVIRONMENT
                   "FOLHA_CONCILIACAO_DATA"
               ON EXCEPTION
                   MOVE "FOLHA-CONCILIACAO.DATA"
                       TO WS-ARQ-CONCILIACAO
           END-ACCEPT.
           ACCEPT WS-ARQ-RELATORIO FROM ENVIRONMENT
                   "CONCILIACAO_FOLHA_LST"
               ON EXCEPTION
                   MOVE "CONCILIACAO-FOLHA.LST" TO WS-ARQ-RELATORIO
           END-ACCEPT.
           ACCEPT WS-COMPETENCIA-TXT FROM ENVIRONMENT
                   "CONCILIACAO_COMPETENCIA"
               ON EXCEPTION
                   MOVE SPACES TO WS-COMPETENCIA-TXT
           END-ACCEPT.
           ACCEPT WS-UNIDADE-FILTRO FROM ENVIRONMENT
                   "UNIDADE_FILTRO"
               ON EXCEPTION
                   MOVE SPACES TO WS-UNIDADE-FILTRO
           END-ACCEPT.
      * Em ciclo por campus o movimento, a remessa e a complementar
      * sao os arquivos qualificados pela unidade.
           IF WS-UNIDADE-FILTRO NOT = SPACES
               IF WS-ARQ-MOVIMENTO = "FOLHA-MOVIMENTO.DATA"
                   MOVE SPACES TO WS-ARQ-MOVIMENTO
                   STRING "FOLHA-MOVIMENTO-" DELIMITED BY SIZE
                       WS-UNIDADE-FILTRO DELIMITED BY SPACE
                       ".DATA" DELIMITED BY SIZE
                       INTO WS-ARQ-MOVIMENTO
                   END-STRING
               END-IF
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

      * Sem competencia informada no ambiente, concilia a mais
      * recente presente no movimento da folha.
       DEFINIR-COMPETENCIA.
           IF WS-COMPETENCIA-TXT IS NUMERIC
               MOVE WS-COMPETENCIA-TXT TO WS-COMPETENCIA
           ELSE
               MOVE 0 TO WS-COMPETENCIA
               MOVE "N" TO WS-FIM-MOVIMENTO
               OPEN INPUT ARQ-MOVIMENTO
               IF WS-STATUS-MOVIMENTO = "00"
                   PERFORM UNTIL WS-FIM-MOVIMENTO = "S"
                       READ ARQ-MOVIMENTO
                           AT END
                               MOVE "S" TO WS-FIM-MOVIMENTO
                           NOT AT END
                               IF FMV-COMPETENCIA > WS-COMPETENCIA
                                   MOVE FMV-COMPETENCIA
                                       TO WS-COMPETENCIA
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE ARQ-MOVIMENTO
               END-IF
           END-IF.

      * Localiza a matricula na tabela de conciliacao, incluindo-a
      * quando ainda nao existe.
       LOCALIZAR-MATRICULA.
           MOVE "N" TO WS-ACHOU.
           PERFORM VARYING IDX-CON FROM 1 BY 1
                   UNTIL IDX-CON > QTD-CONCILIADOS
                       OR WS-ACHOU = "S"
               IF TCO-MATRICULA(IDX-CON) = WS-MATRICULA-BUSCA
                   MOVE "S" TO WS-ACHOU
               END-IF
           END-PERFORM.
           IF WS-ACHOU = "S"
               SET IDX-CON DOWN BY 1
           ELSE
               IF QTD-CONCILIADOS < 500
                   ADD 1 TO QTD-CONCILIADOS
                   SET IDX-CON TO QTD-CONCILIADOS
                   MOVE "S" TO WS-ACHOU
                   MOVE WS-MATRICULA-BUSCA TO TCO-MATRICULA(IDX-CON)
                   MOVE "N" TO TCO-NA-FOLHA(IDX-CON)
                   MOVE 0 TO TCO-LIQUIDO(IDX-CON)
                   MOVE "N" TO TCO-NA-REMESSA(IDX-CON)
                   MOVE 0 TO TCO-VALOR-REMESSA(IDX-CON)
                   MOVE SPACE TO TCO-RETORNO(IDX-CON)
                   MOVE SPACES TO TCO-MOTIVO(IDX-CON)
                   MOVE "N" TO TCO-REENVIADO(IDX-CON)
                   MOVE "N" TO TCO-TEM-CONTA(IDX-CON)
               END-IF
           END-IF.

       CARREGAR-MOVIMENTO.
           MOVE "N" TO WS-FIM-MOVIMENTO.
           OPEN INPUT ARQ-MOVIMENTO.
           IF WS-STATUS-MOVIMENTO = "00"
               PERFORM UNTIL WS-FIM-MOVIMENTO = "S"
                   READ ARQ-MOVIMENTO
                       AT END
                           MOVE "S" TO WS-FIM-MOVIMENTO
                       NOT AT END
                           IF FMV-COMPETENCIA = WS-COMPETENCIA
                               PERFORM ACUMULAR-MOVIMENTO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQ-MOVIMENTO
           END-IF.

       ACUMULAR-MOVIMENTO.
           ADD 1 TO WS-QTD-FOLHA.
           ADD FMV-SALARIO-LIQUIDO TO WS-SOMA-LIQUIDO.
           MOVE FMV-MATRICULA TO WS-MATRICULA-BUSCA.
           PERFORM LOCALIZAR-MATRICULA.
           IF WS-ACHOU = "S"
               MOVE "S" TO TCO-NA-FOLHA(IDX-CON)
               ADD FMV-SALARIO-LIQUIDO TO TCO-LIQUIDO(IDX-CON)
           END-IF.

       CARREGAR-REMESSA.
           MOVE "N" TO WS-REMESSA-PRESENTE.
           MOVE "N" TO WS-TRAILER-LIDO.
           MOVE "N" TO WS-FIM-REMESSA.
           OPEN INPUT ARQ-REMESSA.
           IF WS-STATUS-REMESSA = "00"
               MOVE "S" TO WS-REMESSA-PRESENTE
               PERFORM UNTIL WS-FIM-REMESSA = "S"
                   READ ARQ-REMESSA
                       AT END
                           MOVE "S" TO WS-FIM-REMESSA
                       NOT AT END
                           PERFORM ACUMULAR-REMESSA
                   END-READ
               END-PERFORM
               CLOSE ARQ-REMESSA
           END-IF.

       ACUMULAR-REMESSA.
           EVALUATE REGISTRO-REMESSA(1:1)
               WHEN "0"
                   MOVE REGISTRO-REMESSA TO REMESSA-CABECALHO
                   MOVE REM-CAB-COMPETENCIA TO WS-COMPETENCIA-REMESSA
               WHEN "1"
                   MOVE REGISTRO-REMESSA TO REMESSA-DETALHE
                   ADD 1 TO WS-QTD-REMESSA
                   ADD REM-DET-VALOR TO WS-SOMA-REMESSA
                   MOVE REM-DET-MATRICULA TO WS-MATRICULA-BUSCA
                   PERFORM LOCALIZAR-MATRICULA
                   IF WS-ACHOU = "S"
                       MOVE "S" TO TCO-NA-REMESSA(IDX-CON)
                       ADD REM-DET-VALOR
                           TO TCO-VALOR-REMESSA(IDX-CON)
                   END-IF
               WHEN "9"
                   MOVE REGISTRO-REMESSA TO REMESSA-TRAILER
                   MOVE "S" TO WS-TRAILER-LIDO
                   MOVE REM-TRL-QTD TO WS-TRAILER-QTD
                   MOVE REM-TRL-SOMA TO WS-TRAILER-SOMA
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      * Credito recusado que ja voltou ao banco na remessa
      * complementar da mesma competencia nao e mais pendencia.
       CARREGAR-COMPLEMENTAR.
           MOVE "N" TO WS-FIM-REMESSA.
           OPEN INPUT ARQ-REMESSA-COMPL.
           IF WS-STATUS-REMESSA-COMPL = "00"
               PERFORM UNTIL WS-FIM-REMESSA = "S"
                   READ ARQ-REMESSA-COMPL
                       AT END
                           MOVE "S" TO WS-FIM-REMESSA
                       NOT AT END
                           PERFORM MARCAR-REENVIO
                   END-READ
               END-PERFORM
               CLOSE ARQ-REMESSA-COMPL
           END-IF.

       MARCAR-REENVIO.
           IF REGISTRO-REMESSA-COMPL(1:1) = "0"
               MOVE REGISTRO-REMESSA-COMPL TO REMESSA-CABECALHO
               IF REM-CAB-COMPETENCIA NOT = WS-COMPETENCIA
                   MOVE "S" TO WS-FIM-REMESSA
               END-IF
           END-IF.
           IF REGISTRO-REMESSA-COMPL(1:1) = "1"
               MOVE REGISTRO-REMESSA-COMPL TO REMESSA-DETALHE
               PERFORM VARYING IDX-CON FROM 1 BY 1
                       UNTIL IDX-CON > QTD-CONCILIADOS
                   IF TCO-MATRICULA(IDX-CON) = REM-DET-MATRICULA
                       MOVE "S" TO TCO-REENVIADO(IDX-CON)
                   END-IF
               END-PERFORM
           END-IF.

       CARREGAR-RETORNO.
           MOVE "N" TO WS-RETORNO-PRESENTE.
           MOVE "N" TO WS-FIM-RETORNO.
           OPEN INPUT ARQ-RETORNO.
           IF WS-STATUS-RETORNO = "00"
               MOVE "S" TO WS-RETORNO-PRESENTE
               PERFORM UNTIL WS-FIM-RETORNO = "S"
                   READ ARQ-RETORNO
                       AT END
                           MOVE "S" TO WS-FIM-RETORNO
                       NOT AT END
                           IF RET-TIPO = "1"
                               MOVE RET-MATRICULA
                                   TO WS-MATRICULA-BUSCA
                               PERFORM LOCALIZAR-MATRICULA
                               IF WS-ACHOU = "S"
                                   MOVE RET-SITUACAO
                                       TO TCO-RETORNO(IDX-CON)
                                   MOVE RET-MOTIVO
                                       TO TCO-MOTIVO(IDX-CON)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQ-RETORNO
           END-IF.

       CARREGAR-CONTAS.
           MOVE "N" TO WS-FIM-CONTAS.
           OPEN INPUT ARQ-CONTAS.
           IF WS-STATUS-CONTAS = "00"
               PERFORM UNTIL WS-FIM-CONTAS = "S"
                   READ ARQ-CONTAS
                       AT END
                           MOVE "S" TO WS-FIM-CONTAS
                       NOT AT END
                           PERFORM MARCAR-CONTA
                   END-READ
               END-PERFORM
               CLOSE ARQ-CONTAS
           END-IF.

       MARCAR-CONTA.
           PERFORM VARYING IDX-CON FROM 1 BY 1
                   UNTIL IDX-CON > QTD-CONCILIADOS
               IF TCO-MATRICULA(IDX-CON) = CBA-MATRICULA
                       AND CBA-CONTA NOT = SPACES
                   MOVE "S" TO TCO-TEM-CONTA(IDX-CON)
               END-IF
           END-PERFORM.

      * Do razao interessa a conta de salarios a pagar, que deve
      * igualar o liquido da folha, e o balanco debito x credito.
       SOMAR-LANCAMENTOS.
           MOVE "N" TO WS-CONTABIL-PRESENTE.
           MOVE "N" TO WS-FIM-LANCAMENTOS.
           OPEN INPUT ARQ-LANCAMENTOS.
           IF WS-STATUS-LANCAMENTOS = "00"
               PERFORM UNTIL WS-FIM-LANCAMENTOS = "S"
                   READ ARQ-LANCAMENTOS
                       AT END
                           MOVE "S" TO WS-FIM-LANCAMENTOS
                       NOT AT END
                           IF LCT-COMPETENCIA = WS-COMPETENCIA
                               PERFORM ACUMULAR-LANCAMENTO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQ-LANCAMENTOS
           END-IF.

       ACUMULAR-LANCAMENTO.
           MOVE "S" TO WS-CONTABIL-PRESENTE.
           IF LCT-TIPO = "D"
               ADD LCT-VALOR TO WS-CONTABIL-DEBITOS
           ELSE
               ADD LCT-VALOR TO WS-CONTABIL-CREDITOS
           END-IF.
           IF LCT-TIPO = "C" AND LCT-CONTA = "SALARIOS A PAGAR"
               ADD LCT-VALOR TO WS-CONTABIL-A-PAGAR
           END-IF.

       ESCREVER-CABECALHO.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "Conciliacao da Folha - Competencia "
               DELIMITED BY SIZE
               WS-COMPETENCIA DELIMITED BY SIZE
               "  Unidade: " DELIMITED BY SIZE
               WS-UNIDADE-FILTRO DELIMITED BY SIZE
               INTO LINHA-RELATORIO
           END-STRING.
           WRITE LINHA-RELATORIO.
           MOVE SPACES TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE LINHA-CABECALHO-DETALHE TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.

      * Quebras por matricula: cada situacao encontrada gera uma
      * linha; o recusado reenviado na complementar so e informado.
       CONFERIR-FUNCIONARIO.
           IF TCO-NA-FOLHA(IDX-CON) = "S"
                   AND TCO-LIQUIDO(IDX-CON) > 0
               IF WS-REMESSA-PRESENTE = "S"
                       AND TCO-NA-REMESSA(IDX-CON) = "N"
                   MOVE "NA FOLHA E NAO REMETIDO" TO WS-OCORRENCIA
                   PERFORM ESCREVER-QUEBRA
               END-IF
               IF TCO-TEM-CONTA(IDX-CON) = "N"
                   MOVE "LIQUIDO SEM CONTA BANCARIA" TO WS-OCORRENCIA
                   PERFORM ESCREVER-QUEBRA
               END-IF
           END-IF.
           IF TCO-NA-REMESSA(IDX-CON) = "S"
               IF TCO-NA-FOLHA(IDX-CON) = "N"
                   MOVE "REMETIDO SEM MOVIMENTO NA FOLHA"
                       TO WS-OCORRENCIA
                   PERFORM ESCREVER-QUEBRA
               ELSE
                   IF TCO-VALOR-REMESSA(IDX-CON)
                           NOT = TCO-LIQUIDO(IDX-CON)
                       MOVE "VALOR REMETIDO DIFERE DO LIQUIDO"
                           TO WS-OCORRENCIA
                       PERFORM ESCREVER-QUEBRA
                   END-IF
               END-IF
               IF WS-RETORNO-PRESENTE = "S"
                       AND TCO-VALOR-REMESSA(IDX-CON) > 0
                   PERFORM CONFERIR-RETORNO-CREDITO
               END-IF
           ELSE
               IF TCO-RETORNO(IDX-CON) NOT = SPACE
                   MOVE "RETORNO SEM CREDITO NA REMESSA"
                       TO WS-OCORRENCIA
                   PERFORM ESCREVER-QUEBRA
               END-IF
           END-IF.

       CONFERIR-RETORNO-CREDITO.
           EVALUATE TCO-RETORNO(IDX-CON)
               WHEN "C"
                   ADD 1 TO WS-QTD-CONFIRMADOS
               WHEN "R"
                   ADD 1 TO WS-QTD-RECUSADOS
                   IF TCO-REENVIADO(IDX-CON) = "S"
                       ADD 1 TO WS-QTD-REENVIADOS
                       MOVE "RECUSADO, JA REENVIADO (AVISO)"
                           TO WS-OCORRENCIA
                       PERFORM ESCREVER-DETALHE
                   ELSE
                       MOVE "REMETIDO E RECUSADO PELO BANCO"
                           TO WS-OCORRENCIA
                       PERFORM ESCREVER-QUEBRA
                   END-IF
               WHEN OTHER
                   MOVE "REMETIDO SEM RETORNO DO BANCO"
                       TO WS-OCORRENCIA
                   PERFORM ESCREVER-QUEBRA
           END-EVALUATE.

       ESCREVER-QUEBRA.
           ADD 1 TO WS-QTD-DIVERGENCIAS.
           PERFORM ESCREVER-DETALHE.

       ESCREVER-DETALHE.
           MOVE TCO-MATRICULA(IDX-CON) TO LD-MATRICULA.
           MOVE WS-OCORRENCIA TO LD-OCORRENCIA.
           MOVE TCO-LIQUIDO(IDX-CON) TO LD-FOLHA.
           MOVE TCO-VALOR-REMESSA(IDX-CON) TO LD-REMESSA.
           MOVE TCO-MOTIVO(IDX-CON) TO LD-MOTIVO.
           MOVE SPACES TO LINHA-RELATORIO.
           MOVE LINHA-DETALHE TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.

      * Quebras de total: trailer da remessa, remessa x folha,
      * razao x folha e presenca de cada arquivo.
       CONFERIR-TOTAIS.
           MOVE SPACES TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE "Totais" TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.

           MOVE "Liquido da folha / remessa (detalhes)"
               TO LT-ROTULO.
           MOVE WS-SOMA-LIQUIDO TO WS-VALOR-1.
           MOVE WS-SOMA-REMESSA TO WS-VALOR-2.
           IF WS-REMESSA-PRESENTE = "N"
               MOVE "REMESSA AUSENTE" TO LT-SITUACAO
               ADD 1 TO WS-QTD-DIVERGENCIAS
           ELSE
               IF WS-VALOR-1 = WS-VALOR-2
                   MOVE "CONFERE" TO LT-SITUACAO
               ELSE
                   MOVE "REMESSA DIFERE DA FOLHA" TO LT-SITUACAO
                   ADD 1 TO WS-QTD-DIVERGENCIAS
               END-IF
           END-IF.
           PERFORM ESCREVER-TOTAL.

           IF WS-REMESSA-PRESENTE = "S"
               MOVE "Trailer da remessa (REM-TRL-SOMA)" TO LT-ROTULO
               MOVE WS-SOMA-REMESSA TO WS-VALOR-1
               MOVE WS-TRAILER-SOMA TO WS-VALOR-2
               IF WS-TRAILER-LIDO = "N"
                   MOVE "TRAILER AUSENTE" TO LT-SITUACAO
                   ADD 1 TO WS-QTD-DIVERGENCIAS
               ELSE
                   IF WS-TRAILER-SOMA = WS-SOMA-REMESSA
                           AND WS-TRAILER-QTD = WS-QTD-REMESSA
                       MOVE "CONFERE" TO LT-SITUACAO
                   ELSE
                       MOVE "TRAILER NAO CONFERE" TO LT-SITUACAO
                       ADD 1 TO WS-QTD-DIVERGENCIAS
                   END-IF
               END-IF
               PERFORM ESCREVER-TOTAL
               IF WS-COMPETENCIA-REMESSA NOT = WS-COMPETENCIA
                   MOVE "Competencia da remessa" TO LT-ROTULO
                   MOVE WS-COMPETENCIA TO WS-VALOR-1
                   MOVE WS-COMPETENCIA-REMESSA TO WS-VALOR-2
                   MOVE "REMESSA DE OUTRA COMPETENCIA"
                       TO LT-SITUACAO
                   ADD 1 TO WS-QTD-DIVERGENCIAS
                   PERFORM ESCREVER-TOTAL
               END-IF
           END-IF.

           MOVE "Liquido da folha / salarios a pagar" TO LT-ROTULO.
           MOVE WS-SOMA-LIQUIDO TO WS-VALOR-1.
           MOVE WS-CONTABIL-A-PAGAR TO WS-VALOR-2.
           IF WS-CONTABIL-PRESENTE = "N"
               MOVE "LANCAMENTOS AUSENTES" TO LT-SITUACAO
               ADD 1 TO WS-QTD-DIVERGENCIAS
           ELSE
               IF WS-VALOR-1 = WS-VALOR-2
                   MOVE "CONFERE" TO LT-SITUACAO
               ELSE
                   MOVE "CONTABIL DIFERE DA FOLHA" TO LT-SITUACAO
                   ADD 1 TO WS-QTD-DIVERGENCIAS
               END-IF
           END-IF.
           PERFORM ESCREVER-TOTAL.

           IF WS-CONTABIL-PRESENTE = "S"
               MOVE "Razao: debitos / creditos" TO LT-ROTULO
               MOVE WS-CONTABIL-DEBITOS TO WS-VALOR-1
               MOVE WS-CONTABIL-CREDITOS TO WS-VALOR-2
               IF WS-CONTABIL-DEBITOS = WS-CONTABIL-CREDITOS
                   MOVE "CONFERE" TO LT-SITUACAO
               ELSE
                   MOVE "LANCAMENTOS FORA DE BALANCO" TO LT-SITUACAO
                   ADD 1 TO WS-QTD-DIVERGENCIAS
               END-IF
               PERFORM ESCREVER-TOTAL
           END-IF.

           IF WS-RETORNO-PRESENTE = "N"
               MOVE "Retorno do banco" TO LT-ROTULO
               MOVE 0 TO WS-VALOR-1
               MOVE 0 TO WS-VALOR-2
               MOVE "RETORNO AUSENTE" TO LT-SITUACAO
               ADD 1 TO WS-QTD-DIVERGENCIAS
               PERFORM ESCREVER-TOTAL
           END-IF.

           MOVE SPACES TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE WS-QTD-FOLHA TO WS-QTD-ED.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "Funcionarios na folha.: " DELIMITED BY SIZE
               WS-QTD-ED DELIMITED BY SIZE
               INTO LINHA-RELATORIO
           END-STRING.
           WRITE LINHA-RELATORIO.
           MOVE WS-QTD-CONFIRMADOS TO WS-QTD-ED.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "Creditos confirmados..: " DELIMITED BY SIZE
               WS-QTD-ED DELIMITED BY SIZE
               INTO LINHA-RELATORIO
           END-STRING.
           WRITE LINHA-RELATORIO.
           MOVE WS-QTD-RECUSADOS TO WS-QTD-ED.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "Creditos recusados....: " DELIMITED BY SIZE
               WS-QTD-ED DELIMITED BY SIZE
               INTO LINHA-RELATORIO
           END-STRING.
           WRITE LINHA-RELATORIO.
           MOVE WS-QTD-REENVIADOS TO WS-QTD-ED.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "Recusados reenviados..: " DELIMITED BY SIZE
               WS-QTD-ED DELIMITED BY SIZE
               INTO LINHA-RELATORIO
           END-STRING.
           WRITE LINHA-RELATORIO.
           MOVE WS-QTD-DIVERGENCIAS TO WS-QTD-ED.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "Divergencias..........: " DELIMITED BY SIZE
               WS-QTD-ED DELIMITED BY SIZE
               INTO LINHA-RELATORIO
           END-STRING.
           WRITE LINHA-RELATORIO.
           MOVE SPACES TO LINHA-RELATORIO.
           IF WS-QTD-DIVERGENCIAS = 0
               MOVE "Situacao: CONCILIADA - fechamento liberado."
                   TO LINHA-RELATORIO
           ELSE
               MOVE "Situacao: DIVERGENTE - fechamento bloqueado."
                   TO LINHA-RELATORIO
           END-IF.
           WRITE LINHA-RELATORIO.

       ESCREVER-TOTAL.
           MOVE WS-VALOR-1 TO LT-VALOR-1.
           MOVE WS-VALOR-2 TO LT-VALOR-2.
           MOVE SPACES TO LINHA-RELATORIO.
           MOVE LINHA-TOTAL TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.

      * Registra a conciliacao para o fechamento da competencia.
       GRAVAR-CONCILIACAO.
           OPEN EXTEND ARQ-CONCILIACAO.
           IF WS-STATUS-CONCILIACAO = "35"
               OPEN OUTPUT ARQ-CONCILIACAO
           END-IF.
           IF WS-STATUS-CONCILIACAO NOT = "00"
               DISPLAY "Erro ao abrir " WS-ARQ-CONCILIACAO
                  " Status: " WS-STATUS-CONCILIACAO
               MOVE "ConciliacaoFolha" TO WS-ERRLOG-PROGRAMA
               MOVE "GRAVAR-CONCILIACAO" TO WS-ERRLOG-PARAGRAFO
               MOVE WS-ARQ-CONCILIACAO TO WS-ERRLOG-ARQUIVO
               MOVE WS-STATUS-CONCILIACAO TO WS-ERRLOG-STATUS
               PERFORM GRAVAR-ERRORLOG
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE WS-COMPETENCIA TO FCN-COMPETENCIA
               MOVE WS-UNIDADE-FILTRO TO FCN-UNIDADE
               IF WS-QTD-DIVERGENCIAS = 0
                   SET CONCILIACAO-BATIDA TO TRUE
               ELSE
                   SET CONCILIACAO-DIVERGENTE TO TRUE
               END-IF
               MOVE WS-QTD-FOLHA TO FCN-QTD-FUNCIONARIOS
               MOVE WS-QTD-DIVERGENCIAS TO FCN-QTD-DIVERGENCIAS
               MOVE WS-SOMA-LIQUIDO TO FCN-LIQUIDO-FOLHA
               MOVE WS-DATA-HOJE TO FCN-DATA-CONCILIACAO
               MOVE WS-HORA-AGORA TO FCN-HORA-CONCILIACAO
               WRITE REGISTRO-CONCILIACAO
               CLOSE ARQ-CONCILIACAO
           END-IF.

       COPY JOBLOGPD.

       COPY ERRLOGPD.

       IDENTIFICATION DIVISION.
           PROGRAM-ID. MensalidadesAcordo.
           AUTHOR. Fernando Anselmo.

      * Acordo de renegociacao de mensalidades (acordos-solicitacoes
      * .csv). Linha: matricula;parcelas. Todas as mensalidades em
      * aberto do aluno, vencidas ou nao, entram no acordo com a
      * multa e os juros devidos ate hoje (ENCARGPD); o total e
      * dividido em parcelas mensais, a diferenca de centavos na
      * ultima. As faturas originais ficam renegociadas ("R") e as
      * parcelas sao gravadas em MENSALIDADES.DATA como parcela de
      * acordo em aberto ("N"), vencendo no dia 10 (a primeira no
      * dia 10 da competencia corrente ou hoje, se ja passou),
      * rolado para dia util. O cabecalho vai para ACORDOS.DATA e o
      * cronograma para ACORDOS-EFETUADOS.LST. Aluno com parcela de
      * acordo em aberto nao faz novo acordo.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-SOLICITACOES ASSIGN TO WS-ARQ-SOLICITACOES
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-SOLICITACOES.

           SELECT ARQ-MENSALIDADES ASSIGN TO WS-ARQ-MENSALIDADES
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-MENSALIDADES.

           SELECT ARQ-ACORDOS ASSIGN TO WS-ARQ-ACORDOS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-ACORDOS.

           SELECT RELATORIO ASSIGN TO WS-ARQ-RELATORIO
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ARQ-REJEITADOS ASSIGN TO WS-ARQ-REJEITADOS
               ORGANIZATION IS LINE SEQUENTIAL.

           COPY ERRLOGSL.

           COPY CALENDSL.

           COPY JOBLOGSL.

       DATA DIVISION.
       FILE SECTION.
       FD ARQ-SOLICITACOES.
       01 LINHA-SOLICITACAO        PIC X(80).

       FD ARQ-MENSALIDADES.
       01 REGISTRO-MENSALIDADE.
           COPY MENSALIDADE.

       FD ARQ-ACORDOS.
       01 REGISTRO-ACORDO.
           COPY ACORDO.

       FD RELATORIO.
       01 LINHA-RELATORIO          PIC X(100).

       FD ARQ-REJEITADOS.
       01 REGISTRO-REJEITADO       PIC X(130).

       COPY ERRLOGFD.

       COPY CALENDFD.

       COPY JOBLOGFD.

       WORKING-STORAGE SECTION.
       COPY ERRLOGWS.

       COPY CALENDWS.

       COPY JOBLOGWS.

       COPY SEPARAWS.

       COPY ENCARGWS.

       01 WS-ARQ-SOLICITACOES    PIC X(40)
           VALUE "acordos-solicitacoes.csv".
       01 WS-ARQ-MENSALIDADES    PIC X(40)
           VALUE "MENSALIDADES.DATA".
       01 WS-ARQ-ACORDOS         PIC X(40) VALUE "ACORDOS.DATA".
       01 WS-ARQ-RELATORIO       PIC X(40)
           VALUE "ACORDOS-EFETUADOS.LST".
       01 WS-ARQ-REJEITADOS      PIC X(40)
           VALUE "acordos-rejeitados.csv".

       01 WS-STATUS-SOLICITACOES PIC X(2).
       01 WS-STATUS-MENSALIDADES PIC X(2).
       01 WS-STATUS-ACORDOS      PIC X(2).

       01 WS-FIM-ARQ             PIC X VALUE "N".
       01 WS-DELIMITADOR         PIC X VALUE ";".

       01 WS-DATA-HOJE           PIC 9(8).
       01 WS-COMPETENCIA-HOJE    PIC 9(6).
       01 WS-COMPETENCIA         PIC 9(6).
       01 WS-COMPETENCIA-R REDEFINES WS-COMPETENCIA.
           05 WS-COMP-ANO        PIC 9(4).
           05 WS-COMP-MES        PIC 9(2).
       01 WS-VENCIMENTO          PIC 9(8).

       01 WS-MAX-PARCELAS-TXT    PIC X(10).
       01 WS-MAX-PARCELAS        PIC 9(2) VALUE 12.
       01 WS-PARCELAS-TXT        PIC X(10).
       01 WS-ULTIMO-ACORDO       PIC 9(6) VALUE 0.
       01 WS-NUM-PARCELA         PIC 9(2).
       01 WS-VALOR-PARCELA       PIC 9(7)V9(2).
       01 WS-VALOR-ULTIMA        PIC 9(7)V9(2).
       01 WS-VALOR-TOTAL         PIC 9(7)V9(2).

       01 QTD-SOLICITACOES       PIC 9(3) VALUE 0.
       01 TABELA-SOLICITACOES.
           05 TAC-ITEM OCCURS 500 TIMES INDEXED BY IDX-SOL.
               10 TAC-LINHA      PIC X(80).
               10 TAC-MATRICULA  PIC X(8).
               10 TAC-PARCELAS   PIC 9(2).
               10 TAC-CURSO      PIC X(20).
               10 TAC-QTD-ORIGINAIS PIC 9(3).
               10 TAC-VALOR-ORIGINAL PIC 9(7)V9(2).
               10 TAC-VALOR-ENCARGOS PIC 9(7)V9(2).
               10 TAC-PARCELA-ABERTA PIC X(1).
               10 TAC-ULTIMA-PARCELA PIC 9(6).
               10 TAC-NUMERO     PIC 9(6).
               10 TAC-SITUACAO   PIC X(1).
                   88 SOLICITACAO-ACEITA   VALUE "A".

       01 WS-MOTIVO-REJEICAO     PIC X(40).
       01 WS-LINHA-REJEITADA     PIC X(80).

       01 WS-VALOR-ED            PIC ZZZ,ZZZ,ZZ9.99.
       01 WS-ENCARGOS-ED         PIC ZZZ,ZZZ,ZZ9.99.
       01 WS-TOTAL-ED            PIC ZZZ,ZZZ,ZZ9.99.

       01 WS-TOTAL-LIDAS         PIC 9(5) VALUE 0.
       01 WS-TOTAL-ACORDOS       PIC 9(5) VALUE 0.
       01 WS-TOTAL-RENEGOCIADAS  PIC 9(5) VALUE 0.
       01 WS-TOTAL-PARCELAS      PIC 9(5) VALUE 0.
       01 WS-TOTAL-REJEITADAS    PIC 9(5) VALUE 0.

       PROCEDURE DIVISION.
       INICIO.
           PERFORM DEFINIR-ARQUIVOS.
           DISPLAY "============================================".
           DISPLAY " Acordo de Renegociacao de Mensalidades".
           DISPLAY "============================================".
           MOVE "MensalidadesAcordo" TO WS-JOBLOG-PROGRAMA.
           MOVE "INICIO" TO WS-JOBLOG-EVENTO.
           PERFORM GRAVAR-JOBLOG.

           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
           MOVE WS-DATA-HOJE(1:6) TO WS-COMPETENCIA-HOJE.
           PERFORM CARREGAR-ENCARGOS.

           OPEN OUTPUT ARQ-REJEITADOS.
           OPEN INPUT ARQ-SOLICITACOES.
           IF WS-STATUS-SOLICITACOES NOT = "00"
               MOVE WS-ARQ-SOLICITACOES TO WS-ERRLOG-ARQUIVO
               MOVE WS-STATUS-SOLICITACOES TO WS-ERRLOG-STATUS
               PERFORM REGISTRAR-ERRO-ABERTURA
           ELSE
               PERFORM CARREGAR-SOLICITACOES
               CLOSE ARQ-SOLICITACOES
               IF QTD-SOLICITACOES > 0
                   PERFORM LEVANTAR-DEBITOS
               END-IF
               IF QTD-SOLICITACOES > 0 AND RETURN-CODE < 8
                   PERFORM CARREGAR-ULTIMO-ACORDO
                   PERFORM AVALIAR-SOLICITACOES
               END-IF
               IF WS-TOTAL-ACORDOS > 0
                   PERFORM MARCAR-RENEGOCIADAS
               END-IF
               IF WS-TOTAL-ACORDOS > 0 AND RETURN-CODE < 8
                   PERFORM GRAVAR-ACORDOS
               END-IF
           END-IF.
           CLOSE ARQ-REJEITADOS.

           DISPLAY "Solicitacoes lidas...: " WS-TOTAL-LIDAS.
           DISPLAY "Acordos efetuados....: " WS-TOTAL-ACORDOS.
           DISPLAY "Faturas renegociadas.: " WS-TOTAL-RENEGOCIADAS.
           DISPLAY "Parcelas geradas.....: " WS-TOTAL-PARCELAS.
           DISPLAY "Rejeitadas...........: " WS-TOTAL-REJEITADAS.
           IF WS-TOTAL-REJEITADAS > 0 AND RETURN-CODE < 4
               DISPLAY "Rejeicoes em " WS-ARQ-REJEITADOS
               MOVE 4 TO RETURN-CODE
           END-IF.

           MOVE WS-TOTAL-ACORDOS TO WS-JOBLOG-QTD-REGISTROS.
           MOVE "FIM" TO WS-JOBLOG-EVENTO.
           PERFORM GRAVAR-JOBLOG.
           GOBACK.

       DEFINIR-ARQUIVOS.
           ACCEPT WS-ARQ-SOLICITACOES FROM ENVIRONMENT
                   "ACORDOS_SOLICITACOES"
               ON EXCEPTION
                   MOVE "acordos-solicitacoes.csv"
                       TO WS-ARQ-SOLICITACOES
           END-ACCEPT.
           ACCEPT WS-ARQ-MENSALIDADES FROM ENVIRONMENT
                   "MENSALIDADES_DATA"
               ON EXCEPTION
                   MOVE "MENSALIDADES.DATA" TO WS-ARQ-MENSALIDADES
           END-ACCEPT.
           ACCEPT WS-ARQ-ACORDOS FROM ENVIRONMENT "ACORDOS_DATA"
               ON EXCEPTION
                   MOVE "ACORDOS.DATA" TO WS-ARQ-ACORDOS
           END-ACCEPT.
           ACCEPT WS-ARQ-RELATORIO FROM ENVIRONMENT
                   "ACORDOS_EFETUADOS_LST"
               ON EXCEPTION
                   MOVE "ACORDOS-EFETUADOS.LST" TO WS-ARQ-RELATORIO
           END-ACCEPT.
           ACCEPT WS-ARQ-REJEITADOS FROM ENVIRONMENT
                   "ACORDOS_REJEITADOS"
               ON EXCEPTION
                   MOVE "acordos-rejeitados.csv" TO WS-ARQ-REJEITADOS
           END-ACCEPT.
           ACCEPT WS-MAX-PARCELAS-TXT FROM ENVIRONMENT
                   "ACORDO_MAX_PARCELAS"
               ON EXCEPTION
                   MOVE SPACES TO WS-MAX-PARCELAS-TXT
           END-ACCEPT.
           IF WS-MAX-PARCELAS-TXT NOT = SPACES
                   AND FUNCTION TEST-NUMVAL(WS-MAX-PARCELAS-TXT) = 0
               COMPUTE WS-MAX-PARCELAS
                   = FUNCTION NUMVAL(WS-MAX-PARCELAS-TXT)
           END-IF.

       REGISTRAR-ERRO-ABERTURA.
           DISPLAY "Erro ao abrir " WS-ERRLOG-ARQUIVO
              " Status: " WS-ERRLOG-STATUS.
           MOVE "MensalidadesAcordo" TO WS-ERRLOG-PROGRAMA.
           MOVE "INICIO" TO WS-ERRLOG-PARAGRAFO.
           PERFORM GRAVAR-ERRORLOG.
           MOVE 8 TO RETURN-CODE.

       CARREGAR-SOLICITACOES.
           MOVE "N" TO WS-FIM-ARQ.
           PERFORM UNTIL WS-FIM-ARQ = "S"
               READ ARQ-SOLICITACOES
                   AT END
                       MOVE "S" TO WS-FIM-ARQ
                   NOT AT END
                       IF LINHA-SOLICITACAO NOT = SPACES
                           ADD 1 TO WS-TOTAL-LIDAS
                           PERFORM GUARDAR-SOLICITACAO
                       END-IF
               END-READ
           END-PERFORM.

       GUARDAR-SOLICITACAO.
           MOVE SPACES TO WS-PARSE-LINHA.
           MOVE LINHA-SOLICITACAO TO WS-PARSE-LINHA.
           CALL "SeparaCampos" USING WS-PARSE-LINHA
               WS-DELIMITADOR WS-PARSE-CAMPOS
               WS-PARSE-QTD-CAMPOS WS-PARSE-QTD-REAIS
               WS-PARSE-STATUS.
           MOVE SPACES TO WS-MOTIVO-REJEICAO.
           MOVE WS-PARSE-CAMPO(2) TO WS-PARCELAS-TXT.
           PERFORM VARYING IDX-SOL FROM 1 BY 1
                   UNTIL IDX-SOL > QTD-SOLICITACOES
               IF TAC-MATRICULA(IDX-SOL) = WS-PARSE-CAMPO(1)(1:8)
                   MOVE "matricula repetida no lote"
                       TO WS-MOTIVO-REJEICAO
               END-IF
           END-PERFORM.
           EVALUATE TRUE
               WHEN WS-MOTIVO-REJEICAO NOT = SPACES
                   CONTINUE
               WHEN WS-PARSE-CAMPO(1) = SPACES
                   MOVE "matricula em branco" TO WS-MOTIVO-REJEICAO
               WHEN WS-PARSE-QTD-REAIS NOT = 2
                   MOVE "quantidade de campos invalida"
                       TO WS-MOTIVO-REJEICAO
               WHEN FUNCTION TEST-NUMVAL(WS-PARCELAS-TXT) NOT = 0
                   MOVE "quantidade de parcelas invalida"
                       TO WS-MOTIVO-REJEICAO
               WHEN FUNCTION NUMVAL(WS-PARCELAS-TXT) < 1
                       OR FUNCTION NUMVAL(WS-PARCELAS-TXT)
                           > WS-MAX-PARCELAS
                   MOVE "parcelas fora do limite do acordo"
                       TO WS-MOTIVO-REJEICAO
               WHEN QTD-SOLICITACOES NOT < 500
                   MOVE "limite de solicitacoes por lote"
                       TO WS-MOTIVO-REJEICAO
           END-EVALUATE.
           IF WS-MOTIVO-REJEICAO NOT = SPACES
               MOVE LINHA-SOLICITACAO TO WS-LINHA-REJEITADA
               PERFORM GRAVAR-REJEITADO
           ELSE
               ADD 1 TO QTD-SOLICITACOES
               SET IDX-SOL TO QTD-SOLICITACOES
               MOVE LINHA-SOLICITACAO TO TAC-LINHA(IDX-SOL)
               MOVE WS-PARSE-CAMPO(1) TO TAC-MATRICULA(IDX-SOL)
               COMPUTE TAC-PARCELAS(IDX-SOL)
                   = FUNCTION NUMVAL(WS-PARCELAS-TXT)
               MOVE SPACES TO TAC-CURSO(IDX-SOL)
               MOVE 0 TO TAC-QTD-ORIGINAIS(IDX-SOL)
               MOVE 0 TO TAC-VALOR-ORIGINAL(IDX-SOL)
               MOVE 0 TO TAC-VALOR-ENCARGOS(IDX-SOL)
               MOVE "N" TO TAC-PARCELA-ABERTA(IDX-SOL)
               MOVE 0 TO TAC-ULTIMA-PARCELA(IDX-SOL)
               MOVE 0 TO TAC-NUMERO(IDX-SOL)
               MOVE "P" TO TAC-SITUACAO(IDX-SOL)
           END-IF.

      * Primeira passada: soma as faturas em aberto de cada aluno
      * com os encargos ate hoje e localiza as parcelas de acordos
      * anteriores.
       LEVANTAR-DEBITOS.
           MOVE "N" TO WS-FIM-ARQ.
           OPEN INPUT ARQ-MENSALIDADES.
           IF WS-STATUS-MENSALIDADES NOT = "00"
               MOVE WS-ARQ-MENSALIDADES TO WS-ERRLOG-ARQUIVO
               MOVE WS-STATUS-MENSALIDADES TO WS-ERRLOG-STATUS
               PERFORM REGISTRAR-ERRO-ABERTURA
           ELSE
               PERFORM UNTIL WS-FIM-ARQ = "S"
                   READ ARQ-MENSALIDADES
                       AT END
                           MOVE "S" TO WS-FIM-ARQ
                       NOT AT END
                           PERFORM SOMAR-DEBITO
                   END-READ
               END-PERFORM
               CLOSE ARQ-MENSALIDADES
           END-IF.

       SOMAR-DEBITO.
           PERFORM VARYING IDX-SOL FROM 1 BY 1
                   UNTIL IDX-SOL > QTD-SOLICITACOES
               IF TAC-MATRICULA(IDX-SOL) = MEN-MATRICULA
                   IF PARCELA-ACORDO
                       IF MEN-COMPETENCIA
                               > TAC-ULTIMA-PARCELA(IDX-SOL)
                           MOVE MEN-COMPETENCIA
                               TO TAC-ULTIMA-PARCELA(IDX-SOL)
                       END-IF
                       IF PARCELA-ACORDO-ABERTA
                           MOVE "S" TO TAC-PARCELA-ABERTA(IDX-SOL)
                       END-IF
                   END-IF
                   IF MENSALIDADE-ABERTA AND NOT PARCELA-ACORDO
                       ADD 1 TO TAC-QTD-ORIGINAIS(IDX-SOL)
                       ADD MEN-VALOR-COBRADO
                           TO TAC-VALOR-ORIGINAL(IDX-SOL)
                       MOVE MEN-CURSO TO TAC-CURSO(IDX-SOL)
                       MOVE MEN-VALOR-COBRADO TO WS-ENC-VALOR
                       MOVE MEN-VENCIMENTO TO WS-ENC-VENCIMENTO
                       MOVE WS-DATA-HOJE TO WS-ENC-DATA-PAGAMENTO
                       PERFORM CALCULAR-ENCARGOS
                       ADD WS-ENC-MULTA
                           TO TAC-VALOR-ENCARGOS(IDX-SOL)
                       ADD WS-ENC-JUROS
                           TO TAC-VALOR-ENCARGOS(IDX-SOL)
                   END-IF
               END-IF
           END-PERFORM.

       CARREGAR-ULTIMO-ACORDO.
           MOVE "N" TO WS-FIM-ARQ.
           OPEN INPUT ARQ-ACORDOS.
           IF WS-STATUS-ACORDOS = "00"
               PERFORM UNTIL WS-FIM-ARQ = "S"
                   READ ARQ-ACORDOS
                       AT END
                           MOVE "S" TO WS-FIM-ARQ
                       NOT AT END
                           IF ACO-NUMERO > WS-ULTIMO-ACORDO
                               MOVE ACO-NUMERO TO WS-ULTIMO-ACORDO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQ-ACORDOS
           END-IF.

      * Parcelas comecam na competencia corrente ou, se um acordo
      * anterior ja quitado usou competencias futuras, na seguinte
      * a ultima parcela dele.
       AVALIAR-SOLICITACOES.
           PERFORM VARYING IDX-SOL FROM 1 BY 1
                   UNTIL IDX-SOL > QTD-SOLICITACOES
               MOVE SPACES TO WS-MOTIVO-REJEICAO
               EVALUATE TRUE
                   WHEN TAC-PARCELA-ABERTA(IDX-SOL) = "S"
                       MOVE "aluno com parcela de acordo em aberto"
                           TO WS-MOTIVO-REJEICAO
                   WHEN TAC-QTD-ORIGINAIS(IDX-SOL) = 0
                       MOVE "nenhuma mensalidade em aberto"
                           TO WS-MOTIVO-REJEICAO
                   WHEN WS-ULTIMO-ACORDO NOT < 999999
                       MOVE "numeracao de acordos esgotada"
                           TO WS-MOTIVO-REJEICAO
               END-EVALUATE
               IF WS-MOTIVO-REJEICAO NOT = SPACES
                   MOVE "R" TO TAC-SITUACAO(IDX-SOL)
                   MOVE TAC-LINHA(IDX-SOL) TO WS-LINHA-REJEITADA
                   PERFORM GRAVAR-REJEITADO
               ELSE
                   ADD 1 TO WS-ULTIMO-ACORDO
                   MOVE WS-ULTIMO-ACORDO TO TAC-NUMERO(IDX-SOL)
                   SET SOLICITACAO-ACEITA(IDX-SOL) TO TRUE
                   IF TAC-ULTIMA-PARCELA(IDX-SOL)
                           < WS-COMPETENCIA-HOJE
                       MOVE WS-COMPETENCIA-HOJE
                           TO TAC-ULTIMA-PARCELA(IDX-SOL)
                   ELSE
                       MOVE TAC-ULTIMA-PARCELA(IDX-SOL)
                           TO WS-COMPETENCIA
                       PERFORM AVANCAR-COMPETENCIA
                       MOVE WS-COMPETENCIA
                           TO TAC-ULTIMA-PARCELA(IDX-SOL)
                   END-IF
                   ADD 1 TO WS-TOTAL-ACORDOS
               END-IF
           END-PERFORM.

      * Segunda passada: as faturas em aberto dos acordos aceitos
      * passam a renegociadas.
       MARCAR-RENEGOCIADAS.
           MOVE "N" TO WS-FIM-ARQ.
           OPEN I-O ARQ-MENSALIDADES.
           IF WS-STATUS-MENSALIDADES NOT = "00"
               MOVE WS-ARQ-MENSALIDADES TO WS-ERRLOG-ARQUIVO
               MOVE WS-STATUS-MENSALIDADES TO WS-ERRLOG-STATUS
               PERFORM REGISTRAR-ERRO-ABERTURA
           ELSE
               PERFORM UNTIL WS-FIM-ARQ = "S"
                   READ ARQ-MENSALIDADES
                       AT END
                           MOVE "S" TO WS-FIM-ARQ
                       NOT AT END
                           IF MENSALIDADE-ABERTA
                                   AND NOT PARCELA-ACORDO
                               PERFORM RENEGOCIAR-FATURA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQ-MENSALIDADES
           END-IF.

       RENEGOCIAR-FATURA.
           PERFORM VARYING IDX-SOL FROM 1 BY 1
                   UNTIL IDX-SOL > QTD-SOLICITACOES
               IF TAC-MATRICULA(IDX-SOL) = MEN-MATRICULA
                       AND SOLICITACAO-ACEITA(IDX-SOL)
                       AND MENSALIDADE-ABERTA
                   SET MENSALIDADE-RENEGOCIADA TO TRUE
                   REWRITE REGISTRO-MENSALIDADE
                   ADD 1 TO WS-TOTAL-RENEGOCIADAS
               END-IF
           END-PERFORM.

       GRAVAR-ACORDOS.
           OPEN EXTEND ARQ-MENSALIDADES.
           OPEN EXTEND ARQ-ACORDOS.
           IF WS-STATUS-ACORDOS = "35"
               OPEN OUTPUT ARQ-ACORDOS
           END-IF.
           OPEN OUTPUT RELATORIO.
           PERFORM ABRIR-CALENDARIO.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "Acordos de Renegociacao em " DELIMITED BY SIZE
               WS-DATA-HOJE DELIMITED BY SIZE
               INTO LINHA-RELATORIO
           END-STRING.
           WRITE LINHA-RELATORIO.
           PERFORM VARYING IDX-SOL FROM 1 BY 1
                   UNTIL IDX-SOL > QTD-SOLICITACOES
               IF SOLICITACAO-ACEITA(IDX-SOL)
                   PERFORM GRAVAR-UM-ACORDO
               END-IF
           END-PERFORM.
           PERFORM FECHAR-CALENDARIO.
           CLOSE RELATORIO.
           CLOSE ARQ-ACORDOS.
           CLOSE ARQ-MENSALIDADES.
           DISPLAY "Cronograma gravado em " WS-ARQ-RELATORIO.

       GRAVAR-UM-ACORDO.
           COMPUTE WS-VALOR-TOTAL = TAC-VALOR-ORIGINAL(IDX-SOL)
               + TAC-VALOR-ENCARGOS(IDX-SOL).
           COMPUTE WS-VALOR-PARCELA
               = WS-VALOR-TOTAL / TAC-PARCELAS(IDX-SOL).
           COMPUTE WS-VALOR-ULTIMA = WS-VALOR-TOTAL
               - WS-VALOR-PARCELA * (TAC-PARCELAS(IDX-SOL) - 1).
           MOVE TAC-NUMERO(IDX-SOL) TO ACO-NUMERO.
           MOVE TAC-MATRICULA(IDX-SOL) TO ACO-MATRICULA.
           MOVE WS-DATA-HOJE TO ACO-DATA.
           MOVE TAC-QTD-ORIGINAIS(IDX-SOL) TO ACO-QTD-ORIGINAIS.
           MOVE TAC-VALOR-ORIGINAL(IDX-SOL) TO ACO-VALOR-ORIGINAL.
           MOVE TAC-VALOR-ENCARGOS(IDX-SOL) TO ACO-VALOR-ENCARGOS.
           MOVE WS-VALOR-TOTAL TO ACO-VALOR-TOTAL.
           MOVE TAC-PARCELAS(IDX-SOL) TO ACO-QTD-PARCELAS.
           MOVE WS-VALOR-PARCELA TO ACO-VALOR-PARCELA.
           MOVE TAC-ULTIMA-PARCELA(IDX-SOL)
               TO ACO-COMPETENCIA-INICIAL.
           WRITE REGISTRO-ACORDO.

           MOVE SPACES TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "Acordo " DELIMITED BY SIZE
               ACO-NUMERO DELIMITED BY SIZE
               "  Matricula " DELIMITED BY SIZE
               ACO-MATRICULA DELIMITED BY SIZE
               "  Curso " DELIMITED BY SIZE
               TAC-CURSO(IDX-SOL) DELIMITED BY SIZE
               "  Faturas " DELIMITED BY SIZE
               ACO-QTD-ORIGINAIS DELIMITED BY SIZE
               INTO LINHA-RELATORIO
           END-STRING.
           WRITE LINHA-RELATORIO.
           MOVE ACO-VALOR-ORIGINAL TO WS-VALOR-ED.
           MOVE ACO-VALOR-ENCARGOS TO WS-ENCARGOS-ED.
           MOVE ACO-VALOR-TOTAL TO WS-TOTAL-ED.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "  Original " DELIMITED BY SIZE
               WS-VALOR-ED DELIMITED BY SIZE
               "  Multa e juros " DELIMITED BY SIZE
               WS-ENCARGOS-ED DELIMITED BY SIZE
               "  Total " DELIMITED BY SIZE
               WS-TOTAL-ED DELIMITED BY SIZE
               INTO LINHA-RELATORIO
           END-STRING.
           WRITE LINHA-RELATORIO.

           MOVE ACO-COMPETENCIA-INICIAL TO WS-COMPETENCIA.
           PERFORM VARYING WS-NUM-PARCELA FROM 1 BY 1
                   UNTIL WS-NUM-PARCELA > TAC-PARCELAS(IDX-SOL)
               PERFORM GRAVAR-PARCELA
               PERFORM AVANCAR-COMPETENCIA
           END-PERFORM.
           ADD TAC-PARCELAS(IDX-SOL) TO WS-TOTAL-PARCELAS.
           DISPLAY "Acordo " ACO-NUMERO " matricula " ACO-MATRICULA
              " parcelas " ACO-QTD-PARCELAS.

       GRAVAR-PARCELA.
           COMPUTE WS-VENCIMENTO = WS-COMPETENCIA * 100 + 10.
           IF WS-VENCIMENTO < WS-DATA-HOJE
               MOVE WS-DATA-HOJE TO WS-VENCIMENTO
           END-IF.
           MOVE WS-VENCIMENTO TO WS-CAL-DATA-CONSULTA.
           PERFORM ROLAR-DIA-UTIL.
           MOVE WS-CAL-DATA-CONSULTA TO WS-VENCIMENTO.
           MOVE TAC-MATRICULA(IDX-SOL) TO MEN-MATRICULA.
           MOVE WS-COMPETENCIA TO MEN-COMPETENCIA.
           MOVE TAC-CURSO(IDX-SOL) TO MEN-CURSO.
           IF WS-NUM-PARCELA = TAC-PARCELAS(IDX-SOL)
               MOVE WS-VALOR-ULTIMA TO MEN-VALOR-BASE
           ELSE
               MOVE WS-VALOR-PARCELA TO MEN-VALOR-BASE
           END-IF.
           MOVE 0 TO MEN-VALOR-DESCONTO.
           MOVE MEN-VALOR-BASE TO MEN-VALOR-COBRADO.
           MOVE WS-VENCIMENTO TO MEN-VENCIMENTO.
           SET PARCELA-ACORDO-ABERTA TO TRUE.
           MOVE 0 TO MEN-DATA-PAGAMENTO.
           WRITE REGISTRO-MENSALIDADE.
           MOVE MEN-VALOR-COBRADO TO WS-VALOR-ED.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "  Parcela " DELIMITED BY SIZE
               WS-NUM-PARCELA DELIMITED BY SIZE
               "  Competencia " DELIMITED BY SIZE
               MEN-COMPETENCIA DELIMITED BY SIZE
               "  Vencimento " DELIMITED BY SIZE
               MEN-VENCIMENTO DELIMITED BY SIZE
               "  Valor " DELIMITED BY SIZE
               WS-VALOR-ED DELIMITED BY SIZE
               INTO LINHA-RELATORIO
           END-STRING.
           WRITE LINHA-RELATORIO.

       AVANCAR-COMPETENCIA.
           IF WS-COMP-MES = 12
               ADD 1 TO WS-COMP-ANO
               MOVE 1 TO WS-COMP-MES
           ELSE
               ADD 1 TO WS-COMP-MES
           END-IF.

       GRAVAR-REJEITADO.
           ADD 1 TO WS-TOTAL-REJEITADAS.
           MOVE SPACES TO REGISTRO-REJEITADO.
           STRING WS-LINHA-REJEITADA DELIMITED BY SIZE
               " || " DELIMITED BY SIZE
               WS-MOTIVO-REJEICAO DELIMITED BY SIZE
               INTO REGISTRO-REJEITADO
           END-STRING.
           WRITE REGISTRO-REJEITADO.

       COPY ENCARGPD.

       COPY CALENDPD.

       COPY JOBLOGPD.

       COPY ERRLOGPD.

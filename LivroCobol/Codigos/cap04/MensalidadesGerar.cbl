           SELECT REL-FONTES ASSIGN TO WS-ARQ-REL-FONTES
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ARQ-COBRANCA ASSIGN TO WS-ARQ-COBRANCA
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-COBRANCA.

           SELECT ARQ-CREDITOS ASSIGN TO WS-ARQ-CREDITOS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-CREDITOS.

           COPY ERRLOGSL.

           COPY CALENDSL.
       FD REL-FONTES.
       01 LINHA-REL-FONTES         PIC X(80).

       FD ARQ-COBRANCA.
       01 REGISTRO-COBRANCA        PIC X(100).

       FD ARQ-CREDITOS.
       01 REGISTRO-CREDITO.
           COPY CREDITO.

       COPY ERRLOGFD.

       COPY CALENDFD.
       01 WS-ARQ-BOLSAS          PIC X(40) VALUE "BOLSAS.DATA".
       01 WS-ARQ-REL-FONTES      PIC X(40)
           VALUE "BOLSAS-FONTES.LST".
       01 WS-ARQ-COBRANCA        PIC X(40)
           VALUE "REMESSA-COBRANCA.DATA".
       01 WS-STATUS-COBRANCA     PIC X(2).
       01 WS-EMPRESA             PIC X(30).
       01 WS-ARQ-CREDITOS        PIC X(40)
           VALUE "CREDITOS-MENSALIDADES.DATA".
       01 WS-STATUS-CREDITOS     PIC X(2).
       01 WS-FIM-CREDITOS        PIC X VALUE "N".
       01 WS-ORDEM-CREDITO       PIC 9(5).

       01 QTD-CREDITOS           PIC 9(4) VALUE 0.
       01 TABELA-CREDITOS.
           05 TCR-ITEM OCCURS 1000 TIMES INDEXED BY IDX-CRE.
               10 TCR-MATRICULA  PIC X(8).
               10 TCR-VALOR      PIC 9(7)V9(2).
               10 TCR-ORDEM      PIC 9(5).
               10 TCR-USADO      PIC X(1).

       01 WS-VALOR-CREDITO       PIC 9(7)V9(2).
       01 WS-TOTAL-COMPENSADOS   PIC 9(5) VALUE 0.
       01 WS-STATUS-BOLSAS       PIC X(2).
       01 WS-FIM-BOLSAS          PIC X VALUE "N".

       01 WS-TOTAL-GERADAS       PIC 9(5) VALUE 0.
       01 WS-TOTAL-PULADAS       PIC 9(5) VALUE 0.
       01 WS-TOTAL-REJEITADAS    PIC 9(5) VALUE 0.
       01 WS-TOTAL-TITULOS       PIC 9(7) VALUE 0.
       01 WS-SOMA-TITULOS        PIC 9(11)V9(2) VALUE 0.

       COPY COBRANCA.

       COPY NOSNUMWS.

       PROCEDURE DIVISION.
       INICIO.
           PERFORM CARREGAR-PRECOS.
           PERFORM CARREGAR-BOLSAS.
           PERFORM CARREGAR-EXISTENTES.
           PERFORM CARREGAR-CREDITOS.

           OPEN INPUT ARQ-ALUNOS.
           IF WS-STATUS-ALUNOS NOT = "00"
               END-PERFORM
               CLOSE ARQ-REJEITADOS
               CLOSE ARQ-MENSALIDADES
               IF WS-TOTAL-COMPENSADOS > 0
                   PERFORM BAIXAR-CREDITOS-COMPENSADOS
               END-IF
               PERFORM GERAR-REMESSA-COBRANCA
               CLOSE ARQ-ALUNOS
               PERFORM RELATORIO-FONTES
           END-IF.
           DISPLAY "Mensalidades geradas.: " WS-TOTAL-GERADAS.
           DISPLAY "Ja faturadas (puladas): " WS-TOTAL-PULADAS.
           DISPLAY "Sem preco (rejeitadas): " WS-TOTAL-REJEITADAS.
           DISPLAY "Titulos na remessa...: " WS-TOTAL-TITULOS.
           DISPLAY "Creditos compensados.: " WS-TOTAL-COMPENSADOS.
           IF WS-TOTAL-REJEITADAS > 0 AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF.
               ON EXCEPTION
                   MOVE "BOLSAS-FONTES.LST" TO WS-ARQ-REL-FONTES
           END-ACCEPT.
           ACCEPT WS-ARQ-COBRANCA FROM ENVIRONMENT "REMESSA_COBRANCA"
               ON EXCEPTION
                   MOVE "REMESSA-COBRANCA.DATA" TO WS-ARQ-COBRANCA
           END-ACCEPT.
           ACCEPT WS-EMPRESA FROM ENVIRONMENT "EMPRESA_NOME"
               ON EXCEPTION
                   MOVE "EMPRESA" TO WS-EMPRESA
           END-ACCEPT.
           ACCEPT WS-ARQ-CREDITOS FROM ENVIRONMENT
                   "CREDITOS_MENSALIDADES"
               ON EXCEPTION
                   MOVE "CREDITOS-MENSALIDADES.DATA"
                       TO WS-ARQ-CREDITOS
           END-ACCEPT.

       CARREGAR-PRECOS.
           MOVE 0 TO QTD-PRECOS.
           END-IF.

      * Uma mensalidade por aluno e competencia: a regeracao da
      * mesma competencia pula quem ja foi faturado. Parcela de
      * acordo nao conta como faturamento da competencia.
       CARREGAR-EXISTENTES.
           MOVE 0 TO QTD-EXISTENTES.
           MOVE "N" TO WS-FIM-MENSALIDADES.
                           MOVE "S" TO WS-FIM-MENSALIDADES
                       NOT AT END
                           IF MEN-COMPETENCIA = WS-COMPETENCIA
                                   AND NOT PARCELA-ACORDO
                                   AND QTD-EXISTENTES < 2000
                               ADD 1 TO QTD-EXISTENTES
                               SET IDX-EXI TO QTD-EXISTENTES

       GRAVAR-MENSALIDADE.
           PERFORM APLICAR-BOLSA.
           PERFORM APLICAR-CREDITOS.
           MOVE ALU-MATRICULA TO MEN-MATRICULA.
           MOVE WS-COMPETENCIA TO MEN-COMPETENCIA.
           MOVE ALU-CURSO TO MEN-CURSO.
           MOVE WS-VALOR-CURSO TO MEN-VALOR-BASE.
           COMPUTE MEN-VALOR-DESCONTO = WS-VALOR-DESCONTO
               + WS-VALOR-CREDITO.
           COMPUTE MEN-VALOR-COBRADO = WS-VALOR-CURSO
               - WS-VALOR-DESCONTO - WS-VALOR-CREDITO.
           MOVE WS-VENCIMENTO TO MEN-VENCIMENTO.
           SET MENSALIDADE-ABERTA TO TRUE.
           MOVE 0 TO MEN-DATA-PAGAMENTO.
               MOVE WS-VALOR-DESCONTO TO TFO-DESCONTO(IDX-FON)
           END-IF.

      * Creditos pro rata pendentes (troca de turma com fatura ja
      * paga, CREDITOS-MENSALIDADES.DATA), guardados com a posicao
      * do registro para a baixa depois da geracao.
       CARREGAR-CREDITOS.
           MOVE 0 TO QTD-CREDITOS.
           MOVE 0 TO WS-ORDEM-CREDITO.
           MOVE "N" TO WS-FIM-CREDITOS.
           OPEN INPUT ARQ-CREDITOS.
           IF WS-STATUS-CREDITOS = "00"
               PERFORM UNTIL WS-FIM-CREDITOS = "S"
                   READ ARQ-CREDITOS
                       AT END
                           MOVE "S" TO WS-FIM-CREDITOS
                       NOT AT END
                           ADD 1 TO WS-ORDEM-CREDITO
                           IF AJUSTE-CREDITO AND CREDITO-PENDENTE
                                   AND QTD-CREDITOS < 1000
                               ADD 1 TO QTD-CREDITOS
                               SET IDX-CRE TO QTD-CREDITOS
                               MOVE CRE-MATRICULA
                                   TO TCR-MATRICULA(IDX-CRE)
                               MOVE CRE-VALOR TO TCR-VALOR(IDX-CRE)
                               MOVE WS-ORDEM-CREDITO
                                   TO TCR-ORDEM(IDX-CRE)
                               MOVE "N" TO TCR-USADO(IDX-CRE)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQ-CREDITOS
           END-IF.

      * Cada credito e compensado inteiro, enquanto couber no valor
      * a cobrar depois da bolsa; o que nao cabe fica pendente para
      * a competencia seguinte.
       APLICAR-CREDITOS.
           MOVE 0 TO WS-VALOR-CREDITO.
           PERFORM VARYING IDX-CRE FROM 1 BY 1
                   UNTIL IDX-CRE > QTD-CREDITOS
               IF TCR-MATRICULA(IDX-CRE) = ALU-MATRICULA
                       AND TCR-USADO(IDX-CRE) = "N"
                       AND WS-VALOR-CREDITO + TCR-VALOR(IDX-CRE)
                           NOT > WS-VALOR-CURSO - WS-VALOR-DESCONTO
                   ADD TCR-VALOR(IDX-CRE) TO WS-VALOR-CREDITO
                   MOVE "S" TO TCR-USADO(IDX-CRE)
                   ADD 1 TO WS-TOTAL-COMPENSADOS
               END-IF
           END-PERFORM.

       BAIXAR-CREDITOS-COMPENSADOS.
           MOVE 0 TO WS-ORDEM-CREDITO.
           MOVE "N" TO WS-FIM-CREDITOS.
           OPEN I-O ARQ-CREDITOS.
           IF WS-STATUS-CREDITOS = "00"
               PERFORM UNTIL WS-FIM-CREDITOS = "S"
                   READ ARQ-CREDITOS
                       AT END
                           MOVE "S" TO WS-FIM-CREDITOS
                       NOT AT END
                           ADD 1 TO WS-ORDEM-CREDITO
                           PERFORM MARCAR-CREDITO-COMPENSADO
                   END-READ
               END-PERFORM
               CLOSE ARQ-CREDITOS
           ELSE
               DISPLAY "Erro ao abrir " WS-ARQ-CREDITOS
                  " Status: " WS-STATUS-CREDITOS
               MOVE "MensalidadesGerar" TO WS-ERRLOG-PROGRAMA
               MOVE "BAIXAR-CREDITOS-COMPENSADOS"
                   TO WS-ERRLOG-PARAGRAFO
               MOVE WS-ARQ-CREDITOS TO WS-ERRLOG-ARQUIVO
               MOVE WS-STATUS-CREDITOS TO WS-ERRLOG-STATUS
               PERFORM GRAVAR-ERRORLOG
               MOVE 8 TO RETURN-CODE
           END-IF.

       MARCAR-CREDITO-COMPENSADO.
           PERFORM VARYING IDX-CRE FROM 1 BY 1
                   UNTIL IDX-CRE > QTD-CREDITOS
               IF TCR-ORDEM(IDX-CRE) = WS-ORDEM-CREDITO
                       AND TCR-USADO(IDX-CRE) = "S"
                   SET CREDITO-COMPENSADO TO TRUE
                   MOVE WS-COMPETENCIA TO CRE-COMPETENCIA-USO
                   REWRITE REGISTRO-CREDITO
               END-IF
           END-PERFORM.

       RELATORIO-FONTES.
           IF QTD-FONTES = 0
               CONTINUE
               DISPLAY "Bolsas por fonte em " WS-ARQ-REL-FONTES
           END-IF.

      * Remessa de cobranca da competencia: um titulo por
      * mensalidade ou parcela de acordo em aberto da competencia,
      * inclusive as faturadas em execucao anterior, de modo que
      * a regeracao reproduz a remessa completa.
       GERAR-REMESSA-COBRANCA.
           OPEN OUTPUT ARQ-COBRANCA.
           MOVE SPACES TO COBRANCA-CABECALHO.
           MOVE "0" TO COB-CAB-TIPO.
           MOVE WS-EMPRESA TO COB-CAB-EMPRESA.
           MOVE WS-COMPETENCIA TO COB-CAB-COMPETENCIA.
           MOVE WS-DATA-HOJE TO COB-CAB-DATA.
           WRITE REGISTRO-COBRANCA FROM COBRANCA-CABECALHO.
           MOVE "N" TO WS-FIM-MENSALIDADES.
           OPEN INPUT ARQ-MENSALIDADES.
           IF WS-STATUS-MENSALIDADES = "00"
               PERFORM UNTIL WS-FIM-MENSALIDADES = "S"
                   READ ARQ-MENSALIDADES
                       AT END
                           MOVE "S" TO WS-FIM-MENSALIDADES
                       NOT AT END
                           IF MEN-COMPETENCIA = WS-COMPETENCIA
                                   AND MENSALIDADE-ABERTA
                               PERFORM GRAVAR-TITULO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQ-MENSALIDADES
           END-IF.
           MOVE SPACES TO COBRANCA-TRAILER.
           MOVE "9" TO COB-TRL-TIPO.
           MOVE WS-TOTAL-TITULOS TO COB-TRL-QTD.
           MOVE WS-SOMA-TITULOS TO COB-TRL-SOMA.
           WRITE REGISTRO-COBRANCA FROM COBRANCA-TRAILER.
           CLOSE ARQ-COBRANCA.
           DISPLAY "Remessa de cobranca em " WS-ARQ-COBRANCA.

       GRAVAR-TITULO.
           IF PARCELA-ACORDO
               MOVE "2" TO WS-NN-TIPO
           ELSE
               MOVE "1" TO WS-NN-TIPO
           END-IF.
           MOVE MEN-MATRICULA TO WS-NN-MATRICULA.
           MOVE MEN-COMPETENCIA TO WS-NN-COMPETENCIA.
           PERFORM CALCULAR-DV-NOSSO-NUMERO.
           MOVE WS-NN-DV-CALCULADO TO WS-NN-DV.
           MOVE SPACES TO COBRANCA-DETALHE.
           MOVE "1" TO COB-DET-TIPO.
           MOVE WS-NOSSO-NUMERO TO COB-DET-NOSSO-NUMERO.
           MOVE MEN-MATRICULA TO COB-DET-MATRICULA.
           MOVE MEN-MATRICULA TO ALU-MATRICULA.
           READ ARQ-ALUNOS
               INVALID KEY
                   MOVE SPACES TO COB-DET-NOME
                   MOVE 0 TO COB-DET-CPF
               NOT INVALID KEY
                   MOVE ALU-NOME TO COB-DET-NOME
                   MOVE ALU-CPF TO COB-DET-CPF
           END-READ.
           MOVE MEN-COMPETENCIA TO COB-DET-COMPETENCIA.
           MOVE MEN-VENCIMENTO TO COB-DET-VENCIMENTO.
           MOVE MEN-VALOR-COBRADO TO COB-DET-VALOR.
           WRITE REGISTRO-COBRANCA FROM COBRANCA-DETALHE.
           ADD 1 TO WS-TOTAL-TITULOS.
           ADD MEN-VALOR-COBRADO TO WS-SOMA-TITULOS.

       GRAVAR-REJEITADO.
           ADD 1 TO WS-TOTAL-REJEITADAS.
           MOVE SPACES TO REGISTRO-REJEITADO.
           END-STRING.
           WRITE REGISTRO-REJEITADO.

       COPY NOSNUMPD.

       COPY CALENDPD.

       COPY JOBLOGPD.

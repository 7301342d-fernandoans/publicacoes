               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-CONTROLE-FOLHA.

           SELECT ARQ-REVISAO ASSIGN TO WS-ARQ-REVISAO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-REVISAO.

           SELECT ARQ-CONCILIACAO ASSIGN TO WS-ARQ-CONCILIACAO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-CONCILIACAO.

           SELECT ARQ-MOVIMENTO ASSIGN TO WS-ARQ-MOVIMENTO-FECHAMENTO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-MOVIMENTO.

           SELECT ARQ-ADIANTAMENTOS ASSIGN TO WS-ARQ-ADIANTAMENTOS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-ADIANTAMENTOS.

           COPY FOLHAHSL.

           COPY ERRLOGSL.

           COPY JOBLOGSL.
       01 REGISTRO-CONTROLE-FOLHA.
           COPY FOLHACTL.

       FD ARQ-REVISAO.
       01 REGISTRO-REVISAO.
           COPY FOLHAREV.

       FD ARQ-CONCILIACAO.
       01 REGISTRO-CONCILIACAO.
           COPY FOLHACON.

       FD ARQ-MOVIMENTO.
       01 REGISTRO-MOVIMENTO.
           COPY FOLHAMOV.

       FD ARQ-ADIANTAMENTOS.
       01 REGISTRO-ADIANTAMENTO.
           COPY ADIANTMOV.

       COPY FOLHAHFD.

       COPY ERRLOGFD.

       COPY JOBLOGFD.

       COPY JOBLOGWS.

       COPY FOLHAHWS.

       01 WS-ARQ-CONTROLE-FOLHA  PIC X(40)
           VALUE "FOLHA-CONTROLE.DATA".
       01 WS-ARQ-REVISAO         PIC X(40)
           VALUE "FOLHA-REVISAO.DATA".
       01 WS-ARQ-CONCILIACAO     PIC X(40)
           VALUE "FOLHA-CONCILIACAO.DATA".
       01 WS-ARQ-MOVIMENTO       PIC X(40)
           VALUE "FOLHA-MOVIMENTO.DATA".
       01 WS-ARQ-MOVIMENTO-FECHAMENTO PIC X(40).
       01 WS-ARQ-ADIANTAMENTOS   PIC X(40)
           VALUE "ADIANTAMENTO-MOVIMENTO.DATA".
       01 WS-ARQUIVOS-DEFINIDOS  PIC X VALUE "N".

       01 WS-OPCAO               PIC 9.
       01 WS-STATUS-CONTROLE-FOLHA PIC X(2).
       01 WS-FIM-CONTROLE        PIC X VALUE "N".
       01 WS-STATUS-REVISAO      PIC X(2).
       01 WS-FIM-REVISAO         PIC X VALUE "N".
       01 WS-REVISADA            PIC X VALUE "N".
       01 WS-OCORRENCIAS-REVISAO PIC 9(5) VALUE 0.
       01 WS-STATUS-CONCILIACAO  PIC X(2).
       01 WS-FIM-CONCILIACAO     PIC X VALUE "N".
       01 WS-SITUACAO-CONCILIACAO PIC X(1) VALUE SPACE.
       01 WS-DIVERGENCIAS-CONCILIACAO PIC 9(5) VALUE 0.
       01 WS-ENCONTRADO          PIC X VALUE "N".
       01 WS-STATUS-MOVIMENTO    PIC X(2).
       01 WS-FIM-MOVIMENTO       PIC X VALUE "N".
       01 WS-STATUS-ADIANTAMENTOS PIC X(2).
       01 WS-FIM-ADIANTAMENTOS   PIC X VALUE "N".
       01 WS-ADIANTAMENTOS-PENDENTES PIC 9(5) VALUE 0.
       01 WS-FECHAMENTO-GRAVADO  PIC X VALUE "N".
       01 WS-CONFIRMA            PIC X(1).
       01 WS-TOTAL-OPERACOES     PIC 9(5) VALUE ZEROS.

                   MOVE "FOLHA-CONTROLE.DATA"
                       TO WS-ARQ-CONTROLE-FOLHA
           END-ACCEPT.
           ACCEPT WS-ARQ-REVISAO FROM ENVIRONMENT
                   "FOLHA_REVISAO_DATA"
               ON EXCEPTION
                   MOVE "FOLHA-REVISAO.DATA" TO WS-ARQ-REVISAO
           END-ACCEPT.
           ACCEPT WS-ARQ-CONCILIACAO FROM ENVIRONMENT
                   "FOLHA_CONCILIACAO_DATA"
               ON EXCEPTION
                   MOVE "FOLHA-CONCILIACAO.DATA"
                       TO WS-ARQ-CONCILIACAO
           END-ACCEPT.
           ACCEPT WS-ARQ-MOVIMENTO FROM ENVIRONMENT
                   "FOLHA_MOVIMENTO_DATA"
               ON EXCEPTION
                   MOVE "FOLHA-MOVIMENTO.DATA" TO WS-ARQ-MOVIMENTO
           END-ACCEPT.
           ACCEPT WS-ARQ-ADIANTAMENTOS FROM ENVIRONMENT
                   "ADIANTAMENTO_MOVIMENTO_DATA"
               ON EXCEPTION
                   MOVE "ADIANTAMENTO-MOVIMENTO.DATA"
                       TO WS-ARQ-ADIANTAMENTOS
           END-ACCEPT.

       LISTAR.
           DISPLAY "--------------------------------".
                       PERFORM INICIO
                   END-IF
               END-IF
               IF ACAO-FECHAR
                   PERFORM VERIFICAR-REVISAO
                   PERFORM VERIFICAR-CONCILIACAO
                   PERFORM VERIFICAR-ADIANTAMENTOS
               END-IF
               PERFORM LOCALIZAR-E-MUDAR
               PERFORM INICIO
           END-IF.

      * O fechamento avisa quando a competencia nao passou pelo
      * relatorio de variacao (VariacaoFolha) e pede confirmacao.
       VERIFICAR-REVISAO.
           MOVE "N" TO WS-REVISADA.
           MOVE 0 TO WS-OCORRENCIAS-REVISAO.
           MOVE "N" TO WS-FIM-REVISAO.
           OPEN INPUT ARQ-REVISAO.
           IF WS-STATUS-REVISAO = "00"
               PERFORM UNTIL WS-FIM-REVISAO = "S"
                   READ ARQ-REVISAO
                       AT END
                           MOVE "S" TO WS-FIM-REVISAO
                       NOT AT END
                           IF FRV-COMPETENCIA = WS-COMPETENCIA-NUM
                                   AND FRV-UNIDADE = WS-UNIDADE
                               MOVE "S" TO WS-REVISADA
                               MOVE FRV-QTD-OCORRENCIAS
                                   TO WS-OCORRENCIAS-REVISAO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQ-REVISAO
           END-IF.
           IF WS-REVISADA = "N"
               DISPLAY "Aviso: relatorio de variacao nao gerado para"
                  " a competencia " WS-COMPETENCIA-TXT "."
               DISPLAY "Fechar mesmo assim? (S/N): "
               ACCEPT WS-CONFIRMA
               IF WS-CONFIRMA NOT = "S" AND WS-CONFIRMA NOT = "s"
                   DISPLAY "Fechamento cancelado."
                   PERFORM INICIO
               END-IF
           ELSE
               IF WS-OCORRENCIAS-REVISAO > 0
                   DISPLAY "Revisao de variacao apontou "
                      WS-OCORRENCIAS-REVISAO " ocorrencia(s)."
               END-IF
           END-IF.

      * O fechamento so e aceito quando a ultima conciliacao da
      * competencia e unidade (ConciliacaoFolha) bateu.
       VERIFICAR-CONCILIACAO.
           MOVE SPACE TO WS-SITUACAO-CONCILIACAO.
           MOVE 0 TO WS-DIVERGENCIAS-CONCILIACAO.
           MOVE "N" TO WS-FIM-CONCILIACAO.
           OPEN INPUT ARQ-CONCILIACAO.
           IF WS-STATUS-CONCILIACAO = "00"
               PERFORM UNTIL WS-FIM-CONCILIACAO = "S"
                   READ ARQ-CONCILIACAO
                       AT END
                           MOVE "S" TO WS-FIM-CONCILIACAO
                       NOT AT END
                           IF FCN-COMPETENCIA = WS-COMPETENCIA-NUM
                                   AND FCN-UNIDADE = WS-UNIDADE
                               MOVE FCN-SITUACAO
                                   TO WS-SITUACAO-CONCILIACAO
                               MOVE FCN-QTD-DIVERGENCIAS
                                   TO WS-DIVERGENCIAS-CONCILIACAO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQ-CONCILIACAO
           END-IF.
           IF WS-SITUACAO-CONCILIACAO = SPACE
               DISPLAY "Conciliacao da folha nao executada para"
                  " a competencia " WS-COMPETENCIA-TXT "."
               DISPLAY "Fechamento cancelado."
               PERFORM INICIO
           ELSE
               IF WS-SITUACAO-CONCILIACAO NOT = "B"
                   DISPLAY "Conciliacao da folha com "
                      WS-DIVERGENCIAS-CONCILIACAO " divergencia(s)."
                   DISPLAY "Fechamento cancelado."
                   PERFORM INICIO
               END-IF
           END-IF.

      * Adiantamento quinzenal pago na competencia tem de estar
      * descontado na folha (FolhaPagamento marca "D") antes do
      * fechamento; no fechamento de campus so contam os
      * adiantamentos da unidade.
       VERIFICAR-ADIANTAMENTOS.
           MOVE 0 TO WS-ADIANTAMENTOS-PENDENTES.
           MOVE "N" TO WS-FIM-ADIANTAMENTOS.
           OPEN INPUT ARQ-ADIANTAMENTOS.
           IF WS-STATUS-ADIANTAMENTOS = "00"
               PERFORM UNTIL WS-FIM-ADIANTAMENTOS = "S"
                   READ ARQ-ADIANTAMENTOS
                       AT END
                           MOVE "S" TO WS-FIM-ADIANTAMENTOS
                       NOT AT END
                           IF ADM-COMPETENCIA = WS-COMPETENCIA-NUM
                                   AND ADIANTAMENTO-PAGO
                                   AND (WS-UNIDADE = SPACES
                                       OR ADM-UNIDADE = WS-UNIDADE)
                               ADD 1 TO WS-ADIANTAMENTOS-PENDENTES
                               DISPLAY "Adiantamento nao descontado:"
                                  " matricula " ADM-MATRICULA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQ-ADIANTAMENTOS
           END-IF.
           IF WS-ADIANTAMENTOS-PENDENTES > 0
               DISPLAY WS-ADIANTAMENTOS-PENDENTES
                  " adiantamento(s) pago(s) e nao descontado(s)"
                  " na folha."
               DISPLAY "Fechamento cancelado."
               PERFORM INICIO
           END-IF.

       LOCALIZAR-E-MUDAR.
           MOVE "N" TO WS-ENCONTRADO.
           MOVE "N" TO WS-FECHAMENTO-GRAVADO.
           MOVE "N" TO WS-FIM-CONTROLE.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-AGORA FROM TIME.
                   DISPLAY "Competencia nao encontrada: "
                      WS-COMPETENCIA-TXT
               END-IF
               IF WS-FECHAMENTO-GRAVADO = "S"
                   PERFORM ATUALIZAR-HISTORICO
               END-IF
           END-IF.

       APLICAR-MUDANCA.
               IF ACAO-FECHAR
                   SET COMPETENCIA-FECHADA TO TRUE
                   DISPLAY "Competencia fechada."
                   MOVE "S" TO WS-FECHAMENTO-GRAVADO
               ELSE
                   SET COMPETENCIA-ESTORNADA TO TRUE
                   DISPLAY "Competencia estornada."
               ADD 1 TO WS-TOTAL-OPERACOES
           END-IF.

      * A competencia fechada entra no historico de pagamentos a
      * partir do movimento da folha - o da unidade, quando o
      * fechamento e de um campus (mesmo nome que a FolhaPagamento
      * usa no ciclo por unidade).
       ATUALIZAR-HISTORICO.
           MOVE WS-ARQ-MOVIMENTO TO WS-ARQ-MOVIMENTO-FECHAMENTO.
           IF WS-UNIDADE NOT = SPACES
                   AND WS-ARQ-MOVIMENTO = "FOLHA-MOVIMENTO.DATA"
               MOVE SPACES TO WS-ARQ-MOVIMENTO-FECHAMENTO
               STRING "FOLHA-MOVIMENTO-" DELIMITED BY SIZE
                   WS-UNIDADE DELIMITED BY SPACE
                   ".DATA" DELIMITED BY SIZE
                   INTO WS-ARQ-MOVIMENTO-FECHAMENTO
               END-STRING
           END-IF.
           MOVE 0 TO WS-FHI-INCLUIDOS.
           MOVE 0 TO WS-FHI-SUBSTITUIDOS.
           MOVE "N" TO WS-FIM-MOVIMENTO.
           OPEN INPUT ARQ-MOVIMENTO.
           IF WS-STATUS-MOVIMENTO NOT = "00"
               DISPLAY "Aviso: movimento " WS-ARQ-MOVIMENTO-FECHAMENTO
                  " indisponivel; historico nao atualizado."
               MOVE "FolhaControle" TO WS-ERRLOG-PROGRAMA
               MOVE "ATUALIZAR-HISTORICO" TO WS-ERRLOG-PARAGRAFO
               MOVE WS-ARQ-MOVIMENTO-FECHAMENTO TO WS-ERRLOG-ARQUIVO
               MOVE WS-STATUS-MOVIMENTO TO WS-ERRLOG-STATUS
               PERFORM GRAVAR-ERRORLOG
           ELSE
               PERFORM ABRIR-FOLHA-HISTORICO
               IF NOT FOLHA-HISTORICO-ABERTO
                   DISPLAY "Aviso: historico de pagamentos nao"
                      " atualizado. Status: "
                      WS-STATUS-FOLHA-HISTORICO
                   MOVE "FolhaControle" TO WS-ERRLOG-PROGRAMA
                   MOVE "ATUALIZAR-HISTORICO" TO WS-ERRLOG-PARAGRAFO
                   MOVE WS-ARQ-FOLHA-HISTORICO TO WS-ERRLOG-ARQUIVO
                   MOVE WS-STATUS-FOLHA-HISTORICO TO WS-ERRLOG-STATUS
                   PERFORM GRAVAR-ERRORLOG
               ELSE
                   PERFORM UNTIL WS-FIM-MOVIMENTO = "S"
                       READ ARQ-MOVIMENTO
                           AT END
                               MOVE "S" TO WS-FIM-MOVIMENTO
                           NOT AT END
                               IF FMV-COMPETENCIA = WS-COMPETENCIA-NUM
                                       AND FMV-MATRICULA IS NUMERIC
                                   PERFORM GRAVAR-FOLHA-HISTORICO
                               END-IF
                       END-READ
                   END-PERFORM
                   PERFORM FECHAR-FOLHA-HISTORICO
                   DISPLAY "Historico de pagamentos: "
                      WS-FHI-INCLUIDOS " incluido(s), "
                      WS-FHI-SUBSTITUIDOS " substituido(s)."
               END-IF
               CLOSE ARQ-MOVIMENTO
           END-IF.

       COPY FOLHAHPD.

       COPY JOBLOGPD.

       COPY ERRLOGPD.

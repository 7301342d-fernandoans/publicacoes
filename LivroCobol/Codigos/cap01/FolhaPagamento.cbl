               ASSIGN TO WS-ARQ-PONTO-REJEITADOS
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ARQ-BANCO-HORAS ASSIGN TO WS-ARQ-BANCO-HORAS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-BANCO-HORAS.

           SELECT ARQ-PROVENTOS ASSIGN TO WS-ARQ-PROVENTOS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-PROVENTOS.

           SELECT ARQ-DEPENDENTES ASSIGN TO WS-ARQ-DEPENDENTES
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-DEPENDENTES.
           SELECT ARQ-MOVIMENTO ASSIGN TO WS-ARQ-MOVIMENTO
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ARQ-ADIANTAMENTOS ASSIGN TO WS-ARQ-ADIANTAMENTOS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-ADIANTAMENTOS.

           COPY ERRLOGSL.

           COPY CALENDSL.

           COPY JOBLOGSL.

           COPY AFASTSL.

           COPY TABIMPSL.

       DATA DIVISION.
       FILE SECTION.
       FD FUNCIONARIOS.
       FD ARQ-PONTO-REJEITADOS.
       01 REGISTRO-PONTO-REJEITADO    PIC X(60).

       FD ARQ-BANCO-HORAS.
       01 REGISTRO-BANCO-HORAS.
           COPY BANCOHOR.

       FD ARQ-PROVENTOS.
       01 REGISTRO-PROVENTO.
           COPY PROVVAR.

       FD ARQ-DEPENDENTES.
       01 REGISTRO-DEPENDENTE.
           COPY DEPENDENTE.
       01 REGISTRO-MOVIMENTO.
           COPY FOLHAMOV.

       FD ARQ-ADIANTAMENTOS.
       01 REGISTRO-ADIANTAMENTO.
           COPY ADIANTMOV.

       SD ARQ-SORT.
       01 REG-SORT.
           05 SORT-UNIDADE            PIC X(3).

       COPY JOBLOGFD.

       COPY AFASTFD.

       COPY TABIMPFD.

       WORKING-STORAGE SECTION.
       COPY ERRLOGWS.


       COPY JOBLOGWS.

       COPY AFASTWS.

       COPY TABIMPWS.

       01 WS-ARQ-FUNCIONARIOS         PIC X(40)
           VALUE "FUNCIONARIOS.DATA".
       01 WS-ARQ-RELATORIO            PIC X(40)
           VALUE "PONTO.DATA".
       01 WS-ARQ-PONTO-REJEITADOS     PIC X(40)
           VALUE "PONTO-REJEITADOS.LST".
       01 WS-ARQ-BANCO-HORAS          PIC X(40)
           VALUE "BANCO-HORAS.DATA".
       01 WS-ARQ-PROVENTOS            PIC X(40)
           VALUE "PROVENTOS-VARIAVEIS.DATA".
       01 WS-ARQ-DEPENDENTES          PIC X(40)
           VALUE "DEPENDENTES.DATA".
       01 WS-ARQ-CONTAS               PIC X(40)
               10 TDR-PERCENTUAL      PIC 9(2)V9(2).
               10 TDR-APLICADO        PIC X(1).

       01 WS-ARQ-ADIANTAMENTOS        PIC X(40)
           VALUE "ADIANTAMENTO-MOVIMENTO.DATA".
       01 WS-STATUS-ADIANTAMENTOS     PIC X(2).
       01 WS-FIM-ADIANTAMENTOS        PIC X VALUE "N".

       01 QTD-ADIANTAMENTOS           PIC 9(3) VALUE 0.
       01 TABELA-ADIANTAMENTOS.
           05 TAD-ITEM OCCURS 500 TIMES INDEXED BY IDX-TAD.
               10 TAD-MATRICULA       PIC 9(5).
               10 TAD-VALOR           PIC 9(7)V9(2).
               10 TAD-DESCONTADO      PIC X(1).

       01 WS-ARQ-CONTROLE-FOLHA       PIC X(40)
           VALUE "FOLHA-CONTROLE.DATA".
       01 WS-ARQ-MOVIMENTO            PIC X(40)
       01 WS-FIM-PONTO                PIC X VALUE "N".
       01 WS-PONTO-PRESENTE           PIC X VALUE "N".
       01 WS-TOTAL-PONTO-REJEITADOS   PIC 9(5) VALUE 0.
       01 WS-STATUS-BANCO-HORAS       PIC X(2).
       01 WS-FIM-BANCO-HORAS          PIC X VALUE "N".
       01 WS-STATUS-PROVENTOS         PIC X(2).
       01 WS-FIM-PROVENTOS            PIC X VALUE "N".

       01 WS-STATUS-DEPENDENTES       PIC X(2).
       01 WS-FIM-DEPENDENTES          PIC X VALUE "N".
               10 TPO-DSR             PIC 9(2).
               10 TPO-SITUACAO        PIC X(1).

       01 QTD-BANCO-HORAS             PIC 9(3) VALUE 0.
       01 TABELA-BANCO-HORAS.
           05 TBB-ITEM OCCURS 500 TIMES INDEXED BY IDX-TBB.
               10 TBB-MATRICULA       PIC 9(5).
               10 TBB-HE-50           PIC 9(3)V9(1).
               10 TBB-HE-100          PIC 9(3)V9(1).
               10 TBB-HORAS-VENCIDAS  PIC 9(4)V9(1).

       01 QTD-PROVENTOS               PIC 9(3) VALUE 0.
       01 TABELA-PROVENTOS.
           05 TPV-ITEM OCCURS 500 TIMES INDEXED BY IDX-TPV.
               10 TPV-MATRICULA       PIC 9(5).
               10 TPV-HORA-AULA       PIC 9(7)V9(2).
               10 TPV-DSR-AULA        PIC 9(7)V9(2).

       01 QTD-FERIAS-MES              PIC 9(3) VALUE 0.
       01 TABELA-FERIAS-MES.
           05 TF-ITEM OCCURS 500 TIMES INDEXED BY IDX-FER.
       COPY FAIXASWS.

       01 ALIQUOTA-SINDICATO          PIC V9(3) VALUE 0.010.
       01 SALARIO-FAMILIA-LIMITE      PIC 9(7)V9(2) VALUE 1906.04.
       01 SALARIO-FAMILIA-VALOR       PIC 9(5)V9(2) VALUE 65.00.

       01 CALCULO-FOLHA.
           05 WS-SALARIO-BRUTO        PIC 9(7)V9(2).
           05 WS-DIAS-AFASTAMENTO     PIC 9(2).
           05 WS-DESCONTO-AFASTAMENTO PIC 9(7)V9(2).
           05 WS-ADICIONAL-FERIAS     PIC 9(7)V9(2).
           05 WS-VALOR-HORA           PIC 9(5)V9(4).
           05 WS-VALOR-HORAS-EXTRAS   PIC 9(7)V9(2).
           05 WS-HE-50-BANCO          PIC 9(3)V9(1).
           05 WS-HE-100-BANCO         PIC 9(3)V9(1).
           05 WS-HE-50-PAGAR          PIC 9(3)V9(1).
           05 WS-HE-100-PAGAR         PIC 9(3)V9(1).
           05 WS-VALOR-BANCO-VENCIDO  PIC 9(7)V9(2).
           05 WS-VALOR-HORA-AULA      PIC 9(7)V9(2).
           05 WS-VALOR-DSR-AULA       PIC 9(7)V9(2).
           05 WS-DESCONTO-FALTAS      PIC 9(7)V9(2).
           05 WS-DESCONTO-SINDICATO   PIC 9(7)V9(2).
           05 WS-QTD-DEP-IRRF         PIC 9(2).
           05 WS-SALARIO-FAMILIA      PIC 9(7)V9(2).
           05 WS-DESCONTOS-RECORRENTES PIC 9(7)V9(2).
           05 WS-DESCONTO-ADIANTAMENTO PIC 9(7)V9(2).
           05 WS-TOTAL-DESCONTOS      PIC 9(7)V9(2).
           05 WS-SALARIO-LIQUIDO      PIC S9(7)V9(2).
           05 WS-SALDO-LIQUIDO        PIC 9(7)V9(2).
           05 WS-VALOR-DESCONTO       PIC 9(7)V9(2).

       01 WS-DESCONTOS-EM-ABERTO      PIC 9(5) VALUE 0.

       01 ACUMULADOS-FOLHA.
           05 WS-SOMA-BRUTO           PIC 9(9)V9(2) VALUE 0.

           PERFORM CARREGAR-FERIAS-MES.
           PERFORM CARREGAR-PONTO-MES.
           PERFORM CARREGAR-BANCO-HORAS-MES.
           PERFORM CARREGAR-PROVENTOS-VARIAVEIS.
           MOVE WS-PERIODO-FOLHA TO WS-AFA-COMPETENCIA.
           PERFORM DEFINIR-PERIODO-AFASTAMENTO.
           PERFORM CARREGAR-AFASTAMENTOS.
           MOVE WS-PERIODO-FOLHA TO WS-TIM-COMPETENCIA.
           PERFORM CARREGAR-TABELAS-IMPOSTO.
           PERFORM CARREGAR-DEPENDENTES.
           PERFORM CARREGAR-CONTAS-BANCARIAS.
           PERFORM CARREGAR-DESCONTOS-RECORRENTES.
           PERFORM CARREGAR-ADIANTAMENTOS.

           OPEN OUTPUT RELATORIO.
           OPEN OUTPUT CONTRACHEQUES.
           DISPLAY "Relatorio gravado em " WS-ARQ-RELATORIO.
           DISPLAY "Contracheques gravados em " WS-ARQ-CONTRACHEQUES.

           IF WS-DESCONTOS-EM-ABERTO > 0
               DISPLAY "Descontos mantidos em aberto por falta de "
                   "liquido: " WS-DESCONTOS-EM-ABERTO
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.

           IF TOTAL-GERAL = 0 AND RETURN-CODE = 0
               DISPLAY "Aviso: nenhum funcionario processado."
               MOVE 4 TO RETURN-CODE

           IF RETURN-CODE < 8
               PERFORM ATUALIZAR-DESCONTOS-RECORRENTES
               PERFORM MARCAR-ADIANTAMENTOS
               PERFORM MARCAR-COMPETENCIA-CALCULADA
           END-IF.

                   MOVE "PONTO-REJEITADOS.LST"
                       TO WS-ARQ-PONTO-REJEITADOS
           END-ACCEPT.
           ACCEPT WS-ARQ-BANCO-HORAS FROM ENVIRONMENT
                   "BANCO_HORAS_DATA"
               ON EXCEPTION
                   MOVE "BANCO-HORAS.DATA" TO WS-ARQ-BANCO-HORAS
           END-ACCEPT.
           ACCEPT WS-ARQ-PROVENTOS FROM ENVIRONMENT
                   "PROVENTOS_VARIAVEIS_DATA"
               ON EXCEPTION
                   MOVE "PROVENTOS-VARIAVEIS.DATA" TO WS-ARQ-PROVENTOS
           END-ACCEPT.
           ACCEPT WS-ARQ-DEPENDENTES FROM ENVIRONMENT
                   "DEPENDENTES_DATA"
               ON EXCEPTION
                   MOVE "DESCONTOS-RECORRENTES.DATA"
                       TO WS-ARQ-DESCONTOS
           END-ACCEPT.
           ACCEPT WS-ARQ-ADIANTAMENTOS FROM ENVIRONMENT
                   "ADIANTAMENTO_MOVIMENTO_DATA"
               ON EXCEPTION
                   MOVE "ADIANTAMENTO-MOVIMENTO.DATA"
                       TO WS-ARQ-ADIANTAMENTOS
           END-ACCEPT.

       CLASSIFICAR-FUNCIONARIOS.
           OPEN INPUT FUNCIONARIOS.
       CALCULAR-FOLHA.
           PERFORM BUSCAR-FERIAS-FUNCIONARIO.
           PERFORM BUSCAR-PONTO-FUNCIONARIO.
           PERFORM BUSCAR-AFASTAMENTO-FUNCIONARIO.
           PERFORM BUSCAR-PROVENTOS-FUNCIONARIO.
           COMPUTE WS-SALARIO-BRUTO = SALARIO-FUNCIONARIO
               - WS-DESCONTO-AFASTAMENTO
               + WS-ADICIONAL-FERIAS + WS-VALOR-HORAS-EXTRAS
               + WS-VALOR-BANCO-VENCIDO
               + WS-VALOR-HORA-AULA + WS-VALOR-DSR-AULA.
           PERFORM BUSCAR-DEPENDENTES-FUNCIONARIO.

      * O movimento de ponto entra antes da cascata: faltas e DSR
           PERFORM CALCULAR-INSS-FAIXAS.
           COMPUTE WS-BASE-IRRF = WS-BASE-INSS
               - WS-DESCONTO-INSS
               - WS-QTD-DEP-IRRF * IRRF-DEDUCAO-DEPENDENTE.
           PERFORM CALCULAR-IRRF-FAIXAS.
           COMPUTE WS-DESCONTO-SINDICATO ROUNDED
               = WS-SALARIO-BRUTO * ALIQUOTA-SINDICATO.

      * Os descontos saem do bruto mais salario-familia em ordem
      * fixa - faltas, INSS, IRRF, adiantamento, sindicato e
      * recorrentes - limitados ao saldo, de modo que o liquido
      * nunca fica negativo e o movimento fecha bruto menos
      * descontos igual ao liquido. Adiantamento ou parcela que
      * nao cabe inteiro fica em aberto para a proxima folha.
           COMPUTE WS-SALDO-LIQUIDO = WS-SALARIO-BRUTO
               + WS-SALARIO-FAMILIA.
           MOVE WS-DESCONTO-FALTAS TO WS-VALOR-DESCONTO.
           PERFORM LIMITAR-DESCONTO-SALDO.
           MOVE WS-VALOR-DESCONTO TO WS-DESCONTO-FALTAS.
           MOVE WS-DESCONTO-INSS TO WS-VALOR-DESCONTO.
           PERFORM LIMITAR-DESCONTO-SALDO.
           MOVE WS-VALOR-DESCONTO TO WS-DESCONTO-INSS.
           MOVE WS-DESCONTO-IRRF TO WS-VALOR-DESCONTO.
           PERFORM LIMITAR-DESCONTO-SALDO.
           MOVE WS-VALOR-DESCONTO TO WS-DESCONTO-IRRF.
           PERFORM BUSCAR-ADIANTAMENTO-FUNCIONARIO.
           MOVE WS-DESCONTO-SINDICATO TO WS-VALOR-DESCONTO.
           PERFORM LIMITAR-DESCONTO-SALDO.
           MOVE WS-VALOR-DESCONTO TO WS-DESCONTO-SINDICATO.
           PERFORM APLICAR-DESCONTOS-RECORRENTES.
           COMPUTE WS-TOTAL-DESCONTOS = WS-DESCONTO-INSS
               + WS-DESCONTO-IRRF + WS-DESCONTO-SINDICATO
               + WS-DESCONTO-FALTAS + WS-DESCONTOS-RECORRENTES
               + WS-DESCONTO-ADIANTAMENTO.
           COMPUTE WS-SALARIO-LIQUIDO = WS-SALARIO-BRUTO
               - WS-TOTAL-DESCONTOS + WS-SALARIO-FAMILIA.

           MOVE WS-SALARIO-BRUTO TO CC-VALOR.
           PERFORM ESCREVER-LINHA-CONTRACHEQUE.

           IF WS-DIAS-AFASTAMENTO > 0
               MOVE "Dias de Afastamento..:" TO CC-ROTULO
               MOVE WS-DIAS-AFASTAMENTO TO CC-VALOR
               PERFORM ESCREVER-LINHA-CONTRACHEQUE
           END-IF.

           IF WS-ADICIONAL-FERIAS > 0
               MOVE "Adicional 1/3 Ferias.:" TO CC-ROTULO
               MOVE WS-ADICIONAL-FERIAS TO CC-VALOR
               PERFORM ESCREVER-LINHA-CONTRACHEQUE
           END-IF.

           IF WS-VALOR-BANCO-VENCIDO > 0
               MOVE "Banco Horas Vencido..:" TO CC-ROTULO
               MOVE WS-VALOR-BANCO-VENCIDO TO CC-VALOR
               PERFORM ESCREVER-LINHA-CONTRACHEQUE
           END-IF.

           IF WS-VALOR-HORA-AULA > 0
               MOVE "Horas-Aula...........:" TO CC-ROTULO
               MOVE WS-VALOR-HORA-AULA TO CC-VALOR
               PERFORM ESCREVER-LINHA-CONTRACHEQUE
           END-IF.

           IF WS-VALOR-DSR-AULA > 0
               MOVE "DSR Horas-Aula.......:" TO CC-ROTULO
               MOVE WS-VALOR-DSR-AULA TO CC-VALOR
               PERFORM ESCREVER-LINHA-CONTRACHEQUE
           END-IF.

           IF WS-SALARIO-FAMILIA > 0
               MOVE "Salario Familia......:" TO CC-ROTULO
               MOVE WS-SALARIO-FAMILIA TO CC-VALOR
               PERFORM ESCREVER-LINHA-CONTRACHEQUE
           END-IF.

           IF WS-DESCONTO-ADIANTAMENTO > 0
               MOVE "Adiantamento Salarial:" TO CC-ROTULO
               MOVE WS-DESCONTO-ADIANTAMENTO TO CC-VALOR
               PERFORM ESCREVER-LINHA-CONTRACHEQUE
           END-IF.

           MOVE "Total de Descontos...:" TO CC-ROTULO.
           MOVE WS-TOTAL-DESCONTOS TO CC-VALOR.
           PERFORM ESCREVER-LINHA-CONTRACHEQUE.
               CLOSE ARQ-DESCONTOS
           END-IF.

      * Desconto obrigatorio que passa do saldo e descontado so
      * ate o saldo disponivel.
       LIMITAR-DESCONTO-SALDO.
           IF WS-VALOR-DESCONTO > WS-SALDO-LIQUIDO
               DISPLAY "Aviso: desconto limitado ao saldo - matricula "
                   MATRICULA-FUNCIONARIO
               MOVE WS-SALDO-LIQUIDO TO WS-VALOR-DESCONTO
           END-IF.
           SUBTRACT WS-VALOR-DESCONTO FROM WS-SALDO-LIQUIDO.

      * So a parcela que cabe inteira no saldo e marcada como
      * aplicada; as demais nao baixam e voltam na proxima folha.
       APLICAR-DESCONTOS-RECORRENTES.
           MOVE 0 TO WS-DESCONTOS-RECORRENTES.
           PERFORM VARYING IDX-DRC FROM 1 BY 1
                   UNTIL IDX-DRC > QTD-DESCONTOS-REC
               IF TDR-MATRICULA(IDX-DRC) = MATRICULA-FUNCIONARIO
                   IF TDR-FORMA(IDX-DRC) = "P"
                       COMPUTE WS-VALOR-DESCONTO ROUNDED
                           = WS-SALARIO-BRUTO
                           * TDR-PERCENTUAL(IDX-DRC) / 100
                   ELSE
                       MOVE TDR-VALOR(IDX-DRC) TO WS-VALOR-DESCONTO
                   END-IF
                   IF WS-VALOR-DESCONTO > WS-SALDO-LIQUIDO
                       MOVE "N" TO TDR-APLICADO(IDX-DRC)
                       ADD 1 TO WS-DESCONTOS-EM-ABERTO
                       DISPLAY "Aviso: desconto " TDR-TIPO(IDX-DRC)
                           " nao coube no liquido - matricula "
                           MATRICULA-FUNCIONARIO
                   ELSE
                       MOVE "S" TO TDR-APLICADO(IDX-DRC)
                       ADD WS-VALOR-DESCONTO
                           TO WS-DESCONTOS-RECORRENTES
                       SUBTRACT WS-VALOR-DESCONTO
                           FROM WS-SALDO-LIQUIDO
                   END-IF
               END-IF
           END-PERFORM.
                       AND TDR-MATRICULA(IDX-DRC) = DRC-MATRICULA
                       AND TDR-TIPO(IDX-DRC) = DRC-TIPO
                       AND DESCONTO-ATIVO
                       AND DRC-COMPETENCIA-INICIO <= WS-PERIODO-FOLHA
                       AND (DRC-COMPETENCIA-FIM = 0
                           OR DRC-COMPETENCIA-FIM >= WS-PERIODO-FOLHA)
                   IF DRC-PARCELAS-RESTANTES > 0
                       SUBTRACT 1 FROM DRC-PARCELAS-RESTANTES
                       IF DRC-PARCELAS-RESTANTES = 0
               END-IF
           END-PERFORM.

      * Adiantamentos quinzenais pagos na competencia da folha
      * (AdiantamentoQuinzenal), ja descontados ou nao - a folha
      * reprocessada depois de um estorno desconta de novo.
       CARREGAR-ADIANTAMENTOS.
           MOVE 0 TO QTD-ADIANTAMENTOS.
           MOVE "N" TO WS-FIM-ADIANTAMENTOS.
           OPEN INPUT ARQ-ADIANTAMENTOS.
           IF WS-STATUS-ADIANTAMENTOS = "00"
               PERFORM UNTIL WS-FIM-ADIANTAMENTOS = "S"
                   READ ARQ-ADIANTAMENTOS
                       AT END
                           MOVE "S" TO WS-FIM-ADIANTAMENTOS
                       NOT AT END
                           IF ADM-COMPETENCIA = WS-PERIODO-FOLHA
                                   AND QTD-ADIANTAMENTOS < 500
                               ADD 1 TO QTD-ADIANTAMENTOS
                               SET IDX-TAD TO QTD-ADIANTAMENTOS
                               MOVE ADM-MATRICULA
                                   TO TAD-MATRICULA(IDX-TAD)
                               MOVE ADM-VALOR TO TAD-VALOR(IDX-TAD)
                               MOVE "N" TO TAD-DESCONTADO(IDX-TAD)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQ-ADIANTAMENTOS
           END-IF.

      * Adiantamento maior que o saldo nao e descontado e segue
      * pago e pendente, segurando o fechamento no FolhaControle.
       BUSCAR-ADIANTAMENTO-FUNCIONARIO.
           MOVE 0 TO WS-DESCONTO-ADIANTAMENTO.
           PERFORM VARYING IDX-TAD FROM 1 BY 1
                   UNTIL IDX-TAD > QTD-ADIANTAMENTOS
               IF TAD-MATRICULA(IDX-TAD) = MATRICULA-FUNCIONARIO
                   IF TAD-VALOR(IDX-TAD) > WS-SALDO-LIQUIDO
                       MOVE "N" TO TAD-DESCONTADO(IDX-TAD)
                       ADD 1 TO WS-DESCONTOS-EM-ABERTO
                       DISPLAY "Aviso: adiantamento nao coube no "
                           "liquido - matricula "
                           MATRICULA-FUNCIONARIO
                   ELSE
                       ADD TAD-VALOR(IDX-TAD)
                           TO WS-DESCONTO-ADIANTAMENTO
                       SUBTRACT TAD-VALOR(IDX-TAD)
                           FROM WS-SALDO-LIQUIDO
                       MOVE "S" TO TAD-DESCONTADO(IDX-TAD)
                   END-IF
               END-IF
           END-PERFORM.

      * Marca como descontados os adiantamentos que entraram nos
      * contracheques desta execucao; o FolhaControle so fecha a
      * competencia sem adiantamento pendente.
       MARCAR-ADIANTAMENTOS.
           IF QTD-ADIANTAMENTOS = 0
               CONTINUE
           ELSE
               MOVE "N" TO WS-FIM-ADIANTAMENTOS
               OPEN I-O ARQ-ADIANTAMENTOS
               IF WS-STATUS-ADIANTAMENTOS = "00"
                   PERFORM UNTIL WS-FIM-ADIANTAMENTOS = "S"
                       READ ARQ-ADIANTAMENTOS
                           AT END
                               MOVE "S" TO WS-FIM-ADIANTAMENTOS
                           NOT AT END
                               PERFORM BAIXAR-ADIANTAMENTO
                       END-READ
                   END-PERFORM
                   CLOSE ARQ-ADIANTAMENTOS
               ELSE
                   MOVE "FolhaPagamento" TO WS-ERRLOG-PROGRAMA
                   MOVE "MARCAR-ADIANTAMENTOS"
                       TO WS-ERRLOG-PARAGRAFO
                   MOVE WS-ARQ-ADIANTAMENTOS TO WS-ERRLOG-ARQUIVO
                   MOVE WS-STATUS-ADIANTAMENTOS TO WS-ERRLOG-STATUS
                   PERFORM GRAVAR-ERRORLOG
               END-IF
           END-IF.

       BAIXAR-ADIANTAMENTO.
           IF ADM-COMPETENCIA = WS-PERIODO-FOLHA
                   AND ADIANTAMENTO-PAGO
               PERFORM VARYING IDX-TAD FROM 1 BY 1
                       UNTIL IDX-TAD > QTD-ADIANTAMENTOS
                   IF TAD-MATRICULA(IDX-TAD) = ADM-MATRICULA
                           AND TAD-DESCONTADO(IDX-TAD) = "S"
                       SET ADIANTAMENTO-DESCONTADO TO TRUE
                   END-IF
               END-PERFORM
               IF ADIANTAMENTO-DESCONTADO
                   REWRITE REGISTRO-ADIANTAMENTO
               END-IF
           END-IF.

      * Em ciclo por campus a remessa e o movimento saem em
      * arquivos proprios da unidade, preservando os das demais;
      * um nome ja redirecionado pelo ambiente fica como esta.
           ADD 1 TO WS-REMESSA-QTD.
           ADD WS-SALARIO-LIQUIDO TO WS-REMESSA-SOMA.

      * O adiantamento quinzenal segue em outros descontos, o que
      * mantem o movimento fechando bruto menos descontos igual ao
      * liquido para a contabilizacao e o historico.
       GRAVAR-MOVIMENTO-FOLHA.
           MOVE WS-PERIODO-FOLHA TO FMV-COMPETENCIA.
           MOVE MATRICULA-FUNCIONARIO TO FMV-MATRICULA.
           MOVE WS-DESCONTO-IRRF TO FMV-DESCONTO-IRRF.
           MOVE WS-DESCONTO-SINDICATO TO FMV-DESCONTO-SINDICATO.
           MOVE WS-DESCONTO-FALTAS TO FMV-DESCONTO-FALTAS.
           COMPUTE FMV-OUTROS-DESCONTOS = WS-DESCONTOS-RECORRENTES
               + WS-DESCONTO-ADIANTAMENTO.
           MOVE WS-SALARIO-FAMILIA TO FMV-SALARIO-FAMILIA.
           MOVE WS-SALARIO-LIQUIDO TO FMV-SALARIO-LIQUIDO.
           WRITE REGISTRO-MOVIMENTO.
       BUSCAR-PONTO-FUNCIONARIO.
           MOVE 0 TO WS-VALOR-HORAS-EXTRAS.
           MOVE 0 TO WS-DESCONTO-FALTAS.
           COMPUTE WS-VALOR-HORA ROUNDED = SALARIO-FUNCIONARIO / 220.
           PERFORM BUSCAR-BANCO-HORAS-FUNCIONARIO.
           PERFORM VARYING IDX-PON FROM 1 BY 1
                   UNTIL IDX-PON > QTD-PONTO
               IF TPO-MATRICULA(IDX-PON) = MATRICULA-FUNCIONARIO
                   MOVE "A" TO TPO-SITUACAO(IDX-PON)
                   MOVE 0 TO WS-HE-50-PAGAR
                   MOVE 0 TO WS-HE-100-PAGAR
                   IF TPO-HE-50(IDX-PON) > WS-HE-50-BANCO
                       COMPUTE WS-HE-50-PAGAR
                           = TPO-HE-50(IDX-PON) - WS-HE-50-BANCO
                   END-IF
                   IF TPO-HE-100(IDX-PON) > WS-HE-100-BANCO
                       COMPUTE WS-HE-100-PAGAR
                           = TPO-HE-100(IDX-PON) - WS-HE-100-BANCO
                   END-IF
                   COMPUTE WS-VALOR-HORAS-EXTRAS ROUNDED
                       = WS-HE-50-PAGAR * WS-VALOR-HORA * 1.5
                       + WS-HE-100-PAGAR * WS-VALOR-HORA * 2
                   COMPUTE WS-DESCONTO-FALTAS ROUNDED
                       = SALARIO-FUNCIONARIO / 30
                       * (TPO-FALTAS(IDX-PON) + TPO-DSR(IDX-PON))
               END-IF
           END-PERFORM.

      * Dias afastados sem salario (apos os 15 dias pagos pela
      * empresa nos afastamentos previdenciarios, ou todos no
      * nao remunerado) saem do salario em base de 30 dias; mes
      * inteiro afastado zera o salario.
       BUSCAR-AFASTAMENTO-FUNCIONARIO.
           MOVE 0 TO WS-DIAS-AFASTAMENTO.
           MOVE 0 TO WS-DESCONTO-AFASTAMENTO.
           MOVE MATRICULA-FUNCIONARIO TO WS-AFA-MATRICULA.
           MOVE "S" TO WS-AFA-REGRA.
           PERFORM CONTAR-DIAS-AFASTADO.
           IF WS-AFA-DIAS >= WS-AFA-DIAS-PERIODO
                   OR WS-AFA-DIAS > 30
               MOVE 30 TO WS-DIAS-AFASTAMENTO
           ELSE
               MOVE WS-AFA-DIAS TO WS-DIAS-AFASTAMENTO
           END-IF.
           IF WS-DIAS-AFASTAMENTO = 30
               MOVE SALARIO-FUNCIONARIO TO WS-DESCONTO-AFASTAMENTO
           ELSE
               COMPUTE WS-DESCONTO-AFASTAMENTO ROUNDED
                   = SALARIO-FUNCIONARIO / 30 * WS-DIAS-AFASTAMENTO
           END-IF.

      * O BancoHoras roda antes da folha: as horas creditadas no
      * banco na competencia nao sao pagas como extra, e as horas
      * vencidas sao pagas pelo valor da hora normal, pois ja
      * estao em horas equivalentes.
       CARREGAR-BANCO-HORAS-MES.
           MOVE 0 TO QTD-BANCO-HORAS.
           MOVE "N" TO WS-FIM-BANCO-HORAS.
           OPEN INPUT ARQ-BANCO-HORAS.
           IF WS-STATUS-BANCO-HORAS = "00"
               PERFORM UNTIL WS-FIM-BANCO-HORAS = "S"
                   READ ARQ-BANCO-HORAS
                       AT END
                           MOVE "S" TO WS-FIM-BANCO-HORAS
                       NOT AT END
                           IF BHM-COMPETENCIA = WS-PERIODO-FOLHA
                                   AND (BANCO-CREDITO
                                       OR BANCO-VENCIDO)
                               PERFORM ACUMULAR-BANCO-HORAS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQ-BANCO-HORAS
           END-IF.

       ACUMULAR-BANCO-HORAS.
           PERFORM VARYING IDX-TBB FROM 1 BY 1
                   UNTIL IDX-TBB > QTD-BANCO-HORAS
                   OR TBB-MATRICULA(IDX-TBB) = BHM-MATRICULA
               CONTINUE
           END-PERFORM.
           IF IDX-TBB > QTD-BANCO-HORAS AND QTD-BANCO-HORAS < 500
               ADD 1 TO QTD-BANCO-HORAS
               SET IDX-TBB TO QTD-BANCO-HORAS
               MOVE BHM-MATRICULA TO TBB-MATRICULA(IDX-TBB)
               MOVE 0 TO TBB-HE-50(IDX-TBB)
               MOVE 0 TO TBB-HE-100(IDX-TBB)
               MOVE 0 TO TBB-HORAS-VENCIDAS(IDX-TBB)
           END-IF.
           IF IDX-TBB <= QTD-BANCO-HORAS
               IF BANCO-CREDITO
                   ADD BHM-HORAS-50 TO TBB-HE-50(IDX-TBB)
                   ADD BHM-HORAS-100 TO TBB-HE-100(IDX-TBB)
               ELSE
                   ADD BHM-HORAS TO TBB-HORAS-VENCIDAS(IDX-TBB)
               END-IF
           END-IF.

       BUSCAR-BANCO-HORAS-FUNCIONARIO.
           MOVE 0 TO WS-HE-50-BANCO.
           MOVE 0 TO WS-HE-100-BANCO.
           MOVE 0 TO WS-VALOR-BANCO-VENCIDO.
           PERFORM VARYING IDX-TBB FROM 1 BY 1
                   UNTIL IDX-TBB > QTD-BANCO-HORAS
               IF TBB-MATRICULA(IDX-TBB) = MATRICULA-FUNCIONARIO
                   MOVE TBB-HE-50(IDX-TBB) TO WS-HE-50-BANCO
                   MOVE TBB-HE-100(IDX-TBB) TO WS-HE-100-BANCO
                   COMPUTE WS-VALOR-BANCO-VENCIDO ROUNDED
                       = TBB-HORAS-VENCIDAS(IDX-TBB) * WS-VALOR-HORA
               END-IF
           END-PERFORM.

      * O HoraAulaMensal roda antes da folha e lanca as aulas e o
      * DSR dos professores; lancamentos cancelados por uma
      * reexecucao do calculo nao entram.
       CARREGAR-PROVENTOS-VARIAVEIS.
           MOVE 0 TO QTD-PROVENTOS.
           MOVE "N" TO WS-FIM-PROVENTOS.
           OPEN INPUT ARQ-PROVENTOS.
           IF WS-STATUS-PROVENTOS = "00"
               PERFORM UNTIL WS-FIM-PROVENTOS = "S"
                   READ ARQ-PROVENTOS
                       AT END
                           MOVE "S" TO WS-FIM-PROVENTOS
                       NOT AT END
                           IF PVV-COMPETENCIA = WS-PERIODO-FOLHA
                                   AND PROVENTO-ATIVO
                               PERFORM ACUMULAR-PROVENTO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQ-PROVENTOS
           END-IF.

       ACUMULAR-PROVENTO.
           PERFORM VARYING IDX-TPV FROM 1 BY 1
                   UNTIL IDX-TPV > QTD-PROVENTOS
                   OR TPV-MATRICULA(IDX-TPV) = PVV-MATRICULA
               CONTINUE
           END-PERFORM.
           IF IDX-TPV > QTD-PROVENTOS AND QTD-PROVENTOS < 500
               ADD 1 TO QTD-PROVENTOS
               SET IDX-TPV TO QTD-PROVENTOS
               MOVE PVV-MATRICULA TO TPV-MATRICULA(IDX-TPV)
               MOVE 0 TO TPV-HORA-AULA(IDX-TPV)
               MOVE 0 TO TPV-DSR-AULA(IDX-TPV)
           END-IF.
           IF IDX-TPV <= QTD-PROVENTOS
               EVALUATE TRUE
                   WHEN RUBRICA-HORA-AULA
                       ADD PVV-VALOR TO TPV-HORA-AULA(IDX-TPV)
                   WHEN RUBRICA-DSR-AULA
                       ADD PVV-VALOR TO TPV-DSR-AULA(IDX-TPV)
               END-EVALUATE
           END-IF.

       BUSCAR-PROVENTOS-FUNCIONARIO.
           MOVE 0 TO WS-VALOR-HORA-AULA.
           MOVE 0 TO WS-VALOR-DSR-AULA.
           PERFORM VARYING IDX-TPV FROM 1 BY 1
                   UNTIL IDX-TPV > QTD-PROVENTOS
               IF TPV-MATRICULA(IDX-TPV) = MATRICULA-FUNCIONARIO
                   MOVE TPV-HORA-AULA(IDX-TPV) TO WS-VALOR-HORA-AULA
                   MOVE TPV-DSR-AULA(IDX-TPV) TO WS-VALOR-DSR-AULA
               END-IF
           END-PERFORM.

       GRAVAR-PONTO-REJEITADOS.
           IF WS-PONTO-PRESENTE = "S"
               OPEN OUTPUT ARQ-PONTO-REJEITADOS

       COPY CALENDPD.

       COPY AFASTPD.

       COPY TABIMPPD.

       COPY JOBLOGPD.

       COPY ERRLOGPD.

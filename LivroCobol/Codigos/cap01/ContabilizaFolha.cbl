           SELECT RELATORIO ASSIGN TO WS-ARQ-RELATORIO
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT RELATORIO-RATEIO ASSIGN TO WS-ARQ-RELATORIO-RATEIO
               ORGANIZATION IS LINE SEQUENTIAL.

           COPY RATEIOSL.

           COPY ERRLOGSL.

           COPY JOBLOGSL.
       FD RELATORIO.
       01 LINHA-RELATORIO          PIC X(100).

       FD RELATORIO-RATEIO.
       01 LINHA-RATEIO             PIC X(100).

       COPY RATEIOFD.

       COPY ERRLOGFD.

       COPY JOBLOGFD.

       COPY JOBLOGWS.

       COPY RATEIOWS.

       01 WS-UNIDADE-FILTRO      PIC X(3) VALUE SPACES.

       01 WS-ARQ-MOVIMENTO       PIC X(40)
           VALUE "LANCAMENTOS-CONTABEIS.DATA".
       01 WS-ARQ-RELATORIO       PIC X(40)
           VALUE "CONTABILIZACAO.LST".
       01 WS-ARQ-RELATORIO-RATEIO PIC X(40)
           VALUE "RATEIO-CUSTOS.LST".

       01 WS-STATUS-MOVIMENTO    PIC X(2).
       01 WS-STATUS-DEPARTAMENTOS PIC X(2).
       01 WS-FIM-MOVIMENTO       PIC X VALUE "N".
       01 WS-COMPETENCIA         PIC 9(6) VALUE 0.
       01 WS-CENTRO-CUSTO        PIC X(10).
       01 WS-DEPTO-CONSULTA      PIC X(4).
       01 ENCONTROU-CENTRO       PIC X VALUE "N".

       01 QTD-CENTROS            PIC 9(3) VALUE 0.
               10 TC-SALFAM      PIC 9(11)V9(2).
               10 TC-LIQUIDO     PIC 9(11)V9(2).

      * Parcelas de cada funcionario com rateio cadastrado, para o
      * relatorio de rateio por centro de custo.
       01 QTD-ALOCACOES          PIC 9(4) VALUE 0.
       01 TABELA-ALOCACOES.
           05 TAL-ITEM OCCURS 2000 TIMES INDEXED BY IDX-TAL.
               10 TAL-CENTRO     PIC X(10).
               10 TAL-MATRICULA  PIC 9(5).
               10 TAL-DEPARTAMENTO PIC X(4).
               10 TAL-PERCENTUAL PIC 9(3)V9(2).
               10 TAL-BRUTO      PIC 9(11)V9(2).
       01 WS-QTD-NO-CENTRO       PIC 9(4).
       01 WS-QTD-ED              PIC ZZZ9.

       01 TOTAIS-CONTABILIZACAO.
           05 WS-TOTAL-DEBITOS   PIC 9(13)V9(2) VALUE 0.
           05 WS-TOTAL-CREDITOS  PIC 9(13)V9(2) VALUE 0.
       01 WS-TOTAL-LANCAMENTOS   PIC 9(7) VALUE 0.
       01 WS-VALOR-ED            PIC Z,ZZZ,ZZZ,ZZ9.99.

       01 CABECALHO-ALOCACAO     PIC X(45) VALUE
           "    Matr.   Dep.    Perc.       Bruto rateado".
       01 LINHA-ALOCACAO.
           05 FILLER             PIC X(4) VALUE SPACES.
           05 LA-MATRICULA       PIC 9(5).
           05 FILLER             PIC X(3) VALUE SPACES.
           05 LA-DEPARTAMENTO    PIC X(4).
           05 FILLER             PIC X(3) VALUE SPACES.
           05 LA-PERCENTUAL      PIC ZZ9.99.
           05 FILLER             PIC X(3) VALUE SPACES.
           05 LA-BRUTO           PIC Z,ZZZ,ZZZ,ZZ9.99.

       01 LINHA-LANCAMENTO.
           05 LL-CENTRO          PIC X(10).
           05 FILLER             PIC X(2) VALUE SPACES.
           IF WS-STATUS-DEPARTAMENTOS = "00"
               SET DEPTOS-CONFIGURADOS TO TRUE
           END-IF.
           PERFORM CARREGAR-RATEIO.

           OPEN INPUT ARQ-MOVIMENTO.
           IF WS-STATUS-MOVIMENTO NOT = "00"
               ON EXCEPTION
                   MOVE "CONTABILIZACAO.LST" TO WS-ARQ-RELATORIO
           END-ACCEPT.
           ACCEPT WS-ARQ-RELATORIO-RATEIO FROM ENVIRONMENT
                   "RATEIO_CUSTOS_LST"
               ON EXCEPTION
                   MOVE "RATEIO-CUSTOS.LST" TO WS-ARQ-RELATORIO-RATEIO
           END-ACCEPT.
           ACCEPT WS-UNIDADE-FILTRO FROM ENVIRONMENT
                   "UNIDADE_FILTRO"
               ON EXCEPTION
               END-STRING
           END-IF.

      * O custo do funcionario e repartido entre os departamentos
      * do rateio vigente; sem rateio vai todo para o departamento
      * do cadastro.
       ACUMULAR-MOVIMENTO.
           MOVE FMV-COMPETENCIA TO WS-COMPETENCIA.
           MOVE FMV-MATRICULA TO WS-RAT-MATRICULA.
           MOVE FMV-COMPETENCIA TO WS-RAT-COMPETENCIA.
           MOVE FMV-DEPARTAMENTO TO WS-RAT-PRINCIPAL.
           PERFORM SELECIONAR-RATEIO.
           MOVE 8 TO WS-RAT-QTD-VALORES.
           MOVE FMV-SALARIO-BRUTO TO WS-RAT-VALOR(1).
           MOVE FMV-DESCONTO-INSS TO WS-RAT-VALOR(2).
           MOVE FMV-DESCONTO-IRRF TO WS-RAT-VALOR(3).
           MOVE FMV-DESCONTO-SINDICATO TO WS-RAT-VALOR(4).
           MOVE FMV-DESCONTO-FALTAS TO WS-RAT-VALOR(5).
           MOVE FMV-OUTROS-DESCONTOS TO WS-RAT-VALOR(6).
           MOVE FMV-SALARIO-FAMILIA TO WS-RAT-VALOR(7).
           MOVE FMV-SALARIO-LIQUIDO TO WS-RAT-VALOR(8).
           PERFORM RATEAR-VALORES.
           PERFORM VARYING IDX-TRP FROM 1 BY 1
                   UNTIL IDX-TRP > QTD-PARTES-RATEIO
               PERFORM ACUMULAR-PARTE
           END-PERFORM.

           ADD FMV-SALARIO-BRUTO TO WS-SOMA-BRUTO.
           COMPUTE WS-SOMA-DESCONTOS = WS-SOMA-DESCONTOS
               + FMV-DESCONTO-INSS + FMV-DESCONTO-IRRF
               + FMV-DESCONTO-SINDICATO + FMV-DESCONTO-FALTAS
               + FMV-OUTROS-DESCONTOS.
           ADD FMV-SALARIO-LIQUIDO TO WS-SOMA-LIQUIDO.

       ACUMULAR-PARTE.
           MOVE TRP-DEPARTAMENTO(IDX-TRP) TO WS-DEPTO-CONSULTA.
           PERFORM BUSCAR-CENTRO-CUSTO.
           MOVE "N" TO ENCONTROU-CENTRO.
           PERFORM VARYING IDX-CC FROM 1 BY 1
               MOVE 0 TO TC-LIQUIDO(IDX-CC)
               PERFORM SOMAR-NO-CENTRO
           END-IF.
           IF WS-RAT-DEFINIDO = "S" AND QTD-ALOCACOES < 2000
               ADD 1 TO QTD-ALOCACOES
               SET IDX-TAL TO QTD-ALOCACOES
               MOVE WS-CENTRO-CUSTO TO TAL-CENTRO(IDX-TAL)
               MOVE FMV-MATRICULA TO TAL-MATRICULA(IDX-TAL)
               MOVE TRP-DEPARTAMENTO(IDX-TRP)
                   TO TAL-DEPARTAMENTO(IDX-TAL)
               MOVE TRP-PERCENTUAL(IDX-TRP) TO TAL-PERCENTUAL(IDX-TAL)
               MOVE TRP-VALOR(IDX-TRP, 1) TO TAL-BRUTO(IDX-TAL)
           END-IF.

       SOMAR-NO-CENTRO.
           ADD TRP-VALOR(IDX-TRP, 1) TO TC-BRUTO(IDX-CC).
           ADD TRP-VALOR(IDX-TRP, 2) TO TC-INSS(IDX-CC).
           ADD TRP-VALOR(IDX-TRP, 3) TO TC-IRRF(IDX-CC).
           ADD TRP-VALOR(IDX-TRP, 4) TO TC-SINDICATO(IDX-CC).
           ADD TRP-VALOR(IDX-TRP, 5) TO TC-FALTAS(IDX-CC).
           ADD TRP-VALOR(IDX-TRP, 6) TO TC-OUTROS(IDX-CC).
           ADD TRP-VALOR(IDX-TRP, 7) TO TC-SALFAM(IDX-CC).
           ADD TRP-VALOR(IDX-TRP, 8) TO TC-LIQUIDO(IDX-CC).

       BUSCAR-CENTRO-CUSTO.
           MOVE WS-DEPTO-CONSULTA TO WS-CENTRO-CUSTO.
           IF DEPTOS-CONFIGURADOS
               MOVE WS-DEPTO-CONSULTA TO DEP-CODIGO
               READ ARQ-DEPARTAMENTOS
                   INVALID KEY
                       CONTINUE
           PERFORM ESCREVER-CONFERENCIA.
           CLOSE RELATORIO.
           CLOSE ARQ-LANCAMENTOS.
           PERFORM ESCREVER-RATEIO-CENTROS.
           DISPLAY "Lancamentos gravados em " WS-ARQ-LANCAMENTOS.
           DISPLAY "Relatorio gravado em " WS-ARQ-RELATORIO.
           DISPLAY "Rateio gravado em " WS-ARQ-RELATORIO-RATEIO.

       LANCAR-CENTRO.
           MOVE "D" TO LCT-TIPO.
               WRITE LINHA-RELATORIO
           END-IF.

      * Relatorio de rateio: por centro de custo, o bruto apropriado
      * e as parcelas dos funcionarios com rateio cadastrado.
       ESCREVER-RATEIO-CENTROS.
           OPEN OUTPUT RELATORIO-RATEIO.
           MOVE SPACES TO LINHA-RATEIO.
           STRING "Rateio de Custos por Centro de Custo - Competencia "
               DELIMITED BY SIZE
               WS-COMPETENCIA DELIMITED BY SIZE
               INTO LINHA-RATEIO
           END-STRING.
           WRITE LINHA-RATEIO.
           PERFORM VARYING IDX-CC FROM 1 BY 1
                   UNTIL IDX-CC > QTD-CENTROS
               PERFORM ESCREVER-CENTRO-RATEIO
           END-PERFORM.
           MOVE SPACES TO LINHA-RATEIO.
           WRITE LINHA-RATEIO.
           MOVE QTD-ALOCACOES TO WS-QTD-ED.
           MOVE SPACES TO LINHA-RATEIO.
           STRING "Parcelas de rateio apropriadas: " DELIMITED BY SIZE
               WS-QTD-ED DELIMITED BY SIZE
               INTO LINHA-RATEIO
           END-STRING.
           WRITE LINHA-RATEIO.
           CLOSE RELATORIO-RATEIO.

       ESCREVER-CENTRO-RATEIO.
           MOVE SPACES TO LINHA-RATEIO.
           WRITE LINHA-RATEIO.
           MOVE TC-BRUTO(IDX-CC) TO WS-VALOR-ED.
           MOVE SPACES TO LINHA-RATEIO.
           STRING "Centro de custo: " DELIMITED BY SIZE
               TC-CENTRO(IDX-CC) DELIMITED BY SIZE
               "  Bruto apropriado: " DELIMITED BY SIZE
               WS-VALOR-ED DELIMITED BY SIZE
               INTO LINHA-RATEIO
           END-STRING.
           WRITE LINHA-RATEIO.
           MOVE 0 TO WS-QTD-NO-CENTRO.
           PERFORM VARYING IDX-TAL FROM 1 BY 1
                   UNTIL IDX-TAL > QTD-ALOCACOES
               IF TAL-CENTRO(IDX-TAL) = TC-CENTRO(IDX-CC)
                   IF WS-QTD-NO-CENTRO = 0
                       MOVE CABECALHO-ALOCACAO TO LINHA-RATEIO
                       WRITE LINHA-RATEIO
                   END-IF
                   ADD 1 TO WS-QTD-NO-CENTRO
                   MOVE TAL-MATRICULA(IDX-TAL) TO LA-MATRICULA
                   MOVE TAL-DEPARTAMENTO(IDX-TAL) TO LA-DEPARTAMENTO
                   MOVE TAL-PERCENTUAL(IDX-TAL) TO LA-PERCENTUAL
                   MOVE TAL-BRUTO(IDX-TAL) TO LA-BRUTO
                   MOVE SPACES TO LINHA-RATEIO
                   MOVE LINHA-ALOCACAO TO LINHA-RATEIO
                   WRITE LINHA-RATEIO
               END-IF
           END-PERFORM.
           IF WS-QTD-NO-CENTRO = 0
               MOVE "    (sem funcionarios rateados)" TO LINHA-RATEIO
               WRITE LINHA-RATEIO
           END-IF.

       COPY RATEIOPD.

       COPY JOBLOGPD.

       COPY ERRLOGPD.

       IDENTIFICATION DIVISION.
           PROGRAM-ID. ProvisaoMensal.
           AUTHOR. Fernando Anselmo.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FUNCIONARIOS ASSIGN TO WS-ARQ-FUNCIONARIOS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-FUNCIONARIOS.

           SELECT ARQ-FERIAS ASSIGN TO WS-ARQ-FERIAS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-FERIAS.

           SELECT ARQ-MOVIMENTO-13 ASSIGN TO WS-ARQ-MOVIMENTO-13
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-MOVIMENTO-13.

           SELECT ARQ-PROVISOES ASSIGN TO WS-ARQ-PROVISOES
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-PROVISOES.

           SELECT ARQ-DEPARTAMENTOS ASSIGN TO WS-ARQ-DEPARTAMENTOS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DEP-CODIGO
               FILE STATUS IS WS-STATUS-DEPARTAMENTOS.

           SELECT ARQ-LANCAMENTOS ASSIGN TO WS-ARQ-LANCAMENTOS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-LANCAMENTOS.

           SELECT ARQ-LANCAMENTOS-TMP
               ASSIGN TO WS-ARQ-LANCAMENTOS-TMP
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-LANCAMENTOS-TMP.

           SELECT RELATORIO ASSIGN TO WS-ARQ-RELATORIO
               ORGANIZATION IS LINE SEQUENTIAL.

           COPY AFASTSL.

           COPY RATEIOSL.

           COPY ERRLOGSL.

           COPY JOBLOGSL.

       DATA DIVISION.
       FILE SECTION.
       FD FUNCIONARIOS.
       01 DETALHEFUNCIONARIO.
           COPY FUNCIONARIO.

       FD ARQ-FERIAS.
       01 REGISTRO-FERIAS.
           COPY FERIAS.

       FD ARQ-MOVIMENTO-13.
       01 REGISTRO-MOVIMENTO-13.
           COPY DECIMOMOV.

       FD ARQ-PROVISOES.
       01 REGISTRO-PROVISAO.
           COPY PROVISAO.

       FD ARQ-DEPARTAMENTOS.
       01 REG-DEPARTAMENTO.
           COPY DEPARTAMENTO.

       FD ARQ-LANCAMENTOS.
       01 REGISTRO-LANCAMENTO.
           05 LCT-COMPETENCIA      PIC 9(6).
           05 LCT-CENTRO-CUSTO     PIC X(10).
           05 LCT-TIPO             PIC X(1).
           05 LCT-CONTA            PIC X(20).
           05 LCT-VALOR            PIC 9(11)V9(2).

       FD ARQ-LANCAMENTOS-TMP.
       01 REGISTRO-LANCAMENTO-TMP  PIC X(50).

       FD RELATORIO.
       01 LINHA-RELATORIO          PIC X(132).

       COPY AFASTFD.

       COPY RATEIOFD.

       COPY ERRLOGFD.

       COPY JOBLOGFD.

       WORKING-STORAGE SECTION.
       COPY ERRLOGWS.

       COPY JOBLOGWS.

       COPY AFASTWS.

       COPY RATEIOWS.

       01 WS-ARQ-FUNCIONARIOS    PIC X(40)
           VALUE "FUNCIONARIOS.DATA".
       01 WS-ARQ-FERIAS          PIC X(40) VALUE "FERIAS.DATA".
       01 WS-ARQ-MOVIMENTO-13    PIC X(40)
           VALUE "DECIMO-MOVIMENTO.DATA".
       01 WS-ARQ-PROVISOES       PIC X(40) VALUE "PROVISOES.DATA".
       01 WS-ARQ-DEPARTAMENTOS   PIC X(40) VALUE "departamentos.idx".
       01 WS-ARQ-LANCAMENTOS     PIC X(40)
           VALUE "LANCAMENTOS-CONTABEIS.DATA".
       01 WS-ARQ-LANCAMENTOS-TMP PIC X(40)
           VALUE "LANCAMENTOS-CONTABEIS.TMP".
       01 WS-ARQ-RELATORIO       PIC X(40) VALUE "PROVISOES.LST".

       01 WS-STATUS-FUNCIONARIOS PIC X(2).
       01 WS-STATUS-FERIAS       PIC X(2).
       01 WS-STATUS-MOVIMENTO-13 PIC X(2).
       01 WS-STATUS-PROVISOES    PIC X(2).
       01 WS-STATUS-DEPARTAMENTOS PIC X(2).
       01 WS-STATUS-LANCAMENTOS  PIC X(2).
       01 WS-STATUS-LANCAMENTOS-TMP PIC X(2).
       01 WS-DEPTOS-CONFIGURADOS PIC X(1) VALUE "N".
           88 DEPTOS-CONFIGURADOS    VALUE "S".
       01 WS-FIM-ARQ             PIC X VALUE "N".

      * Competencia da provisao (AAAAMM); sem parametro vale o mes
      * corrente. O saldo e apurado no ultimo dia do mes.
       01 WS-COMPETENCIA-TXT     PIC X(6).
       01 WS-COMPETENCIA         PIC 9(6).
       01 COMPETENCIA-DECOMPOSTA REDEFINES WS-COMPETENCIA.
           05 WS-COMPETENCIA-ANO PIC 9(4).
           05 WS-COMPETENCIA-MES PIC 9(2).
       01 WS-DATA-HOJE           PIC 9(8).
       01 WS-PRIMEIRO-DIA        PIC 9(8).
       01 WS-FIM-MES             PIC 9(8).
       01 WS-PROXIMO-MES         PIC 9(6).

       01 ALIQUOTA-INSS-PATRONAL PIC V9(3) VALUE 0.200.
       01 ALIQUOTA-FGTS          PIC V9(3) VALUE 0.080.

      * Saldos por funcionario: o da competencia anterior mais
      * recente e o apurado agora.
       01 QTD-SALDOS             PIC 9(4) VALUE 0.
       01 TABELA-SALDOS.
           05 TSA-ITEM OCCURS 1000 TIMES INDEXED BY IDX-TSA.
               10 TSA-MATRICULA  PIC 9(5).
               10 TSA-DEPARTAMENTO PIC X(4).
               10 TSA-COMPETENCIA-ANT PIC 9(6).
               10 TSA-ANT-FERIAS PIC 9(9)V9(2).
               10 TSA-ANT-DECIMO PIC 9(9)V9(2).
               10 TSA-ANT-INSS   PIC 9(9)V9(2).
               10 TSA-ANT-FGTS   PIC 9(9)V9(2).
               10 TSA-CALCULADO  PIC X(1).
               10 TSA-SALARIO    PIC 9(7)V9(2).
               10 TSA-DIAS       PIC 9(3)V9(1).
               10 TSA-AVOS       PIC 9(2).
               10 TSA-FERIAS     PIC 9(9)V9(2).
               10 TSA-DECIMO     PIC 9(9)V9(2).
               10 TSA-INSS       PIC 9(9)V9(2).
               10 TSA-FGTS       PIC 9(9)V9(2).

      * Periodos aquisitivos do cadastro de ferias.
       01 QTD-PERIODOS           PIC 9(4) VALUE 0.
       01 TABELA-PERIODOS.
           05 TPE-ITEM OCCURS 2000 TIMES INDEXED BY IDX-TPE.
               10 TPE-MATRICULA  PIC 9(5).
               10 TPE-INICIO     PIC 9(8).
               10 TPE-FIM        PIC 9(8).
               10 TPE-DIREITO    PIC 9(2).
               10 TPE-GOZADOS    PIC 9(2).
               10 TPE-GOZADA     PIC X(1).

      * 13o ja pago no ano, por parcela (a reexecucao de uma
      * parcela substitui a anterior).
       01 QTD-DECIMO-PAGO        PIC 9(3) VALUE 0.
       01 TABELA-DECIMO-PAGO.
           05 TDP-ITEM OCCURS 500 TIMES INDEXED BY IDX-TDP.
               10 TDP-MATRICULA  PIC 9(5).
               10 TDP-PARCELA-1  PIC 9(9)V9(2).
               10 TDP-PARCELA-2  PIC 9(9)V9(2).

       01 CALCULO-PROVISAO.
           05 WS-DIAS-FERIAS     PIC 9(3)V9(1).
           05 WS-MAIOR-FIM       PIC 9(8).
           05 WS-PROP-INICIO     PIC 9(8).
           05 WS-PROP-DIREITO    PIC 9(2).
           05 WS-DIAS-CORRIDOS   PIC 9(5).
           05 WS-AVOS-FERIAS     PIC 9(2).
           05 WS-RESTO-DIAS      PIC 9(2).
           05 WS-AVOS            PIC 9(2).
           05 WS-MES-INICIAL     PIC 9(2).
           05 WS-MES-AVO         PIC 9(2).
           05 WS-DECIMO-DEVIDO   PIC 9(9)V9(2).
           05 WS-DECIMO-PAGO     PIC 9(9)V9(2).
           05 WS-SALDO-FERIAS    PIC 9(9)V9(2).
           05 WS-SALDO-DECIMO    PIC 9(9)V9(2).
           05 WS-SALDO-INSS      PIC 9(9)V9(2).
           05 WS-SALDO-FGTS      PIC 9(9)V9(2).

      * Movimento do mes: saldo atual menos saldo anterior.
       01 MOVIMENTO-PROVISAO.
           05 WS-MOV-FERIAS      PIC S9(9)V9(2).
           05 WS-MOV-DECIMO      PIC S9(9)V9(2).
           05 WS-MOV-INSS        PIC S9(9)V9(2).
           05 WS-MOV-FGTS        PIC S9(9)V9(2).
           05 WS-MOV-TOTAL       PIC S9(11)V9(2).
           05 WS-TOTAL-ANTERIOR  PIC 9(11)V9(2).
           05 WS-TOTAL-ATUAL     PIC 9(11)V9(2).

       01 WS-CENTRO-CUSTO        PIC X(10).
       01 ENCONTROU-CENTRO       PIC X VALUE "N".
       01 QTD-CENTROS            PIC 9(3) VALUE 0.
       01 TABELA-CENTROS.
           05 TCP-ITEM OCCURS 50 TIMES INDEXED BY IDX-CC.
               10 TCP-CENTRO     PIC X(10).
               10 TCP-FERIAS     PIC S9(11)V9(2).
               10 TCP-DECIMO     PIC S9(11)V9(2).
               10 TCP-INSS       PIC S9(11)V9(2).
               10 TCP-FGTS       PIC S9(11)V9(2).

      * Contas da provisao; as linhas destas contas na competencia
      * sao substituidas a cada processamento.
       01 WS-CONTA-LIDA          PIC X(20).
           88 CONTA-DE-PROVISAO      VALUE "DESP PROVISAO FERIAS"
                                           "PROVISAO FERIAS"
                                           "DESP PROVISAO 13O"
                                           "PROVISAO 13O SALARIO"
                                           "DESP INSS PROVISOES"
                                           "INSS S/ PROVISOES"
                                           "DESP FGTS PROVISOES"
                                           "FGTS S/ PROVISOES".
       01 WS-CONTA-DESPESA       PIC X(20).
       01 WS-CONTA-PASSIVO       PIC X(20).
       01 WS-VALOR-LANCAR        PIC S9(11)V9(2).

       01 TOTAIS-PROVISAO.
           05 WS-TOTAL-FUNCIONARIOS PIC 9(5) VALUE 0.
           05 WS-TOTAL-LANCAMENTOS PIC 9(5) VALUE 0.
           05 WS-TOTAL-SUBSTITUIDOS PIC 9(5) VALUE 0.
           05 WS-TOTAL-DEBITOS   PIC 9(13)V9(2) VALUE 0.
           05 WS-TOTAL-CREDITOS  PIC 9(13)V9(2) VALUE 0.
           05 WS-SOMA-FERIAS     PIC 9(11)V9(2) VALUE 0.
           05 WS-SOMA-DECIMO     PIC 9(11)V9(2) VALUE 0.
           05 WS-SOMA-ENCARGOS   PIC 9(11)V9(2) VALUE 0.
           05 WS-SOMA-ANTERIOR   PIC 9(11)V9(2) VALUE 0.
           05 WS-SOMA-MOVIMENTO  PIC S9(11)V9(2) VALUE 0.

       01 WS-VALOR-ED            PIC Z,ZZZ,ZZZ,ZZ9.99.
       01 WS-MOVIMENTO-ED        PIC --,---,---,--9.99.
       01 WS-QTD-ED              PIC ZZZZ9.

       01 CABECALHO-DETALHE.
           05 FILLER             PIC X(29) VALUE
           "Matr. Dep.     Salario  Dias ".
           05 FILLER             PIC X(31) VALUE
           "  Prov.Ferias Av     Prov. 13o ".
           05 FILLER             PIC X(45) VALUE
           "  Encargos(*)   Saldo anterior      Movimento".

       01 LINHA-DETALHE.
           05 LD-MATRICULA       PIC 9(5).
           05 FILLER             PIC X(1) VALUE SPACES.
           05 LD-DEPARTAMENTO    PIC X(4).
           05 FILLER             PIC X(1) VALUE SPACES.
           05 LD-SALARIO         PIC ZZZ,ZZ9.99.
           05 FILLER             PIC X(1) VALUE SPACES.
           05 LD-DIAS            PIC ZZ9.9.
           05 FILLER             PIC X(1) VALUE SPACES.
           05 LD-FERIAS          PIC ZZ,ZZZ,ZZ9.99.
           05 FILLER             PIC X(1) VALUE SPACES.
           05 LD-AVOS            PIC Z9.
           05 FILLER             PIC X(1) VALUE SPACES.
           05 LD-DECIMO          PIC ZZ,ZZZ,ZZ9.99.
           05 FILLER             PIC X(1) VALUE SPACES.
           05 LD-ENCARGOS        PIC ZZ,ZZZ,ZZ9.99.
           05 FILLER             PIC X(1) VALUE SPACES.
           05 LD-ANTERIOR        PIC Z,ZZZ,ZZZ,ZZ9.99.
           05 FILLER             PIC X(1) VALUE SPACES.
           05 LD-MOVIMENTO       PIC ---,---,--9.99.
           05 FILLER             PIC X(1) VALUE SPACES.
           05 LD-OBSERVACAO      PIC X(10).

       01 LINHA-LANCAMENTO.
           05 LL-CENTRO          PIC X(10).
           05 FILLER             PIC X(2) VALUE SPACES.
           05 LL-TIPO            PIC X(1).
           05 FILLER             PIC X(2) VALUE SPACES.
           05 LL-CONTA           PIC X(20).
           05 FILLER             PIC X(2) VALUE SPACES.
           05 LL-VALOR           PIC Z,ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       INICIO.
           PERFORM DEFINIR-ARQUIVOS.
           DISPLAY "============================================".
           DISPLAY " Provisao Mensal de Ferias e 13o Salario".
           DISPLAY "============================================".
           MOVE "ProvisaoMensal" TO WS-JOBLOG-PROGRAMA.
           MOVE "INICIO" TO WS-JOBLOG-EVENTO.
           PERFORM GRAVAR-JOBLOG.

           PERFORM DEFINIR-COMPETENCIA.
           DISPLAY "Competencia: " WS-COMPETENCIA
              "  Saldo em: " WS-FIM-MES.

           PERFORM CARREGAR-SALDOS-ANTERIORES.
           PERFORM CARREGAR-PERIODOS.
           PERFORM CARREGAR-DECIMO-PAGO.
           PERFORM CARREGAR-AFASTAMENTOS.
           PERFORM CARREGAR-RATEIO.

           MOVE "N" TO WS-DEPTOS-CONFIGURADOS.
           OPEN INPUT ARQ-DEPARTAMENTOS.
           IF WS-STATUS-DEPARTAMENTOS = "00"
               SET DEPTOS-CONFIGURADOS TO TRUE
           END-IF.

           OPEN INPUT FUNCIONARIOS.
           IF WS-STATUS-FUNCIONARIOS NOT = "00"
               DISPLAY "Erro ao abrir " WS-ARQ-FUNCIONARIOS
                  " Status: " WS-STATUS-FUNCIONARIOS
               MOVE "ProvisaoMensal" TO WS-ERRLOG-PROGRAMA
               MOVE "INICIO" TO WS-ERRLOG-PARAGRAFO
               MOVE WS-ARQ-FUNCIONARIOS TO WS-ERRLOG-ARQUIVO
               MOVE WS-STATUS-FUNCIONARIOS TO WS-ERRLOG-STATUS
               PERFORM GRAVAR-ERRORLOG
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE "N" TO WS-FIM-ARQ
               PERFORM UNTIL WS-FIM-ARQ = "S"
                   READ FUNCIONARIOS
                       AT END
                           MOVE "S" TO WS-FIM-ARQ
                       NOT AT END
                           IF DETALHEFUNCIONARIO(1:3) NOT = "HDR"
                                   AND DETALHEFUNCIONARIO(1:3)
                                       NOT = "TRL"
                                   AND MATRICULA-FUNCIONARIO
                                       IS NUMERIC
                                   AND NOT FUNCIONARIO-DESLIGADO
                                   AND DATA-ADMISSAO <= WS-FIM-MES
                               PERFORM CALCULAR-PROVISAO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FUNCIONARIOS

               PERFORM GRAVAR-SALDOS
               OPEN OUTPUT RELATORIO
               PERFORM ESCREVER-CABECALHO
               PERFORM VARYING IDX-TSA FROM 1 BY 1
                       UNTIL IDX-TSA > QTD-SALDOS
                   PERFORM APURAR-MOVIMENTO
               END-PERFORM
               PERFORM GERAR-LANCAMENTOS
               PERFORM ESCREVER-TOTAIS
               CLOSE RELATORIO
               DISPLAY "Relatorio gravado em " WS-ARQ-RELATORIO
               DISPLAY "Lancamentos incluidos em " WS-ARQ-LANCAMENTOS
           END-IF.

           IF DEPTOS-CONFIGURADOS
               CLOSE ARQ-DEPARTAMENTOS
           END-IF.

           MOVE WS-TOTAL-LANCAMENTOS TO WS-JOBLOG-QTD-REGISTROS.
           MOVE "FIM" TO WS-JOBLOG-EVENTO.
           PERFORM GRAVAR-JOBLOG.
           GOBACK.

       DEFINIR-ARQUIVOS.
           ACCEPT WS-ARQ-FUNCIONARIOS FROM ENVIRONMENT
                   "FUNCIONARIOS_DATA"
               ON EXCEPTION
                   MOVE "FUNCIONARIOS.DATA" TO WS-ARQ-FUNCIONARIOS
           END-ACCEPT.
           ACCEPT WS-ARQ-FERIAS FROM ENVIRONMENT "FERIAS_DATA"
               ON EXCEPTION
                   MOVE "FERIAS.DATA" TO WS-ARQ-FERIAS
           END-ACCEPT.
           ACCEPT WS-ARQ-MOVIMENTO-13 FROM ENVIRONMENT
                   "DECIMO_MOVIMENTO_DATA"
               ON EXCEPTION
                   MOVE "DECIMO-MOVIMENTO.DATA"
                       TO WS-ARQ-MOVIMENTO-13
           END-ACCEPT.
           ACCEPT WS-ARQ-PROVISOES FROM ENVIRONMENT
                   "PROVISOES_DATA"
               ON EXCEPTION
                   MOVE "PROVISOES.DATA" TO WS-ARQ-PROVISOES
           END-ACCEPT.
           ACCEPT WS-ARQ-DEPARTAMENTOS FROM ENVIRONMENT
                   "DEPARTAMENTOS_IDX"
               ON EXCEPTION
                   MOVE "departamentos.idx" TO WS-ARQ-DEPARTAMENTOS
           END-ACCEPT.
           ACCEPT WS-ARQ-LANCAMENTOS FROM ENVIRONMENT
                   "LANCAMENTOS_CONTABEIS"
               ON EXCEPTION
                   MOVE "LANCAMENTOS-CONTABEIS.DATA"
                       TO WS-ARQ-LANCAMENTOS
           END-ACCEPT.
           ACCEPT WS-ARQ-LANCAMENTOS-TMP FROM ENVIRONMENT
                   "LANCAMENTOS_CONTABEIS_TMP"
               ON EXCEPTION
                   MOVE "LANCAMENTOS-CONTABEIS.TMP"
                       TO WS-ARQ-LANCAMENTOS-TMP
           END-ACCEPT.
           ACCEPT WS-ARQ-RELATORIO FROM ENVIRONMENT "PROVISOES_LST"
               ON EXCEPTION
                   MOVE "PROVISOES.LST" TO WS-ARQ-RELATORIO
           END-ACCEPT.
           ACCEPT WS-COMPETENCIA-TXT FROM ENVIRONMENT
                   "PROVISAO_COMPETENCIA"
               ON EXCEPTION
                   MOVE SPACES TO WS-COMPETENCIA-TXT
           END-ACCEPT.

       DEFINIR-COMPETENCIA.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
           IF WS-COMPETENCIA-TXT IS NUMERIC
               MOVE WS-COMPETENCIA-TXT TO WS-COMPETENCIA
           ELSE
               MOVE WS-DATA-HOJE(1:6) TO WS-COMPETENCIA
           END-IF.
           IF WS-COMPETENCIA-MES < 1 OR WS-COMPETENCIA-MES > 12
               MOVE WS-DATA-HOJE(1:6) TO WS-COMPETENCIA
           END-IF.
           COMPUTE WS-PRIMEIRO-DIA = WS-COMPETENCIA * 100 + 1.
           IF WS-COMPETENCIA-MES = 12
               COMPUTE WS-PROXIMO-MES
                   = (WS-COMPETENCIA-ANO + 1) * 100 + 1
           ELSE
               COMPUTE WS-PROXIMO-MES = WS-COMPETENCIA + 1
           END-IF.
           COMPUTE WS-FIM-MES = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-PROXIMO-MES * 100 + 1)
               - 1).

      * Saldo anterior: o registro ativo de maior competencia
      * anterior a processada.
       CARREGAR-SALDOS-ANTERIORES.
           MOVE 0 TO QTD-SALDOS.
           MOVE "N" TO WS-FIM-ARQ.
           OPEN INPUT ARQ-PROVISOES.
           IF WS-STATUS-PROVISOES = "00"
               PERFORM UNTIL WS-FIM-ARQ = "S"
                   READ ARQ-PROVISOES
                       AT END
                           MOVE "S" TO WS-FIM-ARQ
                       NOT AT END
                           IF PROVISAO-ATIVA
                                   AND PRV-COMPETENCIA < WS-COMPETENCIA
                               PERFORM GUARDAR-SALDO-ANTERIOR
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQ-PROVISOES
           END-IF.

       GUARDAR-SALDO-ANTERIOR.
           PERFORM VARYING IDX-TSA FROM 1 BY 1
                   UNTIL IDX-TSA > QTD-SALDOS
                   OR TSA-MATRICULA(IDX-TSA) = PRV-MATRICULA
               CONTINUE
           END-PERFORM.
           IF IDX-TSA > QTD-SALDOS
               IF QTD-SALDOS < 1000
                   ADD 1 TO QTD-SALDOS
                   SET IDX-TSA TO QTD-SALDOS
                   PERFORM INICIAR-SALDO
                   MOVE PRV-MATRICULA TO TSA-MATRICULA(IDX-TSA)
                   PERFORM COPIAR-SALDO-ANTERIOR
               END-IF
           ELSE
               IF PRV-COMPETENCIA >= TSA-COMPETENCIA-ANT(IDX-TSA)
                   PERFORM COPIAR-SALDO-ANTERIOR
               END-IF
           END-IF.

       COPIAR-SALDO-ANTERIOR.
           MOVE PRV-DEPARTAMENTO TO TSA-DEPARTAMENTO(IDX-TSA).
           MOVE PRV-COMPETENCIA TO TSA-COMPETENCIA-ANT(IDX-TSA).
           MOVE PRV-SALDO-FERIAS TO TSA-ANT-FERIAS(IDX-TSA).
           MOVE PRV-SALDO-DECIMO TO TSA-ANT-DECIMO(IDX-TSA).
           MOVE PRV-SALDO-INSS TO TSA-ANT-INSS(IDX-TSA).
           MOVE PRV-SALDO-FGTS TO TSA-ANT-FGTS(IDX-TSA).

       INICIAR-SALDO.
           MOVE SPACES TO TSA-DEPARTAMENTO(IDX-TSA).
           MOVE 0 TO TSA-COMPETENCIA-ANT(IDX-TSA).
           MOVE 0 TO TSA-ANT-FERIAS(IDX-TSA).
           MOVE 0 TO TSA-ANT-DECIMO(IDX-TSA).
           MOVE 0 TO TSA-ANT-INSS(IDX-TSA).
           MOVE 0 TO TSA-ANT-FGTS(IDX-TSA).
           MOVE "N" TO TSA-CALCULADO(IDX-TSA).
           MOVE 0 TO TSA-SALARIO(IDX-TSA).
           MOVE 0 TO TSA-DIAS(IDX-TSA).
           MOVE 0 TO TSA-AVOS(IDX-TSA).
           MOVE 0 TO TSA-FERIAS(IDX-TSA).
           MOVE 0 TO TSA-DECIMO(IDX-TSA).
           MOVE 0 TO TSA-INSS(IDX-TSA).
           MOVE 0 TO TSA-FGTS(IDX-TSA).

       CARREGAR-PERIODOS.
           MOVE 0 TO QTD-PERIODOS.
           MOVE "N" TO WS-FIM-ARQ.
           OPEN INPUT ARQ-FERIAS.
           IF WS-STATUS-FERIAS = "00"
               PERFORM UNTIL WS-FIM-ARQ = "S"
                   READ ARQ-FERIAS
                       AT END
                           MOVE "S" TO WS-FIM-ARQ
                       NOT AT END
                           IF QTD-PERIODOS < 2000
                               ADD 1 TO QTD-PERIODOS
                               SET IDX-TPE TO QTD-PERIODOS
                               MOVE FER-MATRICULA
                                   TO TPE-MATRICULA(IDX-TPE)
                               MOVE FER-INICIO-AQUISITIVO
                                   TO TPE-INICIO(IDX-TPE)
                               MOVE FER-FIM-AQUISITIVO
                                   TO TPE-FIM(IDX-TPE)
                               MOVE FER-DIAS-DIREITO
                                   TO TPE-DIREITO(IDX-TPE)
                               MOVE FER-DIAS-GOZADOS
                                   TO TPE-GOZADOS(IDX-TPE)
                               IF FERIAS-GOZADA
                                   MOVE "S" TO TPE-GOZADA(IDX-TPE)
                               ELSE
                                   MOVE "N" TO TPE-GOZADA(IDX-TPE)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQ-FERIAS
           END-IF.

       CARREGAR-DECIMO-PAGO.
           MOVE 0 TO QTD-DECIMO-PAGO.
           MOVE "N" TO WS-FIM-ARQ.
           OPEN INPUT ARQ-MOVIMENTO-13.
           IF WS-STATUS-MOVIMENTO-13 = "00"
               PERFORM UNTIL WS-FIM-ARQ = "S"
                   READ ARQ-MOVIMENTO-13
                       AT END
                           MOVE "S" TO WS-FIM-ARQ
                       NOT AT END
                           IF D13-ANO = WS-COMPETENCIA-ANO
                                   AND D13-DATA-CALCULO <= WS-FIM-MES
                               PERFORM GUARDAR-DECIMO-PAGO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQ-MOVIMENTO-13
           END-IF.

       GUARDAR-DECIMO-PAGO.
           PERFORM VARYING IDX-TDP FROM 1 BY 1
                   UNTIL IDX-TDP > QTD-DECIMO-PAGO
                   OR TDP-MATRICULA(IDX-TDP) = D13-MATRICULA
               CONTINUE
           END-PERFORM.
           IF IDX-TDP > QTD-DECIMO-PAGO
               IF QTD-DECIMO-PAGO < 500
                   ADD 1 TO QTD-DECIMO-PAGO
                   SET IDX-TDP TO QTD-DECIMO-PAGO
                   MOVE D13-MATRICULA TO TDP-MATRICULA(IDX-TDP)
                   MOVE 0 TO TDP-PARCELA-1(IDX-TDP)
                   MOVE 0 TO TDP-PARCELA-2(IDX-TDP)
               END-IF
           END-IF.
           IF IDX-TDP <= QTD-DECIMO-PAGO
               IF D13-PARCELA = 1
                   MOVE D13-VALOR-PARCELA TO TDP-PARCELA-1(IDX-TDP)
               ELSE
                   MOVE D13-VALOR-PARCELA TO TDP-PARCELA-2(IDX-TDP)
               END-IF
           END-IF.

       CALCULAR-PROVISAO.
           PERFORM VARYING IDX-TSA FROM 1 BY 1
                   UNTIL IDX-TSA > QTD-SALDOS
                   OR TSA-MATRICULA(IDX-TSA) = MATRICULA-FUNCIONARIO
               CONTINUE
           END-PERFORM.
           IF IDX-TSA > QTD-SALDOS
               IF QTD-SALDOS >= 1000
                   DISPLAY "Tabela de saldos cheia; matricula "
                      MATRICULA-FUNCIONARIO " nao provisionada."
                   MOVE 4 TO RETURN-CODE
               ELSE
                   ADD 1 TO QTD-SALDOS
                   SET IDX-TSA TO QTD-SALDOS
                   PERFORM INICIAR-SALDO
                   MOVE MATRICULA-FUNCIONARIO TO TSA-MATRICULA(IDX-TSA)
               END-IF
           END-IF.
           IF IDX-TSA <= QTD-SALDOS
               ADD 1 TO WS-TOTAL-FUNCIONARIOS
               PERFORM CALCULAR-FERIAS
               PERFORM CALCULAR-DECIMO
               COMPUTE WS-SALDO-INSS ROUNDED
                   = (WS-SALDO-FERIAS + WS-SALDO-DECIMO)
                   * ALIQUOTA-INSS-PATRONAL
               COMPUTE WS-SALDO-FGTS ROUNDED
                   = (WS-SALDO-FERIAS + WS-SALDO-DECIMO)
                   * ALIQUOTA-FGTS
               MOVE "S" TO TSA-CALCULADO(IDX-TSA)
               MOVE CODIGO-DEPARTAMENTO TO TSA-DEPARTAMENTO(IDX-TSA)
               MOVE SALARIO-FUNCIONARIO TO TSA-SALARIO(IDX-TSA)
               MOVE WS-DIAS-FERIAS TO TSA-DIAS(IDX-TSA)
               MOVE WS-AVOS TO TSA-AVOS(IDX-TSA)
               MOVE WS-SALDO-FERIAS TO TSA-FERIAS(IDX-TSA)
               MOVE WS-SALDO-DECIMO TO TSA-DECIMO(IDX-TSA)
               MOVE WS-SALDO-INSS TO TSA-INSS(IDX-TSA)
               MOVE WS-SALDO-FGTS TO TSA-FGTS(IDX-TSA)
           END-IF.

      * Ferias: dias ainda devidos dos periodos vencidos nao
      * gozados mais os avos do periodo em curso (fracao acima de
      * 14 dias conta um avo), valorizados com o terco
      * constitucional.
       CALCULAR-FERIAS.
           MOVE 0 TO WS-DIAS-FERIAS.
           MOVE 0 TO WS-MAIOR-FIM.
           PERFORM VARYING IDX-TPE FROM 1 BY 1
                   UNTIL IDX-TPE > QTD-PERIODOS
               IF TPE-MATRICULA(IDX-TPE) = MATRICULA-FUNCIONARIO
                       AND TPE-INICIO(IDX-TPE) <= WS-FIM-MES
                   PERFORM AVALIAR-PERIODO
               END-IF
           END-PERFORM.
           IF WS-MAIOR-FIM = 0
               MOVE DATA-ADMISSAO TO WS-PROP-INICIO
           ELSE
               MOVE WS-MAIOR-FIM TO WS-PROP-INICIO
           END-IF.
           IF WS-PROP-INICIO <= WS-FIM-MES
               MOVE 30 TO WS-PROP-DIREITO
               PERFORM CALCULAR-PROPORCIONAL
           END-IF.
           COMPUTE WS-SALDO-FERIAS ROUNDED
               = SALARIO-FUNCIONARIO / 30 * WS-DIAS-FERIAS * 4 / 3.

       AVALIAR-PERIODO.
           IF TPE-FIM(IDX-TPE) > WS-MAIOR-FIM
               MOVE TPE-FIM(IDX-TPE) TO WS-MAIOR-FIM
           END-IF.
           IF TPE-GOZADA(IDX-TPE) = "N"
               IF TPE-FIM(IDX-TPE) <= WS-FIM-MES
                   IF TPE-DIREITO(IDX-TPE) > TPE-GOZADOS(IDX-TPE)
                       COMPUTE WS-DIAS-FERIAS = WS-DIAS-FERIAS
                           + TPE-DIREITO(IDX-TPE)
                           - TPE-GOZADOS(IDX-TPE)
                   END-IF
               ELSE
                   MOVE TPE-INICIO(IDX-TPE) TO WS-PROP-INICIO
                   MOVE TPE-DIREITO(IDX-TPE) TO WS-PROP-DIREITO
                   PERFORM CALCULAR-PROPORCIONAL
               END-IF
           END-IF.

      * Avos do periodo aquisitivo de WS-PROP-INICIO ate o fim do
      * mes, descontados os afastamentos que suspendem ferias.
       CALCULAR-PROPORCIONAL.
           COMPUTE WS-DIAS-CORRIDOS
               = FUNCTION INTEGER-OF-DATE(WS-FIM-MES)
               - FUNCTION INTEGER-OF-DATE(WS-PROP-INICIO) + 1.
           MOVE MATRICULA-FUNCIONARIO TO WS-AFA-MATRICULA.
           MOVE "F" TO WS-AFA-REGRA.
           MOVE WS-PROP-INICIO TO WS-AFA-PERIODO-INICIO.
           MOVE WS-FIM-MES TO WS-AFA-PERIODO-FIM.
           PERFORM CONTAR-DIAS-AFASTADO.
           IF WS-AFA-DIAS >= WS-DIAS-CORRIDOS
               MOVE 0 TO WS-DIAS-CORRIDOS
           ELSE
               SUBTRACT WS-AFA-DIAS FROM WS-DIAS-CORRIDOS
           END-IF.
           DIVIDE WS-DIAS-CORRIDOS BY 30 GIVING WS-AVOS-FERIAS
               REMAINDER WS-RESTO-DIAS.
           IF WS-RESTO-DIAS > 14
               ADD 1 TO WS-AVOS-FERIAS
           END-IF.
           IF WS-AVOS-FERIAS > 12
               MOVE 12 TO WS-AVOS-FERIAS
           END-IF.
           COMPUTE WS-DIAS-FERIAS = WS-DIAS-FERIAS
               + WS-PROP-DIREITO * WS-AVOS-FERIAS / 12.

      * 13o: um avo por mes trabalhado no ano ate a competencia (o
      * mes de admissao conta ate o dia 15, mes com mais de 15 dias
      * de afastamento nao conta), menos as parcelas ja pagas.
       CALCULAR-DECIMO.
           IF ADMISSAO-AAAA < WS-COMPETENCIA-ANO
               MOVE 1 TO WS-MES-INICIAL
           ELSE
               MOVE ADMISSAO-MM TO WS-MES-INICIAL
               IF ADMISSAO-DD > 15
                   ADD 1 TO WS-MES-INICIAL
               END-IF
           END-IF.
           MOVE 0 TO WS-AVOS.
           MOVE MATRICULA-FUNCIONARIO TO WS-AFA-MATRICULA.
           MOVE "D" TO WS-AFA-REGRA.
           MOVE WS-MES-INICIAL TO WS-MES-AVO.
           PERFORM UNTIL WS-MES-AVO > WS-COMPETENCIA-MES
               COMPUTE WS-AFA-COMPETENCIA
                   = WS-COMPETENCIA-ANO * 100 + WS-MES-AVO
               PERFORM DEFINIR-PERIODO-AFASTAMENTO
               PERFORM CONTAR-DIAS-AFASTADO
               IF WS-AFA-DIAS <= 15
                   ADD 1 TO WS-AVOS
               END-IF
               ADD 1 TO WS-MES-AVO
           END-PERFORM.
           COMPUTE WS-DECIMO-DEVIDO ROUNDED
               = SALARIO-FUNCIONARIO * WS-AVOS / 12.
           MOVE 0 TO WS-DECIMO-PAGO.
           PERFORM VARYING IDX-TDP FROM 1 BY 1
                   UNTIL IDX-TDP > QTD-DECIMO-PAGO
               IF TDP-MATRICULA(IDX-TDP) = MATRICULA-FUNCIONARIO
                   COMPUTE WS-DECIMO-PAGO = TDP-PARCELA-1(IDX-TDP)
                       + TDP-PARCELA-2(IDX-TDP)
               END-IF
           END-PERFORM.
           IF WS-DECIMO-PAGO >= WS-DECIMO-DEVIDO
               MOVE 0 TO WS-SALDO-DECIMO
           ELSE
               COMPUTE WS-SALDO-DECIMO
                   = WS-DECIMO-DEVIDO - WS-DECIMO-PAGO
           END-IF.

      * Reprocessar a competencia cancela os saldos gravados antes
      * para ela; em seguida grava os saldos apurados agora.
       GRAVAR-SALDOS.
           MOVE "N" TO WS-FIM-ARQ.
           OPEN I-O ARQ-PROVISOES.
           IF WS-STATUS-PROVISOES = "00"
               PERFORM UNTIL WS-FIM-ARQ = "S"
                   READ ARQ-PROVISOES
                       AT END
                           MOVE "S" TO WS-FIM-ARQ
                       NOT AT END
                           IF PROVISAO-ATIVA
                                   AND PRV-COMPETENCIA = WS-COMPETENCIA
                               SET PROVISAO-CANCELADA TO TRUE
                               REWRITE REGISTRO-PROVISAO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQ-PROVISOES
           END-IF.
           OPEN EXTEND ARQ-PROVISOES.
           IF WS-STATUS-PROVISOES = "35"
               OPEN OUTPUT ARQ-PROVISOES
           END-IF.
           IF WS-STATUS-PROVISOES NOT = "00"
               DISPLAY "Erro ao abrir " WS-ARQ-PROVISOES
                  " Status: " WS-STATUS-PROVISOES
               MOVE "ProvisaoMensal" TO WS-ERRLOG-PROGRAMA
               MOVE "GRAVAR-SALDOS" TO WS-ERRLOG-PARAGRAFO
               MOVE WS-ARQ-PROVISOES TO WS-ERRLOG-ARQUIVO
               MOVE WS-STATUS-PROVISOES TO WS-ERRLOG-STATUS
               PERFORM GRAVAR-ERRORLOG
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM VARYING IDX-TSA FROM 1 BY 1
                       UNTIL IDX-TSA > QTD-SALDOS
                   IF TSA-CALCULADO(IDX-TSA) = "S"
                       MOVE WS-COMPETENCIA TO PRV-COMPETENCIA
                       MOVE TSA-MATRICULA(IDX-TSA) TO PRV-MATRICULA
                       MOVE TSA-DEPARTAMENTO(IDX-TSA)
                           TO PRV-DEPARTAMENTO
                       MOVE TSA-DIAS(IDX-TSA) TO PRV-DIAS-FERIAS
                       MOVE TSA-FERIAS(IDX-TSA) TO PRV-SALDO-FERIAS
                       MOVE TSA-AVOS(IDX-TSA) TO PRV-AVOS-DECIMO
                       MOVE TSA-DECIMO(IDX-TSA) TO PRV-SALDO-DECIMO
                       MOVE TSA-INSS(IDX-TSA) TO PRV-SALDO-INSS
                       MOVE TSA-FGTS(IDX-TSA) TO PRV-SALDO-FGTS
                       SET PROVISAO-ATIVA TO TRUE
                       MOVE WS-DATA-HOJE TO PRV-DATA-CALCULO
                       WRITE REGISTRO-PROVISAO
                   END-IF
               END-PERFORM
               CLOSE ARQ-PROVISOES
           END-IF.

      * Movimento do funcionario: detalhe para a auditoria e
      * acumulo por centro de custo conforme o rateio vigente.
       APURAR-MOVIMENTO.
           COMPUTE WS-MOV-FERIAS = TSA-FERIAS(IDX-TSA)
               - TSA-ANT-FERIAS(IDX-TSA).
           COMPUTE WS-MOV-DECIMO = TSA-DECIMO(IDX-TSA)
               - TSA-ANT-DECIMO(IDX-TSA).
           COMPUTE WS-MOV-INSS = TSA-INSS(IDX-TSA)
               - TSA-ANT-INSS(IDX-TSA).
           COMPUTE WS-MOV-FGTS = TSA-FGTS(IDX-TSA)
               - TSA-ANT-FGTS(IDX-TSA).
           COMPUTE WS-TOTAL-ANTERIOR = TSA-ANT-FERIAS(IDX-TSA)
               + TSA-ANT-DECIMO(IDX-TSA) + TSA-ANT-INSS(IDX-TSA)
               + TSA-ANT-FGTS(IDX-TSA).
           COMPUTE WS-TOTAL-ATUAL = TSA-FERIAS(IDX-TSA)
               + TSA-DECIMO(IDX-TSA) + TSA-INSS(IDX-TSA)
               + TSA-FGTS(IDX-TSA).
           COMPUTE WS-MOV-TOTAL = WS-TOTAL-ATUAL - WS-TOTAL-ANTERIOR.
           IF WS-TOTAL-ATUAL > 0 OR WS-TOTAL-ANTERIOR > 0
               PERFORM ESCREVER-DETALHE
               ADD TSA-FERIAS(IDX-TSA) TO WS-SOMA-FERIAS
               ADD TSA-DECIMO(IDX-TSA) TO WS-SOMA-DECIMO
               COMPUTE WS-SOMA-ENCARGOS = WS-SOMA-ENCARGOS
                   + TSA-INSS(IDX-TSA) + TSA-FGTS(IDX-TSA)
               ADD WS-TOTAL-ANTERIOR TO WS-SOMA-ANTERIOR
               ADD WS-MOV-TOTAL TO WS-SOMA-MOVIMENTO
               PERFORM RATEAR-MOVIMENTO
           END-IF.

       ESCREVER-DETALHE.
           MOVE TSA-MATRICULA(IDX-TSA) TO LD-MATRICULA.
           MOVE TSA-DEPARTAMENTO(IDX-TSA) TO LD-DEPARTAMENTO.
           MOVE TSA-SALARIO(IDX-TSA) TO LD-SALARIO.
           MOVE TSA-DIAS(IDX-TSA) TO LD-DIAS.
           MOVE TSA-FERIAS(IDX-TSA) TO LD-FERIAS.
           MOVE TSA-AVOS(IDX-TSA) TO LD-AVOS.
           MOVE TSA-DECIMO(IDX-TSA) TO LD-DECIMO.
           COMPUTE LD-ENCARGOS = TSA-INSS(IDX-TSA)
               + TSA-FGTS(IDX-TSA).
           MOVE WS-TOTAL-ANTERIOR TO LD-ANTERIOR.
           MOVE WS-MOV-TOTAL TO LD-MOVIMENTO.
           IF TSA-CALCULADO(IDX-TSA) = "S"
               MOVE SPACES TO LD-OBSERVACAO
           ELSE
               MOVE "BAIXADO" TO LD-OBSERVACAO
           END-IF.
           MOVE SPACES TO LINHA-RELATORIO.
           MOVE LINHA-DETALHE TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.

      * Os movimentos sao repartidos em valor absoluto e voltam com
      * o sinal ao acumular no centro de custo.
       RATEAR-MOVIMENTO.
           MOVE TSA-MATRICULA(IDX-TSA) TO WS-RAT-MATRICULA.
           MOVE WS-COMPETENCIA TO WS-RAT-COMPETENCIA.
           MOVE TSA-DEPARTAMENTO(IDX-TSA) TO WS-RAT-PRINCIPAL.
           PERFORM SELECIONAR-RATEIO.
           MOVE 4 TO WS-RAT-QTD-VALORES.
           MOVE WS-MOV-FERIAS TO WS-RAT-VALOR(1).
           MOVE WS-MOV-DECIMO TO WS-RAT-VALOR(2).
           MOVE WS-MOV-INSS TO WS-RAT-VALOR(3).
           MOVE WS-MOV-FGTS TO WS-RAT-VALOR(4).
           PERFORM RATEAR-VALORES.
           PERFORM VARYING IDX-TRP FROM 1 BY 1
                   UNTIL IDX-TRP > QTD-PARTES-RATEIO
               PERFORM ACUMULAR-CENTRO
           END-PERFORM.

       ACUMULAR-CENTRO.
           MOVE TRP-DEPARTAMENTO(IDX-TRP) TO WS-CENTRO-CUSTO.
           IF DEPTOS-CONFIGURADOS
               MOVE TRP-DEPARTAMENTO(IDX-TRP) TO DEP-CODIGO
               READ ARQ-DEPARTAMENTOS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF DEP-CENTRO-CUSTO NOT = SPACES
                           MOVE DEP-CENTRO-CUSTO TO WS-CENTRO-CUSTO
                       END-IF
               END-READ
           END-IF.
           MOVE "N" TO ENCONTROU-CENTRO.
           PERFORM VARYING IDX-CC FROM 1 BY 1
                   UNTIL IDX-CC > QTD-CENTROS
                   OR ENCONTROU-CENTRO = "S"
               IF TCP-CENTRO(IDX-CC) = WS-CENTRO-CUSTO
                   MOVE "S" TO ENCONTROU-CENTRO
               END-IF
           END-PERFORM.
           IF ENCONTROU-CENTRO = "S"
               SET IDX-CC DOWN BY 1
           ELSE
               IF QTD-CENTROS < 50
                   ADD 1 TO QTD-CENTROS
                   SET IDX-CC TO QTD-CENTROS
                   MOVE WS-CENTRO-CUSTO TO TCP-CENTRO(IDX-CC)
                   MOVE 0 TO TCP-FERIAS(IDX-CC)
                   MOVE 0 TO TCP-DECIMO(IDX-CC)
                   MOVE 0 TO TCP-INSS(IDX-CC)
                   MOVE 0 TO TCP-FGTS(IDX-CC)
                   MOVE "S" TO ENCONTROU-CENTRO
               END-IF
           END-IF.
           IF ENCONTROU-CENTRO = "S"
               IF WS-MOV-FERIAS < 0
                   SUBTRACT TRP-VALOR(IDX-TRP, 1)
                       FROM TCP-FERIAS(IDX-CC)
               ELSE
                   ADD TRP-VALOR(IDX-TRP, 1) TO TCP-FERIAS(IDX-CC)
               END-IF
               IF WS-MOV-DECIMO < 0
                   SUBTRACT TRP-VALOR(IDX-TRP, 2)
                       FROM TCP-DECIMO(IDX-CC)
               ELSE
                   ADD TRP-VALOR(IDX-TRP, 2) TO TCP-DECIMO(IDX-CC)
               END-IF
               IF WS-MOV-INSS < 0
                   SUBTRACT TRP-VALOR(IDX-TRP, 3)
                       FROM TCP-INSS(IDX-CC)
               ELSE
                   ADD TRP-VALOR(IDX-TRP, 3) TO TCP-INSS(IDX-CC)
               END-IF
               IF WS-MOV-FGTS < 0
                   SUBTRACT TRP-VALOR(IDX-TRP, 4)
                       FROM TCP-FGTS(IDX-CC)
               ELSE
                   ADD TRP-VALOR(IDX-TRP, 4) TO TCP-FGTS(IDX-CC)
               END-IF
           END-IF.

      * O razao da competencia e regravado sem as linhas de
      * provisao de um processamento anterior, e recebe as novas.
       GERAR-LANCAMENTOS.
           MOVE 0 TO WS-TOTAL-SUBSTITUIDOS.
           OPEN OUTPUT ARQ-LANCAMENTOS-TMP.
           MOVE "N" TO WS-FIM-ARQ.
           OPEN INPUT ARQ-LANCAMENTOS.
           IF WS-STATUS-LANCAMENTOS = "00"
               PERFORM UNTIL WS-FIM-ARQ = "S"
                   READ ARQ-LANCAMENTOS
                       AT END
                           MOVE "S" TO WS-FIM-ARQ
                       NOT AT END
                           MOVE LCT-CONTA TO WS-CONTA-LIDA
                           IF LCT-COMPETENCIA = WS-COMPETENCIA
                                   AND CONTA-DE-PROVISAO
                               ADD 1 TO WS-TOTAL-SUBSTITUIDOS
                           ELSE
                               WRITE REGISTRO-LANCAMENTO-TMP
                                   FROM REGISTRO-LANCAMENTO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQ-LANCAMENTOS
           END-IF.
           CLOSE ARQ-LANCAMENTOS-TMP.

           OPEN OUTPUT ARQ-LANCAMENTOS.
           MOVE "N" TO WS-FIM-ARQ.
           OPEN INPUT ARQ-LANCAMENTOS-TMP.
           IF WS-STATUS-LANCAMENTOS-TMP = "00"
               PERFORM UNTIL WS-FIM-ARQ = "S"
                   READ ARQ-LANCAMENTOS-TMP
                       AT END
                           MOVE "S" TO WS-FIM-ARQ
                       NOT AT END
                           WRITE REGISTRO-LANCAMENTO
                               FROM REGISTRO-LANCAMENTO-TMP
                   END-READ
               END-PERFORM
               CLOSE ARQ-LANCAMENTOS-TMP
           END-IF.

           MOVE SPACES TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE "Lancamentos da provisao por centro de custo"
               TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           PERFORM VARYING IDX-CC FROM 1 BY 1
                   UNTIL IDX-CC > QTD-CENTROS
               MOVE "DESP PROVISAO FERIAS" TO WS-CONTA-DESPESA
               MOVE "PROVISAO FERIAS" TO WS-CONTA-PASSIVO
               MOVE TCP-FERIAS(IDX-CC) TO WS-VALOR-LANCAR
               PERFORM LANCAR-COMPONENTE
               MOVE "DESP PROVISAO 13O" TO WS-CONTA-DESPESA
               MOVE "PROVISAO 13O SALARIO" TO WS-CONTA-PASSIVO
               MOVE TCP-DECIMO(IDX-CC) TO WS-VALOR-LANCAR
               PERFORM LANCAR-COMPONENTE
               MOVE "DESP INSS PROVISOES" TO WS-CONTA-DESPESA
               MOVE "INSS S/ PROVISOES" TO WS-CONTA-PASSIVO
               MOVE TCP-INSS(IDX-CC) TO WS-VALOR-LANCAR
               PERFORM LANCAR-COMPONENTE
               MOVE "DESP FGTS PROVISOES" TO WS-CONTA-DESPESA
               MOVE "FGTS S/ PROVISOES" TO WS-CONTA-PASSIVO
               MOVE TCP-FGTS(IDX-CC) TO WS-VALOR-LANCAR
               PERFORM LANCAR-COMPONENTE
           END-PERFORM.
           CLOSE ARQ-LANCAMENTOS.

      * Constituicao: debito na despesa e credito no passivo;
      * reversao (saldo menor que o anterior): o inverso.
       LANCAR-COMPONENTE.
           IF WS-VALOR-LANCAR > 0
               MOVE "D" TO LCT-TIPO
               MOVE WS-CONTA-DESPESA TO LCT-CONTA
               MOVE WS-VALOR-LANCAR TO LCT-VALOR
               PERFORM GRAVAR-LANCAMENTO
               MOVE "C" TO LCT-TIPO
               MOVE WS-CONTA-PASSIVO TO LCT-CONTA
               PERFORM GRAVAR-LANCAMENTO
           END-IF.
           IF WS-VALOR-LANCAR < 0
               MOVE "D" TO LCT-TIPO
               MOVE WS-CONTA-PASSIVO TO LCT-CONTA
               COMPUTE LCT-VALOR = 0 - WS-VALOR-LANCAR
               PERFORM GRAVAR-LANCAMENTO
               MOVE "C" TO LCT-TIPO
               MOVE WS-CONTA-DESPESA TO LCT-CONTA
               PERFORM GRAVAR-LANCAMENTO
           END-IF.

       GRAVAR-LANCAMENTO.
           MOVE WS-COMPETENCIA TO LCT-COMPETENCIA.
           MOVE TCP-CENTRO(IDX-CC) TO LCT-CENTRO-CUSTO.
           WRITE REGISTRO-LANCAMENTO.
           ADD 1 TO WS-TOTAL-LANCAMENTOS.
           IF LCT-TIPO = "D"
               ADD LCT-VALOR TO WS-TOTAL-DEBITOS
           ELSE
               ADD LCT-VALOR TO WS-TOTAL-CREDITOS
           END-IF.
           MOVE TCP-CENTRO(IDX-CC) TO LL-CENTRO.
           MOVE LCT-TIPO TO LL-TIPO.
           MOVE LCT-CONTA TO LL-CONTA.
           MOVE LCT-VALOR TO LL-VALOR.
           MOVE SPACES TO LINHA-RELATORIO.
           MOVE LINHA-LANCAMENTO TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.

       ESCREVER-CABECALHO.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "Provisao de Ferias e 13o Salario - Competencia "
               DELIMITED BY SIZE
               WS-COMPETENCIA DELIMITED BY SIZE
               "  (saldo em " DELIMITED BY SIZE
               WS-FIM-MES DELIMITED BY SIZE
               ")" DELIMITED BY SIZE
               INTO LINHA-RELATORIO
           END-STRING.
           WRITE LINHA-RELATORIO.
           MOVE "(*) INSS patronal 20% e FGTS 8% sobre os saldos"
               TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE SPACES TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE CABECALHO-DETALHE TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.

       ESCREVER-TOTAIS.
           MOVE SPACES TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE WS-TOTAL-FUNCIONARIOS TO WS-QTD-ED.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "Funcionarios provisionados: " DELIMITED BY SIZE
               WS-QTD-ED DELIMITED BY SIZE
               INTO LINHA-RELATORIO
           END-STRING.
           WRITE LINHA-RELATORIO.
           MOVE WS-SOMA-FERIAS TO WS-VALOR-ED.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "Saldo provisao de ferias...: " DELIMITED BY SIZE
               WS-VALOR-ED DELIMITED BY SIZE
               INTO LINHA-RELATORIO
           END-STRING.
           WRITE LINHA-RELATORIO.
           MOVE WS-SOMA-DECIMO TO WS-VALOR-ED.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "Saldo provisao de 13o......: " DELIMITED BY SIZE
               WS-VALOR-ED DELIMITED BY SIZE
               INTO LINHA-RELATORIO
           END-STRING.
           WRITE LINHA-RELATORIO.
           MOVE WS-SOMA-ENCARGOS TO WS-VALOR-ED.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "Encargos sobre provisoes...: " DELIMITED BY SIZE
               WS-VALOR-ED DELIMITED BY SIZE
               INTO LINHA-RELATORIO
           END-STRING.
           WRITE LINHA-RELATORIO.
           MOVE WS-SOMA-ANTERIOR TO WS-VALOR-ED.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "Saldo anterior.............: " DELIMITED BY SIZE
               WS-VALOR-ED DELIMITED BY SIZE
               INTO LINHA-RELATORIO
           END-STRING.
           WRITE LINHA-RELATORIO.
           MOVE WS-SOMA-MOVIMENTO TO WS-MOVIMENTO-ED.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "Movimento do mes...........: " DELIMITED BY SIZE
               WS-MOVIMENTO-ED DELIMITED BY SIZE
               INTO LINHA-RELATORIO
           END-STRING.
           WRITE LINHA-RELATORIO.
           MOVE WS-TOTAL-LANCAMENTOS TO WS-QTD-ED.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "Lancamentos gravados.......: " DELIMITED BY SIZE
               WS-QTD-ED DELIMITED BY SIZE
               INTO LINHA-RELATORIO
           END-STRING.
           WRITE LINHA-RELATORIO.
           IF WS-TOTAL-SUBSTITUIDOS > 0
               MOVE WS-TOTAL-SUBSTITUIDOS TO WS-QTD-ED
               MOVE SPACES TO LINHA-RELATORIO
               STRING "Lancamentos substituidos...: "
                   DELIMITED BY SIZE
                   WS-QTD-ED DELIMITED BY SIZE
                   INTO LINHA-RELATORIO
               END-STRING
               WRITE LINHA-RELATORIO
           END-IF.
           IF WS-TOTAL-DEBITOS NOT = WS-TOTAL-CREDITOS
               MOVE "ERRO: lancamentos fora de balanco!"
                   TO LINHA-RELATORIO
               WRITE LINHA-RELATORIO
               DISPLAY "ERRO: lancamentos fora de balanco."
               MOVE 8 TO RETURN-CODE
           END-IF.

       COPY AFASTPD.

       COPY RATEIOPD.

       COPY JOBLOGPD.

       COPY ERRLOGPD.

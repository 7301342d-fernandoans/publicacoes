       IDENTIFICATION DIVISION.
           PROGRAM-ID. AdiantamentoQuinzenal.
           AUTHOR. Fernando Anselmo.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FUNCIONARIOS ASSIGN TO WS-ARQ-FUNCIONARIOS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-FUNCIONARIOS.

           SELECT ARQ-ELEGIVEIS ASSIGN TO WS-ARQ-ELEGIVEIS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-ELEGIVEIS.

           SELECT ARQ-CONTAS ASSIGN TO WS-ARQ-CONTAS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-CONTAS.

           SELECT ARQ-DESCONTOS ASSIGN TO WS-ARQ-DESCONTOS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-DESCONTOS.

           SELECT ARQ-ADIANTAMENTOS ASSIGN TO WS-ARQ-ADIANTAMENTOS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-ADIANTAMENTOS.

           SELECT ARQ-REMESSA ASSIGN TO WS-ARQ-REMESSA
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-REMESSA.

           SELECT RELATORIO ASSIGN TO WS-ARQ-RELATORIO
               ORGANIZATION IS LINE SEQUENTIAL.

           COPY AFASTSL.

           COPY TABIMPSL.

           COPY CALENDSL.

           COPY ERRLOGSL.

           COPY JOBLOGSL.

       DATA DIVISION.
       FILE SECTION.
       FD FUNCIONARIOS.
       01 DETALHEFUNCIONARIO.
           COPY FUNCIONARIO.

       FD ARQ-ELEGIVEIS.
       01 REGISTRO-ELEGIVEL.
           COPY ADIANTEL.

       FD ARQ-CONTAS.
       01 REGISTRO-CONTA.
           COPY CONTABAN.

       FD ARQ-DESCONTOS.
       01 REGISTRO-DESCONTO.
           COPY DESCREC.

       FD ARQ-ADIANTAMENTOS.
       01 REGISTRO-ADIANTAMENTO.
           COPY ADIANTMOV.

       FD ARQ-REMESSA.
       01 REGISTRO-REMESSA         PIC X(80).

       FD RELATORIO.
       01 LINHA-RELATORIO          PIC X(100).

       COPY AFASTFD.

       COPY TABIMPFD.

       COPY CALENDFD.

       COPY ERRLOGFD.

       COPY JOBLOGFD.

       WORKING-STORAGE SECTION.
       COPY ERRLOGWS.

       COPY JOBLOGWS.

       COPY CALENDWS.

       COPY AFASTWS.

       COPY TABIMPWS.

       COPY FAIXASWS.

       01 WS-ARQ-FUNCIONARIOS    PIC X(40)
           VALUE "FUNCIONARIOS.DATA".
       01 WS-ARQ-ELEGIVEIS       PIC X(40)
           VALUE "ADIANTAMENTO-ELEGIVEIS.DATA".
       01 WS-ARQ-CONTAS          PIC X(40)
           VALUE "CONTAS-BANCARIAS.DATA".
       01 WS-ARQ-DESCONTOS       PIC X(40)
           VALUE "DESCONTOS-RECORRENTES.DATA".
       01 WS-ARQ-ADIANTAMENTOS   PIC X(40)
           VALUE "ADIANTAMENTO-MOVIMENTO.DATA".
       01 WS-ARQ-REMESSA         PIC X(40)
           VALUE "REMESSA-BANCARIA-ADIANT.DATA".
       01 WS-ARQ-RELATORIO       PIC X(40)
           VALUE "ADIANTAMENTO-QUINZENAL.LST".

       01 WS-STATUS-FUNCIONARIOS PIC X(2).
       01 WS-STATUS-ELEGIVEIS    PIC X(2).
       01 WS-STATUS-CONTAS       PIC X(2).
       01 WS-STATUS-DESCONTOS    PIC X(2).
       01 WS-STATUS-ADIANTAMENTOS PIC X(2).
       01 WS-STATUS-REMESSA      PIC X(2).

       01 WS-FIM-FUNCIONARIOS    PIC X VALUE "N".
       01 WS-FIM-ELEGIVEIS       PIC X VALUE "N".
       01 WS-FIM-CONTAS          PIC X VALUE "N".
       01 WS-FIM-DESCONTOS       PIC X VALUE "N".
       01 WS-FIM-ADIANTAMENTOS   PIC X VALUE "N".

       COPY REMESSA.

       01 WS-EMPRESA             PIC X(30).
       01 WS-DATA-HOJE           PIC 9(8).
       01 WS-DATA-REFERENCIA     PIC 9(8).
       01 WS-DATA-CREDITO        PIC 9(8).
       01 WS-COMPETENCIA-TXT     PIC X(6).
       01 WS-COMPETENCIA         PIC 9(6).
       01 WS-JA-PROCESSADA       PIC X VALUE "N".

      * Percentual do salario adiantado e piso do liquido projetado
      * da folha (em percentual do salario) abaixo do qual o
      * adiantamento nao e pago.
       01 WS-PERCENTUAL-TXT      PIC X(3).
       01 WS-PERCENTUAL          PIC 9(3) VALUE 40.
       01 WS-PISO-TXT            PIC X(3).
       01 WS-PISO                PIC 9(3) VALUE 30.

       01 ALIQUOTA-SINDICATO     PIC V9(3) VALUE 0.010.

       01 QTD-ELEGIVEIS          PIC 9(3) VALUE 0.
       01 TABELA-ELEGIVEIS.
           05 TEL-ITEM OCCURS 500 TIMES INDEXED BY IDX-ELE.
               10 TEL-MATRICULA  PIC 9(5).

       01 QTD-CONTAS             PIC 9(3) VALUE 0.
       01 TABELA-CONTAS.
           05 TCB-ITEM OCCURS 500 TIMES INDEXED BY IDX-CTA.
               10 TCB-MATRICULA  PIC 9(5).
               10 TCB-BANCO      PIC X(3).
               10 TCB-AGENCIA    PIC X(5).
               10 TCB-CONTA      PIC X(12).

       01 QTD-DESCONTOS-REC      PIC 9(3) VALUE 0.
       01 TABELA-DESCONTOS-REC.
           05 TDR-ITEM OCCURS 300 TIMES INDEXED BY IDX-DRC.
               10 TDR-MATRICULA  PIC 9(5).
               10 TDR-FORMA      PIC X(1).
               10 TDR-VALOR      PIC 9(7)V9(2).
               10 TDR-PERCENTUAL PIC 9(2)V9(2).

       01 WS-NOME-COMPLETO       PIC X(40).
       01 WS-ELEGIVEL            PIC X VALUE "N".
       01 WS-CONTA-ACHADA        PIC X VALUE "N".
       01 WS-MOTIVO              PIC X(25).

       01 CALCULO-ADIANTAMENTO.
           05 WS-VALOR-ADIANTAMENTO PIC 9(7)V9(2).
           05 WS-DESCONTO-SINDICATO PIC 9(7)V9(2).
           05 WS-DESCONTOS-RECORRENTES PIC 9(7)V9(2).
           05 WS-LIQUIDO-PROJETADO  PIC S9(7)V9(2).
           05 WS-VALOR-PISO         PIC 9(7)V9(2).

       01 TOTAIS-ADIANTAMENTO.
           05 WS-TOTAL-PAGOS         PIC 9(5) VALUE 0.
           05 WS-TOTAL-NAO-ELEGIVEIS PIC 9(5) VALUE 0.
           05 WS-TOTAL-AFASTADOS     PIC 9(5) VALUE 0.
           05 WS-TOTAL-PISO          PIC 9(5) VALUE 0.
           05 WS-TOTAL-SEM-CONTA     PIC 9(5) VALUE 0.
           05 WS-REMESSA-QTD         PIC 9(7) VALUE 0.
           05 WS-REMESSA-SOMA        PIC 9(11)V9(2) VALUE 0.

       01 WS-TOTAL-ED            PIC ZZZZ9.
       01 WS-VALOR-ED            PIC Z,ZZZ,ZZZ,ZZ9.99.

       01 LINHA-ADIANTAMENTO.
           05 LA-MATRICULA       PIC 9(5).
           05 FILLER             PIC X(2) VALUE SPACES.
           05 LA-NOME            PIC X(30).
           05 FILLER             PIC X(2) VALUE SPACES.
           05 LA-SALARIO         PIC Z,ZZZ,ZZZ.99.
           05 FILLER             PIC X(2) VALUE SPACES.
           05 LA-VALOR           PIC Z,ZZZ,ZZZ.99.
           05 FILLER             PIC X(2) VALUE SPACES.
           05 LA-SITUACAO        PIC X(25).

       PROCEDURE DIVISION.
       INICIO.
           PERFORM DEFINIR-ARQUIVOS.
           DISPLAY "============================================".
           DISPLAY " Adiantamento Salarial Quinzenal".
           DISPLAY "============================================".
           MOVE "AdiantamentoQuinzenal" TO WS-JOBLOG-PROGRAMA.
           MOVE "INICIO" TO WS-JOBLOG-EVENTO.
           PERFORM GRAVAR-JOBLOG.

           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
           IF WS-COMPETENCIA-TXT IS NUMERIC
               MOVE WS-COMPETENCIA-TXT TO WS-COMPETENCIA
           ELSE
               MOVE WS-DATA-HOJE(1:6) TO WS-COMPETENCIA
           END-IF.
           COMPUTE WS-DATA-REFERENCIA = WS-COMPETENCIA * 100 + 20.
           DISPLAY "Competencia: " WS-COMPETENCIA
              "  Percentual: " WS-PERCENTUAL
              "%  Piso do liquido: " WS-PISO "%".

           PERFORM VERIFICAR-ADIANTAMENTO-EXISTENTE.
           IF WS-JA-PROCESSADA = "S"
               DISPLAY "Adiantamento da competencia " WS-COMPETENCIA
                  " ja processado em " WS-ARQ-ADIANTAMENTOS "."
               MOVE 8 TO RETURN-CODE
               MOVE 0 TO WS-JOBLOG-QTD-REGISTROS
               MOVE "FIM COMPETENCIA-BLOQUEADA" TO WS-JOBLOG-EVENTO
               PERFORM GRAVAR-JOBLOG
               GOBACK
           END-IF.

           PERFORM CARREGAR-ELEGIVEIS.
           PERFORM CARREGAR-CONTAS-BANCARIAS.
           PERFORM CARREGAR-DESCONTOS-RECORRENTES.
           MOVE WS-DATA-REFERENCIA TO WS-AFA-PERIODO-INICIO.
           MOVE WS-DATA-REFERENCIA TO WS-AFA-PERIODO-FIM.
           MOVE "T" TO WS-AFA-REGRA.
           PERFORM CARREGAR-AFASTAMENTOS.
           MOVE WS-COMPETENCIA TO WS-TIM-COMPETENCIA.
           PERFORM CARREGAR-TABELAS-IMPOSTO.

           OPEN INPUT FUNCIONARIOS.
           IF WS-STATUS-FUNCIONARIOS NOT = "00"
               DISPLAY "Erro ao abrir " WS-ARQ-FUNCIONARIOS
                  " Status: " WS-STATUS-FUNCIONARIOS
               MOVE "AdiantamentoQuinzenal" TO WS-ERRLOG-PROGRAMA
               MOVE "INICIO" TO WS-ERRLOG-PARAGRAFO
               MOVE WS-ARQ-FUNCIONARIOS TO WS-ERRLOG-ARQUIVO
               MOVE WS-STATUS-FUNCIONARIOS TO WS-ERRLOG-STATUS
               PERFORM GRAVAR-ERRORLOG
               MOVE 8 TO RETURN-CODE
           ELSE
               OPEN EXTEND ARQ-ADIANTAMENTOS
               IF WS-STATUS-ADIANTAMENTOS = "35"
                   OPEN OUTPUT ARQ-ADIANTAMENTOS
               END-IF
               OPEN OUTPUT ARQ-REMESSA
               OPEN OUTPUT RELATORIO
               MOVE SPACES TO LINHA-RELATORIO
               STRING "Adiantamento Quinzenal - Competencia "
                   DELIMITED BY SIZE
                   WS-COMPETENCIA DELIMITED BY SIZE
                   INTO LINHA-RELATORIO
               END-STRING
               WRITE LINHA-RELATORIO
               PERFORM GRAVAR-REMESSA-CABECALHO
               PERFORM UNTIL WS-FIM-FUNCIONARIOS = "S"
                   READ FUNCIONARIOS
                       AT END
                           MOVE "S" TO WS-FIM-FUNCIONARIOS
                       NOT AT END
                           PERFORM AVALIAR-FUNCIONARIO
                   END-READ
               END-PERFORM
               PERFORM GRAVAR-REMESSA-TRAILER
               PERFORM ESCREVER-TOTAIS
               CLOSE RELATORIO
               CLOSE ARQ-REMESSA
               CLOSE ARQ-ADIANTAMENTOS
               CLOSE FUNCIONARIOS
               DISPLAY "Remessa do adiantamento gravada em "
                  WS-ARQ-REMESSA
               DISPLAY "Relatorio gravado em " WS-ARQ-RELATORIO
           END-IF.

           IF RETURN-CODE = 0
                   AND (WS-TOTAL-PAGOS = 0 OR WS-TOTAL-SEM-CONTA > 0)
               MOVE 4 TO RETURN-CODE
           END-IF.

           MOVE WS-TOTAL-PAGOS TO WS-JOBLOG-QTD-REGISTROS.
           MOVE "FIM" TO WS-JOBLOG-EVENTO.
           PERFORM GRAVAR-JOBLOG.
           GOBACK.

       DEFINIR-ARQUIVOS.
           ACCEPT WS-ARQ-FUNCIONARIOS FROM ENVIRONMENT
                   "FUNCIONARIOS_DATA"
               ON EXCEPTION
                   MOVE "FUNCIONARIOS.DATA" TO WS-ARQ-FUNCIONARIOS
           END-ACCEPT.
           ACCEPT WS-ARQ-ELEGIVEIS FROM ENVIRONMENT
                   "ADIANTAMENTO_ELEGIVEIS_DATA"
               ON EXCEPTION
                   MOVE "ADIANTAMENTO-ELEGIVEIS.DATA"
                       TO WS-ARQ-ELEGIVEIS
           END-ACCEPT.
           ACCEPT WS-ARQ-CONTAS FROM ENVIRONMENT
                   "CONTAS_BANCARIAS_DATA"
               ON EXCEPTION
                   MOVE "CONTAS-BANCARIAS.DATA" TO WS-ARQ-CONTAS
           END-ACCEPT.
           ACCEPT WS-ARQ-DESCONTOS FROM ENVIRONMENT
                   "DESCONTOS_RECORRENTES"
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
           ACCEPT WS-ARQ-REMESSA FROM ENVIRONMENT
                   "REMESSA_ADIANTAMENTO_DATA"
               ON EXCEPTION
                   MOVE "REMESSA-BANCARIA-ADIANT.DATA"
                       TO WS-ARQ-REMESSA
           END-ACCEPT.
           ACCEPT WS-ARQ-RELATORIO FROM ENVIRONMENT
                   "ADIANTAMENTO_QUINZENAL_LST"
               ON EXCEPTION
                   MOVE "ADIANTAMENTO-QUINZENAL.LST"
                       TO WS-ARQ-RELATORIO
           END-ACCEPT.
           ACCEPT WS-EMPRESA FROM ENVIRONMENT "EMPRESA_NOME"
               ON EXCEPTION
                   MOVE "EMPRESA" TO WS-EMPRESA
           END-ACCEPT.
           ACCEPT WS-COMPETENCIA-TXT FROM ENVIRONMENT
                   "ADIANTAMENTO_COMPETENCIA"
               ON EXCEPTION
                   MOVE SPACES TO WS-COMPETENCIA-TXT
           END-ACCEPT.
           ACCEPT WS-PERCENTUAL-TXT FROM ENVIRONMENT
                   "ADIANTAMENTO_PERCENTUAL"
               ON EXCEPTION
                   MOVE SPACES TO WS-PERCENTUAL-TXT
           END-ACCEPT.
           IF WS-PERCENTUAL-TXT(1:2) IS NUMERIC
                   AND WS-PERCENTUAL-TXT(3:1) = SPACE
               MOVE WS-PERCENTUAL-TXT(1:2) TO WS-PERCENTUAL
           END-IF.
           ACCEPT WS-PISO-TXT FROM ENVIRONMENT
                   "ADIANTAMENTO_PISO"
               ON EXCEPTION
                   MOVE SPACES TO WS-PISO-TXT
           END-ACCEPT.
           IF WS-PISO-TXT(1:2) IS NUMERIC
                   AND WS-PISO-TXT(3:1) = SPACE
               MOVE WS-PISO-TXT(1:2) TO WS-PISO
           END-IF.

      * Um adiantamento por competencia: a segunda execucao
      * duplicaria o credito e o desconto na folha.
       VERIFICAR-ADIANTAMENTO-EXISTENTE.
           MOVE "N" TO WS-JA-PROCESSADA.
           MOVE "N" TO WS-FIM-ADIANTAMENTOS.
           OPEN INPUT ARQ-ADIANTAMENTOS.
           IF WS-STATUS-ADIANTAMENTOS = "00"
               PERFORM UNTIL WS-FIM-ADIANTAMENTOS = "S"
                   READ ARQ-ADIANTAMENTOS
                       AT END
                           MOVE "S" TO WS-FIM-ADIANTAMENTOS
                       NOT AT END
                           IF ADM-COMPETENCIA = WS-COMPETENCIA
                               MOVE "S" TO WS-JA-PROCESSADA
                               MOVE "S" TO WS-FIM-ADIANTAMENTOS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQ-ADIANTAMENTOS
           END-IF.

       CARREGAR-ELEGIVEIS.
           OPEN INPUT ARQ-ELEGIVEIS.
           IF WS-STATUS-ELEGIVEIS NOT = "00"
               DISPLAY "Aviso: cadastro de elegiveis ausente: "
                  WS-ARQ-ELEGIVEIS
           ELSE
               PERFORM UNTIL WS-FIM-ELEGIVEIS = "S"
                   READ ARQ-ELEGIVEIS
                       AT END
                           MOVE "S" TO WS-FIM-ELEGIVEIS
                       NOT AT END
                           IF ADIANTAMENTO-ELEGIVEL
                                   AND QTD-ELEGIVEIS < 500
                               ADD 1 TO QTD-ELEGIVEIS
                               SET IDX-ELE TO QTD-ELEGIVEIS
                               MOVE ADE-MATRICULA
                                   TO TEL-MATRICULA(IDX-ELE)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQ-ELEGIVEIS
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

      * Mesma selecao da folha: descontos ativos com vigencia
      * alcancando a competencia do adiantamento.
       CARREGAR-DESCONTOS-RECORRENTES.
           OPEN INPUT ARQ-DESCONTOS.
           IF WS-STATUS-DESCONTOS = "00"
               PERFORM UNTIL WS-FIM-DESCONTOS = "S"
                   READ ARQ-DESCONTOS
                       AT END
                           MOVE "S" TO WS-FIM-DESCONTOS
                       NOT AT END
                           IF DESCONTO-ATIVO
                                   AND DRC-COMPETENCIA-INICIO
                                       <= WS-COMPETENCIA
                                   AND (DRC-COMPETENCIA-FIM = 0
                                       OR DRC-COMPETENCIA-FIM
                                           >= WS-COMPETENCIA)
                                   AND QTD-DESCONTOS-REC < 300
                               ADD 1 TO QTD-DESCONTOS-REC
                               SET IDX-DRC TO QTD-DESCONTOS-REC
                               MOVE DRC-MATRICULA
                                   TO TDR-MATRICULA(IDX-DRC)
                               MOVE DRC-FORMA TO TDR-FORMA(IDX-DRC)
                               MOVE DRC-VALOR TO TDR-VALOR(IDX-DRC)
                               MOVE DRC-PERCENTUAL
                                   TO TDR-PERCENTUAL(IDX-DRC)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQ-DESCONTOS
           END-IF.

      * Desligados ficam de fora; elegivel afastado no dia 20 ou
      * cujo liquido projetado da folha, ja abatido o adiantamento,
      * fique abaixo do piso aparece no relatorio sem credito.
       AVALIAR-FUNCIONARIO.
           IF DETALHEFUNCIONARIO(1:3) NOT = "HDR"
                   AND DETALHEFUNCIONARIO(1:3) NOT = "TRL"
                   AND MATRICULA-FUNCIONARIO IS NUMERIC
                   AND NOT FUNCIONARIO-DESLIGADO
               PERFORM VERIFICAR-ELEGIVEL
               IF WS-ELEGIVEL = "N"
                   ADD 1 TO WS-TOTAL-NAO-ELEGIVEIS
               ELSE
                   PERFORM CALCULAR-ADIANTAMENTO
               END-IF
           END-IF.

       VERIFICAR-ELEGIVEL.
           MOVE "N" TO WS-ELEGIVEL.
           PERFORM VARYING IDX-ELE FROM 1 BY 1
                   UNTIL IDX-ELE > QTD-ELEGIVEIS
               IF TEL-MATRICULA(IDX-ELE) = MATRICULA-FUNCIONARIO
                   MOVE "S" TO WS-ELEGIVEL
               END-IF
           END-PERFORM.

       CALCULAR-ADIANTAMENTO.
           MOVE SPACES TO WS-NOME-COMPLETO.
           STRING PRIMEIRO-NOME DELIMITED BY SPACE
               " " DELIMITED BY SIZE
               ULTIMO-NOME DELIMITED BY SPACE
               INTO WS-NOME-COMPLETO
           END-STRING.
           COMPUTE WS-VALOR-ADIANTAMENTO ROUNDED
               = SALARIO-FUNCIONARIO * WS-PERCENTUAL / 100.
           MOVE SPACES TO WS-MOTIVO.

           MOVE MATRICULA-FUNCIONARIO TO WS-AFA-MATRICULA.
           PERFORM CONTAR-DIAS-AFASTADO.
           IF WS-AFA-DIAS > 0
               MOVE "AFASTADO" TO WS-MOTIVO
               ADD 1 TO WS-TOTAL-AFASTADOS
           ELSE
               PERFORM PROJETAR-LIQUIDO
               IF WS-LIQUIDO-PROJETADO < WS-VALOR-PISO
                   MOVE "LIQUIDO ABAIXO DO PISO" TO WS-MOTIVO
                   ADD 1 TO WS-TOTAL-PISO
               ELSE
                   PERFORM BUSCAR-CONTA
                   IF WS-CONTA-ACHADA = "N"
                       MOVE "SEM CONTA BANCARIA" TO WS-MOTIVO
                       ADD 1 TO WS-TOTAL-SEM-CONTA
                   ELSE
                       PERFORM GRAVAR-REMESSA-DETALHE
                       PERFORM GRAVAR-ADIANTAMENTO
                       MOVE "PAGO" TO WS-MOTIVO
                       ADD 1 TO WS-TOTAL-PAGOS
                   END-IF
               END-IF
           END-IF.

           MOVE MATRICULA-FUNCIONARIO TO LA-MATRICULA.
           MOVE WS-NOME-COMPLETO TO LA-NOME.
           MOVE SALARIO-FUNCIONARIO TO LA-SALARIO.
           MOVE WS-VALOR-ADIANTAMENTO TO LA-VALOR.
           MOVE WS-MOTIVO TO LA-SITUACAO.
           MOVE SPACES TO LINHA-RELATORIO.
           MOVE LINHA-ADIANTAMENTO TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.

      * Liquido que a folha do mes deixaria depois do adiantamento:
      * salario menos INSS, IRRF, mensalidade sindical e descontos
      * recorrentes. Dependentes nao entram na projecao, o que so
      * torna o piso mais conservador.
       PROJETAR-LIQUIDO.
           MOVE SALARIO-FUNCIONARIO TO WS-BASE-INSS.
           PERFORM CALCULAR-INSS-FAIXAS.
           COMPUTE WS-BASE-IRRF = WS-BASE-INSS - WS-DESCONTO-INSS.
           PERFORM CALCULAR-IRRF-FAIXAS.
           COMPUTE WS-DESCONTO-SINDICATO ROUNDED
               = SALARIO-FUNCIONARIO * ALIQUOTA-SINDICATO.
           MOVE 0 TO WS-DESCONTOS-RECORRENTES.
           PERFORM VARYING IDX-DRC FROM 1 BY 1
                   UNTIL IDX-DRC > QTD-DESCONTOS-REC
               IF TDR-MATRICULA(IDX-DRC) = MATRICULA-FUNCIONARIO
                   IF TDR-FORMA(IDX-DRC) = "P"
                       COMPUTE WS-DESCONTOS-RECORRENTES ROUNDED
                           = WS-DESCONTOS-RECORRENTES
                           + SALARIO-FUNCIONARIO
                           * TDR-PERCENTUAL(IDX-DRC) / 100
                   ELSE
                       ADD TDR-VALOR(IDX-DRC)
                           TO WS-DESCONTOS-RECORRENTES
                   END-IF
               END-IF
           END-PERFORM.
           COMPUTE WS-LIQUIDO-PROJETADO = SALARIO-FUNCIONARIO
               - WS-DESCONTO-INSS - WS-DESCONTO-IRRF
               - WS-DESCONTO-SINDICATO - WS-DESCONTOS-RECORRENTES
               - WS-VALOR-ADIANTAMENTO.
           COMPUTE WS-VALOR-PISO ROUNDED
               = SALARIO-FUNCIONARIO * WS-PISO / 100.

       BUSCAR-CONTA.
           MOVE "N" TO WS-CONTA-ACHADA.
           MOVE SPACES TO REMESSA-DETALHE.
           PERFORM VARYING IDX-CTA FROM 1 BY 1
                   UNTIL IDX-CTA > QTD-CONTAS
               IF TCB-MATRICULA(IDX-CTA) = MATRICULA-FUNCIONARIO
                   MOVE "S" TO WS-CONTA-ACHADA
                   MOVE TCB-BANCO(IDX-CTA) TO REM-DET-BANCO
                   MOVE TCB-AGENCIA(IDX-CTA) TO REM-DET-AGENCIA
                   MOVE TCB-CONTA(IDX-CTA) TO REM-DET-CONTA
               END-IF
           END-PERFORM.

      * O credito sai no dia 20 da competencia rolado para o
      * proximo dia util pelo calendario empresarial.
       GRAVAR-REMESSA-CABECALHO.
           PERFORM ABRIR-CALENDARIO.
           MOVE WS-DATA-REFERENCIA TO WS-CAL-DATA-CONSULTA.
           PERFORM ROLAR-DIA-UTIL.
           MOVE WS-CAL-DATA-CONSULTA TO WS-DATA-CREDITO.
           PERFORM FECHAR-CALENDARIO.
           MOVE SPACES TO REMESSA-CABECALHO.
           MOVE "0" TO REM-CAB-TIPO.
           MOVE WS-EMPRESA TO REM-CAB-EMPRESA.
           MOVE WS-COMPETENCIA TO REM-CAB-COMPETENCIA.
           MOVE WS-DATA-HOJE TO REM-CAB-DATA.
           MOVE WS-DATA-CREDITO TO REM-CAB-DATA-CREDITO.
           MOVE REMESSA-CABECALHO TO REGISTRO-REMESSA.
           WRITE REGISTRO-REMESSA.

       GRAVAR-REMESSA-DETALHE.
           MOVE "1" TO REM-DET-TIPO.
           MOVE MATRICULA-FUNCIONARIO TO REM-DET-MATRICULA.
           MOVE WS-NOME-COMPLETO TO REM-DET-NOME.
           MOVE WS-VALOR-ADIANTAMENTO TO REM-DET-VALOR.
           MOVE REMESSA-DETALHE TO REGISTRO-REMESSA.
           WRITE REGISTRO-REMESSA.
           ADD 1 TO WS-REMESSA-QTD.
           ADD WS-VALOR-ADIANTAMENTO TO WS-REMESSA-SOMA.

       GRAVAR-REMESSA-TRAILER.
           MOVE SPACES TO REMESSA-TRAILER.
           MOVE "9" TO REM-TRL-TIPO.
           MOVE WS-REMESSA-QTD TO REM-TRL-QTD.
           MOVE WS-REMESSA-SOMA TO REM-TRL-SOMA.
           MOVE REMESSA-TRAILER TO REGISTRO-REMESSA.
           WRITE REGISTRO-REMESSA.

       GRAVAR-ADIANTAMENTO.
           MOVE WS-COMPETENCIA TO ADM-COMPETENCIA.
           MOVE MATRICULA-FUNCIONARIO TO ADM-MATRICULA.
           MOVE CODIGO-UNIDADE TO ADM-UNIDADE.
           MOVE CODIGO-DEPARTAMENTO TO ADM-DEPARTAMENTO.
           MOVE WS-VALOR-ADIANTAMENTO TO ADM-VALOR.
           MOVE WS-DATA-CREDITO TO ADM-DATA-CREDITO.
           SET ADIANTAMENTO-PAGO TO TRUE.
           WRITE REGISTRO-ADIANTAMENTO.

       ESCREVER-TOTAIS.
           MOVE SPACES TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE WS-TOTAL-PAGOS TO WS-TOTAL-ED.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "Adiantamentos pagos...: " DELIMITED BY SIZE
               WS-TOTAL-ED DELIMITED BY SIZE
               INTO LINHA-RELATORIO
           END-STRING.
           WRITE LINHA-RELATORIO.
           MOVE WS-TOTAL-NAO-ELEGIVEIS TO WS-TOTAL-ED.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "Nao elegiveis.........: " DELIMITED BY SIZE
               WS-TOTAL-ED DELIMITED BY SIZE
               INTO LINHA-RELATORIO
           END-STRING.
           WRITE LINHA-RELATORIO.
           MOVE WS-TOTAL-AFASTADOS TO WS-TOTAL-ED.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "Afastados.............: " DELIMITED BY SIZE
               WS-TOTAL-ED DELIMITED BY SIZE
               INTO LINHA-RELATORIO
           END-STRING.
           WRITE LINHA-RELATORIO.
           MOVE WS-TOTAL-PISO TO WS-TOTAL-ED.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "Liquido abaixo do piso: " DELIMITED BY SIZE
               WS-TOTAL-ED DELIMITED BY SIZE
               INTO LINHA-RELATORIO
           END-STRING.
           WRITE LINHA-RELATORIO.
           MOVE WS-TOTAL-SEM-CONTA TO WS-TOTAL-ED.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "Sem conta bancaria....: " DELIMITED BY SIZE
               WS-TOTAL-ED DELIMITED BY SIZE
               INTO LINHA-RELATORIO
           END-STRING.
           WRITE LINHA-RELATORIO.
           MOVE WS-REMESSA-SOMA TO WS-VALOR-ED.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "Valor da remessa......: " DELIMITED BY SIZE
               WS-VALOR-ED DELIMITED BY SIZE
               INTO LINHA-RELATORIO
           END-STRING.
           WRITE LINHA-RELATORIO.

       COPY FAIXASPD.

       COPY AFASTPD.

       COPY TABIMPPD.

       COPY CALENDPD.

       COPY JOBLOGPD.

       COPY ERRLOGPD.

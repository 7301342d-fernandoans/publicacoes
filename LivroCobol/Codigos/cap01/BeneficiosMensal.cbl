       IDENTIFICATION DIVISION.
           PROGRAM-ID. BeneficiosMensal.
           AUTHOR. Fernando Anselmo.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FUNCIONARIOS ASSIGN TO WS-ARQ-FUNCIONARIOS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-FUNCIONARIOS.

           SELECT ARQ-BENEFICIOS ASSIGN TO WS-ARQ-BENEFICIOS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-BENEFICIOS.

           SELECT ARQ-PONTO ASSIGN TO WS-ARQ-PONTO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-PONTO.

           SELECT ARQ-FERIAS ASSIGN TO WS-ARQ-FERIAS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-FERIAS.

           SELECT ARQ-DESCONTOS ASSIGN TO WS-ARQ-DESCONTOS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-DESCONTOS.

           SELECT ARQ-PEDIDO ASSIGN TO WS-ARQ-PEDIDO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-PEDIDO.

           SELECT RELATORIO ASSIGN TO WS-ARQ-RELATORIO
               ORGANIZATION IS LINE SEQUENTIAL.

           COPY CALENDSL.

           COPY AFASTSL.

           COPY ERRLOGSL.

           COPY JOBLOGSL.

       DATA DIVISION.
       FILE SECTION.
       FD FUNCIONARIOS.
       01 DETALHEFUNCIONARIO.
           COPY FUNCIONARIO.

       FD ARQ-BENEFICIOS.
       01 REGISTRO-BENEFICIO.
           COPY BENEFIC.

       FD ARQ-PONTO.
       01 REGISTRO-PONTO.
           COPY PONTO.

       FD ARQ-FERIAS.
       01 REGISTRO-FERIAS.
           COPY FERIAS.

       FD ARQ-DESCONTOS.
       01 REGISTRO-DESCONTO.
           COPY DESCREC.

       FD ARQ-PEDIDO.
       01 REGISTRO-PEDIDO          PIC X(80).

       FD RELATORIO.
       01 LINHA-RELATORIO          PIC X(100).

       COPY CALENDFD.

       COPY AFASTFD.

       COPY ERRLOGFD.

       COPY JOBLOGFD.

       WORKING-STORAGE SECTION.
       COPY ERRLOGWS.

       COPY JOBLOGWS.

       COPY CALENDWS.

       COPY AFASTWS.

       COPY PEDBENEF.

       01 WS-ARQ-FUNCIONARIOS    PIC X(40)
           VALUE "FUNCIONARIOS.DATA".
       01 WS-ARQ-BENEFICIOS      PIC X(40)
           VALUE "BENEFICIOS.DATA".
       01 WS-ARQ-PONTO           PIC X(40)
           VALUE "PONTO.DATA".
       01 WS-ARQ-FERIAS          PIC X(40)
           VALUE "FERIAS.DATA".
       01 WS-ARQ-DESCONTOS       PIC X(40)
           VALUE "DESCONTOS-RECORRENTES.DATA".
       01 WS-ARQ-PEDIDO          PIC X(40)
           VALUE "PEDIDO-BENEFICIOS.DATA".
       01 WS-ARQ-RELATORIO       PIC X(40)
           VALUE "BENEFICIOS-MES.LST".

       01 WS-STATUS-FUNCIONARIOS PIC X(2).
       01 WS-STATUS-BENEFICIOS   PIC X(2).
       01 WS-STATUS-PONTO        PIC X(2).
       01 WS-STATUS-FERIAS       PIC X(2).
       01 WS-STATUS-DESCONTOS    PIC X(2).
       01 WS-STATUS-PEDIDO       PIC X(2).

       01 LEITURA-FINALIZADA     PIC X VALUE "N".
       01 WS-FIM-BENEFICIOS      PIC X VALUE "N".
       01 WS-FIM-PONTO           PIC X VALUE "N".
       01 WS-FIM-FERIAS          PIC X VALUE "N".
       01 WS-FIM-DESCONTOS       PIC X VALUE "N".

       01 CONTROLE-CABECALHO.
           05 WS-CABECALHO-PRESENTE   PIC X VALUE "N".
           05 WS-TRAILER-PRESENTE     PIC X VALUE "N".
           05 WS-TRAILER-CONTAGEM     PIC 9(7) VALUE 0.
           05 WS-REGISTROS-DADOS      PIC 9(7) VALUE 0.

       01 WS-DATA-HOJE           PIC 9(8).
       01 WS-COMPETENCIA         PIC 9(6).
       01 WS-EMPRESA             PIC X(30).

      * Coparticipacao legal do empregado no vale-transporte:
      * 6% do salario base, limitada ao valor do beneficio.
       01 ALIQUOTA-VALE-TRANSPORTE PIC V9(3) VALUE 0.060.
       01 TIPO-DESCONTO-VT       PIC X(12) VALUE "VALE-TRANSP".

      * Dias do mes marcados pelo calendario empresarial.
       01 WS-DIAS-UTEIS-MES      PIC 9(2) VALUE 0.
       01 WS-DIA                 PIC 9(2).
       01 TABELA-DIAS-MES.
           05 TDM-UTIL OCCURS 31 TIMES PIC X(1).

       01 QTD-FUNCIONARIOS       PIC 9(3) VALUE 0.
       01 TABELA-FUNCIONARIOS.
           05 TFU-ITEM OCCURS 500 TIMES INDEXED BY IDX-FUN.
               10 TFU-MATRICULA  PIC 9(5).
               10 TFU-NOME       PIC X(30).
               10 TFU-CPF        PIC 9(11).
               10 TFU-SALARIO    PIC 9(7)V9(2).
               10 TFU-ADMISSAO   PIC 9(8).
               10 TFU-SITUACAO   PIC X(1).

       01 QTD-PONTO              PIC 9(3) VALUE 0.
       01 TABELA-PONTO.
           05 TPO-ITEM OCCURS 500 TIMES INDEXED BY IDX-PON.
               10 TPO-MATRICULA  PIC 9(5).
               10 TPO-FALTAS     PIC 9(2).

       01 QTD-FERIAS-MES         PIC 9(3) VALUE 0.
       01 TABELA-FERIAS-MES.
           05 TFE-ITEM OCCURS 500 TIMES INDEXED BY IDX-FER.
               10 TFE-MATRICULA  PIC 9(5).
               10 TFE-DIAS       PIC 9(2).

       01 QTD-DESCONTOS-VT       PIC 9(3) VALUE 0.
       01 TABELA-DESCONTOS-VT.
           05 TVT-ITEM OCCURS 500 TIMES INDEXED BY IDX-TVT.
               10 TVT-MATRICULA  PIC 9(5).
               10 TVT-VALOR      PIC 9(7)V9(2).
               10 TVT-GRAVADO    PIC X(1).

       01 CALCULO-BENEFICIO.
           05 WS-FUNCIONARIO-ACHADO  PIC X(1).
           05 WS-DIA-INICIAL         PIC 9(2).
           05 WS-DIAS-UTEIS          PIC 9(2).
           05 WS-DIAS-FALTAS         PIC 9(2).
           05 WS-DIAS-AUSENTE        PIC 9(3).
           05 WS-UTEIS-AUSENTE       PIC 9(2).
           05 WS-DIAS-BENEFICIO      PIC S9(3).
           05 WS-VALOR-VT            PIC 9(7)V9(2).
           05 WS-VALOR-VR            PIC 9(7)V9(2).
           05 WS-DESCONTO-VT         PIC 9(7)V9(2).

       01 TOTAIS-BENEFICIOS.
           05 WS-TOTAL-FUNCIONARIOS  PIC 9(5) VALUE 0.
           05 WS-TOTAL-IGNORADOS     PIC 9(5) VALUE 0.
           05 WS-TOTAL-VT            PIC 9(9)V9(2) VALUE 0.
           05 WS-TOTAL-VR            PIC 9(9)V9(2) VALUE 0.
           05 WS-TOTAL-DESCONTO-VT   PIC 9(9)V9(2) VALUE 0.
           05 WS-PEDIDO-QTD          PIC 9(7) VALUE 0.
           05 WS-PEDIDO-SOMA         PIC 9(11)V9(2) VALUE 0.
           05 WS-DESCONTOS-GRAVADOS  PIC 9(5) VALUE 0.
           05 WS-DESCONTOS-JA-PAGOS  PIC 9(5) VALUE 0.

       01 WS-TOTAL-ED            PIC ZZZZ9.

       01 LINHA-CABECALHO.
           05 FILLER             PIC X(7) VALUE "Matr.  ".
           05 FILLER             PIC X(31) VALUE "Nome".
           05 FILLER             PIC X(6) VALUE "Uteis".
           05 FILLER             PIC X(6) VALUE "Falt.".
           05 FILLER             PIC X(6) VALUE "Ausen".
           05 FILLER             PIC X(5) VALUE "Dias".
           05 FILLER             PIC X(13) VALUE "    Vale-Tr.".
           05 FILLER             PIC X(13) VALUE "   Vale-Ref.".
           05 FILLER             PIC X(13) VALUE "  Desc. VT".

       01 LINHA-DETALHE.
           05 LD-MATRICULA       PIC 9(5).
           05 FILLER             PIC X(2) VALUE SPACES.
           05 LD-NOME            PIC X(30).
           05 FILLER             PIC X(1) VALUE SPACES.
           05 LD-UTEIS           PIC Z9.
           05 FILLER             PIC X(4) VALUE SPACES.
           05 LD-FALTAS          PIC Z9.
           05 FILLER             PIC X(4) VALUE SPACES.
           05 LD-AUSENTE         PIC Z9.
           05 FILLER             PIC X(4) VALUE SPACES.
           05 LD-DIAS            PIC Z9.
           05 FILLER             PIC X(2) VALUE SPACES.
           05 LD-VT              PIC Z,ZZZ,ZZ9.99.
           05 FILLER             PIC X(1) VALUE SPACES.
           05 LD-VR              PIC Z,ZZZ,ZZ9.99.
           05 FILLER             PIC X(1) VALUE SPACES.
           05 LD-DESCONTO        PIC Z,ZZZ,ZZ9.99.

       01 LINHA-TOTAL.
           05 FILLER             PIC X(7) VALUE "Total: ".
           05 LT-QTD             PIC ZZZZ9.
           05 FILLER             PIC X(14) VALUE " funcionarios".
           05 FILLER             PIC X(33) VALUE SPACES.
           05 LT-VT              PIC ZZ,ZZZ,ZZ9.99.
           05 LT-VR              PIC ZZ,ZZZ,ZZ9.99.
           05 LT-DESCONTO        PIC ZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       INICIO.
           PERFORM DEFINIR-ARQUIVOS.
           DISPLAY "============================================".
           DISPLAY " Vale-Transporte e Vale-Refeicao - Mensal".
           DISPLAY "============================================".
           MOVE "BeneficiosMensal" TO WS-JOBLOG-PROGRAMA.
           MOVE "INICIO" TO WS-JOBLOG-EVENTO.
           PERFORM GRAVAR-JOBLOG.

           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
           ACCEPT WS-COMPETENCIA FROM ENVIRONMENT
                   "BENEFICIOS_COMPETENCIA"
               ON EXCEPTION
                   MOVE WS-DATA-HOJE(1:6) TO WS-COMPETENCIA
           END-ACCEPT.
           IF WS-COMPETENCIA NOT NUMERIC OR WS-COMPETENCIA = 0
               MOVE WS-DATA-HOJE(1:6) TO WS-COMPETENCIA
           END-IF.

           MOVE WS-COMPETENCIA TO WS-AFA-COMPETENCIA.
           PERFORM DEFINIR-PERIODO-AFASTAMENTO.
           PERFORM MONTAR-DIAS-MES.
           DISPLAY "Competencia: " WS-COMPETENCIA
              "  Dias uteis no mes: " WS-DIAS-UTEIS-MES.

           PERFORM CARREGAR-FUNCIONARIOS.
           IF RETURN-CODE >= 8
               MOVE 0 TO WS-JOBLOG-QTD-REGISTROS
               MOVE "FIM" TO WS-JOBLOG-EVENTO
               PERFORM GRAVAR-JOBLOG
               GOBACK
           END-IF.
           PERFORM CARREGAR-PONTO-MES.
           PERFORM CARREGAR-FERIAS-MES.
           PERFORM CARREGAR-AFASTAMENTOS.

           OPEN INPUT ARQ-BENEFICIOS.
           IF WS-STATUS-BENEFICIOS NOT = "00"
               DISPLAY "Erro ao abrir " WS-ARQ-BENEFICIOS
                  " Status: " WS-STATUS-BENEFICIOS
               MOVE "BeneficiosMensal" TO WS-ERRLOG-PROGRAMA
               MOVE "INICIO" TO WS-ERRLOG-PARAGRAFO
               MOVE WS-ARQ-BENEFICIOS TO WS-ERRLOG-ARQUIVO
               MOVE WS-STATUS-BENEFICIOS TO WS-ERRLOG-STATUS
               PERFORM GRAVAR-ERRORLOG
               MOVE 8 TO RETURN-CODE
           ELSE
               OPEN OUTPUT ARQ-PEDIDO
               OPEN OUTPUT RELATORIO
               PERFORM GRAVAR-PEDIDO-CABECALHO
               PERFORM ESCREVER-CABECALHO
               PERFORM UNTIL WS-FIM-BENEFICIOS = "S"
                   READ ARQ-BENEFICIOS
                       AT END
                           MOVE "S" TO WS-FIM-BENEFICIOS
                       NOT AT END
                           PERFORM PROCESSAR-BENEFICIO
                   END-READ
               END-PERFORM
               CLOSE ARQ-BENEFICIOS
               PERFORM GRAVAR-PEDIDO-TRAILER
               CLOSE ARQ-PEDIDO
               PERFORM LANCAR-DESCONTOS-VT
               PERFORM ESCREVER-TOTAL
               CLOSE RELATORIO
               DISPLAY "Pedido gravado em " WS-ARQ-PEDIDO
               DISPLAY "Relatorio gravado em " WS-ARQ-RELATORIO
               MOVE WS-DESCONTOS-GRAVADOS TO WS-TOTAL-ED
               DISPLAY "Descontos de VT lancados: " WS-TOTAL-ED
           END-IF.

           IF WS-DESCONTOS-JA-PAGOS > 0 AND RETURN-CODE = 0
               MOVE 4 TO RETURN-CODE
           END-IF.

           MOVE WS-TOTAL-FUNCIONARIOS TO WS-JOBLOG-QTD-REGISTROS.
           MOVE "FIM" TO WS-JOBLOG-EVENTO.
           PERFORM GRAVAR-JOBLOG.
           GOBACK.

       DEFINIR-ARQUIVOS.
           ACCEPT WS-ARQ-FUNCIONARIOS FROM ENVIRONMENT
                   "FUNCIONARIOS_DATA"
               ON EXCEPTION
                   MOVE "FUNCIONARIOS.DATA" TO WS-ARQ-FUNCIONARIOS
           END-ACCEPT.
           ACCEPT WS-ARQ-BENEFICIOS FROM ENVIRONMENT
                   "BENEFICIOS_DATA"
               ON EXCEPTION
                   MOVE "BENEFICIOS.DATA" TO WS-ARQ-BENEFICIOS
           END-ACCEPT.
           ACCEPT WS-ARQ-PONTO FROM ENVIRONMENT "PONTO_DATA"
               ON EXCEPTION
                   MOVE "PONTO.DATA" TO WS-ARQ-PONTO
           END-ACCEPT.
           ACCEPT WS-ARQ-FERIAS FROM ENVIRONMENT "FERIAS_DATA"
               ON EXCEPTION
                   MOVE "FERIAS.DATA" TO WS-ARQ-FERIAS
           END-ACCEPT.
           ACCEPT WS-ARQ-DESCONTOS FROM ENVIRONMENT
                   "DESCONTOS_RECORRENTES"
               ON EXCEPTION
                   MOVE "DESCONTOS-RECORRENTES.DATA"
                       TO WS-ARQ-DESCONTOS
           END-ACCEPT.
           ACCEPT WS-ARQ-PEDIDO FROM ENVIRONMENT
                   "BENEFICIOS_PEDIDO_DATA"
               ON EXCEPTION
                   MOVE "PEDIDO-BENEFICIOS.DATA" TO WS-ARQ-PEDIDO
           END-ACCEPT.
           ACCEPT WS-ARQ-RELATORIO FROM ENVIRONMENT
                   "BENEFICIOS_LST"
               ON EXCEPTION
                   MOVE "BENEFICIOS-MES.LST" TO WS-ARQ-RELATORIO
           END-ACCEPT.
           ACCEPT WS-EMPRESA FROM ENVIRONMENT "EMPRESA_NOME"
               ON EXCEPTION
                   MOVE "EMPRESA" TO WS-EMPRESA
           END-ACCEPT.

      * Classifica cada dia do mes pelo calendario empresarial.
       MONTAR-DIAS-MES.
           MOVE 0 TO WS-DIAS-UTEIS-MES.
           MOVE ALL "N" TO TABELA-DIAS-MES.
           PERFORM ABRIR-CALENDARIO.
           PERFORM VARYING WS-DIA FROM 1 BY 1
                   UNTIL WS-DIA > WS-AFA-DIAS-PERIODO
               COMPUTE WS-CAL-DATA-CONSULTA
                   = WS-COMPETENCIA * 100 + WS-DIA
               PERFORM VERIFICAR-DIA-UTIL
               IF WS-CAL-DIA-UTIL = "S"
                   MOVE "S" TO TDM-UTIL(WS-DIA)
                   ADD 1 TO WS-DIAS-UTEIS-MES
               END-IF
           END-PERFORM.
           PERFORM FECHAR-CALENDARIO.

       CARREGAR-FUNCIONARIOS.
           MOVE 0 TO QTD-FUNCIONARIOS.
           OPEN INPUT FUNCIONARIOS.
           IF WS-STATUS-FUNCIONARIOS NOT = "00"
               DISPLAY "Erro ao abrir " WS-ARQ-FUNCIONARIOS
                  " Status: " WS-STATUS-FUNCIONARIOS
               MOVE "BeneficiosMensal" TO WS-ERRLOG-PROGRAMA
               MOVE "CARREGAR-FUNCIONARIOS" TO WS-ERRLOG-PARAGRAFO
               MOVE WS-ARQ-FUNCIONARIOS TO WS-ERRLOG-ARQUIVO
               MOVE WS-STATUS-FUNCIONARIOS TO WS-ERRLOG-STATUS
               PERFORM GRAVAR-ERRORLOG
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM UNTIL LEITURA-FINALIZADA = "S"
                   READ FUNCIONARIOS
                       AT END
                           MOVE "S" TO LEITURA-FINALIZADA
                       NOT AT END
                           PERFORM GUARDAR-FUNCIONARIO
                   END-READ
               END-PERFORM
               CLOSE FUNCIONARIOS
               PERFORM VERIFICAR-TRAILER
           END-IF.

       GUARDAR-FUNCIONARIO.
           IF DETALHEFUNCIONARIO(1:3) = "HDR"
               MOVE "S" TO WS-CABECALHO-PRESENTE
           ELSE
           IF DETALHEFUNCIONARIO(1:3) = "TRL"
               MOVE "S" TO WS-TRAILER-PRESENTE
               IF DETALHEFUNCIONARIO(4:7) IS NUMERIC
                   MOVE DETALHEFUNCIONARIO(4:7)
                       TO WS-TRAILER-CONTAGEM
               END-IF
           ELSE
               ADD 1 TO WS-REGISTROS-DADOS
               IF QTD-FUNCIONARIOS < 500
                   ADD 1 TO QTD-FUNCIONARIOS
                   SET IDX-FUN TO QTD-FUNCIONARIOS
                   MOVE MATRICULA-FUNCIONARIO TO TFU-MATRICULA(IDX-FUN)
                   MOVE SPACES TO TFU-NOME(IDX-FUN)
                   STRING PRIMEIRO-NOME DELIMITED BY SPACE
                       " " DELIMITED BY SIZE
                       ULTIMO-NOME DELIMITED BY SPACE
                       INTO TFU-NOME(IDX-FUN)
                   END-STRING
                   MOVE CPF-FUNCIONARIO TO TFU-CPF(IDX-FUN)
                   MOVE SALARIO-FUNCIONARIO TO TFU-SALARIO(IDX-FUN)
                   MOVE DATA-ADMISSAO TO TFU-ADMISSAO(IDX-FUN)
                   MOVE SITUACAO-FUNCIONARIO TO TFU-SITUACAO(IDX-FUN)
               END-IF
           END-IF
           END-IF.

       VERIFICAR-TRAILER.
           IF WS-CABECALHO-PRESENTE = "S"
               IF WS-TRAILER-PRESENTE = "N"
                   DISPLAY "ERRO: trailer ausente em "
                      WS-ARQ-FUNCIONARIOS
                   MOVE 8 TO RETURN-CODE
               ELSE
                   IF WS-TRAILER-CONTAGEM NOT = WS-REGISTROS-DADOS
                       DISPLAY "ERRO: trailer nao confere em "
                          WS-ARQ-FUNCIONARIOS " Esperado: "
                          WS-TRAILER-CONTAGEM " Lido: "
                          WS-REGISTROS-DADOS
                       MOVE 8 TO RETURN-CODE
                   END-IF
               END-IF
           END-IF.

       CARREGAR-PONTO-MES.
           MOVE 0 TO QTD-PONTO.
           OPEN INPUT ARQ-PONTO.
           IF WS-STATUS-PONTO = "00"
               PERFORM UNTIL WS-FIM-PONTO = "S"
                   READ ARQ-PONTO
                       AT END
                           MOVE "S" TO WS-FIM-PONTO
                       NOT AT END
                           IF PON-COMPETENCIA = WS-COMPETENCIA
                                   AND PON-DIAS-FALTAS IS NUMERIC
                                   AND QTD-PONTO < 500
                               ADD 1 TO QTD-PONTO
                               SET IDX-PON TO QTD-PONTO
                               MOVE PON-MATRICULA
                                   TO TPO-MATRICULA(IDX-PON)
                               MOVE PON-DIAS-FALTAS
                                   TO TPO-FALTAS(IDX-PON)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQ-PONTO
           END-IF.

       CARREGAR-FERIAS-MES.
           MOVE 0 TO QTD-FERIAS-MES.
           OPEN INPUT ARQ-FERIAS.
           IF WS-STATUS-FERIAS = "00"
               PERFORM UNTIL WS-FIM-FERIAS = "S"
                   READ ARQ-FERIAS
                       AT END
                           MOVE "S" TO WS-FIM-FERIAS
                       NOT AT END
                           IF (FERIAS-PROGRAMADA OR FERIAS-GOZADA)
                                   AND FER-MES-PROGRAMADO
                                       = WS-COMPETENCIA
                                   AND QTD-FERIAS-MES < 500
                               ADD 1 TO QTD-FERIAS-MES
                               SET IDX-FER TO QTD-FERIAS-MES
                               MOVE FER-MATRICULA
                                   TO TFE-MATRICULA(IDX-FER)
                               MOVE FER-DIAS-PROGRAMADOS
                                   TO TFE-DIAS(IDX-FER)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQ-FERIAS
           END-IF.

      * So recebe quem esta ativo e optou por algum beneficio; o
      * desligado e o cadastro sem funcionario ficam de fora.
       PROCESSAR-BENEFICIO.
           IF NOT OPTA-VALE-TRANSPORTE AND NOT OPTA-VALE-REFEICAO
               CONTINUE
           ELSE
               PERFORM BUSCAR-FUNCIONARIO
               IF WS-FUNCIONARIO-ACHADO = "N"
                   ADD 1 TO WS-TOTAL-IGNORADOS
               ELSE
                   PERFORM CALCULAR-DIAS-BENEFICIO
                   PERFORM CALCULAR-VALORES
                   PERFORM GRAVAR-PEDIDO-DETALHES
                   PERFORM GUARDAR-DESCONTO-VT
                   PERFORM ESCREVER-DETALHE
                   ADD 1 TO WS-TOTAL-FUNCIONARIOS
               END-IF
           END-IF.

       BUSCAR-FUNCIONARIO.
           MOVE "N" TO WS-FUNCIONARIO-ACHADO.
           SET IDX-FUN TO 1.
           SEARCH TFU-ITEM
               AT END
                   CONTINUE
               WHEN TFU-MATRICULA(IDX-FUN) = BNF-MATRICULA
                   IF TFU-SITUACAO(IDX-FUN) NOT = "D"
                           AND TFU-ADMISSAO(IDX-FUN)
                               <= WS-AFA-PERIODO-FIM
                       MOVE "S" TO WS-FUNCIONARIO-ACHADO
                   END-IF
           END-SEARCH.

      * Dias uteis a partir da admissao, menos faltas do ponto e
      * os dias uteis proporcionais as ferias e aos afastamentos
      * do mes, que no cadastro estao em dias corridos.
       CALCULAR-DIAS-BENEFICIO.
           MOVE 1 TO WS-DIA-INICIAL.
           IF TFU-ADMISSAO(IDX-FUN) > WS-AFA-PERIODO-INICIO
               MOVE TFU-ADMISSAO(IDX-FUN)(7:2) TO WS-DIA-INICIAL
           END-IF.
           MOVE 0 TO WS-DIAS-UTEIS.
           PERFORM VARYING WS-DIA FROM WS-DIA-INICIAL BY 1
                   UNTIL WS-DIA > WS-AFA-DIAS-PERIODO
               IF TDM-UTIL(WS-DIA) = "S"
                   ADD 1 TO WS-DIAS-UTEIS
               END-IF
           END-PERFORM.

           MOVE 0 TO WS-DIAS-FALTAS.
           PERFORM VARYING IDX-PON FROM 1 BY 1
                   UNTIL IDX-PON > QTD-PONTO
               IF TPO-MATRICULA(IDX-PON) = BNF-MATRICULA
                   ADD TPO-FALTAS(IDX-PON) TO WS-DIAS-FALTAS
               END-IF
           END-PERFORM.

           MOVE BNF-MATRICULA TO WS-AFA-MATRICULA.
           MOVE "T" TO WS-AFA-REGRA.
           PERFORM CONTAR-DIAS-AFASTADO.
           MOVE WS-AFA-DIAS TO WS-DIAS-AUSENTE.
           PERFORM VARYING IDX-FER FROM 1 BY 1
                   UNTIL IDX-FER > QTD-FERIAS-MES
               IF TFE-MATRICULA(IDX-FER) = BNF-MATRICULA
                   ADD TFE-DIAS(IDX-FER) TO WS-DIAS-AUSENTE
               END-IF
           END-PERFORM.
           IF WS-DIAS-AUSENTE > WS-AFA-DIAS-PERIODO
               MOVE WS-AFA-DIAS-PERIODO TO WS-DIAS-AUSENTE
           END-IF.
           COMPUTE WS-UTEIS-AUSENTE ROUNDED
               = WS-DIAS-AUSENTE * WS-DIAS-UTEIS-MES
               / WS-AFA-DIAS-PERIODO.

           COMPUTE WS-DIAS-BENEFICIO = WS-DIAS-UTEIS
               - WS-DIAS-FALTAS - WS-UTEIS-AUSENTE.
           IF WS-DIAS-BENEFICIO < 0
               MOVE 0 TO WS-DIAS-BENEFICIO
           END-IF.

       CALCULAR-VALORES.
           MOVE 0 TO WS-VALOR-VT.
           MOVE 0 TO WS-VALOR-VR.
           MOVE 0 TO WS-DESCONTO-VT.
           IF OPTA-VALE-TRANSPORTE
               COMPUTE WS-VALOR-VT ROUNDED = WS-DIAS-BENEFICIO
                   * BNF-CONDUCOES-DIA * BNF-VALOR-TARIFA
               COMPUTE WS-DESCONTO-VT ROUNDED
                   = TFU-SALARIO(IDX-FUN) * ALIQUOTA-VALE-TRANSPORTE
               IF WS-DESCONTO-VT > WS-VALOR-VT
                   MOVE WS-VALOR-VT TO WS-DESCONTO-VT
               END-IF
           END-IF.
           IF OPTA-VALE-REFEICAO
               COMPUTE WS-VALOR-VR ROUNDED = WS-DIAS-BENEFICIO
                   * BNF-VALOR-REFEICAO
           END-IF.
           ADD WS-VALOR-VT TO WS-TOTAL-VT.
           ADD WS-VALOR-VR TO WS-TOTAL-VR.
           ADD WS-DESCONTO-VT TO WS-TOTAL-DESCONTO-VT.

       GRAVAR-PEDIDO-CABECALHO.
           MOVE SPACES TO PEDIDO-CABECALHO.
           MOVE "0" TO PED-CAB-TIPO.
           MOVE WS-EMPRESA TO PED-CAB-EMPRESA.
           MOVE WS-COMPETENCIA TO PED-CAB-COMPETENCIA.
           MOVE WS-DATA-HOJE TO PED-CAB-DATA.
           MOVE PEDIDO-CABECALHO TO REGISTRO-PEDIDO.
           WRITE REGISTRO-PEDIDO.

       GRAVAR-PEDIDO-DETALHES.
           MOVE SPACES TO PEDIDO-DETALHE.
           MOVE "1" TO PED-DET-TIPO.
           MOVE BNF-MATRICULA TO PED-DET-MATRICULA.
           MOVE TFU-CPF(IDX-FUN) TO PED-DET-CPF.
           MOVE TFU-NOME(IDX-FUN) TO PED-DET-NOME.
           MOVE WS-DIAS-BENEFICIO TO PED-DET-DIAS.
           IF WS-VALOR-VT > 0
               MOVE "VT" TO PED-DET-BENEFICIO
               MOVE WS-VALOR-VT TO PED-DET-VALOR
               MOVE PEDIDO-DETALHE TO REGISTRO-PEDIDO
               WRITE REGISTRO-PEDIDO
               ADD 1 TO WS-PEDIDO-QTD
               ADD WS-VALOR-VT TO WS-PEDIDO-SOMA
           END-IF.
           IF WS-VALOR-VR > 0
               MOVE "VR" TO PED-DET-BENEFICIO
               MOVE WS-VALOR-VR TO PED-DET-VALOR
               MOVE PEDIDO-DETALHE TO REGISTRO-PEDIDO
               WRITE REGISTRO-PEDIDO
               ADD 1 TO WS-PEDIDO-QTD
               ADD WS-VALOR-VR TO WS-PEDIDO-SOMA
           END-IF.

       GRAVAR-PEDIDO-TRAILER.
           MOVE SPACES TO PEDIDO-TRAILER.
           MOVE "9" TO PED-TRL-TIPO.
           MOVE WS-PEDIDO-QTD TO PED-TRL-QTD.
           MOVE WS-PEDIDO-SOMA TO PED-TRL-SOMA.
           MOVE PEDIDO-TRAILER TO REGISTRO-PEDIDO.
           WRITE REGISTRO-PEDIDO.

       GUARDAR-DESCONTO-VT.
           IF OPTA-VALE-TRANSPORTE AND QTD-DESCONTOS-VT < 500
               ADD 1 TO QTD-DESCONTOS-VT
               SET IDX-TVT TO QTD-DESCONTOS-VT
               MOVE BNF-MATRICULA TO TVT-MATRICULA(IDX-TVT)
               MOVE WS-DESCONTO-VT TO TVT-VALOR(IDX-TVT)
               MOVE "N" TO TVT-GRAVADO(IDX-TVT)
           END-IF.

      * O desconto do VT entra em DESCONTOS-RECORRENTES como
      * parcela unica da competencia, aplicada pela folha. Na
      * reexecucao o lancamento da competencia e substituido; se
      * a folha ja o baixou, fica como esta e sai um aviso.
       LANCAR-DESCONTOS-VT.
           MOVE "N" TO WS-FIM-DESCONTOS.
           OPEN I-O ARQ-DESCONTOS.
           IF WS-STATUS-DESCONTOS = "00"
               PERFORM UNTIL WS-FIM-DESCONTOS = "S"
                   READ ARQ-DESCONTOS
                       AT END
                           MOVE "S" TO WS-FIM-DESCONTOS
                       NOT AT END
                           IF DRC-TIPO = TIPO-DESCONTO-VT
                                   AND DRC-COMPETENCIA-INICIO
                                       = WS-COMPETENCIA
                               PERFORM SUBSTITUIR-DESCONTO-VT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQ-DESCONTOS
           END-IF.

           OPEN EXTEND ARQ-DESCONTOS.
           IF WS-STATUS-DESCONTOS = "35"
               OPEN OUTPUT ARQ-DESCONTOS
           END-IF.
           IF WS-STATUS-DESCONTOS NOT = "00"
               DISPLAY "Erro ao abrir " WS-ARQ-DESCONTOS
                  " Status: " WS-STATUS-DESCONTOS
               MOVE "BeneficiosMensal" TO WS-ERRLOG-PROGRAMA
               MOVE "LANCAR-DESCONTOS-VT" TO WS-ERRLOG-PARAGRAFO
               MOVE WS-ARQ-DESCONTOS TO WS-ERRLOG-ARQUIVO
               MOVE WS-STATUS-DESCONTOS TO WS-ERRLOG-STATUS
               PERFORM GRAVAR-ERRORLOG
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM VARYING IDX-TVT FROM 1 BY 1
                       UNTIL IDX-TVT > QTD-DESCONTOS-VT
                   IF TVT-GRAVADO(IDX-TVT) = "N"
                           AND TVT-VALOR(IDX-TVT) > 0
                       PERFORM GRAVAR-DESCONTO-VT
                   END-IF
               END-PERFORM
               CLOSE ARQ-DESCONTOS
           END-IF.

       SUBSTITUIR-DESCONTO-VT.
           SET IDX-TVT TO 1.
           SEARCH TVT-ITEM
               AT END
                   IF DESCONTO-ATIVO
                       SET DESCONTO-ENCERRADO TO TRUE
                       REWRITE REGISTRO-DESCONTO
                   END-IF
               WHEN IDX-TVT <= QTD-DESCONTOS-VT
                       AND TVT-MATRICULA(IDX-TVT) = DRC-MATRICULA
                   MOVE "S" TO TVT-GRAVADO(IDX-TVT)
                   IF DESCONTO-ENCERRADO
                           AND DRC-PARCELAS-RESTANTES = 0
                       DISPLAY "Aviso: desconto de VT da matricula "
                          DRC-MATRICULA " ja aplicado pela folha."
                       ADD 1 TO WS-DESCONTOS-JA-PAGOS
                   ELSE
                       MOVE TVT-VALOR(IDX-TVT) TO DRC-VALOR
                       MOVE 1 TO DRC-PARCELAS-RESTANTES
                       IF TVT-VALOR(IDX-TVT) > 0
                           SET DESCONTO-ATIVO TO TRUE
                       ELSE
                           SET DESCONTO-ENCERRADO TO TRUE
                       END-IF
                       REWRITE REGISTRO-DESCONTO
                       ADD 1 TO WS-DESCONTOS-GRAVADOS
                   END-IF
           END-SEARCH.

       GRAVAR-DESCONTO-VT.
           MOVE SPACES TO REGISTRO-DESCONTO.
           MOVE TVT-MATRICULA(IDX-TVT) TO DRC-MATRICULA.
           MOVE TIPO-DESCONTO-VT TO DRC-TIPO.
           SET DESCONTO-VALOR-FIXO TO TRUE.
           MOVE TVT-VALOR(IDX-TVT) TO DRC-VALOR.
           MOVE 0 TO DRC-PERCENTUAL.
           MOVE WS-COMPETENCIA TO DRC-COMPETENCIA-INICIO.
           MOVE WS-COMPETENCIA TO DRC-COMPETENCIA-FIM.
           MOVE 1 TO DRC-PARCELAS-RESTANTES.
           SET DESCONTO-ATIVO TO TRUE.
           WRITE REGISTRO-DESCONTO.
           ADD 1 TO WS-DESCONTOS-GRAVADOS.

       ESCREVER-CABECALHO.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "VALE-TRANSPORTE E VALE-REFEICAO - COMPETENCIA "
                  DELIMITED BY SIZE
                  WS-COMPETENCIA DELIMITED BY SIZE
                  INTO LINHA-RELATORIO
           END-STRING.
           WRITE LINHA-RELATORIO.
           MOVE ALL "=" TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE LINHA-CABECALHO TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE ALL "-" TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.

       ESCREVER-DETALHE.
           MOVE BNF-MATRICULA TO LD-MATRICULA.
           MOVE TFU-NOME(IDX-FUN) TO LD-NOME.
           MOVE WS-DIAS-UTEIS TO LD-UTEIS.
           MOVE WS-DIAS-FALTAS TO LD-FALTAS.
           MOVE WS-UTEIS-AUSENTE TO LD-AUSENTE.
           MOVE WS-DIAS-BENEFICIO TO LD-DIAS.
           MOVE WS-VALOR-VT TO LD-VT.
           MOVE WS-VALOR-VR TO LD-VR.
           MOVE WS-DESCONTO-VT TO LD-DESCONTO.
           MOVE LINHA-DETALHE TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.

       ESCREVER-TOTAL.
           MOVE ALL "-" TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE WS-TOTAL-FUNCIONARIOS TO LT-QTD.
           MOVE WS-TOTAL-VT TO LT-VT.
           MOVE WS-TOTAL-VR TO LT-VR.
           MOVE WS-TOTAL-DESCONTO-VT TO LT-DESCONTO.
           MOVE LINHA-TOTAL TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           IF WS-TOTAL-IGNORADOS > 0
               MOVE WS-TOTAL-IGNORADOS TO WS-TOTAL-ED
               MOVE SPACES TO LINHA-RELATORIO
               STRING "Cadastros ignorados (desligado ou sem "
                      "funcionario): " DELIMITED BY SIZE
                      WS-TOTAL-ED DELIMITED BY SIZE
                      INTO LINHA-RELATORIO
               END-STRING
               WRITE LINHA-RELATORIO
           END-IF.

       COPY CALENDPD.

       COPY AFASTPD.

       COPY JOBLOGPD.

       COPY ERRLOGPD.

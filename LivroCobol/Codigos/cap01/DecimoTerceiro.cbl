           SELECT CONTRACHEQUES ASSIGN TO WS-ARQ-CONTRACHEQUES
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ARQ-MOVIMENTO-13 ASSIGN TO WS-ARQ-MOVIMENTO-13
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-MOVIMENTO-13.

           COPY ERRLOGSL.

           COPY JOBLOGSL.

           COPY AFASTSL.

           COPY TABIMPSL.

       DATA DIVISION.
       FILE SECTION.
       FD FUNCIONARIOS.
       FD CONTRACHEQUES.
       01 LINHA-CONTRACHEQUE          PIC X(60).

       FD ARQ-MOVIMENTO-13.
       01 REGISTRO-MOVIMENTO-13.
           COPY DECIMOMOV.

       COPY ERRLOGFD.

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
           VALUE "DECIMOTERCEIRO.LST".
       01 WS-ARQ-CONTRACHEQUES        PIC X(40)
           VALUE "CONTRACHEQUES-13.LST".
       01 WS-ARQ-MOVIMENTO-13         PIC X(40)
           VALUE "DECIMO-MOVIMENTO.DATA".

       01 WS-STATUS-FUNCIONARIOS      PIC X(2).
       01 WS-STATUS-MOVIMENTO-13      PIC X(2).

       01 LEITURA-FINALIZADA          PIC X VALUE "N".


       01 CALCULO-DECIMO.
           05 WS-AVOS                 PIC 9(2).
           05 WS-MES-AVO              PIC 9(2).
           05 WS-VALOR-INTEGRAL       PIC 9(7)V9(2).
           05 WS-VALOR-PARCELA        PIC 9(7)V9(2).
           05 WS-PRIMEIRA-PARCELA     PIC 9(7)V9(2).
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
           PERFORM DEFINIR-PARCELA.
           DISPLAY "Parcela a processar: " WS-PARCELA.
           PERFORM CARREGAR-AFASTAMENTOS.
      * O 13o e tributado pela tabela em vigor em dezembro.
           COMPUTE WS-TIM-COMPETENCIA = WS-ANO-HOJE * 100 + 12.
           PERFORM CARREGAR-TABELAS-IMPOSTO.

           OPEN INPUT FUNCIONARIOS.
           IF WS-STATUS-FUNCIONARIOS NOT = "00"
           ELSE
               OPEN OUTPUT RELATORIO
               OPEN OUTPUT CONTRACHEQUES
               OPEN EXTEND ARQ-MOVIMENTO-13
               IF WS-STATUS-MOVIMENTO-13 = "35"
                   OPEN OUTPUT ARQ-MOVIMENTO-13
               END-IF
               PERFORM ESCREVER-CABECALHO
               PERFORM PROCESSAR-REGISTROS
               PERFORM ESCREVER-TOTAL
               CLOSE ARQ-MOVIMENTO-13
               CLOSE CONTRACHEQUES
               CLOSE RELATORIO
               CLOSE FUNCIONARIOS
               DISPLAY "Relatorio gravado em " WS-ARQ-RELATORIO
               DISPLAY "Contracheques gravados em "
                  WS-ARQ-CONTRACHEQUES
               DISPLAY "Movimento do 13o gravado em "
                  WS-ARQ-MOVIMENTO-13
           END-IF.

           IF TOTAL-GERAL = 0 AND RETURN-CODE = 0
                   MOVE "CONTRACHEQUES-13.LST"
                       TO WS-ARQ-CONTRACHEQUES
           END-ACCEPT.
           ACCEPT WS-ARQ-MOVIMENTO-13 FROM ENVIRONMENT
                   "DECIMO_MOVIMENTO_DATA"
               ON EXCEPTION
                   MOVE "DECIMO-MOVIMENTO.DATA"
                       TO WS-ARQ-MOVIMENTO-13
           END-ACCEPT.

      * A parcela vem do ambiente; na ausencia, novembro paga a
      * primeira e dezembro a segunda.

       PROCESSAR-FUNCIONARIO.
           PERFORM CALCULAR-AVOS.
           PERFORM DESCONTAR-AVOS-AFASTAMENTO.
           IF WS-AVOS = 0
               CONTINUE
           ELSE
               PERFORM CALCULAR-PARCELA
               PERFORM IMPRIMIR-FUNCIONARIO
               PERFORM IMPRIMIR-CONTRACHEQUE
               PERFORM GRAVAR-MOVIMENTO-DECIMO
           END-IF.

      * Registro da parcela para o informe de rendimentos do ano.
       GRAVAR-MOVIMENTO-DECIMO.
           MOVE WS-ANO-HOJE TO D13-ANO.
           MOVE MATRICULA-FUNCIONARIO TO D13-MATRICULA.
           MOVE CODIGO-DEPARTAMENTO TO D13-DEPARTAMENTO.
           MOVE WS-PARCELA TO D13-PARCELA.
           MOVE WS-AVOS TO D13-AVOS.
           MOVE WS-VALOR-PARCELA TO D13-VALOR-PARCELA.
           MOVE WS-DESCONTO-INSS TO D13-DESCONTO-INSS.
           MOVE WS-DESCONTO-IRRF TO D13-DESCONTO-IRRF.
           IF WS-VALOR-LIQUIDO < 0
               MOVE 0 TO D13-VALOR-LIQUIDO
           ELSE
               MOVE WS-VALOR-LIQUIDO TO D13-VALOR-LIQUIDO
           END-IF.
           MOVE WS-DATA-HOJE TO D13-DATA-CALCULO.
           WRITE REGISTRO-MOVIMENTO-13.

      * Um avo por mes trabalhado no ano; o mes de admissao conta
      * quando a admissao ocorreu ate o dia 15.
       CALCULAR-AVOS.
               END-IF
           END-IF.

      * Mes com mais de 15 dias de afastamento por doenca,
      * acidente ou licenca nao remunerada perde o avo; a
      * licenca maternidade nao interrompe a contagem.
       DESCONTAR-AVOS-AFASTAMENTO.
           MOVE MATRICULA-FUNCIONARIO TO WS-AFA-MATRICULA.
           MOVE "D" TO WS-AFA-REGRA.
           IF WS-AVOS > 0
               COMPUTE WS-MES-AVO = 13 - WS-AVOS
               PERFORM UNTIL WS-MES-AVO > 12
                   COMPUTE WS-AFA-COMPETENCIA
                       = WS-ANO-HOJE * 100 + WS-MES-AVO
                   PERFORM DEFINIR-PERIODO-AFASTAMENTO
                   PERFORM CONTAR-DIAS-AFASTADO
                   IF WS-AFA-DIAS > 15 AND WS-AVOS > 0
                       SUBTRACT 1 FROM WS-AVOS
                   END-IF
                   ADD 1 TO WS-MES-AVO
               END-PERFORM
           END-IF.

       CALCULAR-PARCELA.
           COMPUTE WS-VALOR-INTEGRAL ROUNDED
               = SALARIO-FUNCIONARIO * WS-AVOS / 12.

       COPY FAIXASPD.

       COPY AFASTPD.

       COPY TABIMPPD.

       COPY JOBLOGPD.

       COPY ERRLOGPD.

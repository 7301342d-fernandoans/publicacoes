       IDENTIFICATION DIVISION.
           PROGRAM-ID. BancoHoras.
           AUTHOR. Fernando Anselmo.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FUNCIONARIOS ASSIGN TO WS-ARQ-FUNCIONARIOS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-FUNCIONARIOS.

           SELECT ARQ-PONTO ASSIGN TO WS-ARQ-PONTO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-PONTO.

           SELECT ARQ-DEPTOS-BANCO ASSIGN TO WS-ARQ-DEPTOS-BANCO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-DEPTOS-BANCO.

           SELECT ARQ-COMPENSACAO ASSIGN TO WS-ARQ-COMPENSACAO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-COMPENSACAO.

           SELECT ARQ-BANCO-HORAS ASSIGN TO WS-ARQ-BANCO-HORAS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-BANCO-HORAS.

           SELECT RELATORIO ASSIGN TO WS-ARQ-RELATORIO
               ORGANIZATION IS LINE SEQUENTIAL.

           COPY ERRLOGSL.

           COPY JOBLOGSL.

       DATA DIVISION.
       FILE SECTION.
       FD FUNCIONARIOS.
       01 DETALHEFUNCIONARIO.
           COPY FUNCIONARIO.

       FD ARQ-PONTO.
       01 REGISTRO-PONTO.
           COPY PONTO.

       FD ARQ-DEPTOS-BANCO.
       01 REGISTRO-DEPTO-BANCO.
           05 BHD-DEPARTAMENTO     PIC X(4).

       FD ARQ-COMPENSACAO.
       01 REGISTRO-COMPENSACAO.
           05 CMP-MATRICULA        PIC 9(5).
           05 CMP-DATA             PIC 9(8).
           05 CMP-HORAS            PIC 9(3)V9(1).

       FD ARQ-BANCO-HORAS.
       01 REGISTRO-BANCO-HORAS.
           COPY BANCOHOR.

       FD RELATORIO.
       01 LINHA-RELATORIO          PIC X(100).

       COPY ERRLOGFD.

       COPY JOBLOGFD.

       WORKING-STORAGE SECTION.
       COPY ERRLOGWS.

       COPY JOBLOGWS.

       01 WS-ARQ-FUNCIONARIOS    PIC X(40)
           VALUE "FUNCIONARIOS.DATA".
       01 WS-ARQ-PONTO           PIC X(40)
           VALUE "PONTO.DATA".
       01 WS-ARQ-DEPTOS-BANCO    PIC X(40)
           VALUE "BANCO-HORAS-DEPTOS.DATA".
       01 WS-ARQ-COMPENSACAO     PIC X(40)
           VALUE "COMPENSACAO-HORAS.DATA".
       01 WS-ARQ-BANCO-HORAS     PIC X(40)
           VALUE "BANCO-HORAS.DATA".
       01 WS-ARQ-RELATORIO       PIC X(40)
           VALUE "BANCO-HORAS.LST".

       01 WS-STATUS-FUNCIONARIOS PIC X(2).
       01 WS-STATUS-PONTO        PIC X(2).
       01 WS-STATUS-DEPTOS-BANCO PIC X(2).
       01 WS-STATUS-COMPENSACAO  PIC X(2).
       01 WS-STATUS-BANCO-HORAS  PIC X(2).

       01 LEITURA-FINALIZADA     PIC X VALUE "N".
       01 WS-FIM-PONTO           PIC X VALUE "N".
       01 WS-FIM-DEPTOS-BANCO    PIC X VALUE "N".
       01 WS-FIM-COMPENSACAO     PIC X VALUE "N".
       01 WS-FIM-BANCO-HORAS     PIC X VALUE "N".

       01 CONTROLE-CABECALHO.
           05 WS-CABECALHO-PRESENTE   PIC X VALUE "N".
           05 WS-TRAILER-PRESENTE     PIC X VALUE "N".
           05 WS-TRAILER-CONTAGEM     PIC 9(7) VALUE 0.
           05 WS-REGISTROS-DADOS      PIC 9(7) VALUE 0.

       01 WS-DATA-HOJE           PIC 9(8).
       01 WS-COMPETENCIA         PIC 9(6).
       01 WS-COMPETENCIA-R REDEFINES WS-COMPETENCIA.
           05 WS-COMP-ANO        PIC 9(4).
           05 WS-COMP-MES        PIC 9(2).
       01 WS-PRAZO-MESES         PIC 9(2) VALUE 6.
       01 WS-PRAZO-TEXTO         PIC X(2).
       01 WS-COMPETENCIA-LIMITE  PIC 9(6).
       01 WS-MESES-CORRIDOS      PIC 9(6).
       01 WS-ANO-LIMITE          PIC 9(4).
       01 WS-MES-LIMITE          PIC 9(2).
       01 WS-COMPETENCIA-PROCESSADA PIC X VALUE "N".

       01 QTD-DEPTOS-BANCO       PIC 9(3) VALUE 0.
       01 TABELA-DEPTOS-BANCO.
           05 TDB-ITEM OCCURS 100 TIMES INDEXED BY IDX-TDB.
               10 TDB-DEPARTAMENTO PIC X(4).

       01 QTD-FUNCIONARIOS       PIC 9(3) VALUE 0.
       01 TABELA-FUNCIONARIOS.
           05 TFU-ITEM OCCURS 500 TIMES INDEXED BY IDX-FUN.
               10 TFU-MATRICULA  PIC 9(5).
               10 TFU-DEPARTAMENTO PIC X(4).
               10 TFU-NOME       PIC X(30).
               10 TFU-SITUACAO   PIC X(1).

       01 QTD-SALDOS             PIC 9(3) VALUE 0.
       01 TABELA-SALDOS.
           05 TBH-ITEM OCCURS 500 TIMES INDEXED BY IDX-BH.
               10 TBH-MATRICULA      PIC 9(5).
               10 TBH-SALDO-ANTERIOR PIC 9(5)V9(1).
               10 TBH-CREDITOS       PIC 9(5)V9(1).
               10 TBH-DEBITOS        PIC 9(5)V9(1).
               10 TBH-VENCIDAS       PIC 9(5)V9(1).
               10 TBH-CRED-VENCIVEIS PIC 9(6)V9(1).
               10 TBH-BAIXAS         PIC 9(6)V9(1).

       01 QTD-RECUSADAS          PIC 9(3) VALUE 0.
       01 TABELA-RECUSADAS.
           05 TCR-ITEM OCCURS 200 TIMES INDEXED BY IDX-TCR.
               10 TCR-MATRICULA  PIC 9(5).
               10 TCR-DATA       PIC 9(8).
               10 TCR-HORAS      PIC 9(3)V9(1).
               10 TCR-MOTIVO     PIC X(30).

       01 WS-MATRICULA-BANCO     PIC 9(5).
       01 WS-FUNCIONARIO-ACHADO  PIC X VALUE "N".
       01 WS-DEPTO-BANCO         PIC X VALUE "N".
       01 WS-NOME-FUNCIONARIO    PIC X(30).
       01 WS-SITUACAO-FUNCIONARIO PIC X(1).
       01 WS-DEPTO-FUNCIONARIO   PIC X(4).
       01 WS-MOTIVO-RECUSA       PIC X(30).
       01 WS-HORAS-EQUIVALENTES  PIC 9(4)V9(1).
       01 WS-SALDO-DISPONIVEL    PIC S9(6)V9(1).
       01 WS-HORAS-EXPIRAR       PIC S9(6)V9(1).
       01 WS-SALDO-FINAL         PIC 9(6)V9(1).

       01 TOTAIS-BANCO.
           05 WS-TOTAL-LANCAMENTOS   PIC 9(5) VALUE 0.
           05 WS-TOTAL-CREDITOS      PIC 9(7)V9(1) VALUE 0.
           05 WS-TOTAL-DEBITOS       PIC 9(7)V9(1) VALUE 0.
           05 WS-TOTAL-VENCIDAS      PIC 9(7)V9(1) VALUE 0.

       01 WS-HORAS-ED            PIC ZZZ,ZZ9.9.
       01 WS-TOTAL-ED            PIC ZZZZ9.

       01 LINHA-CABECALHO-EXTRATO.
           05 FILLER             PIC X(7) VALUE "Matric.".
           05 FILLER             PIC X(31) VALUE "Nome".
           05 FILLER             PIC X(11) VALUE "  Anterior".
           05 FILLER             PIC X(11) VALUE "  Creditos".
           05 FILLER             PIC X(11) VALUE "   Folgas".
           05 FILLER             PIC X(11) VALUE "  Vencidas".
           05 FILLER             PIC X(11) VALUE "     Saldo".

       01 LINHA-EXTRATO.
           05 LE-MATRICULA       PIC 9(5).
           05 FILLER             PIC X(2) VALUE SPACES.
           05 LE-NOME            PIC X(30).
           05 FILLER             PIC X(1) VALUE SPACES.
           05 LE-ANTERIOR        PIC ZZZ,ZZ9.9.
           05 FILLER             PIC X(2) VALUE SPACES.
           05 LE-CREDITOS        PIC ZZZ,ZZ9.9.
           05 FILLER             PIC X(2) VALUE SPACES.
           05 LE-DEBITOS         PIC ZZZ,ZZ9.9.
           05 FILLER             PIC X(2) VALUE SPACES.
           05 LE-VENCIDAS        PIC ZZZ,ZZ9.9.
           05 FILLER             PIC X(2) VALUE SPACES.
           05 LE-SALDO           PIC ZZZ,ZZ9.9.

       01 LINHA-RECUSADA.
           05 LR-MATRICULA       PIC 9(5).
           05 FILLER             PIC X(2) VALUE SPACES.
           05 LR-DATA            PIC 9(8).
           05 FILLER             PIC X(2) VALUE SPACES.
           05 LR-HORAS           PIC ZZ9.9.
           05 FILLER             PIC X(2) VALUE SPACES.
           05 LR-MOTIVO          PIC X(30).

       PROCEDURE DIVISION.
       INICIO.
           PERFORM DEFINIR-ARQUIVOS.
           DISPLAY "============================================".
           DISPLAY " Banco de Horas - Movimento Mensal".
           DISPLAY "============================================".
           MOVE "BancoHoras" TO WS-JOBLOG-PROGRAMA.
           MOVE "INICIO" TO WS-JOBLOG-EVENTO.
           PERFORM GRAVAR-JOBLOG.

           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
           ACCEPT WS-COMPETENCIA FROM ENVIRONMENT
                   "BANCO_HORAS_COMPETENCIA"
               ON EXCEPTION
                   MOVE WS-DATA-HOJE(1:6) TO WS-COMPETENCIA
           END-ACCEPT.
           IF WS-COMPETENCIA NOT NUMERIC OR WS-COMPETENCIA = 0
               MOVE WS-DATA-HOJE(1:6) TO WS-COMPETENCIA
           END-IF.
           PERFORM CALCULAR-COMPETENCIA-LIMITE.
           DISPLAY "Competencia: " WS-COMPETENCIA
              "  Vencem creditos ate: " WS-COMPETENCIA-LIMITE.

           PERFORM CARREGAR-DEPTOS-BANCO.
           PERFORM CARREGAR-FUNCIONARIOS.
           IF RETURN-CODE >= 8
               MOVE 0 TO WS-JOBLOG-QTD-REGISTROS
               MOVE "FIM" TO WS-JOBLOG-EVENTO
               PERFORM GRAVAR-JOBLOG
               GOBACK
           END-IF.

           PERFORM CARREGAR-SALDOS.
           IF WS-COMPETENCIA-PROCESSADA = "S"
               DISPLAY "Competencia " WS-COMPETENCIA
                  " ja lancada no banco de horas."
               MOVE 8 TO RETURN-CODE
               MOVE 0 TO WS-JOBLOG-QTD-REGISTROS
               MOVE "FIM COMPETENCIA-BLOQUEADA" TO WS-JOBLOG-EVENTO
               PERFORM GRAVAR-JOBLOG
               GOBACK
           END-IF.

           OPEN EXTEND ARQ-BANCO-HORAS.
           IF WS-STATUS-BANCO-HORAS = "35"
               OPEN OUTPUT ARQ-BANCO-HORAS
           END-IF.
           IF WS-STATUS-BANCO-HORAS NOT = "00"
               DISPLAY "Erro ao abrir " WS-ARQ-BANCO-HORAS
                  " Status: " WS-STATUS-BANCO-HORAS
               MOVE "BancoHoras" TO WS-ERRLOG-PROGRAMA
               MOVE "INICIO" TO WS-ERRLOG-PARAGRAFO
               MOVE WS-ARQ-BANCO-HORAS TO WS-ERRLOG-ARQUIVO
               MOVE WS-STATUS-BANCO-HORAS TO WS-ERRLOG-STATUS
               PERFORM GRAVAR-ERRORLOG
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM CREDITAR-PONTO
               PERFORM DEBITAR-COMPENSACOES
               PERFORM APURAR-VENCIMENTOS
               CLOSE ARQ-BANCO-HORAS
               PERFORM IMPRIMIR-EXTRATO
               DISPLAY "Lancamentos gravados em " WS-ARQ-BANCO-HORAS
               DISPLAY "Extrato gravado em " WS-ARQ-RELATORIO
           END-IF.

           IF QTD-RECUSADAS > 0 AND RETURN-CODE = 0
               MOVE 4 TO RETURN-CODE
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
           ACCEPT WS-ARQ-PONTO FROM ENVIRONMENT "PONTO_DATA"
               ON EXCEPTION
                   MOVE "PONTO.DATA" TO WS-ARQ-PONTO
           END-ACCEPT.
           ACCEPT WS-ARQ-DEPTOS-BANCO FROM ENVIRONMENT
                   "BANCO_HORAS_DEPTOS_DATA"
               ON EXCEPTION
                   MOVE "BANCO-HORAS-DEPTOS.DATA"
                       TO WS-ARQ-DEPTOS-BANCO
           END-ACCEPT.
           ACCEPT WS-ARQ-COMPENSACAO FROM ENVIRONMENT
                   "COMPENSACAO_HORAS_DATA"
               ON EXCEPTION
                   MOVE "COMPENSACAO-HORAS.DATA"
                       TO WS-ARQ-COMPENSACAO
           END-ACCEPT.
           ACCEPT WS-ARQ-BANCO-HORAS FROM ENVIRONMENT
                   "BANCO_HORAS_DATA"
               ON EXCEPTION
                   MOVE "BANCO-HORAS.DATA" TO WS-ARQ-BANCO-HORAS
           END-ACCEPT.
           ACCEPT WS-ARQ-RELATORIO FROM ENVIRONMENT
                   "BANCO_HORAS_LST"
               ON EXCEPTION
                   MOVE "BANCO-HORAS.LST" TO WS-ARQ-RELATORIO
           END-ACCEPT.
           ACCEPT WS-PRAZO-TEXTO FROM ENVIRONMENT
                   "BANCO_HORAS_PRAZO_MESES"
               ON EXCEPTION
                   MOVE "06" TO WS-PRAZO-TEXTO
           END-ACCEPT.
           IF WS-PRAZO-TEXTO IS NUMERIC AND WS-PRAZO-TEXTO NOT = "00"
               MOVE WS-PRAZO-TEXTO TO WS-PRAZO-MESES
           END-IF.

      * Pelo acordo coletivo as horas creditadas valem por um prazo
      * em meses; o credito de competencia ate o limite vence agora.
       CALCULAR-COMPETENCIA-LIMITE.
           COMPUTE WS-MESES-CORRIDOS = WS-COMP-ANO * 12
               + WS-COMP-MES - 1 - WS-PRAZO-MESES.
           DIVIDE WS-MESES-CORRIDOS BY 12 GIVING WS-ANO-LIMITE
               REMAINDER WS-MES-LIMITE.
           ADD 1 TO WS-MES-LIMITE.
           COMPUTE WS-COMPETENCIA-LIMITE = WS-ANO-LIMITE * 100
               + WS-MES-LIMITE.

       CARREGAR-DEPTOS-BANCO.
           MOVE 0 TO QTD-DEPTOS-BANCO.
           OPEN INPUT ARQ-DEPTOS-BANCO.
           IF WS-STATUS-DEPTOS-BANCO NOT = "00"
               DISPLAY "Aviso: sem departamentos no banco de horas: "
                  WS-ARQ-DEPTOS-BANCO
           ELSE
               PERFORM UNTIL WS-FIM-DEPTOS-BANCO = "S"
                   READ ARQ-DEPTOS-BANCO
                       AT END
                           MOVE "S" TO WS-FIM-DEPTOS-BANCO
                       NOT AT END
                           IF BHD-DEPARTAMENTO NOT = SPACES
                                   AND QTD-DEPTOS-BANCO < 100
                               ADD 1 TO QTD-DEPTOS-BANCO
                               SET IDX-TDB TO QTD-DEPTOS-BANCO
                               MOVE BHD-DEPARTAMENTO
                                   TO TDB-DEPARTAMENTO(IDX-TDB)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQ-DEPTOS-BANCO
           END-IF.

       CARREGAR-FUNCIONARIOS.
           MOVE 0 TO QTD-FUNCIONARIOS.
           OPEN INPUT FUNCIONARIOS.
           IF WS-STATUS-FUNCIONARIOS NOT = "00"
               DISPLAY "Erro ao abrir " WS-ARQ-FUNCIONARIOS
                  " Status: " WS-STATUS-FUNCIONARIOS
               MOVE "BancoHoras" TO WS-ERRLOG-PROGRAMA
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
                   MOVE CODIGO-DEPARTAMENTO
                       TO TFU-DEPARTAMENTO(IDX-FUN)
                   MOVE SPACES TO TFU-NOME(IDX-FUN)
                   STRING PRIMEIRO-NOME DELIMITED BY SPACE
                       " " DELIMITED BY SIZE
                       ULTIMO-NOME DELIMITED BY SPACE
                       INTO TFU-NOME(IDX-FUN)
                   END-STRING
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

      * O saldo anterior e a soma do razao ate a competencia
      * anterior; o razao tambem acumula, para o vencimento, os
      * creditos ja vencidos e todas as baixas (folgas e vencidas),
      * que consomem sempre os creditos mais antigos primeiro.
       CARREGAR-SALDOS.
           MOVE 0 TO QTD-SALDOS.
           OPEN INPUT ARQ-BANCO-HORAS.
           IF WS-STATUS-BANCO-HORAS = "00"
               PERFORM UNTIL WS-FIM-BANCO-HORAS = "S"
                   READ ARQ-BANCO-HORAS
                       AT END
                           MOVE "S" TO WS-FIM-BANCO-HORAS
                       NOT AT END
                           PERFORM ACUMULAR-LANCAMENTO
                   END-READ
               END-PERFORM
               CLOSE ARQ-BANCO-HORAS
           END-IF.

       ACUMULAR-LANCAMENTO.
           IF BHM-COMPETENCIA = WS-COMPETENCIA
               MOVE "S" TO WS-COMPETENCIA-PROCESSADA
           END-IF.
           IF BHM-COMPETENCIA < WS-COMPETENCIA
               MOVE BHM-MATRICULA TO WS-MATRICULA-BANCO
               PERFORM LOCALIZAR-SALDO
               IF IDX-BH <= QTD-SALDOS
                   IF BANCO-CREDITO
                       ADD BHM-HORAS TO TBH-SALDO-ANTERIOR(IDX-BH)
                       IF BHM-COMPETENCIA <= WS-COMPETENCIA-LIMITE
                           ADD BHM-HORAS
                               TO TBH-CRED-VENCIVEIS(IDX-BH)
                       END-IF
                   ELSE
                       SUBTRACT BHM-HORAS
                           FROM TBH-SALDO-ANTERIOR(IDX-BH)
                       ADD BHM-HORAS TO TBH-BAIXAS(IDX-BH)
                   END-IF
               END-IF
           END-IF.

       LOCALIZAR-SALDO.
           PERFORM VARYING IDX-BH FROM 1 BY 1
                   UNTIL IDX-BH > QTD-SALDOS
                   OR TBH-MATRICULA(IDX-BH) = WS-MATRICULA-BANCO
               CONTINUE
           END-PERFORM.
           IF IDX-BH > QTD-SALDOS AND QTD-SALDOS < 500
               ADD 1 TO QTD-SALDOS
               SET IDX-BH TO QTD-SALDOS
               MOVE WS-MATRICULA-BANCO TO TBH-MATRICULA(IDX-BH)
               MOVE 0 TO TBH-SALDO-ANTERIOR(IDX-BH)
               MOVE 0 TO TBH-CREDITOS(IDX-BH)
               MOVE 0 TO TBH-DEBITOS(IDX-BH)
               MOVE 0 TO TBH-VENCIDAS(IDX-BH)
               MOVE 0 TO TBH-CRED-VENCIVEIS(IDX-BH)
               MOVE 0 TO TBH-BAIXAS(IDX-BH)
           END-IF.

       BUSCAR-FUNCIONARIO.
           MOVE "N" TO WS-FUNCIONARIO-ACHADO.
           MOVE "N" TO WS-DEPTO-BANCO.
           MOVE SPACES TO WS-NOME-FUNCIONARIO.
           MOVE SPACES TO WS-SITUACAO-FUNCIONARIO.
           MOVE SPACES TO WS-DEPTO-FUNCIONARIO.
           PERFORM VARYING IDX-FUN FROM 1 BY 1
                   UNTIL IDX-FUN > QTD-FUNCIONARIOS
               IF TFU-MATRICULA(IDX-FUN) = WS-MATRICULA-BANCO
                   MOVE "S" TO WS-FUNCIONARIO-ACHADO
                   MOVE TFU-NOME(IDX-FUN) TO WS-NOME-FUNCIONARIO
                   MOVE TFU-SITUACAO(IDX-FUN)
                       TO WS-SITUACAO-FUNCIONARIO
                   MOVE TFU-DEPARTAMENTO(IDX-FUN)
                       TO WS-DEPTO-FUNCIONARIO
               END-IF
           END-PERFORM.
           IF WS-FUNCIONARIO-ACHADO = "S"
               PERFORM VARYING IDX-TDB FROM 1 BY 1
                       UNTIL IDX-TDB > QTD-DEPTOS-BANCO
                   IF TDB-DEPARTAMENTO(IDX-TDB) = WS-DEPTO-FUNCIONARIO
                       MOVE "S" TO WS-DEPTO-BANCO
                   END-IF
               END-PERFORM
           END-IF.

      * Nos departamentos do acordo toda hora extra do ponto vai
      * para o banco; a folha deixa de paga-la na competencia.
       CREDITAR-PONTO.
           OPEN INPUT ARQ-PONTO.
           IF WS-STATUS-PONTO NOT = "00"
               DISPLAY "Aviso: movimento de ponto ausente: "
                  WS-ARQ-PONTO
           ELSE
               PERFORM UNTIL WS-FIM-PONTO = "S"
                   READ ARQ-PONTO
                       AT END
                           MOVE "S" TO WS-FIM-PONTO
                       NOT AT END
                           IF PON-COMPETENCIA = WS-COMPETENCIA
                               PERFORM CREDITAR-HORAS-EXTRAS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQ-PONTO
           END-IF.

       CREDITAR-HORAS-EXTRAS.
           MOVE PON-MATRICULA TO WS-MATRICULA-BANCO.
           PERFORM BUSCAR-FUNCIONARIO.
           IF WS-DEPTO-BANCO = "S"
                   AND WS-SITUACAO-FUNCIONARIO NOT = "D"
                   AND (PON-HORAS-EXTRAS-50 > 0
                       OR PON-HORAS-EXTRAS-100 > 0)
               COMPUTE WS-HORAS-EQUIVALENTES ROUNDED
                   = PON-HORAS-EXTRAS-50 * 1.5
                   + PON-HORAS-EXTRAS-100 * 2
               PERFORM LOCALIZAR-SALDO
               IF IDX-BH <= QTD-SALDOS
                   MOVE SPACES TO REGISTRO-BANCO-HORAS
                   MOVE WS-MATRICULA-BANCO TO BHM-MATRICULA
                   MOVE WS-COMPETENCIA TO BHM-COMPETENCIA
                   SET BANCO-CREDITO TO TRUE
                   MOVE PON-HORAS-EXTRAS-50 TO BHM-HORAS-50
                   MOVE PON-HORAS-EXTRAS-100 TO BHM-HORAS-100
                   MOVE WS-HORAS-EQUIVALENTES TO BHM-HORAS
                   MOVE WS-DATA-HOJE TO BHM-DATA-LANCAMENTO
                   WRITE REGISTRO-BANCO-HORAS
                   ADD 1 TO WS-TOTAL-LANCAMENTOS
                   ADD WS-HORAS-EQUIVALENTES TO TBH-CREDITOS(IDX-BH)
                   ADD WS-HORAS-EQUIVALENTES TO WS-TOTAL-CREDITOS
               END-IF
           END-IF.

      * Folga compensada so e aceita ate o saldo disponivel; o
      * excesso vai para a lista de recusadas do extrato.
       DEBITAR-COMPENSACOES.
           OPEN INPUT ARQ-COMPENSACAO.
           IF WS-STATUS-COMPENSACAO = "00"
               PERFORM UNTIL WS-FIM-COMPENSACAO = "S"
                   READ ARQ-COMPENSACAO
                       AT END
                           MOVE "S" TO WS-FIM-COMPENSACAO
                       NOT AT END
                           IF CMP-DATA(1:6) = WS-COMPETENCIA
                               PERFORM DEBITAR-FOLGA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQ-COMPENSACAO
           END-IF.

       DEBITAR-FOLGA.
           MOVE CMP-MATRICULA TO WS-MATRICULA-BANCO.
           PERFORM VARYING IDX-BH FROM 1 BY 1
                   UNTIL IDX-BH > QTD-SALDOS
                   OR TBH-MATRICULA(IDX-BH) = WS-MATRICULA-BANCO
               CONTINUE
           END-PERFORM.
           IF IDX-BH > QTD-SALDOS
               MOVE "SEM SALDO NO BANCO DE HORAS"
                   TO WS-MOTIVO-RECUSA
               PERFORM RECUSAR-COMPENSACAO
           ELSE
               COMPUTE WS-SALDO-DISPONIVEL
                   = TBH-SALDO-ANTERIOR(IDX-BH)
                   + TBH-CREDITOS(IDX-BH)
                   - TBH-DEBITOS(IDX-BH)
               IF CMP-HORAS > WS-SALDO-DISPONIVEL
                   MOVE "SALDO INSUFICIENTE" TO WS-MOTIVO-RECUSA
                   PERFORM RECUSAR-COMPENSACAO
               ELSE
                   MOVE SPACES TO REGISTRO-BANCO-HORAS
                   MOVE WS-MATRICULA-BANCO TO BHM-MATRICULA
                   MOVE WS-COMPETENCIA TO BHM-COMPETENCIA
                   SET BANCO-DEBITO TO TRUE
                   MOVE 0 TO BHM-HORAS-50
                   MOVE 0 TO BHM-HORAS-100
                   MOVE CMP-HORAS TO BHM-HORAS
                   MOVE CMP-DATA TO BHM-DATA-LANCAMENTO
                   WRITE REGISTRO-BANCO-HORAS
                   ADD 1 TO WS-TOTAL-LANCAMENTOS
                   ADD CMP-HORAS TO TBH-DEBITOS(IDX-BH)
                   ADD CMP-HORAS TO TBH-BAIXAS(IDX-BH)
                   ADD CMP-HORAS TO WS-TOTAL-DEBITOS
               END-IF
           END-IF.

       RECUSAR-COMPENSACAO.
           IF QTD-RECUSADAS < 200
               ADD 1 TO QTD-RECUSADAS
               SET IDX-TCR TO QTD-RECUSADAS
               MOVE CMP-MATRICULA TO TCR-MATRICULA(IDX-TCR)
               MOVE CMP-DATA TO TCR-DATA(IDX-TCR)
               MOVE CMP-HORAS TO TCR-HORAS(IDX-TCR)
               MOVE WS-MOTIVO-RECUSA TO TCR-MOTIVO(IDX-TCR)
           END-IF.

      * Credito vencido que as baixas nao consumiram e forcado a
      * pagamento: o lancamento "V" e pago pela FolhaPagamento.
       APURAR-VENCIMENTOS.
           PERFORM VARYING IDX-BH FROM 1 BY 1
                   UNTIL IDX-BH > QTD-SALDOS
               COMPUTE WS-HORAS-EXPIRAR
                   = TBH-CRED-VENCIVEIS(IDX-BH)
                   - TBH-BAIXAS(IDX-BH)
               IF WS-HORAS-EXPIRAR > 0
                   MOVE SPACES TO REGISTRO-BANCO-HORAS
                   MOVE TBH-MATRICULA(IDX-BH) TO BHM-MATRICULA
                   MOVE WS-COMPETENCIA TO BHM-COMPETENCIA
                   SET BANCO-VENCIDO TO TRUE
                   MOVE 0 TO BHM-HORAS-50
                   MOVE 0 TO BHM-HORAS-100
                   MOVE WS-HORAS-EXPIRAR TO BHM-HORAS
                   MOVE WS-DATA-HOJE TO BHM-DATA-LANCAMENTO
                   WRITE REGISTRO-BANCO-HORAS
                   ADD 1 TO WS-TOTAL-LANCAMENTOS
                   ADD WS-HORAS-EXPIRAR TO TBH-VENCIDAS(IDX-BH)
                   ADD WS-HORAS-EXPIRAR TO TBH-BAIXAS(IDX-BH)
                   ADD WS-HORAS-EXPIRAR TO WS-TOTAL-VENCIDAS
               END-IF
           END-PERFORM.

       IMPRIMIR-EXTRATO.
           OPEN OUTPUT RELATORIO.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "Extrato do Banco de Horas - Competencia "
               DELIMITED BY SIZE
               WS-COMPETENCIA DELIMITED BY SIZE
               INTO LINHA-RELATORIO
           END-STRING.
           WRITE LINHA-RELATORIO.
           MOVE SPACES TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE LINHA-CABECALHO-EXTRATO TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           PERFORM VARYING IDX-BH FROM 1 BY 1
                   UNTIL IDX-BH > QTD-SALDOS
               PERFORM ESCREVER-EXTRATO-FUNCIONARIO
           END-PERFORM.

           MOVE SPACES TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE WS-TOTAL-CREDITOS TO WS-HORAS-ED.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "Horas creditadas......: " DELIMITED BY SIZE
               WS-HORAS-ED DELIMITED BY SIZE
               INTO LINHA-RELATORIO
           END-STRING.
           WRITE LINHA-RELATORIO.
           MOVE WS-TOTAL-DEBITOS TO WS-HORAS-ED.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "Horas compensadas.....: " DELIMITED BY SIZE
               WS-HORAS-ED DELIMITED BY SIZE
               INTO LINHA-RELATORIO
           END-STRING.
           WRITE LINHA-RELATORIO.
           MOVE WS-TOTAL-VENCIDAS TO WS-HORAS-ED.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "Horas vencidas a pagar: " DELIMITED BY SIZE
               WS-HORAS-ED DELIMITED BY SIZE
               INTO LINHA-RELATORIO
           END-STRING.
           WRITE LINHA-RELATORIO.

           IF QTD-RECUSADAS > 0
               MOVE SPACES TO LINHA-RELATORIO
               WRITE LINHA-RELATORIO
               MOVE "Compensacoes recusadas:" TO LINHA-RELATORIO
               WRITE LINHA-RELATORIO
               PERFORM VARYING IDX-TCR FROM 1 BY 1
                       UNTIL IDX-TCR > QTD-RECUSADAS
                   MOVE TCR-MATRICULA(IDX-TCR) TO LR-MATRICULA
                   MOVE TCR-DATA(IDX-TCR) TO LR-DATA
                   MOVE TCR-HORAS(IDX-TCR) TO LR-HORAS
                   MOVE TCR-MOTIVO(IDX-TCR) TO LR-MOTIVO
                   MOVE SPACES TO LINHA-RELATORIO
                   MOVE LINHA-RECUSADA TO LINHA-RELATORIO
                   WRITE LINHA-RELATORIO
               END-PERFORM
               MOVE QTD-RECUSADAS TO WS-TOTAL-ED
               DISPLAY "Compensacoes recusadas: " WS-TOTAL-ED
           END-IF.
           CLOSE RELATORIO.

       ESCREVER-EXTRATO-FUNCIONARIO.
           MOVE TBH-MATRICULA(IDX-BH) TO WS-MATRICULA-BANCO.
           PERFORM BUSCAR-FUNCIONARIO.
           COMPUTE WS-SALDO-FINAL = TBH-SALDO-ANTERIOR(IDX-BH)
               + TBH-CREDITOS(IDX-BH)
               - TBH-DEBITOS(IDX-BH)
               - TBH-VENCIDAS(IDX-BH).
           IF TBH-SALDO-ANTERIOR(IDX-BH) > 0
                   OR TBH-CREDITOS(IDX-BH) > 0
                   OR TBH-DEBITOS(IDX-BH) > 0
                   OR TBH-VENCIDAS(IDX-BH) > 0
               MOVE TBH-MATRICULA(IDX-BH) TO LE-MATRICULA
               MOVE WS-NOME-FUNCIONARIO TO LE-NOME
               MOVE TBH-SALDO-ANTERIOR(IDX-BH) TO LE-ANTERIOR
               MOVE TBH-CREDITOS(IDX-BH) TO LE-CREDITOS
               MOVE TBH-DEBITOS(IDX-BH) TO LE-DEBITOS
               MOVE TBH-VENCIDAS(IDX-BH) TO LE-VENCIDAS
               MOVE WS-SALDO-FINAL TO LE-SALDO
               MOVE SPACES TO LINHA-RELATORIO
               MOVE LINHA-EXTRATO TO LINHA-RELATORIO
               WRITE LINHA-RELATORIO
           END-IF.

       COPY JOBLOGPD.

       COPY ERRLOGPD.

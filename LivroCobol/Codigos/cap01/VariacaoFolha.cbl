       IDENTIFICATION DIVISION.
           PROGRAM-ID. VariacaoFolha.
           AUTHOR. Fernando Anselmo.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-MOVIMENTO ASSIGN TO WS-ARQ-MOVIMENTO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-MOVIMENTO.

           COPY FOLHAHSL.

           SELECT FUNCIONARIOS ASSIGN TO WS-ARQ-FUNCIONARIOS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-FUNCIONARIOS.

           SELECT ARQ-REVISAO ASSIGN TO WS-ARQ-REVISAO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-REVISAO.

           SELECT RELATORIO ASSIGN TO WS-ARQ-RELATORIO
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ARQ-SORT ASSIGN TO WS-ARQ-SORT.

           COPY ERRLOGSL.

           COPY JOBLOGSL.

       DATA DIVISION.
       FILE SECTION.
       FD ARQ-MOVIMENTO.
       01 REGISTRO-MOVIMENTO.
           COPY FOLHAMOV.

       COPY FOLHAHFD.

       FD FUNCIONARIOS.
       01 DETALHEFUNCIONARIO.
           COPY FUNCIONARIO.

       FD ARQ-REVISAO.
       01 REGISTRO-REVISAO.
           COPY FOLHAREV.

       FD RELATORIO.
       01 LINHA-RELATORIO          PIC X(132).

       SD ARQ-SORT.
       01 REG-SORT.
           05 SRT-DEPARTAMENTO     PIC X(4).
           05 SRT-MATRICULA        PIC 9(5).
           05 SRT-NOME             PIC X(25).
           05 SRT-BRUTO-ANT        PIC 9(9)V9(2).
           05 SRT-BRUTO-ATU        PIC 9(9)V9(2).
           05 SRT-LIQUIDO-ANT      PIC 9(9)V9(2).
           05 SRT-LIQUIDO-ATU      PIC 9(9)V9(2).
           05 SRT-PRESENTE-ANT     PIC X(1).
           05 SRT-PRESENTE-ATU     PIC X(1).
           05 SRT-OCORRENCIA       PIC X(24).

       COPY ERRLOGFD.

       COPY JOBLOGFD.

       WORKING-STORAGE SECTION.
       COPY ERRLOGWS.

       COPY JOBLOGWS.

       COPY FOLHAHWS.

       01 WS-ARQ-MOVIMENTO       PIC X(40)
           VALUE "FOLHA-MOVIMENTO.DATA".
       01 WS-ARQ-FUNCIONARIOS    PIC X(40)
           VALUE "FUNCIONARIOS.DATA".
       01 WS-ARQ-REVISAO         PIC X(40)
           VALUE "FOLHA-REVISAO.DATA".
       01 WS-ARQ-RELATORIO       PIC X(40)
           VALUE "VARIACAO-FOLHA.LST".
       01 WS-ARQ-SORT            PIC X(40)
           VALUE "VARIACAO-FOLHA.SRT".
       01 WS-UNIDADE-FILTRO      PIC X(3) VALUE SPACES.

       01 WS-STATUS-MOVIMENTO    PIC X(2).
       01 WS-STATUS-FUNCIONARIOS PIC X(2).
       01 WS-STATUS-REVISAO      PIC X(2).
       01 WS-FIM-MOVIMENTO       PIC X VALUE "N".
       01 WS-FIM-HISTORICO       PIC X VALUE "N".
       01 WS-ANTERIOR-VALIDO     PIC X VALUE "S".
       01 LEITURA-FINALIZADA     PIC X VALUE "N".
       01 RETORNO-FINALIZADO     PIC X VALUE "N".
       01 WS-PRIMEIRO-REGISTRO   PIC X VALUE "S".

       01 WS-DATA-HOJE           PIC 9(8).
       01 WS-HORA-AGORA          PIC 9(8).

       01 WS-COMPETENCIA-TXT     PIC X(6).
       01 WS-COMPETENCIA         PIC 9(6) VALUE 0.
       01 COMPETENCIA-DECOMPOSTA REDEFINES WS-COMPETENCIA.
           05 WS-COMPETENCIA-ANO PIC 9(4).
           05 WS-COMPETENCIA-MES PIC 9(2).
       01 WS-COMPETENCIA-ANT     PIC 9(6) VALUE 0.

       01 WS-PERCENTUAL-TXT      PIC X(3).
       01 WS-LIMITE-PERCENTUAL   PIC 9(3) VALUE 10.

       01 QTD-FUNCIONARIOS       PIC 9(3) VALUE 0.
       01 TABELA-FUNCIONARIOS.
           05 TFU-ITEM OCCURS 500 TIMES INDEXED BY IDX-FUN.
               10 TFU-MATRICULA    PIC 9(5).
               10 TFU-NOME         PIC X(25).
               10 TFU-DESLIGADO    PIC X(1).
               10 TFU-UNIDADE      PIC X(3).

       01 QTD-ANTERIOR           PIC 9(3) VALUE 0.
       01 TABELA-ANTERIOR.
           05 TAN-ITEM OCCURS 500 TIMES INDEXED BY IDX-ANT.
               10 TAN-MATRICULA    PIC 9(5).
               10 TAN-DEPARTAMENTO PIC X(4).
               10 TAN-BRUTO        PIC 9(9)V9(2).
               10 TAN-LIQUIDO      PIC 9(9)V9(2).
               10 TAN-CONFERIDO    PIC X(1).

       01 WS-NOME-ATUAL          PIC X(25).
       01 WS-DESLIGADO-ATUAL     PIC X(1).
       01 WS-VARIACAO            PIC S9(7)V9(2).
       01 WS-VARIACAO-BRUTO      PIC S9(5)V9(2).
       01 WS-VARIACAO-LIQUIDO    PIC S9(5)V9(2).
       01 WS-DIFERENCA           PIC S9(11)V9(2).

       01 WS-DEPTO-ATUAL         PIC X(4).
       01 SUBTOTAL-DEPARTAMENTO.
           05 WS-SUB-QTD-ANT       PIC 9(5) VALUE 0.
           05 WS-SUB-QTD-ATU       PIC 9(5) VALUE 0.
           05 WS-SUB-BRUTO-ANT     PIC 9(11)V9(2) VALUE 0.
           05 WS-SUB-BRUTO-ATU     PIC 9(11)V9(2) VALUE 0.
           05 WS-SUB-LIQUIDO-ANT   PIC 9(11)V9(2) VALUE 0.
           05 WS-SUB-LIQUIDO-ATU   PIC 9(11)V9(2) VALUE 0.
           05 WS-SUB-OCORRENCIAS   PIC 9(5) VALUE 0.
       01 TOTAL-GERAL-VARIACAO.
           05 WS-TOT-QTD-ANT       PIC 9(5) VALUE 0.
           05 WS-TOT-QTD-ATU       PIC 9(5) VALUE 0.
           05 WS-TOT-BRUTO-ANT     PIC 9(11)V9(2) VALUE 0.
           05 WS-TOT-BRUTO-ATU     PIC 9(11)V9(2) VALUE 0.
           05 WS-TOT-LIQUIDO-ANT   PIC 9(11)V9(2) VALUE 0.
           05 WS-TOT-LIQUIDO-ATU   PIC 9(11)V9(2) VALUE 0.
           05 WS-TOT-OCORRENCIAS   PIC 9(5) VALUE 0.

       01 WS-QTD-ED              PIC ZZZZ9.
       01 WS-QTD-ED-2            PIC ZZZZ9.
       01 WS-VALOR-ED            PIC Z,ZZZ,ZZZ,ZZ9.99.
       01 WS-VALOR-ED-2          PIC Z,ZZZ,ZZZ,ZZ9.99.
       01 WS-DIFERENCA-ED        PIC -,---,---,--9.99.

       01 LINHA-DETALHE.
           05 LD-MATRICULA       PIC 9(5).
           05 FILLER             PIC X(1) VALUE SPACE.
           05 LD-NOME            PIC X(25).
           05 FILLER             PIC X(1) VALUE SPACE.
           05 LD-BRUTO-ANT       PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER             PIC X(1) VALUE SPACE.
           05 LD-BRUTO-ATU       PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER             PIC X(1) VALUE SPACE.
           05 LD-VAR-BRUTO       PIC -----9.99.
           05 FILLER             PIC X(1) VALUE SPACE.
           05 LD-LIQUIDO-ATU     PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER             PIC X(1) VALUE SPACE.
           05 LD-VAR-LIQUIDO     PIC -----9.99.
           05 FILLER             PIC X(2) VALUE SPACES.
           05 LD-OCORRENCIA      PIC X(24).

       01 LINHA-CABECALHO-DETALHE.
           05 FILLER             PIC X(32) VALUE "Matr. Nome".
           05 FILLER             PIC X(15) VALUE "    Bruto Ant.".
           05 FILLER             PIC X(15) VALUE "   Bruto Atual".
           05 FILLER             PIC X(10) VALUE "    Var.%".
           05 FILLER             PIC X(15) VALUE "    Liq. Atual".
           05 FILLER             PIC X(11) VALUE "    Var.%".
           05 FILLER             PIC X(24) VALUE "Ocorrencia".

       PROCEDURE DIVISION.
       INICIO.
           PERFORM DEFINIR-ARQUIVOS.
           DISPLAY "============================================".
           DISPLAY " Revisao de Variacao da Folha".
           DISPLAY "============================================".
           MOVE "VariacaoFolha" TO WS-JOBLOG-PROGRAMA.
           MOVE "INICIO" TO WS-JOBLOG-EVENTO.
           PERFORM GRAVAR-JOBLOG.

           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-AGORA FROM TIME.

           PERFORM DEFINIR-COMPETENCIA.
           IF WS-COMPETENCIA = 0
               DISPLAY "Movimento da folha vazio ou ausente: "
                  WS-ARQ-MOVIMENTO
               MOVE "VariacaoFolha" TO WS-ERRLOG-PROGRAMA
               MOVE "DEFINIR-COMPETENCIA" TO WS-ERRLOG-PARAGRAFO
               MOVE WS-ARQ-MOVIMENTO TO WS-ERRLOG-ARQUIVO
               MOVE WS-STATUS-MOVIMENTO TO WS-ERRLOG-STATUS
               PERFORM GRAVAR-ERRORLOG
               MOVE 8 TO RETURN-CODE
               MOVE 0 TO WS-JOBLOG-QTD-REGISTROS
               MOVE "FIM" TO WS-JOBLOG-EVENTO
               PERFORM GRAVAR-JOBLOG
               GOBACK
           END-IF.
           DISPLAY "Competencia: " WS-COMPETENCIA
              "  Anterior: " WS-COMPETENCIA-ANT
              "  Limite: " WS-LIMITE-PERCENTUAL "%".

           PERFORM CARREGAR-FUNCIONARIOS.
           PERFORM CARREGAR-ANTERIOR.

           OPEN OUTPUT RELATORIO.
           PERFORM ESCREVER-CABECALHO.
           SORT ARQ-SORT
               ON ASCENDING KEY SRT-DEPARTAMENTO SRT-MATRICULA
               INPUT PROCEDURE IS COMPARAR-MOVIMENTOS
               OUTPUT PROCEDURE IS IMPRIMIR-VARIACAO.
           CLOSE RELATORIO.

           PERFORM GRAVAR-REVISAO.

           DISPLAY "Ocorrencias apontadas: " WS-TOT-OCORRENCIAS.
           DISPLAY "Relatorio gravado em " WS-ARQ-RELATORIO.
           IF WS-TOT-OCORRENCIAS > 0 AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF.

           MOVE WS-TOT-QTD-ATU TO WS-JOBLOG-QTD-REGISTROS.
           MOVE "FIM" TO WS-JOBLOG-EVENTO.
           PERFORM GRAVAR-JOBLOG.
           GOBACK.

       DEFINIR-ARQUIVOS.
           ACCEPT WS-ARQ-MOVIMENTO FROM ENVIRONMENT
                   "FOLHA_MOVIMENTO_DATA"
               ON EXCEPTION
                   MOVE "FOLHA-MOVIMENTO.DATA" TO WS-ARQ-MOVIMENTO
           END-ACCEPT.
           ACCEPT WS-ARQ-FOLHA-HISTORICO FROM ENVIRONMENT
                   "FOLHA_HISTORICO_IDX"
               ON EXCEPTION
                   MOVE "folha-historico.idx"
                       TO WS-ARQ-FOLHA-HISTORICO
           END-ACCEPT.
           ACCEPT WS-ARQ-FUNCIONARIOS FROM ENVIRONMENT
                   "FUNCIONARIOS_DATA"
               ON EXCEPTION
                   MOVE "FUNCIONARIOS.DATA" TO WS-ARQ-FUNCIONARIOS
           END-ACCEPT.
           ACCEPT WS-ARQ-REVISAO FROM ENVIRONMENT
                   "FOLHA_REVISAO_DATA"
               ON EXCEPTION
                   MOVE "FOLHA-REVISAO.DATA" TO WS-ARQ-REVISAO
           END-ACCEPT.
           ACCEPT WS-ARQ-RELATORIO FROM ENVIRONMENT
                   "VARIACAO_FOLHA_LST"
               ON EXCEPTION
                   MOVE "VARIACAO-FOLHA.LST" TO WS-ARQ-RELATORIO
           END-ACCEPT.
           ACCEPT WS-COMPETENCIA-TXT FROM ENVIRONMENT
                   "VARIACAO_COMPETENCIA"
               ON EXCEPTION
                   MOVE SPACES TO WS-COMPETENCIA-TXT
           END-ACCEPT.
           ACCEPT WS-PERCENTUAL-TXT FROM ENVIRONMENT
                   "VARIACAO_PERCENTUAL"
               ON EXCEPTION
                   MOVE "010" TO WS-PERCENTUAL-TXT
           END-ACCEPT.
           IF WS-PERCENTUAL-TXT IS NUMERIC
                   AND WS-PERCENTUAL-TXT NOT = "000"
               MOVE WS-PERCENTUAL-TXT TO WS-LIMITE-PERCENTUAL
           ELSE
               MOVE 10 TO WS-LIMITE-PERCENTUAL
           END-IF.
           ACCEPT WS-UNIDADE-FILTRO FROM ENVIRONMENT
                   "UNIDADE_FILTRO"
               ON EXCEPTION
                   MOVE SPACES TO WS-UNIDADE-FILTRO
           END-ACCEPT.
      * Em ciclo por campus o movimento da folha chega no arquivo
      * qualificado pela unidade.
           IF WS-UNIDADE-FILTRO NOT = SPACES
               IF WS-ARQ-MOVIMENTO = "FOLHA-MOVIMENTO.DATA"
                   MOVE SPACES TO WS-ARQ-MOVIMENTO
                   STRING "FOLHA-MOVIMENTO-" DELIMITED BY SIZE
                       WS-UNIDADE-FILTRO DELIMITED BY SPACE
                       ".DATA" DELIMITED BY SIZE
                       INTO WS-ARQ-MOVIMENTO
                   END-STRING
               END-IF
           END-IF.

      * Sem competencia informada no ambiente, revisa a mais
      * recente presente no movimento da folha.
       DEFINIR-COMPETENCIA.
           IF WS-COMPETENCIA-TXT IS NUMERIC
               MOVE WS-COMPETENCIA-TXT TO WS-COMPETENCIA
           ELSE
               MOVE 0 TO WS-COMPETENCIA
               MOVE "N" TO WS-FIM-MOVIMENTO
               OPEN INPUT ARQ-MOVIMENTO
               IF WS-STATUS-MOVIMENTO = "00"
                   PERFORM UNTIL WS-FIM-MOVIMENTO = "S"
                       READ ARQ-MOVIMENTO
                           AT END
                               MOVE "S" TO WS-FIM-MOVIMENTO
                           NOT AT END
                               IF FMV-COMPETENCIA > WS-COMPETENCIA
                                   MOVE FMV-COMPETENCIA
                                       TO WS-COMPETENCIA
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE ARQ-MOVIMENTO
               END-IF
           END-IF.
           IF WS-COMPETENCIA-MES = 1
               COMPUTE WS-COMPETENCIA-ANT
                   = (WS-COMPETENCIA-ANO - 1) * 100 + 12
           ELSE
               COMPUTE WS-COMPETENCIA-ANT = WS-COMPETENCIA - 1
           END-IF.

       CARREGAR-FUNCIONARIOS.
           OPEN INPUT FUNCIONARIOS.
           IF WS-STATUS-FUNCIONARIOS NOT = "00"
               DISPLAY "Erro ao abrir " WS-ARQ-FUNCIONARIOS
                  " Status: " WS-STATUS-FUNCIONARIOS
               MOVE "VariacaoFolha" TO WS-ERRLOG-PROGRAMA
               MOVE "CARREGAR-FUNCIONARIOS" TO WS-ERRLOG-PARAGRAFO
               MOVE WS-ARQ-FUNCIONARIOS TO WS-ERRLOG-ARQUIVO
               MOVE WS-STATUS-FUNCIONARIOS TO WS-ERRLOG-STATUS
               PERFORM GRAVAR-ERRORLOG
               MOVE 4 TO RETURN-CODE
           ELSE
               PERFORM UNTIL LEITURA-FINALIZADA = "S"
                   READ FUNCIONARIOS INTO DETALHEFUNCIONARIO
                       AT END
                           MOVE "S" TO LEITURA-FINALIZADA
                       NOT AT END
                           IF DETALHEFUNCIONARIO(1:3) NOT = "HDR"
                               AND DETALHEFUNCIONARIO(1:3) NOT = "TRL"
                               AND QTD-FUNCIONARIOS < 500
                               PERFORM GUARDAR-FUNCIONARIO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FUNCIONARIOS
           END-IF.

       GUARDAR-FUNCIONARIO.
           ADD 1 TO QTD-FUNCIONARIOS.
           SET IDX-FUN TO QTD-FUNCIONARIOS.
           MOVE MATRICULA-FUNCIONARIO TO TFU-MATRICULA(IDX-FUN).
           MOVE SPACES TO TFU-NOME(IDX-FUN).
           STRING PRIMEIRO-NOME DELIMITED BY SPACE
               " " DELIMITED BY SIZE
               ULTIMO-NOME DELIMITED BY SPACE
               INTO TFU-NOME(IDX-FUN)
           END-STRING.
           MOVE "N" TO TFU-DESLIGADO(IDX-FUN).
           MOVE CODIGO-UNIDADE TO TFU-UNIDADE(IDX-FUN).
           IF FUNCIONARIO-DESLIGADO
               MOVE "S" TO TFU-DESLIGADO(IDX-FUN)
           END-IF.

      * FOLHA-MOVIMENTO.DATA so guarda a competencia em calculo; a
      * anterior vem do historico de pagamentos gravado em cada
      * fechamento. Em ciclo por campus so entram as matriculas
      * da unidade revisada.
       CARREGAR-ANTERIOR.
           MOVE "N" TO WS-FIM-HISTORICO.
           OPEN INPUT ARQ-FOLHA-HISTORICO.
           IF WS-STATUS-FOLHA-HISTORICO NOT = "00"
               DISPLAY "Aviso: historico de pagamentos ausente: "
                  WS-ARQ-FOLHA-HISTORICO
               MOVE 4 TO RETURN-CODE
           ELSE
               PERFORM UNTIL WS-FIM-HISTORICO = "S"
                   READ ARQ-FOLHA-HISTORICO NEXT RECORD
                       AT END
                           MOVE "S" TO WS-FIM-HISTORICO
                       NOT AT END
                           IF FHI-COMPETENCIA = WS-COMPETENCIA-ANT
                               PERFORM GUARDAR-ANTERIOR
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQ-FOLHA-HISTORICO
           END-IF.
           IF QTD-ANTERIOR = 0
               DISPLAY "Aviso: sem movimento da competencia "
                  WS-COMPETENCIA-ANT
           END-IF.

       GUARDAR-ANTERIOR.
           MOVE "S" TO WS-ANTERIOR-VALIDO.
           IF WS-UNIDADE-FILTRO NOT = SPACES
               MOVE "N" TO WS-ANTERIOR-VALIDO
               PERFORM VARYING IDX-FUN FROM 1 BY 1
                       UNTIL IDX-FUN > QTD-FUNCIONARIOS
                   IF TFU-MATRICULA(IDX-FUN) = FHI-MATRICULA
                           AND TFU-UNIDADE(IDX-FUN)
                               = WS-UNIDADE-FILTRO
                       MOVE "S" TO WS-ANTERIOR-VALIDO
                   END-IF
               END-PERFORM
           END-IF.
           IF WS-ANTERIOR-VALIDO = "S" AND QTD-ANTERIOR < 500
               ADD 1 TO QTD-ANTERIOR
               SET IDX-ANT TO QTD-ANTERIOR
               MOVE FHI-MATRICULA TO TAN-MATRICULA(IDX-ANT)
               MOVE FHI-DEPARTAMENTO TO TAN-DEPARTAMENTO(IDX-ANT)
               MOVE FHI-SALARIO-BRUTO TO TAN-BRUTO(IDX-ANT)
               MOVE FHI-SALARIO-LIQUIDO TO TAN-LIQUIDO(IDX-ANT)
               MOVE "N" TO TAN-CONFERIDO(IDX-ANT)
           END-IF.

       COMPARAR-MOVIMENTOS.
           MOVE "N" TO WS-FIM-MOVIMENTO.
           OPEN INPUT ARQ-MOVIMENTO.
           IF WS-STATUS-MOVIMENTO = "00"
               PERFORM UNTIL WS-FIM-MOVIMENTO = "S"
                   READ ARQ-MOVIMENTO
                       AT END
                           MOVE "S" TO WS-FIM-MOVIMENTO
                       NOT AT END
                           IF FMV-COMPETENCIA = WS-COMPETENCIA
                               PERFORM LIBERAR-ATUAL
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQ-MOVIMENTO
           END-IF.
           PERFORM VARYING IDX-ANT FROM 1 BY 1
                   UNTIL IDX-ANT > QTD-ANTERIOR
               IF TAN-CONFERIDO(IDX-ANT) = "N"
                   PERFORM LIBERAR-AUSENTE
               END-IF
           END-PERFORM.

       LIBERAR-ATUAL.
           MOVE SPACES TO REG-SORT.
           MOVE FMV-DEPARTAMENTO TO SRT-DEPARTAMENTO.
           MOVE FMV-MATRICULA TO SRT-MATRICULA.
           PERFORM BUSCAR-FUNCIONARIO.
           MOVE WS-NOME-ATUAL TO SRT-NOME.
           MOVE FMV-SALARIO-BRUTO TO SRT-BRUTO-ATU.
           MOVE FMV-SALARIO-LIQUIDO TO SRT-LIQUIDO-ATU.
           MOVE "S" TO SRT-PRESENTE-ATU.
           MOVE "N" TO SRT-PRESENTE-ANT.
           MOVE 0 TO SRT-BRUTO-ANT.
           MOVE 0 TO SRT-LIQUIDO-ANT.
           PERFORM VARYING IDX-ANT FROM 1 BY 1
                   UNTIL IDX-ANT > QTD-ANTERIOR
               IF TAN-MATRICULA(IDX-ANT) = FMV-MATRICULA
                       AND TAN-CONFERIDO(IDX-ANT) = "N"
                   MOVE "S" TO TAN-CONFERIDO(IDX-ANT)
                   MOVE "S" TO SRT-PRESENTE-ANT
                   MOVE TAN-BRUTO(IDX-ANT) TO SRT-BRUTO-ANT
                   MOVE TAN-LIQUIDO(IDX-ANT) TO SRT-LIQUIDO-ANT
               END-IF
           END-PERFORM.
           PERFORM CLASSIFICAR-OCORRENCIA.
           RELEASE REG-SORT.

      * Quem recebeu na competencia anterior e sumiu da atual sem
      * desligamento registrado e apontado; o desligado sai da
      * folha normalmente e so entra no subtotal.
       LIBERAR-AUSENTE.
           MOVE SPACES TO REG-SORT.
           MOVE TAN-DEPARTAMENTO(IDX-ANT) TO SRT-DEPARTAMENTO.
           MOVE TAN-MATRICULA(IDX-ANT) TO SRT-MATRICULA.
           MOVE TAN-MATRICULA(IDX-ANT) TO FMV-MATRICULA.
           PERFORM BUSCAR-FUNCIONARIO.
           MOVE WS-NOME-ATUAL TO SRT-NOME.
           MOVE TAN-BRUTO(IDX-ANT) TO SRT-BRUTO-ANT.
           MOVE TAN-LIQUIDO(IDX-ANT) TO SRT-LIQUIDO-ANT.
           MOVE 0 TO SRT-BRUTO-ATU.
           MOVE 0 TO SRT-LIQUIDO-ATU.
           MOVE "S" TO SRT-PRESENTE-ANT.
           MOVE "N" TO SRT-PRESENTE-ATU.
           IF WS-DESLIGADO-ATUAL = "N"
               MOVE "SAIU SEM DESLIGAMENTO" TO SRT-OCORRENCIA
           END-IF.
           RELEASE REG-SORT.

       BUSCAR-FUNCIONARIO.
           MOVE "NAO CADASTRADO" TO WS-NOME-ATUAL.
           MOVE "N" TO WS-DESLIGADO-ATUAL.
           PERFORM VARYING IDX-FUN FROM 1 BY 1
                   UNTIL IDX-FUN > QTD-FUNCIONARIOS
               IF TFU-MATRICULA(IDX-FUN) = FMV-MATRICULA
                   MOVE TFU-NOME(IDX-FUN) TO WS-NOME-ATUAL
                   MOVE TFU-DESLIGADO(IDX-FUN) TO WS-DESLIGADO-ATUAL
               END-IF
           END-PERFORM.

       CLASSIFICAR-OCORRENCIA.
           PERFORM CALCULAR-VARIACOES.
           EVALUATE TRUE
               WHEN SRT-LIQUIDO-ATU = 0
                   MOVE "LIQUIDO ZERO/NEGATIVO" TO SRT-OCORRENCIA
               WHEN SRT-PRESENTE-ANT = "N"
                   MOVE "NOVO SEM MES ANTERIOR" TO SRT-OCORRENCIA
               WHEN WS-VARIACAO-BRUTO > WS-LIMITE-PERCENTUAL
                   OR WS-VARIACAO-BRUTO
                       < 0 - WS-LIMITE-PERCENTUAL
                   MOVE "VARIACAO NO BRUTO" TO SRT-OCORRENCIA
               WHEN WS-VARIACAO-LIQUIDO > WS-LIMITE-PERCENTUAL
                   OR WS-VARIACAO-LIQUIDO
                       < 0 - WS-LIMITE-PERCENTUAL
                   MOVE "VARIACAO NO LIQUIDO" TO SRT-OCORRENCIA
               WHEN OTHER
                   MOVE SPACES TO SRT-OCORRENCIA
           END-EVALUATE.

      * Variacao percentual sobre o mes anterior; sem base no mes
      * anterior a variacao fica zerada. O percentual e limitado
      * a largura da coluna do relatorio.
       CALCULAR-VARIACOES.
           MOVE 0 TO WS-VARIACAO-BRUTO.
           MOVE 0 TO WS-VARIACAO-LIQUIDO.
           IF SRT-BRUTO-ANT > 0
               COMPUTE WS-VARIACAO ROUNDED
                   = (SRT-BRUTO-ATU - SRT-BRUTO-ANT) * 100
                   / SRT-BRUTO-ANT
                   ON SIZE ERROR
                       MOVE 99999 TO WS-VARIACAO
               END-COMPUTE
               IF WS-VARIACAO > 99999
                   MOVE 99999 TO WS-VARIACAO
               END-IF
               MOVE WS-VARIACAO TO WS-VARIACAO-BRUTO
           END-IF.
           IF SRT-LIQUIDO-ANT > 0
               COMPUTE WS-VARIACAO ROUNDED
                   = (SRT-LIQUIDO-ATU - SRT-LIQUIDO-ANT) * 100
                   / SRT-LIQUIDO-ANT
                   ON SIZE ERROR
                       MOVE 99999 TO WS-VARIACAO
               END-COMPUTE
               IF WS-VARIACAO > 99999
                   MOVE 99999 TO WS-VARIACAO
               END-IF
               MOVE WS-VARIACAO TO WS-VARIACAO-LIQUIDO
           END-IF.

       IMPRIMIR-VARIACAO.
           PERFORM UNTIL RETORNO-FINALIZADO = "S"
               RETURN ARQ-SORT
                   AT END
                       MOVE "S" TO RETORNO-FINALIZADO
                   NOT AT END
                       PERFORM PROCESSAR-VARIACAO
               END-RETURN
           END-PERFORM.
           IF WS-PRIMEIRO-REGISTRO = "N"
               PERFORM ESCREVER-SUBTOTAL
           END-IF.
           PERFORM ESCREVER-TOTAL.

       PROCESSAR-VARIACAO.
           IF WS-PRIMEIRO-REGISTRO = "S"
               MOVE "N" TO WS-PRIMEIRO-REGISTRO
               MOVE SRT-DEPARTAMENTO TO WS-DEPTO-ATUAL
               PERFORM ESCREVER-DEPARTAMENTO
           ELSE
               IF SRT-DEPARTAMENTO NOT = WS-DEPTO-ATUAL
                   PERFORM ESCREVER-SUBTOTAL
                   MOVE SRT-DEPARTAMENTO TO WS-DEPTO-ATUAL
                   PERFORM ESCREVER-DEPARTAMENTO
               END-IF
           END-IF.
           IF SRT-PRESENTE-ANT = "S"
               ADD 1 TO WS-SUB-QTD-ANT
           END-IF.
           IF SRT-PRESENTE-ATU = "S"
               ADD 1 TO WS-SUB-QTD-ATU
           END-IF.
           ADD SRT-BRUTO-ANT TO WS-SUB-BRUTO-ANT.
           ADD SRT-BRUTO-ATU TO WS-SUB-BRUTO-ATU.
           ADD SRT-LIQUIDO-ANT TO WS-SUB-LIQUIDO-ANT.
           ADD SRT-LIQUIDO-ATU TO WS-SUB-LIQUIDO-ATU.
           IF SRT-OCORRENCIA NOT = SPACES
               ADD 1 TO WS-SUB-OCORRENCIAS
               PERFORM ESCREVER-OCORRENCIA
           END-IF.

       ESCREVER-OCORRENCIA.
           PERFORM CALCULAR-VARIACOES.
           MOVE SRT-MATRICULA TO LD-MATRICULA.
           MOVE SRT-NOME TO LD-NOME.
           MOVE SRT-BRUTO-ANT TO LD-BRUTO-ANT.
           MOVE SRT-BRUTO-ATU TO LD-BRUTO-ATU.
           MOVE WS-VARIACAO-BRUTO TO LD-VAR-BRUTO.
           MOVE SRT-LIQUIDO-ATU TO LD-LIQUIDO-ATU.
           MOVE WS-VARIACAO-LIQUIDO TO LD-VAR-LIQUIDO.
           MOVE SRT-OCORRENCIA TO LD-OCORRENCIA.
           MOVE SPACES TO LINHA-RELATORIO.
           MOVE LINHA-DETALHE TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.

       ESCREVER-CABECALHO.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "Revisao de Variacao da Folha - Competencia "
               DELIMITED BY SIZE
               WS-COMPETENCIA DELIMITED BY SIZE
               " x " DELIMITED BY SIZE
               WS-COMPETENCIA-ANT DELIMITED BY SIZE
               INTO LINHA-RELATORIO
           END-STRING.
           WRITE LINHA-RELATORIO.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "Unidade: " DELIMITED BY SIZE
               WS-UNIDADE-FILTRO DELIMITED BY SIZE
               "  Limite de variacao: " DELIMITED BY SIZE
               WS-LIMITE-PERCENTUAL DELIMITED BY SIZE
               "%" DELIMITED BY SIZE
               INTO LINHA-RELATORIO
           END-STRING.
           WRITE LINHA-RELATORIO.

       ESCREVER-DEPARTAMENTO.
           MOVE SPACES TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "Departamento: " DELIMITED BY SIZE
               WS-DEPTO-ATUAL DELIMITED BY SIZE
               INTO LINHA-RELATORIO
           END-STRING.
           WRITE LINHA-RELATORIO.
           MOVE SPACES TO LINHA-RELATORIO.
           MOVE LINHA-CABECALHO-DETALHE TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.

      * O subtotal mostra de onde vem a diferenca do mes:
      * quantidade e valores das duas competencias por
      * departamento.
       ESCREVER-SUBTOTAL.
           MOVE WS-SUB-QTD-ANT TO WS-QTD-ED.
           MOVE WS-SUB-QTD-ATU TO WS-QTD-ED-2.
           MOVE WS-SUB-BRUTO-ANT TO WS-VALOR-ED.
           MOVE WS-SUB-BRUTO-ATU TO WS-VALOR-ED-2.
           COMPUTE WS-DIFERENCA = WS-SUB-BRUTO-ATU - WS-SUB-BRUTO-ANT.
           MOVE WS-DIFERENCA TO WS-DIFERENCA-ED.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "  Subtotal " DELIMITED BY SIZE
               WS-DEPTO-ATUAL DELIMITED BY SIZE
               "  Func.: " DELIMITED BY SIZE
               WS-QTD-ED DELIMITED BY SIZE
               " ->" DELIMITED BY SIZE
               WS-QTD-ED-2 DELIMITED BY SIZE
               "  Bruto: " DELIMITED BY SIZE
               WS-VALOR-ED DELIMITED BY SIZE
               " ->" DELIMITED BY SIZE
               WS-VALOR-ED-2 DELIMITED BY SIZE
               "  Dif.: " DELIMITED BY SIZE
               WS-DIFERENCA-ED DELIMITED BY SIZE
               INTO LINHA-RELATORIO
           END-STRING.
           WRITE LINHA-RELATORIO.
           MOVE WS-SUB-LIQUIDO-ANT TO WS-VALOR-ED.
           MOVE WS-SUB-LIQUIDO-ATU TO WS-VALOR-ED-2.
           COMPUTE WS-DIFERENCA
               = WS-SUB-LIQUIDO-ATU - WS-SUB-LIQUIDO-ANT.
           MOVE WS-DIFERENCA TO WS-DIFERENCA-ED.
           MOVE WS-SUB-OCORRENCIAS TO WS-QTD-ED.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "  Ocorrencias: " DELIMITED BY SIZE
               WS-QTD-ED DELIMITED BY SIZE
               "       Liquido: " DELIMITED BY SIZE
               WS-VALOR-ED DELIMITED BY SIZE
               " ->" DELIMITED BY SIZE
               WS-VALOR-ED-2 DELIMITED BY SIZE
               "  Dif.: " DELIMITED BY SIZE
               WS-DIFERENCA-ED DELIMITED BY SIZE
               INTO LINHA-RELATORIO
           END-STRING.
           WRITE LINHA-RELATORIO.
           ADD WS-SUB-QTD-ANT TO WS-TOT-QTD-ANT.
           ADD WS-SUB-QTD-ATU TO WS-TOT-QTD-ATU.
           ADD WS-SUB-BRUTO-ANT TO WS-TOT-BRUTO-ANT.
           ADD WS-SUB-BRUTO-ATU TO WS-TOT-BRUTO-ATU.
           ADD WS-SUB-LIQUIDO-ANT TO WS-TOT-LIQUIDO-ANT.
           ADD WS-SUB-LIQUIDO-ATU TO WS-TOT-LIQUIDO-ATU.
           ADD WS-SUB-OCORRENCIAS TO WS-TOT-OCORRENCIAS.
           INITIALIZE SUBTOTAL-DEPARTAMENTO.

       ESCREVER-TOTAL.
           MOVE SPACES TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE WS-TOT-QTD-ANT TO WS-QTD-ED.
           MOVE WS-TOT-QTD-ATU TO WS-QTD-ED-2.
           MOVE WS-TOT-BRUTO-ANT TO WS-VALOR-ED.
           MOVE WS-TOT-BRUTO-ATU TO WS-VALOR-ED-2.
           COMPUTE WS-DIFERENCA = WS-TOT-BRUTO-ATU - WS-TOT-BRUTO-ANT.
           MOVE WS-DIFERENCA TO WS-DIFERENCA-ED.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "Total Geral  Func.: " DELIMITED BY SIZE
               WS-QTD-ED DELIMITED BY SIZE
               " ->" DELIMITED BY SIZE
               WS-QTD-ED-2 DELIMITED BY SIZE
               "  Bruto: " DELIMITED BY SIZE
               WS-VALOR-ED DELIMITED BY SIZE
               " ->" DELIMITED BY SIZE
               WS-VALOR-ED-2 DELIMITED BY SIZE
               "  Dif.: " DELIMITED BY SIZE
               WS-DIFERENCA-ED DELIMITED BY SIZE
               INTO LINHA-RELATORIO
           END-STRING.
           WRITE LINHA-RELATORIO.
           MOVE WS-TOT-LIQUIDO-ANT TO WS-VALOR-ED.
           MOVE WS-TOT-LIQUIDO-ATU TO WS-VALOR-ED-2.
           COMPUTE WS-DIFERENCA
               = WS-TOT-LIQUIDO-ATU - WS-TOT-LIQUIDO-ANT.
           MOVE WS-DIFERENCA TO WS-DIFERENCA-ED.
           MOVE WS-TOT-OCORRENCIAS TO WS-QTD-ED.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "Ocorrencias: " DELIMITED BY SIZE
               WS-QTD-ED DELIMITED BY SIZE
               "         Liquido: " DELIMITED BY SIZE
               WS-VALOR-ED DELIMITED BY SIZE
               " ->" DELIMITED BY SIZE
               WS-VALOR-ED-2 DELIMITED BY SIZE
               "  Dif.: " DELIMITED BY SIZE
               WS-DIFERENCA-ED DELIMITED BY SIZE
               INTO LINHA-RELATORIO
           END-STRING.
           WRITE LINHA-RELATORIO.

      * Registra a revisao para o fechamento da competencia.
       GRAVAR-REVISAO.
           OPEN EXTEND ARQ-REVISAO.
           IF WS-STATUS-REVISAO = "35"
               OPEN OUTPUT ARQ-REVISAO
           END-IF.
           IF WS-STATUS-REVISAO NOT = "00"
               DISPLAY "Erro ao abrir " WS-ARQ-REVISAO
                  " Status: " WS-STATUS-REVISAO
               MOVE "VariacaoFolha" TO WS-ERRLOG-PROGRAMA
               MOVE "GRAVAR-REVISAO" TO WS-ERRLOG-PARAGRAFO
               MOVE WS-ARQ-REVISAO TO WS-ERRLOG-ARQUIVO
               MOVE WS-STATUS-REVISAO TO WS-ERRLOG-STATUS
               PERFORM GRAVAR-ERRORLOG
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE WS-COMPETENCIA TO FRV-COMPETENCIA
               MOVE WS-UNIDADE-FILTRO TO FRV-UNIDADE
               MOVE WS-DATA-HOJE TO FRV-DATA-REVISAO
               MOVE WS-HORA-AGORA TO FRV-HORA-REVISAO
               MOVE WS-TOT-QTD-ATU TO FRV-QTD-FUNCIONARIOS
               MOVE WS-TOT-OCORRENCIAS TO FRV-QTD-OCORRENCIAS
               WRITE REGISTRO-REVISAO
               CLOSE ARQ-REVISAO
           END-IF.

       COPY JOBLOGPD.

       COPY ERRLOGPD.

       IDENTIFICATION DIVISION.
           PROGRAM-ID. InformeRendimentos.
           AUTHOR. Fernando Anselmo.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FUNCIONARIOS ASSIGN TO WS-ARQ-FUNCIONARIOS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-FUNCIONARIOS.

           COPY FOLHAHSL.

           COPY TABIMPSL.

           SELECT ARQ-MOVIMENTO-13 ASSIGN TO WS-ARQ-MOVIMENTO-13
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-MOVIMENTO-13.

           SELECT ARQ-DEPENDENTES ASSIGN TO WS-ARQ-DEPENDENTES
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-DEPENDENTES.

           SELECT RELATORIO ASSIGN TO WS-ARQ-RELATORIO
               ORGANIZATION IS LINE SEQUENTIAL.

           COPY ERRLOGSL.

           COPY JOBLOGSL.

       DATA DIVISION.
       FILE SECTION.
       FD FUNCIONARIOS.
       01 DETALHEFUNCIONARIO.
           COPY FUNCIONARIO.

       COPY FOLHAHFD.

       COPY TABIMPFD.

       FD ARQ-MOVIMENTO-13.
       01 REGISTRO-MOVIMENTO-13.
           COPY DECIMOMOV.

       FD ARQ-DEPENDENTES.
       01 REGISTRO-DEPENDENTE.
           COPY DEPENDENTE.

       FD RELATORIO.
       01 LINHA-RELATORIO             PIC X(100).

       COPY ERRLOGFD.

       COPY JOBLOGFD.

       WORKING-STORAGE SECTION.
       COPY ERRLOGWS.

       COPY JOBLOGWS.

       COPY FOLHAHWS.

       COPY FAIXASWS.

       COPY TABIMPWS.

       01 WS-ARQ-FUNCIONARIOS         PIC X(40)
           VALUE "FUNCIONARIOS.DATA".
       01 WS-ARQ-MOVIMENTO-13         PIC X(40)
           VALUE "DECIMO-MOVIMENTO.DATA".
       01 WS-ARQ-DEPENDENTES          PIC X(40)
           VALUE "DEPENDENTES.DATA".
       01 WS-ARQ-RELATORIO            PIC X(40)
           VALUE "INFORME-RENDIMENTOS.LST".

       01 WS-STATUS-FUNCIONARIOS      PIC X(2).
       01 WS-STATUS-MOVIMENTO-13      PIC X(2).
       01 WS-STATUS-DEPENDENTES       PIC X(2).

       01 LEITURA-FINALIZADA          PIC X VALUE "N".
       01 WS-FIM-MOVIMENTO-13         PIC X VALUE "N".
       01 WS-FIM-DEPENDENTES          PIC X VALUE "N".

       01 CONTROLE-CABECALHO.
           05 WS-CABECALHO-PRESENTE   PIC X VALUE "N".
           05 WS-TRAILER-PRESENTE     PIC X VALUE "N".
           05 WS-TRAILER-CONTAGEM     PIC 9(7) VALUE 0.
           05 WS-REGISTROS-DADOS      PIC 9(7) VALUE 0.

       01 WS-EMPRESA                  PIC X(30).
       01 WS-ANO-TXT                  PIC X(4).
       01 WS-ANO-CALENDARIO           PIC 9(4) VALUE 0.
       01 WS-DATA-HOJE                PIC 9(8).

      * Deducao por dependente da tabela de IRRF em vigor em cada
      * competencia do ano e quantidade de folhas achadas no mes.
       01 TABELA-MESES.
           05 TMA-ITEM OCCURS 12 TIMES INDEXED BY IDX-MES.
               10 TMA-DEDUCAO-DEPENDENTE PIC 9(5)V9(2).
               10 TMA-QTD-FOLHAS      PIC 9(5).
       01 WS-MES-NUM                  PIC 9(2).
       01 WS-MES-LIMPEZA              PIC 9(2).
       01 WS-COMPETENCIA-BUSCA        PIC 9(6).
       01 WS-COMPETENCIA-ATUAL        PIC 9(6).
       01 WS-COMPETENCIA-ADMISSAO     PIC 9(6).
       01 WS-MES-DEVIDO               PIC X VALUE "N".
       01 WS-LINHA-AUSENTES           PIC X(60).
       01 WS-PONTEIRO                 PIC 9(3).

       01 QTD-DEPENDENTES             PIC 9(3) VALUE 0.
       01 TABELA-DEPENDENTES.
           05 TDE-ITEM OCCURS 300 TIMES INDEXED BY IDX-DEP.
               10 TDE-MATRICULA       PIC 9(5).
               10 TDE-QTD-IRRF        PIC 9(2).

      * Acumulado anual por matricula: folha mensal e parcelas do
      * 13o. A parcela 2 do 13o traz o valor integral e os
      * descontos do ano; a parcela 1 so vale sozinha quando a
      * segunda ainda nao foi paga (desligado no meio do ano).
       01 QTD-INFORMES                PIC 9(3) VALUE 0.
       01 TABELA-INFORMES.
           05 TIR-ITEM OCCURS 500 TIMES INDEXED BY IDX-INF.
               10 TIR-MATRICULA       PIC 9(5).
               10 TIR-MESES           PIC 9(2).
               10 TIR-SOMA-DEDUCAO    PIC 9(7)V9(2).
               10 TIR-QTD-AUSENTES    PIC 9(2).
               10 TIR-MES-AUSENTE     PIC X(1) OCCURS 12 TIMES.
               10 TIR-BRUTO           PIC 9(9)V9(2).
               10 TIR-INSS            PIC 9(9)V9(2).
               10 TIR-IRRF            PIC 9(9)V9(2).
               10 TIR-13-PARCELA-1    PIC 9(9)V9(2).
               10 TIR-13-INTEGRAL     PIC 9(9)V9(2).
               10 TIR-13-INSS         PIC 9(9)V9(2).
               10 TIR-13-IRRF         PIC 9(9)V9(2).
               10 TIR-13-SEGUNDA      PIC X(1).
               10 TIR-IMPRESSO        PIC X(1).

       01 WS-MATRICULA-BUSCA          PIC 9(5).
       01 WS-QTD-DEP-IRRF             PIC 9(2).
       01 WS-DEDUCAO-DEPENDENTES      PIC 9(9)V9(2).
       01 WS-13-BRUTO                 PIC 9(9)V9(2).
       01 WS-NOME-COMPLETO            PIC X(40).

       01 WS-CPF-NUM                  PIC 9(11).
       01 CPF-DECOMPOSTO REDEFINES WS-CPF-NUM.
           05 WS-CPF-P1               PIC 9(3).
           05 WS-CPF-P2               PIC 9(3).
           05 WS-CPF-P3               PIC 9(3).
           05 WS-CPF-DV               PIC 9(2).

       01 TOTAIS-EMPRESA.
           05 WS-TOT-INFORMES         PIC 9(5) VALUE 0.
           05 WS-TOT-DESLIGADOS       PIC 9(5) VALUE 0.
           05 WS-TOT-SEM-CADASTRO     PIC 9(5) VALUE 0.
           05 WS-TOT-MOVIMENTOS       PIC 9(7) VALUE 0.
           05 WS-TOT-MESES-AUSENTES   PIC 9(5) VALUE 0.
           05 WS-TOT-PARCELAS-13      PIC 9(7) VALUE 0.
           05 WS-TOT-BRUTO            PIC 9(11)V9(2) VALUE 0.
           05 WS-TOT-INSS             PIC 9(11)V9(2) VALUE 0.
           05 WS-TOT-IRRF             PIC 9(11)V9(2) VALUE 0.
           05 WS-TOT-DEDUCAO-DEP      PIC 9(11)V9(2) VALUE 0.
           05 WS-TOT-13-BRUTO         PIC 9(11)V9(2) VALUE 0.
           05 WS-TOT-13-INSS          PIC 9(11)V9(2) VALUE 0.
           05 WS-TOT-13-IRRF          PIC 9(11)V9(2) VALUE 0.
           05 WS-CONF-BRUTO           PIC 9(11)V9(2) VALUE 0.
           05 WS-BRUTO-SEM-CADASTRO   PIC 9(11)V9(2) VALUE 0.

       01 WS-QTD-ED                   PIC ZZZZ9.

       01 LINHA-VALOR.
           05 FILLER                  PIC X(3) VALUE SPACES.
           05 LV-ROTULO               PIC X(40).
           05 LV-VALOR                PIC Z,ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       INICIO.
           PERFORM DEFINIR-ARQUIVOS.
           DISPLAY "============================================".
           DISPLAY " Informe de Rendimentos - Ano-Calendario".
           DISPLAY "============================================".
           MOVE "InformeRendimentos" TO WS-JOBLOG-PROGRAMA.
           MOVE "INICIO" TO WS-JOBLOG-EVENTO.
           PERFORM GRAVAR-JOBLOG.

           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
           MOVE WS-DATA-HOJE(1:6) TO WS-COMPETENCIA-ATUAL.
           ACCEPT WS-ANO-TXT FROM ENVIRONMENT "INFORME_ANO"
               ON EXCEPTION
                   MOVE SPACES TO WS-ANO-TXT
           END-ACCEPT.
           IF WS-ANO-TXT NOT NUMERIC
               DISPLAY "Ano-calendario do informe (AAAA): "
               ACCEPT WS-ANO-TXT
           END-IF.
           IF WS-ANO-TXT NOT NUMERIC
               DISPLAY "Ano-calendario obrigatorio."
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE WS-ANO-TXT TO WS-ANO-CALENDARIO
               PERFORM CARREGAR-DEDUCOES-ANO
               PERFORM CARREGAR-DEPENDENTES
               PERFORM ACUMULAR-FOLHA-ANO
               IF RETURN-CODE NOT = 8
                   PERFORM ACUMULAR-DECIMO-ANO
                   PERFORM EMITIR-INFORMES
               END-IF
           END-IF.

           IF WS-TOT-INFORMES = 0 AND RETURN-CODE = 0
               DISPLAY "Aviso: nenhum rendimento no ano informado."
               MOVE 4 TO RETURN-CODE
           END-IF.

           MOVE WS-TOT-INFORMES TO WS-JOBLOG-QTD-REGISTROS.
           MOVE "FIM" TO WS-JOBLOG-EVENTO.
           PERFORM GRAVAR-JOBLOG.
           GOBACK.

       DEFINIR-ARQUIVOS.
           ACCEPT WS-ARQ-FUNCIONARIOS FROM ENVIRONMENT
                   "FUNCIONARIOS_DATA"
               ON EXCEPTION
                   MOVE "FUNCIONARIOS.DATA" TO WS-ARQ-FUNCIONARIOS
           END-ACCEPT.
           ACCEPT WS-ARQ-FOLHA-HISTORICO FROM ENVIRONMENT
                   "FOLHA_HISTORICO_IDX"
               ON EXCEPTION
                   MOVE "folha-historico.idx"
                       TO WS-ARQ-FOLHA-HISTORICO
           END-ACCEPT.
           ACCEPT WS-ARQ-MOVIMENTO-13 FROM ENVIRONMENT
                   "DECIMO_MOVIMENTO_DATA"
               ON EXCEPTION
                   MOVE "DECIMO-MOVIMENTO.DATA"
                       TO WS-ARQ-MOVIMENTO-13
           END-ACCEPT.
           ACCEPT WS-ARQ-DEPENDENTES FROM ENVIRONMENT
                   "DEPENDENTES_DATA"
               ON EXCEPTION
                   MOVE "DEPENDENTES.DATA" TO WS-ARQ-DEPENDENTES
           END-ACCEPT.
           ACCEPT WS-ARQ-RELATORIO FROM ENVIRONMENT
                   "INFORME_RENDIMENTOS_LST"
               ON EXCEPTION
                   MOVE "INFORME-RENDIMENTOS.LST" TO WS-ARQ-RELATORIO
           END-ACCEPT.
           ACCEPT WS-EMPRESA FROM ENVIRONMENT "EMPRESA_NOME"
               ON EXCEPTION
                   MOVE "EMPRESA" TO WS-EMPRESA
           END-ACCEPT.

      * A deducao por dependente acompanha a tabela de IRRF em
      * vigor em cada competencia, como no calculo da folha.
       CARREGAR-DEDUCOES-ANO.
           PERFORM VARYING IDX-MES FROM 1 BY 1 UNTIL IDX-MES > 12
               SET WS-MES-NUM TO IDX-MES
               COMPUTE WS-TIM-COMPETENCIA
                   = WS-ANO-CALENDARIO * 100 + WS-MES-NUM
               PERFORM CARREGAR-TABELAS-IMPOSTO
               MOVE IRRF-DEDUCAO-DEPENDENTE
                   TO TMA-DEDUCAO-DEPENDENTE(IDX-MES)
               MOVE 0 TO TMA-QTD-FOLHAS(IDX-MES)
           END-PERFORM.

      * Dependentes que deduzem IRRF, contados por matricula.
       CARREGAR-DEPENDENTES.
           OPEN INPUT ARQ-DEPENDENTES.
           IF WS-STATUS-DEPENDENTES = "00"
               PERFORM UNTIL WS-FIM-DEPENDENTES = "S"
                   READ ARQ-DEPENDENTES
                       AT END
                           MOVE "S" TO WS-FIM-DEPENDENTES
                       NOT AT END
                           IF DEPENDENTE-DEDUZ-IRRF
                               PERFORM ACUMULAR-DEPENDENTE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQ-DEPENDENTES
           END-IF.

       ACUMULAR-DEPENDENTE.
           PERFORM VARYING IDX-DEP FROM 1 BY 1
                   UNTIL IDX-DEP > QTD-DEPENDENTES
                   OR TDE-MATRICULA(IDX-DEP) = DPD-MATRICULA-FUNC
               CONTINUE
           END-PERFORM.
           IF IDX-DEP > QTD-DEPENDENTES
               IF QTD-DEPENDENTES < 300
                   ADD 1 TO QTD-DEPENDENTES
                   SET IDX-DEP TO QTD-DEPENDENTES
                   MOVE DPD-MATRICULA-FUNC TO TDE-MATRICULA(IDX-DEP)
                   MOVE 1 TO TDE-QTD-IRRF(IDX-DEP)
               END-IF
           ELSE
               ADD 1 TO TDE-QTD-IRRF(IDX-DEP)
           END-IF.

      * Rendimentos mensais vem do historico de pagamentos, lido
      * por matricula e competencia para os doze meses do ano.
      * Competencia devida sem folha gravada e apontada no informe
      * em vez de ficar fora da soma sem aviso.
       ACUMULAR-FOLHA-ANO.
           OPEN INPUT ARQ-FOLHA-HISTORICO.
           IF WS-STATUS-FOLHA-HISTORICO NOT = "00"
               DISPLAY "Erro ao abrir " WS-ARQ-FOLHA-HISTORICO
                  " Status: " WS-STATUS-FOLHA-HISTORICO
               MOVE "InformeRendimentos" TO WS-ERRLOG-PROGRAMA
               MOVE "ACUMULAR-FOLHA-ANO" TO WS-ERRLOG-PARAGRAFO
               MOVE WS-ARQ-FOLHA-HISTORICO TO WS-ERRLOG-ARQUIVO
               MOVE WS-STATUS-FOLHA-HISTORICO TO WS-ERRLOG-STATUS
               PERFORM GRAVAR-ERRORLOG
               MOVE 8 TO RETURN-CODE
           ELSE
               OPEN INPUT FUNCIONARIOS
               IF WS-STATUS-FUNCIONARIOS NOT = "00"
                   DISPLAY "Erro ao abrir " WS-ARQ-FUNCIONARIOS
                      " Status: " WS-STATUS-FUNCIONARIOS
                   MOVE "InformeRendimentos" TO WS-ERRLOG-PROGRAMA
                   MOVE "ACUMULAR-FOLHA-ANO" TO WS-ERRLOG-PARAGRAFO
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
                               IF DETALHEFUNCIONARIO(1:3) NOT = "HDR"
                                   AND DETALHEFUNCIONARIO(1:3)
                                       NOT = "TRL"
                                   AND MATRICULA-FUNCIONARIO
                                       IS NUMERIC
                                   PERFORM LER-HISTORICO-FUNCIONARIO
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE FUNCIONARIOS
                   MOVE "N" TO LEITURA-FINALIZADA
                   PERFORM VERIFICAR-MESES-SEM-FOLHA
               END-IF
               CLOSE ARQ-FOLHA-HISTORICO
           END-IF.

       LER-HISTORICO-FUNCIONARIO.
           MOVE MATRICULA-FUNCIONARIO TO WS-MATRICULA-BUSCA.
           PERFORM VARYING IDX-MES FROM 1 BY 1 UNTIL IDX-MES > 12
               SET WS-MES-NUM TO IDX-MES
               COMPUTE WS-COMPETENCIA-BUSCA
                   = WS-ANO-CALENDARIO * 100 + WS-MES-NUM
               MOVE WS-MATRICULA-BUSCA TO FHI-MATRICULA
               MOVE WS-COMPETENCIA-BUSCA TO FHI-COMPETENCIA
               READ ARQ-FOLHA-HISTORICO
                   INVALID KEY
                       PERFORM REGISTRAR-MES-AUSENTE
                   NOT INVALID KEY
                       PERFORM SOMAR-HISTORICO-MES
               END-READ
           END-PERFORM.

       SOMAR-HISTORICO-MES.
           PERFORM LOCALIZAR-INFORME.
           IF IDX-INF <= QTD-INFORMES
               ADD 1 TO WS-TOT-MOVIMENTOS
               ADD 1 TO TMA-QTD-FOLHAS(IDX-MES)
               ADD 1 TO TIR-MESES(IDX-INF)
               ADD FHI-SALARIO-BRUTO TO TIR-BRUTO(IDX-INF)
               ADD FHI-DESCONTO-INSS TO TIR-INSS(IDX-INF)
               ADD FHI-DESCONTO-IRRF TO TIR-IRRF(IDX-INF)
               ADD TMA-DEDUCAO-DEPENDENTE(IDX-MES)
                   TO TIR-SOMA-DEDUCAO(IDX-INF)
               ADD FHI-SALARIO-BRUTO TO WS-CONF-BRUTO
           END-IF.

      * A competencia e devida quando ja passou, o funcionario ja
      * estava admitido e nao havia sido desligado antes dela; o
      * mes do desligamento e pago na rescisao.
       REGISTRAR-MES-AUSENTE.
           MOVE "S" TO WS-MES-DEVIDO.
           IF WS-COMPETENCIA-BUSCA > WS-COMPETENCIA-ATUAL
               MOVE "N" TO WS-MES-DEVIDO
           END-IF.
           IF DATA-ADMISSAO IS NUMERIC
               COMPUTE WS-COMPETENCIA-ADMISSAO
                   = ADMISSAO-AAAA * 100 + ADMISSAO-MM
               IF WS-COMPETENCIA-ADMISSAO > WS-COMPETENCIA-BUSCA
                   MOVE "N" TO WS-MES-DEVIDO
               END-IF
           END-IF.
           IF FUNCIONARIO-DESLIGADO
                   AND DATA-DESLIGAMENTO(1:6) IS NUMERIC
               IF DATA-DESLIGAMENTO(1:6) <= WS-COMPETENCIA-BUSCA
                   MOVE "N" TO WS-MES-DEVIDO
               END-IF
           END-IF.
           IF WS-MES-DEVIDO = "S"
               PERFORM LOCALIZAR-INFORME
               IF IDX-INF <= QTD-INFORMES
                   MOVE "S" TO TIR-MES-AUSENTE(IDX-INF, IDX-MES)
                   ADD 1 TO TIR-QTD-AUSENTES(IDX-INF)
                   ADD 1 TO WS-TOT-MESES-AUSENTES
               END-IF
           END-IF.

      * Mes ja encerrado sem nenhuma folha no historico indica
      * fechamento nao gravado ou carga pendente.
       VERIFICAR-MESES-SEM-FOLHA.
           PERFORM VARYING IDX-MES FROM 1 BY 1 UNTIL IDX-MES > 12
               SET WS-MES-NUM TO IDX-MES
               COMPUTE WS-COMPETENCIA-BUSCA
                   = WS-ANO-CALENDARIO * 100 + WS-MES-NUM
               IF TMA-QTD-FOLHAS(IDX-MES) = 0
                       AND WS-COMPETENCIA-BUSCA
                           <= WS-COMPETENCIA-ATUAL
                   DISPLAY "Aviso: competencia " WS-COMPETENCIA-BUSCA
                      " sem folha no historico de pagamentos."
               END-IF
           END-PERFORM.
           IF WS-TOT-MESES-AUSENTES > 0
               DISPLAY "Aviso: " WS-TOT-MESES-AUSENTES
                  " competencia(s) devida(s) sem folha no historico;"
                  " ver informes."
               IF RETURN-CODE = 0
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.

      * Posiciona IDX-INF na matricula, incluindo-a quando ainda
      * nao existe; tabela cheia deixa IDX-INF alem de QTD-INFORMES.
       LOCALIZAR-INFORME.
           PERFORM VARYING IDX-INF FROM 1 BY 1
                   UNTIL IDX-INF > QTD-INFORMES
                   OR TIR-MATRICULA(IDX-INF) = WS-MATRICULA-BUSCA
               CONTINUE
           END-PERFORM.
           IF IDX-INF > QTD-INFORMES
               IF QTD-INFORMES < 500
                   ADD 1 TO QTD-INFORMES
                   SET IDX-INF TO QTD-INFORMES
                   MOVE WS-MATRICULA-BUSCA TO TIR-MATRICULA(IDX-INF)
                   MOVE 0 TO TIR-MESES(IDX-INF)
                   MOVE 0 TO TIR-SOMA-DEDUCAO(IDX-INF)
                   MOVE 0 TO TIR-QTD-AUSENTES(IDX-INF)
                   PERFORM VARYING WS-MES-LIMPEZA FROM 1 BY 1
                           UNTIL WS-MES-LIMPEZA > 12
                       MOVE "N"
                           TO TIR-MES-AUSENTE(IDX-INF, WS-MES-LIMPEZA)
                   END-PERFORM
                   MOVE 0 TO TIR-BRUTO(IDX-INF)
                   MOVE 0 TO TIR-INSS(IDX-INF)
                   MOVE 0 TO TIR-IRRF(IDX-INF)
                   MOVE 0 TO TIR-13-PARCELA-1(IDX-INF)
                   MOVE 0 TO TIR-13-INTEGRAL(IDX-INF)
                   MOVE 0 TO TIR-13-INSS(IDX-INF)
                   MOVE 0 TO TIR-13-IRRF(IDX-INF)
                   MOVE "N" TO TIR-13-SEGUNDA(IDX-INF)
                   MOVE "N" TO TIR-IMPRESSO(IDX-INF)
               ELSE
                   DISPLAY "Tabela de informes cheia; matricula "
                      WS-MATRICULA-BUSCA " ignorada."
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.

      * O arquivo do 13o e opcional: sem ele o informe sai apenas
      * com os rendimentos mensais.
       ACUMULAR-DECIMO-ANO.
           OPEN INPUT ARQ-MOVIMENTO-13.
           IF WS-STATUS-MOVIMENTO-13 = "00"
               PERFORM UNTIL WS-FIM-MOVIMENTO-13 = "S"
                   READ ARQ-MOVIMENTO-13
                       AT END
                           MOVE "S" TO WS-FIM-MOVIMENTO-13
                       NOT AT END
                           IF D13-ANO = WS-ANO-CALENDARIO
                               PERFORM SOMAR-PARCELA-DECIMO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQ-MOVIMENTO-13
           ELSE
               DISPLAY "Aviso: " WS-ARQ-MOVIMENTO-13
                  " indisponivel; informe sem 13o salario."
           END-IF.

       SOMAR-PARCELA-DECIMO.
           MOVE D13-MATRICULA TO WS-MATRICULA-BUSCA.
           PERFORM LOCALIZAR-INFORME.
           IF IDX-INF <= QTD-INFORMES
               ADD 1 TO WS-TOT-PARCELAS-13
               IF D13-PARCELA = 1
                   MOVE D13-VALOR-PARCELA
                       TO TIR-13-PARCELA-1(IDX-INF)
               ELSE
                   MOVE "S" TO TIR-13-SEGUNDA(IDX-INF)
                   MOVE D13-VALOR-PARCELA
                       TO TIR-13-INTEGRAL(IDX-INF)
                   MOVE D13-DESCONTO-INSS TO TIR-13-INSS(IDX-INF)
                   MOVE D13-DESCONTO-IRRF TO TIR-13-IRRF(IDX-INF)
               END-IF
           END-IF.

       EMITIR-INFORMES.
           OPEN INPUT FUNCIONARIOS.
           IF WS-STATUS-FUNCIONARIOS NOT = "00"
               DISPLAY "Erro ao abrir " WS-ARQ-FUNCIONARIOS
                  " Status: " WS-STATUS-FUNCIONARIOS
               MOVE "InformeRendimentos" TO WS-ERRLOG-PROGRAMA
               MOVE "EMITIR-INFORMES" TO WS-ERRLOG-PARAGRAFO
               MOVE WS-ARQ-FUNCIONARIOS TO WS-ERRLOG-ARQUIVO
               MOVE WS-STATUS-FUNCIONARIOS TO WS-ERRLOG-STATUS
               PERFORM GRAVAR-ERRORLOG
               MOVE 8 TO RETURN-CODE
           ELSE
               OPEN OUTPUT RELATORIO
               PERFORM UNTIL LEITURA-FINALIZADA = "S"
                   READ FUNCIONARIOS
                       AT END
                           MOVE "S" TO LEITURA-FINALIZADA
                       NOT AT END
                           PERFORM CLASSIFICAR-FUNCIONARIO
                   END-READ
               END-PERFORM
               CLOSE FUNCIONARIOS
               PERFORM VERIFICAR-TRAILER
               PERFORM LISTAR-SEM-CADASTRO
               PERFORM ESCREVER-TOTAL-EMPRESA
               CLOSE RELATORIO
               DISPLAY "Informes gravados em " WS-ARQ-RELATORIO
           END-IF.

       CLASSIFICAR-FUNCIONARIO.
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
               PERFORM PROCURAR-INFORME-FUNCIONARIO
           END-IF
           END-IF.

      * Desligados no ano continuam recebendo o informe: o filtro e
      * a existencia de rendimento, nao a situacao do cadastro.
       PROCURAR-INFORME-FUNCIONARIO.
           PERFORM VARYING IDX-INF FROM 1 BY 1
                   UNTIL IDX-INF > QTD-INFORMES
                   OR TIR-MATRICULA(IDX-INF) = MATRICULA-FUNCIONARIO
               CONTINUE
           END-PERFORM.
           IF IDX-INF <= QTD-INFORMES
               IF TIR-IMPRESSO(IDX-INF) = "N"
                   MOVE "S" TO TIR-IMPRESSO(IDX-INF)
                   MOVE SPACES TO WS-NOME-COMPLETO
                   STRING PRIMEIRO-NOME DELIMITED BY SPACE
                       " " DELIMITED BY SIZE
                       ULTIMO-NOME DELIMITED BY SPACE
                       INTO WS-NOME-COMPLETO
                   END-STRING
                   MOVE CPF-FUNCIONARIO TO WS-CPF-NUM
                   IF FUNCIONARIO-DESLIGADO
                       ADD 1 TO WS-TOT-DESLIGADOS
                   END-IF
                   PERFORM IMPRIMIR-INFORME
               END-IF
           END-IF.

       IMPRIMIR-INFORME.
           PERFORM CALCULAR-DEDUCOES.

           MOVE ALL "=" TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "COMPROVANTE DE RENDIMENTOS PAGOS E DE IMPOSTO "
               DELIMITED BY SIZE
               "SOBRE A RENDA RETIDO NA FONTE" DELIMITED BY SIZE
               INTO LINHA-RELATORIO
           END-STRING.
           WRITE LINHA-RELATORIO.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "Ano-calendario: " DELIMITED BY SIZE
               WS-ANO-CALENDARIO DELIMITED BY SIZE
               "   Fonte pagadora: " DELIMITED BY SIZE
               WS-EMPRESA DELIMITED BY SIZE
               INTO LINHA-RELATORIO
           END-STRING.
           WRITE LINHA-RELATORIO.
           MOVE SPACES TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.

           MOVE SPACES TO LINHA-RELATORIO.
           STRING "Beneficiario: " DELIMITED BY SIZE
               WS-NOME-COMPLETO DELIMITED BY SIZE
               "Matricula: " DELIMITED BY SIZE
               TIR-MATRICULA(IDX-INF) DELIMITED BY SIZE
               INTO LINHA-RELATORIO
           END-STRING.
           WRITE LINHA-RELATORIO.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "CPF.........: " DELIMITED BY SIZE
               WS-CPF-P1 DELIMITED BY SIZE
               "." DELIMITED BY SIZE
               WS-CPF-P2 DELIMITED BY SIZE
               "." DELIMITED BY SIZE
               WS-CPF-P3 DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               WS-CPF-DV DELIMITED BY SIZE
               INTO LINHA-RELATORIO
           END-STRING.
           WRITE LINHA-RELATORIO.
           IF FUNCIONARIO-DESLIGADO
               MOVE SPACES TO LINHA-RELATORIO
               STRING "Situacao....: DESLIGADO em " DELIMITED BY SIZE
                   DATA-DESLIGAMENTO DELIMITED BY SIZE
                   INTO LINHA-RELATORIO
               END-STRING
               WRITE LINHA-RELATORIO
           END-IF.

           MOVE SPACES TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE "Rendimentos tributaveis, deducoes e imposto retido"
               TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE "Total dos rendimentos (inclusive ferias)"
               TO LV-ROTULO.
           MOVE TIR-BRUTO(IDX-INF) TO LV-VALOR.
           PERFORM ESCREVER-LINHA-VALOR.
           MOVE "Contribuicao previdenciaria oficial" TO LV-ROTULO.
           MOVE TIR-INSS(IDX-INF) TO LV-VALOR.
           PERFORM ESCREVER-LINHA-VALOR.
           MOVE SPACES TO LV-ROTULO.
           STRING "Deducao de dependentes (" DELIMITED BY SIZE
               WS-QTD-DEP-IRRF DELIMITED BY SIZE
               " dep.)" DELIMITED BY SIZE
               INTO LV-ROTULO
           END-STRING.
           MOVE WS-DEDUCAO-DEPENDENTES TO LV-VALOR.
           PERFORM ESCREVER-LINHA-VALOR.
           MOVE "Imposto sobre a renda retido na fonte"
               TO LV-ROTULO.
           MOVE TIR-IRRF(IDX-INF) TO LV-VALOR.
           PERFORM ESCREVER-LINHA-VALOR.
           IF TIR-QTD-AUSENTES(IDX-INF) > 0
               PERFORM ESCREVER-MESES-AUSENTES
           END-IF.

           MOVE SPACES TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE "Rendimentos sujeitos a tributacao exclusiva"
               TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE "Decimo terceiro salario" TO LV-ROTULO.
           MOVE WS-13-BRUTO TO LV-VALOR.
           PERFORM ESCREVER-LINHA-VALOR.
           MOVE "Contribuicao previdenciaria sobre o 13o"
               TO LV-ROTULO.
           MOVE TIR-13-INSS(IDX-INF) TO LV-VALOR.
           PERFORM ESCREVER-LINHA-VALOR.
           MOVE "IRRF sobre o 13o salario" TO LV-ROTULO.
           MOVE TIR-13-IRRF(IDX-INF) TO LV-VALOR.
           PERFORM ESCREVER-LINHA-VALOR.

           ADD 1 TO WS-TOT-INFORMES.
           ADD TIR-BRUTO(IDX-INF) TO WS-TOT-BRUTO.
           ADD TIR-INSS(IDX-INF) TO WS-TOT-INSS.
           ADD TIR-IRRF(IDX-INF) TO WS-TOT-IRRF.
           ADD WS-DEDUCAO-DEPENDENTES TO WS-TOT-DEDUCAO-DEP.
           ADD WS-13-BRUTO TO WS-TOT-13-BRUTO.
           ADD TIR-13-INSS(IDX-INF) TO WS-TOT-13-INSS.
           ADD TIR-13-IRRF(IDX-INF) TO WS-TOT-13-IRRF.

      * A deducao por dependente vale em cada mes com folha paga.
       CALCULAR-DEDUCOES.
           MOVE 0 TO WS-QTD-DEP-IRRF.
           PERFORM VARYING IDX-DEP FROM 1 BY 1
                   UNTIL IDX-DEP > QTD-DEPENDENTES
               IF TDE-MATRICULA(IDX-DEP) = TIR-MATRICULA(IDX-INF)
                   MOVE TDE-QTD-IRRF(IDX-DEP) TO WS-QTD-DEP-IRRF
               END-IF
           END-PERFORM.
           COMPUTE WS-DEDUCAO-DEPENDENTES ROUNDED
               = WS-QTD-DEP-IRRF * TIR-SOMA-DEDUCAO(IDX-INF).
           IF TIR-13-SEGUNDA(IDX-INF) = "S"
               MOVE TIR-13-INTEGRAL(IDX-INF) TO WS-13-BRUTO
           ELSE
               MOVE TIR-13-PARCELA-1(IDX-INF) TO WS-13-BRUTO
           END-IF.

       ESCREVER-MESES-AUSENTES.
           MOVE SPACES TO WS-LINHA-AUSENTES.
           MOVE 1 TO WS-PONTEIRO.
           PERFORM VARYING IDX-MES FROM 1 BY 1 UNTIL IDX-MES > 12
               IF TIR-MES-AUSENTE(IDX-INF, IDX-MES) = "S"
                   SET WS-MES-NUM TO IDX-MES
                   STRING WS-MES-NUM DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       INTO WS-LINHA-AUSENTES
                       WITH POINTER WS-PONTEIRO
                   END-STRING
               END-IF
           END-PERFORM.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "   ATENCAO: meses sem folha no historico: "
               DELIMITED BY SIZE
               WS-LINHA-AUSENTES DELIMITED BY SIZE
               INTO LINHA-RELATORIO
           END-STRING.
           WRITE LINHA-RELATORIO.

       ESCREVER-LINHA-VALOR.
           MOVE SPACES TO LINHA-RELATORIO.
           MOVE LINHA-VALOR TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.

      * Rendimento de matricula ausente do cadastro nao gera
      * informe: sem CPF o comprovante nao tem validade.
       LISTAR-SEM-CADASTRO.
           PERFORM VARYING IDX-INF FROM 1 BY 1
                   UNTIL IDX-INF > QTD-INFORMES
               IF TIR-IMPRESSO(IDX-INF) = "N"
                   ADD 1 TO WS-TOT-SEM-CADASTRO
                   DISPLAY "Matricula sem cadastro, informe nao "
                      "emitido: " TIR-MATRICULA(IDX-INF)
               END-IF
           END-PERFORM.
           IF WS-TOT-SEM-CADASTRO > 0 AND RETURN-CODE = 0
               MOVE 4 TO RETURN-CODE
           END-IF.

       ESCREVER-TOTAL-EMPRESA.
           MOVE ALL "=" TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "TOTAL DE CONTROLE DA EMPRESA - ANO " DELIMITED
               BY SIZE
               WS-ANO-CALENDARIO DELIMITED BY SIZE
               INTO LINHA-RELATORIO
           END-STRING.
           WRITE LINHA-RELATORIO.
           MOVE WS-TOT-INFORMES TO WS-QTD-ED.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "Informes emitidos.............: " DELIMITED BY SIZE
               WS-QTD-ED DELIMITED BY SIZE
               INTO LINHA-RELATORIO
           END-STRING.
           WRITE LINHA-RELATORIO.
           MOVE WS-TOT-DESLIGADOS TO WS-QTD-ED.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "  dos quais desligados........: " DELIMITED BY SIZE
               WS-QTD-ED DELIMITED BY SIZE
               INTO LINHA-RELATORIO
           END-STRING.
           WRITE LINHA-RELATORIO.
           MOVE WS-TOT-SEM-CADASTRO TO WS-QTD-ED.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "Matriculas sem cadastro.......: " DELIMITED BY SIZE
               WS-QTD-ED DELIMITED BY SIZE
               INTO LINHA-RELATORIO
           END-STRING.
           WRITE LINHA-RELATORIO.
           MOVE WS-TOT-MESES-AUSENTES TO WS-QTD-ED.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "Meses devidos sem folha.......: " DELIMITED BY SIZE
               WS-QTD-ED DELIMITED BY SIZE
               INTO LINHA-RELATORIO
           END-STRING.
           WRITE LINHA-RELATORIO.
           MOVE "Total dos rendimentos" TO LV-ROTULO.
           MOVE WS-TOT-BRUTO TO LV-VALOR.
           PERFORM ESCREVER-LINHA-VALOR.
           MOVE "Total da contribuicao previdenciaria" TO LV-ROTULO.
           MOVE WS-TOT-INSS TO LV-VALOR.
           PERFORM ESCREVER-LINHA-VALOR.
           MOVE "Total da deducao de dependentes" TO LV-ROTULO.
           MOVE WS-TOT-DEDUCAO-DEP TO LV-VALOR.
           PERFORM ESCREVER-LINHA-VALOR.
           MOVE "Total do IRRF retido" TO LV-ROTULO.
           MOVE WS-TOT-IRRF TO LV-VALOR.
           PERFORM ESCREVER-LINHA-VALOR.
           MOVE "Total do 13o salario" TO LV-ROTULO.
           MOVE WS-TOT-13-BRUTO TO LV-VALOR.
           PERFORM ESCREVER-LINHA-VALOR.
           MOVE "Total do INSS sobre o 13o" TO LV-ROTULO.
           MOVE WS-TOT-13-INSS TO LV-VALOR.
           PERFORM ESCREVER-LINHA-VALOR.
           MOVE "Total do IRRF sobre o 13o" TO LV-ROTULO.
           MOVE WS-TOT-13-IRRF TO LV-VALOR.
           PERFORM ESCREVER-LINHA-VALOR.

      * Conferencia: o bruto lido do historico deve bater com o
      * bruto dos informes mais o das matriculas sem cadastro.
           MOVE 0 TO WS-BRUTO-SEM-CADASTRO.
           PERFORM VARYING IDX-INF FROM 1 BY 1
                   UNTIL IDX-INF > QTD-INFORMES
               IF TIR-IMPRESSO(IDX-INF) = "N"
                   ADD TIR-BRUTO(IDX-INF) TO WS-BRUTO-SEM-CADASTRO
               END-IF
           END-PERFORM.
           IF WS-CONF-BRUTO = WS-TOT-BRUTO + WS-BRUTO-SEM-CADASTRO
               MOVE "Total de controle confere com o historico."
                   TO LINHA-RELATORIO
           ELSE
               MOVE "ERRO: total de controle nao confere."
                   TO LINHA-RELATORIO
               DISPLAY "ERRO: total de controle nao confere."
               MOVE 8 TO RETURN-CODE
           END-IF.
           WRITE LINHA-RELATORIO.

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

       COPY TABIMPPD.

       COPY JOBLOGPD.

       COPY ERRLOGPD.

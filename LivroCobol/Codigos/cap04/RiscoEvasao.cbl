       IDENTIFICATION DIVISION.
           PROGRAM-ID. RiscoEvasao.
           AUTHOR. Fernando Anselmo.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-POLITICA ASSIGN TO WS-ARQ-POLITICA
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-POLITICA.

           SELECT ARQ-ALUNOS ASSIGN TO WS-ARQ-ALUNOS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ALU-MATRICULA
               FILE STATUS IS WS-STATUS-ALUNOS.

           SELECT ARQ-NOTAS ASSIGN TO WS-ARQ-NOTAS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NOT-MATRICULA
               FILE STATUS IS WS-STATUS-NOTAS.

           SELECT ARQ-FREQUENCIA ASSIGN TO WS-ARQ-FREQUENCIA
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-FREQUENCIA.

           SELECT ARQ-MENSALIDADES ASSIGN TO WS-ARQ-MENSALIDADES
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-MENSALIDADES.

           SELECT ARQ-TRANCAMENTOS ASSIGN TO WS-ARQ-TRANCAMENTOS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-TRANCAMENTOS.

           SELECT ARQ-COORDENADORES ASSIGN TO WS-ARQ-COORDENADORES
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-COORDENADORES.

           SELECT ARQ-CADASTRO ASSIGN TO WS-ARQ-CADASTRO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-CADASTRO.

           SELECT ARQ-RISCO ASSIGN TO WS-ARQ-RISCO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-RISCO.

           SELECT RELATORIO ASSIGN TO WS-ARQ-RELATORIO
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT RELATORIO-NOVOS ASSIGN TO WS-ARQ-REL-NOVOS
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ARQ-SORT-RISCO ASSIGN TO WS-ARQ-SORT-RISCO.

           COPY ERRLOGSL.

           COPY PERLETSL.

           COPY JOBLOGSL.

       DATA DIVISION.
       FILE SECTION.
       FD ARQ-POLITICA.
       01 REGISTRO-POLITICA.
           COPY POLEVA.

       FD ARQ-ALUNOS.
       01 REGISTRO-ALUNO.
           COPY ALUNO.

       FD ARQ-NOTAS.
       01 REGISTRO-NOTAS.
           COPY NOTAIDX.

       FD ARQ-FREQUENCIA.
       01 REGISTRO-FREQUENCIA.
           COPY FREQUENC.

       FD ARQ-MENSALIDADES.
       01 REGISTRO-MENSALIDADE.
           COPY MENSALIDADE.

       FD ARQ-TRANCAMENTOS.
       01 REGISTRO-TRANCAMENTO.
           05 TRA-TURMA            PIC X(6).
           05 TRA-MATRICULA        PIC X(8).
           05 TRA-CURSO            PIC X(20).
           05 TRA-PROFESSOR        PIC X(8).
           05 TRA-DATA-PEDIDO      PIC X(10).
           05 TRA-MOTIVO           PIC X(20).
           05 TRA-DATA-PROCESSO    PIC 9(8).
           05 TRA-OPERADOR         PIC X(8).

       FD ARQ-COORDENADORES.
       01 REGISTRO-COORDENADOR.
           COPY COORDCUR.

       FD ARQ-CADASTRO.
       01 REGISTRO-CADASTRO.
           COPY CADALUNO.

       FD ARQ-RISCO.
       01 REGISTRO-RISCO.
           COPY RISCOEVA.

       FD RELATORIO.
       01 LINHA-RELATORIO          PIC X(100).

       FD RELATORIO-NOVOS.
       01 LINHA-NOVOS              PIC X(100).

       SD ARQ-SORT-RISCO.
       01 REG-SORT-RISCO.
           05 SRT-UNIDADE          PIC X(3).
           05 SRT-CURSO            PIC X(20).
           05 SRT-PONTUACAO        PIC 9(3).
           05 SRT-MATRICULA        PIC X(8).
           05 SRT-NOME             PIC X(30).
           05 SRT-NIVEL            PIC X(1).
           05 SRT-NOVO-ALTO        PIC X(1).
           05 SRT-TEM-FREQUENCIA   PIC X(1).
           05 SRT-FREQUENCIA       PIC 9(3)V9(2).
           05 SRT-TEM-MEDIA        PIC X(1).
           05 SRT-MEDIA            PIC 9(3)V9(2).
           05 SRT-VENCIDAS         PIC 9(3).
           05 SRT-TRANCAMENTOS     PIC 9(3).

       COPY ERRLOGFD.

       COPY PERLETFD.

       COPY JOBLOGFD.

       WORKING-STORAGE SECTION.
       COPY ERRLOGWS.

       COPY PERLETWS.

       COPY JOBLOGWS.

       01 WS-ARQ-POLITICA        PIC X(40)
           VALUE "politica-evasao.ctl".
       01 WS-ARQ-ALUNOS          PIC X(40) VALUE "alunos.idx".
       01 WS-ARQ-NOTAS           PIC X(40) VALUE "notas.idx".
       01 WS-ARQ-FREQUENCIA      PIC X(40)
           VALUE "frequencia-acumulada.data".
       01 WS-ARQ-MENSALIDADES    PIC X(40)
           VALUE "MENSALIDADES.DATA".
       01 WS-ARQ-TRANCAMENTOS    PIC X(40)
           VALUE "TRANCAMENTOS-AUDITORIA.DATA".
       01 WS-ARQ-COORDENADORES   PIC X(40)
           VALUE "CURSOS-COORDENADORES.DATA".
       01 WS-ARQ-CADASTRO        PIC X(40)
           VALUE "ALUNOS-CADASTRO.DATA".
       01 WS-ARQ-RISCO           PIC X(40)
           VALUE "risco-evasao.data".
       01 WS-ARQ-RELATORIO       PIC X(40)
           VALUE "RISCO-EVASAO.LST".
       01 WS-ARQ-REL-NOVOS       PIC X(40)
           VALUE "RISCO-EVASAO-NOVOS.LST".
       01 WS-ARQ-SORT-RISCO      PIC X(40) VALUE "RISCO.SRT".

       01 WS-STATUS-POLITICA     PIC X(2).
       01 WS-STATUS-ALUNOS       PIC X(2).
       01 WS-STATUS-NOTAS        PIC X(2).
       01 WS-STATUS-FREQUENCIA   PIC X(2).
       01 WS-STATUS-MENSALIDADES PIC X(2).
       01 WS-STATUS-TRANCAMENTOS PIC X(2).
       01 WS-STATUS-COORDENADORES PIC X(2).
       01 WS-STATUS-CADASTRO     PIC X(2).
       01 WS-STATUS-RISCO        PIC X(2).

       01 WS-FIM-ARQ             PIC X VALUE "N".
       01 WS-FIM-ALUNOS          PIC X VALUE "N".
       01 WS-FIM-RETORNO         PIC X VALUE "N".
       01 WS-NOTAS-ABERTAS       PIC X VALUE "N".

       01 WS-DATA-HOJE           PIC 9(8).

      * Pesos e limites padrao, validos quando politica-evasao.ctl
      * nao existe ou traz valores incoerentes.
       01 POLITICA-EVASAO.
           05 WS-PEV-PESO-FREQUENCIA     PIC 9(3) VALUE 35.
           05 WS-PEV-PESO-MEDIA          PIC 9(3) VALUE 25.
           05 WS-PEV-PESO-FINANCEIRO     PIC 9(3) VALUE 25.
           05 WS-PEV-PESO-TRANCAMENTO    PIC 9(3) VALUE 15.
           05 WS-PEV-FREQ-ALERTA         PIC 9(3)V9(2) VALUE 85.00.
           05 WS-PEV-FREQ-CRITICA        PIC 9(3)V9(2) VALUE 70.00.
           05 WS-PEV-QUEDA-FREQUENCIA    PIC 9(3)V9(2) VALUE 10.00.
           05 WS-PEV-MEDIA-ALERTA        PIC 9(2)V9(2) VALUE 6.00.
           05 WS-PEV-MEDIA-CRITICA       PIC 9(2)V9(2) VALUE 4.00.
           05 WS-PEV-VENCIDAS-CRITICO    PIC 9(2) VALUE 3.
           05 WS-PEV-TRANCAMENTOS-CRITICO PIC 9(2) VALUE 2.
           05 WS-PEV-CORTE-MEDIO         PIC 9(3) VALUE 40.
           05 WS-PEV-CORTE-ALTO          PIC 9(3) VALUE 70.
       01 WS-SOMA-PESOS          PIC 9(4).

      * Apuracao anterior, relida antes de refazer risco-evasao.data.
       01 QTD-ANTERIORES         PIC 9(4) VALUE 0.
       01 TABELA-ANTERIORES.
           05 TAN-ITEM OCCURS 5000 TIMES INDEXED BY IDX-ANT.
               10 TAN-MATRICULA  PIC X(8).
               10 TAN-NIVEL      PIC X(1).
               10 TAN-TEM-FREQ   PIC X(1).
               10 TAN-FREQUENCIA PIC 9(3)V9(2).

      * Frequencia do periodo corrente somada por aluno: a
      * frequencia do aluno e a media dos percentuais das turmas.
       01 QTD-FREQUENCIAS        PIC 9(4) VALUE 0.
       01 TABELA-FREQUENCIAS.
           05 TFQ-ITEM OCCURS 5000 TIMES INDEXED BY IDX-TFQ.
               10 TFQ-MATRICULA  PIC X(8).
               10 TFQ-SOMA       PIC 9(6)V9(2).
               10 TFQ-TURMAS     PIC 9(3).

      * Mensalidades vencidas e nao pagas por aluno, pela mesma
      * regra de MensalidadesInadimplencia.cbl.
       01 QTD-VENCIDAS           PIC 9(4) VALUE 0.
       01 TABELA-VENCIDAS.
           05 TVE-ITEM OCCURS 5000 TIMES INDEXED BY IDX-TVE.
               10 TVE-MATRICULA  PIC X(8).
               10 TVE-QTD        PIC 9(3).

       01 QTD-TRANCAMENTOS       PIC 9(4) VALUE 0.
       01 TABELA-TRANCAMENTOS.
           05 TTR-ITEM OCCURS 5000 TIMES INDEXED BY IDX-TTR.
               10 TTR-MATRICULA  PIC X(8).
               10 TTR-QTD        PIC 9(3).

       01 QTD-COORDENADORES      PIC 9(3) VALUE 0.
       01 TABELA-COORDENADORES.
           05 TCO-ITEM OCCURS 300 TIMES INDEXED BY IDX-TCO.
               10 TCO-CURSO      PIC X(20).
               10 TCO-UNIDADE    PIC X(3).
               10 TCO-NOME       PIC X(30).

      * Alunos que passaram a risco alto nesta apuracao, para a
      * lista de contato.
       01 QTD-NOVOS              PIC 9(3) VALUE 0.
       01 TABELA-NOVOS.
           05 TNV-ITEM OCCURS 500 TIMES INDEXED BY IDX-TNV.
               10 TNV-MATRICULA  PIC X(8).
               10 TNV-NOME       PIC X(30).
               10 TNV-CURSO      PIC X(20).
               10 TNV-UNIDADE    PIC X(3).
               10 TNV-PONTUACAO  PIC 9(3).
               10 TNV-NIVEL-ANTERIOR PIC X(1).
               10 TNV-TEM-FREQ   PIC X(1).
               10 TNV-FREQUENCIA PIC 9(3)V9(2).
               10 TNV-TEM-MEDIA  PIC X(1).
               10 TNV-MEDIA      PIC 9(3)V9(2).
               10 TNV-VENCIDAS   PIC 9(3).
               10 TNV-TRANCAMENTOS PIC 9(3).
               10 TNV-TELEFONE   PIC X(15).

      * Valores do aluno em avaliacao.
       01 WS-MATRICULA           PIC X(8).
       01 WS-ACHOU               PIC X VALUE "N".
       01 WS-NIVEL-ANTERIOR      PIC X(1).
       01 WS-TEM-FREQ-ANTERIOR   PIC X(1).
       01 WS-FREQ-ANTERIOR       PIC 9(3)V9(2).
       01 WS-TEM-FREQUENCIA      PIC X(1).
       01 WS-FREQUENCIA          PIC 9(3)V9(2).
       01 WS-TEM-MEDIA           PIC X(1).
       01 WS-MEDIA               PIC 9(3)V9(2).
       01 WS-VENCIDAS            PIC 9(3).
       01 WS-TRANCAMENTOS        PIC 9(3).
       01 WS-FATOR-FREQUENCIA    PIC 9(3).
       01 WS-FATOR-MEDIA         PIC 9(3).
       01 WS-FATOR-FINANCEIRO    PIC 9(3).
       01 WS-FATOR-TRANCAMENTO   PIC 9(3).
       01 WS-FATOR-CALCULO       PIC 9(5).
       01 WS-PONTUACAO           PIC 9(3).
       01 WS-NIVEL               PIC X(1).
       01 WS-NOVO-ALTO           PIC X(1).

      * Quebra por unidade e curso no ranking.
       01 WS-UNIDADE-GRUPO       PIC X(3).
       01 WS-CURSO-GRUPO         PIC X(20).
       01 WS-COORDENADOR         PIC X(30).
       01 WS-POSICAO             PIC 9(4).
       01 WS-GRUPO-AVALIADOS     PIC 9(5).
       01 WS-GRUPO-ALTO          PIC 9(5).
       01 WS-GRUPO-MEDIO         PIC 9(5).

       01 WS-TOTAL-AVALIADOS     PIC 9(5) VALUE 0.
       01 WS-TOTAL-ALTO          PIC 9(5) VALUE 0.
       01 WS-TOTAL-MEDIO         PIC 9(5) VALUE 0.
       01 WS-TOTAL-NOVOS         PIC 9(5) VALUE 0.

       01 WS-PERCENTUAL-ED       PIC ZZ9.99.
       01 WS-MEDIA-ED            PIC Z9.99.
       01 WS-QTD-ED              PIC ZZ9.
       01 WS-TOTAL-ED            PIC ZZ,ZZ9.
       01 WS-DESCRICAO-NIVEL     PIC X(8).
       01 WS-TEXTO-FREQUENCIA    PIC X(6).
       01 WS-TEXTO-MEDIA         PIC X(5).

       01 LINHA-RISCO.
           05 LR-POSICAO         PIC ZZZ9.
           05 FILLER             PIC X(1) VALUE SPACES.
           05 LR-MATRICULA       PIC X(8).
           05 FILLER             PIC X(2) VALUE SPACES.
           05 LR-NOME            PIC X(25).
           05 FILLER             PIC X(1) VALUE SPACES.
           05 LR-PONTUACAO       PIC ZZ9.
           05 FILLER             PIC X(2) VALUE SPACES.
           05 LR-NIVEL           PIC X(5).
           05 FILLER             PIC X(1) VALUE SPACES.
           05 LR-FREQUENCIA      PIC X(6).
           05 FILLER             PIC X(2) VALUE SPACES.
           05 LR-MEDIA           PIC X(5).
           05 FILLER             PIC X(2) VALUE SPACES.
           05 LR-VENCIDAS        PIC ZZ9.
           05 FILLER             PIC X(3) VALUE SPACES.
           05 LR-TRANCAMENTOS    PIC ZZ9.
           05 FILLER             PIC X(3) VALUE SPACES.
           05 LR-NOVO            PIC X(4).

       PROCEDURE DIVISION.
       INICIO.
           PERFORM DEFINIR-ARQUIVOS.
           DISPLAY "============================================".
           DISPLAY " Risco de Evasao - Apuracao Semanal".
           DISPLAY "============================================".
           MOVE "RiscoEvasao" TO WS-JOBLOG-PROGRAMA.
           MOVE "INICIO" TO WS-JOBLOG-EVENTO.
           PERFORM GRAVAR-JOBLOG.

           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
           PERFORM LER-PERIODO-LETIVO.
           PERFORM LER-POLITICA-EVASAO.
           PERFORM CARREGAR-COORDENADORES.
           PERFORM CARREGAR-RISCOS-ANTERIORES.
           PERFORM CARREGAR-FREQUENCIAS.
           PERFORM CARREGAR-VENCIDAS.
           PERFORM CARREGAR-TRANCAMENTOS.
           PERFORM APURAR-RISCOS.
           IF RETURN-CODE < 8
               PERFORM GRAVAR-NOVOS-ALTO-RISCO
           END-IF.

           DISPLAY "Alunos avaliados.....: " WS-TOTAL-AVALIADOS.
           DISPLAY "Risco alto...........: " WS-TOTAL-ALTO.
           DISPLAY "Risco medio..........: " WS-TOTAL-MEDIO.
           DISPLAY "Novos em risco alto..: " WS-TOTAL-NOVOS.
           IF WS-TOTAL-NOVOS > 0 AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF.

           MOVE WS-TOTAL-AVALIADOS TO WS-JOBLOG-QTD-REGISTROS.
           MOVE "FIM" TO WS-JOBLOG-EVENTO.
           PERFORM GRAVAR-JOBLOG.
           GOBACK.

       DEFINIR-ARQUIVOS.
           ACCEPT WS-ARQ-POLITICA FROM ENVIRONMENT "POLITICA_EVASAO"
               ON EXCEPTION
                   MOVE "politica-evasao.ctl" TO WS-ARQ-POLITICA
           END-ACCEPT.
           ACCEPT WS-ARQ-ALUNOS FROM ENVIRONMENT "ALUNOS_IDX"
               ON EXCEPTION
                   MOVE "alunos.idx" TO WS-ARQ-ALUNOS
           END-ACCEPT.
           ACCEPT WS-ARQ-NOTAS FROM ENVIRONMENT "NOTAS_IDX"
               ON EXCEPTION
                   MOVE "notas.idx" TO WS-ARQ-NOTAS
           END-ACCEPT.
           ACCEPT WS-ARQ-FREQUENCIA FROM ENVIRONMENT
                   "FREQUENCIA_ACUMULADA"
               ON EXCEPTION
                   MOVE "frequencia-acumulada.data"
                       TO WS-ARQ-FREQUENCIA
           END-ACCEPT.
           ACCEPT WS-ARQ-MENSALIDADES FROM ENVIRONMENT
                   "MENSALIDADES_DATA"
               ON EXCEPTION
                   MOVE "MENSALIDADES.DATA" TO WS-ARQ-MENSALIDADES
           END-ACCEPT.
           ACCEPT WS-ARQ-TRANCAMENTOS FROM ENVIRONMENT
                   "TRANCAMENTOS_AUDITORIA"
               ON EXCEPTION
                   MOVE "TRANCAMENTOS-AUDITORIA.DATA"
                       TO WS-ARQ-TRANCAMENTOS
           END-ACCEPT.
           ACCEPT WS-ARQ-COORDENADORES FROM ENVIRONMENT
                   "CURSOS_COORDENADORES"
               ON EXCEPTION
                   MOVE "CURSOS-COORDENADORES.DATA"
                       TO WS-ARQ-COORDENADORES
           END-ACCEPT.
           ACCEPT WS-ARQ-CADASTRO FROM ENVIRONMENT
                   "ALUNOS_CADASTRO"
               ON EXCEPTION
                   MOVE "ALUNOS-CADASTRO.DATA" TO WS-ARQ-CADASTRO
           END-ACCEPT.
           ACCEPT WS-ARQ-RISCO FROM ENVIRONMENT "RISCO_EVASAO"
               ON EXCEPTION
                   MOVE "risco-evasao.data" TO WS-ARQ-RISCO
           END-ACCEPT.
           ACCEPT WS-ARQ-RELATORIO FROM ENVIRONMENT
                   "RISCO_EVASAO_LST"
               ON EXCEPTION
                   MOVE "RISCO-EVASAO.LST" TO WS-ARQ-RELATORIO
           END-ACCEPT.
           ACCEPT WS-ARQ-REL-NOVOS FROM ENVIRONMENT
                   "RISCO_EVASAO_NOVOS_LST"
               ON EXCEPTION
                   MOVE "RISCO-EVASAO-NOVOS.LST" TO WS-ARQ-REL-NOVOS
           END-ACCEPT.

      * Um unico registro com pesos, limites e cortes. Valores
      * incoerentes (soma de pesos zero, limite critico acima do de
      * alerta) sao recusados e ficam os padroes.
       LER-POLITICA-EVASAO.
           OPEN INPUT ARQ-POLITICA.
           IF WS-STATUS-POLITICA = "00"
               READ ARQ-POLITICA
                   AT END
                       DISPLAY "Politica vazia: " WS-ARQ-POLITICA
                          " - usando pesos padrao."
                   NOT AT END
                       PERFORM GUARDAR-POLITICA
               END-READ
               CLOSE ARQ-POLITICA
           ELSE
               DISPLAY "Politica ausente: " WS-ARQ-POLITICA
                  " - usando pesos padrao."
           END-IF.
           COMPUTE WS-SOMA-PESOS = WS-PEV-PESO-FREQUENCIA
               + WS-PEV-PESO-MEDIA + WS-PEV-PESO-FINANCEIRO
               + WS-PEV-PESO-TRANCAMENTO.

       GUARDAR-POLITICA.
           COMPUTE WS-SOMA-PESOS = PEV-PESO-FREQUENCIA
               + PEV-PESO-MEDIA + PEV-PESO-FINANCEIRO
               + PEV-PESO-TRANCAMENTO.
           IF WS-SOMA-PESOS > 0
                   AND PEV-FREQ-ALERTA > PEV-FREQ-CRITICA
                   AND PEV-MEDIA-ALERTA > PEV-MEDIA-CRITICA
                   AND PEV-VENCIDAS-CRITICO > 0
                   AND PEV-TRANCAMENTOS-CRITICO > 0
                   AND PEV-CORTE-ALTO > PEV-CORTE-MEDIO
               MOVE PEV-PESO-FREQUENCIA TO WS-PEV-PESO-FREQUENCIA
               MOVE PEV-PESO-MEDIA TO WS-PEV-PESO-MEDIA
               MOVE PEV-PESO-FINANCEIRO TO WS-PEV-PESO-FINANCEIRO
               MOVE PEV-PESO-TRANCAMENTO TO WS-PEV-PESO-TRANCAMENTO
               MOVE PEV-FREQ-ALERTA TO WS-PEV-FREQ-ALERTA
               MOVE PEV-FREQ-CRITICA TO WS-PEV-FREQ-CRITICA
               MOVE PEV-QUEDA-FREQUENCIA TO WS-PEV-QUEDA-FREQUENCIA
               MOVE PEV-MEDIA-ALERTA TO WS-PEV-MEDIA-ALERTA
               MOVE PEV-MEDIA-CRITICA TO WS-PEV-MEDIA-CRITICA
               MOVE PEV-VENCIDAS-CRITICO TO WS-PEV-VENCIDAS-CRITICO
               MOVE PEV-TRANCAMENTOS-CRITICO
                   TO WS-PEV-TRANCAMENTOS-CRITICO
               MOVE PEV-CORTE-MEDIO TO WS-PEV-CORTE-MEDIO
               MOVE PEV-CORTE-ALTO TO WS-PEV-CORTE-ALTO
           ELSE
               DISPLAY "Politica invalida: " WS-ARQ-POLITICA
                  " - usando pesos padrao."
           END-IF.

       CARREGAR-COORDENADORES.
           MOVE "N" TO WS-FIM-ARQ.
           OPEN INPUT ARQ-COORDENADORES.
           IF WS-STATUS-COORDENADORES = "00"
               PERFORM UNTIL WS-FIM-ARQ = "S"
                   READ ARQ-COORDENADORES
                       AT END
                           MOVE "S" TO WS-FIM-ARQ
                       NOT AT END
                           IF QTD-COORDENADORES < 300
                               ADD 1 TO QTD-COORDENADORES
                               SET IDX-TCO TO QTD-COORDENADORES
                               MOVE CCO-CURSO TO TCO-CURSO(IDX-TCO)
                               MOVE CCO-UNIDADE
                                   TO TCO-UNIDADE(IDX-TCO)
                               MOVE CCO-COORDENADOR
                                   TO TCO-NOME(IDX-TCO)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQ-COORDENADORES
           ELSE
               DISPLAY "Coordenadores ausentes: " WS-ARQ-COORDENADORES
           END-IF.

       CARREGAR-RISCOS-ANTERIORES.
           MOVE "N" TO WS-FIM-ARQ.
           OPEN INPUT ARQ-RISCO.
           IF WS-STATUS-RISCO = "00"
               PERFORM UNTIL WS-FIM-ARQ = "S"
                   READ ARQ-RISCO
                       AT END
                           MOVE "S" TO WS-FIM-ARQ
                       NOT AT END
                           IF QTD-ANTERIORES < 5000
                               ADD 1 TO QTD-ANTERIORES
                               SET IDX-ANT TO QTD-ANTERIORES
                               MOVE RSC-MATRICULA
                                   TO TAN-MATRICULA(IDX-ANT)
                               MOVE RSC-NIVEL TO TAN-NIVEL(IDX-ANT)
                               MOVE RSC-TEM-FREQUENCIA
                                   TO TAN-TEM-FREQ(IDX-ANT)
                               MOVE RSC-FREQUENCIA
                                   TO TAN-FREQUENCIA(IDX-ANT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQ-RISCO
           END-IF.

      * So o periodo corrente conta: turmas sem aula dada ainda nao
      * dizem nada da presenca do aluno.
       CARREGAR-FREQUENCIAS.
           MOVE "N" TO WS-FIM-ARQ.
           OPEN INPUT ARQ-FREQUENCIA.
           IF WS-STATUS-FREQUENCIA = "00"
               PERFORM UNTIL WS-FIM-ARQ = "S"
                   READ ARQ-FREQUENCIA
                       AT END
                           MOVE "S" TO WS-FIM-ARQ
                       NOT AT END
                           IF FRQ-PERIODO = WS-PERIODO-LETIVO
                                   AND FRQ-AULAS > 0
                               PERFORM SOMAR-FREQUENCIA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQ-FREQUENCIA
           ELSE
               DISPLAY "Frequencia ausente: " WS-ARQ-FREQUENCIA
           END-IF.

       SOMAR-FREQUENCIA.
           MOVE "N" TO WS-ACHOU.
           PERFORM VARYING IDX-TFQ FROM 1 BY 1
                   UNTIL IDX-TFQ > QTD-FREQUENCIAS
                   OR WS-ACHOU = "S"
               IF TFQ-MATRICULA(IDX-TFQ) = FRQ-MATRICULA
                   MOVE "S" TO WS-ACHOU
                   ADD FRQ-PERCENTUAL TO TFQ-SOMA(IDX-TFQ)
                   ADD 1 TO TFQ-TURMAS(IDX-TFQ)
               END-IF
           END-PERFORM.
           IF WS-ACHOU = "N" AND QTD-FREQUENCIAS < 5000
               ADD 1 TO QTD-FREQUENCIAS
               SET IDX-TFQ TO QTD-FREQUENCIAS
               MOVE FRQ-MATRICULA TO TFQ-MATRICULA(IDX-TFQ)
               MOVE FRQ-PERCENTUAL TO TFQ-SOMA(IDX-TFQ)
               MOVE 1 TO TFQ-TURMAS(IDX-TFQ)
           END-IF.

       CARREGAR-VENCIDAS.
           MOVE "N" TO WS-FIM-ARQ.
           OPEN INPUT ARQ-MENSALIDADES.
           IF WS-STATUS-MENSALIDADES = "00"
               PERFORM UNTIL WS-FIM-ARQ = "S"
                   READ ARQ-MENSALIDADES
                       AT END
                           MOVE "S" TO WS-FIM-ARQ
                       NOT AT END
                           IF MENSALIDADE-ABERTA
                                   AND MEN-VENCIMENTO < WS-DATA-HOJE
                               PERFORM SOMAR-VENCIDA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQ-MENSALIDADES
           ELSE
               DISPLAY "Mensalidades ausentes: " WS-ARQ-MENSALIDADES
           END-IF.

       SOMAR-VENCIDA.
           MOVE "N" TO WS-ACHOU.
           PERFORM VARYING IDX-TVE FROM 1 BY 1
                   UNTIL IDX-TVE > QTD-VENCIDAS
                   OR WS-ACHOU = "S"
               IF TVE-MATRICULA(IDX-TVE) = MEN-MATRICULA
                   MOVE "S" TO WS-ACHOU
                   ADD 1 TO TVE-QTD(IDX-TVE)
               END-IF
           END-PERFORM.
           IF WS-ACHOU = "N" AND QTD-VENCIDAS < 5000
               ADD 1 TO QTD-VENCIDAS
               SET IDX-TVE TO QTD-VENCIDAS
               MOVE MEN-MATRICULA TO TVE-MATRICULA(IDX-TVE)
               MOVE 1 TO TVE-QTD(IDX-TVE)
           END-IF.

       CARREGAR-TRANCAMENTOS.
           MOVE "N" TO WS-FIM-ARQ.
           OPEN INPUT ARQ-TRANCAMENTOS.
           IF WS-STATUS-TRANCAMENTOS = "00"
               PERFORM UNTIL WS-FIM-ARQ = "S"
                   READ ARQ-TRANCAMENTOS
                       AT END
                           MOVE "S" TO WS-FIM-ARQ
                       NOT AT END
                           PERFORM SOMAR-TRANCAMENTO
                   END-READ
               END-PERFORM
               CLOSE ARQ-TRANCAMENTOS
           END-IF.

       SOMAR-TRANCAMENTO.
           MOVE "N" TO WS-ACHOU.
           PERFORM VARYING IDX-TTR FROM 1 BY 1
                   UNTIL IDX-TTR > QTD-TRANCAMENTOS
                   OR WS-ACHOU = "S"
               IF TTR-MATRICULA(IDX-TTR) = TRA-MATRICULA
                   MOVE "S" TO WS-ACHOU
                   ADD 1 TO TTR-QTD(IDX-TTR)
               END-IF
           END-PERFORM.
           IF WS-ACHOU = "N" AND QTD-TRANCAMENTOS < 5000
               ADD 1 TO QTD-TRANCAMENTOS
               SET IDX-TTR TO QTD-TRANCAMENTOS
               MOVE TRA-MATRICULA TO TTR-MATRICULA(IDX-TTR)
               MOVE 1 TO TTR-QTD(IDX-TTR)
           END-IF.

      * risco-evasao.data e refeito a cada apuracao com todos os
      * alunos de alunos.idx; o ranking sai classificado por
      * unidade, curso e pontuacao decrescente.
       APURAR-RISCOS.
           OPEN INPUT ARQ-ALUNOS.
           IF WS-STATUS-ALUNOS NOT = "00"
               DISPLAY "Erro ao abrir " WS-ARQ-ALUNOS
                  " Status: " WS-STATUS-ALUNOS
               MOVE "RiscoEvasao" TO WS-ERRLOG-PROGRAMA
               MOVE "APURAR-RISCOS" TO WS-ERRLOG-PARAGRAFO
               MOVE WS-ARQ-ALUNOS TO WS-ERRLOG-ARQUIVO
               MOVE WS-STATUS-ALUNOS TO WS-ERRLOG-STATUS
               PERFORM GRAVAR-ERRORLOG
               MOVE 8 TO RETURN-CODE
           ELSE
               OPEN OUTPUT ARQ-RISCO
               IF WS-STATUS-RISCO NOT = "00"
                   DISPLAY "Erro ao gravar " WS-ARQ-RISCO
                      " Status: " WS-STATUS-RISCO
                   MOVE "RiscoEvasao" TO WS-ERRLOG-PROGRAMA
                   MOVE "APURAR-RISCOS" TO WS-ERRLOG-PARAGRAFO
                   MOVE WS-ARQ-RISCO TO WS-ERRLOG-ARQUIVO
                   MOVE WS-STATUS-RISCO TO WS-ERRLOG-STATUS
                   PERFORM GRAVAR-ERRORLOG
                   MOVE 8 TO RETURN-CODE
               ELSE
                   OPEN INPUT ARQ-NOTAS
                   IF WS-STATUS-NOTAS = "00"
                       MOVE "S" TO WS-NOTAS-ABERTAS
                   ELSE
                       DISPLAY "Notas ausentes: " WS-ARQ-NOTAS
                   END-IF
                   OPEN OUTPUT RELATORIO
                   MOVE SPACES TO LINHA-RELATORIO
                   STRING "Risco de Evasao - Apuracao de "
                       DELIMITED BY SIZE
                       WS-DATA-HOJE DELIMITED BY SIZE
                       "  Periodo " DELIMITED BY SIZE
                       WS-PERIODO-LETIVO DELIMITED BY SIZE
                       INTO LINHA-RELATORIO
                   END-STRING
                   WRITE LINHA-RELATORIO
                   SORT ARQ-SORT-RISCO
                       ON ASCENDING KEY SRT-UNIDADE SRT-CURSO
                       ON DESCENDING KEY SRT-PONTUACAO
                       ON ASCENDING KEY SRT-MATRICULA
                       INPUT PROCEDURE IS AVALIAR-ALUNOS
                       OUTPUT PROCEDURE IS ESCREVER-RANKING
                   MOVE SPACES TO LINHA-RELATORIO
                   WRITE LINHA-RELATORIO
                   MOVE WS-TOTAL-AVALIADOS TO WS-TOTAL-ED
                   MOVE SPACES TO LINHA-RELATORIO
                   STRING "Total avaliados: " DELIMITED BY SIZE
                       WS-TOTAL-ED DELIMITED BY SIZE
                       INTO LINHA-RELATORIO
                   END-STRING
                   MOVE WS-TOTAL-ALTO TO WS-TOTAL-ED
                   MOVE "Risco alto:" TO LINHA-RELATORIO(27:11)
                   MOVE WS-TOTAL-ED TO LINHA-RELATORIO(39:6)
                   MOVE WS-TOTAL-MEDIO TO WS-TOTAL-ED
                   MOVE "Risco medio:" TO LINHA-RELATORIO(47:12)
                   MOVE WS-TOTAL-ED TO LINHA-RELATORIO(60:6)
                   WRITE LINHA-RELATORIO
                   CLOSE RELATORIO
                   IF WS-NOTAS-ABERTAS = "S"
                       CLOSE ARQ-NOTAS
                   END-IF
                   CLOSE ARQ-RISCO
                   DISPLAY "Riscos gravados em " WS-ARQ-RISCO
                   DISPLAY "Ranking gravado em " WS-ARQ-RELATORIO
               END-IF
               CLOSE ARQ-ALUNOS
           END-IF.

       AVALIAR-ALUNOS.
           MOVE "N" TO WS-FIM-ALUNOS.
           PERFORM UNTIL WS-FIM-ALUNOS = "S"
               READ ARQ-ALUNOS NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIM-ALUNOS
                   NOT AT END
                       PERFORM AVALIAR-UM-ALUNO
               END-READ
           END-PERFORM.

       AVALIAR-UM-ALUNO.
           MOVE ALU-MATRICULA TO WS-MATRICULA.
           PERFORM LOCALIZAR-ANTERIOR.
           PERFORM APURAR-FATOR-FREQUENCIA.
           PERFORM APURAR-FATOR-MEDIA.
           PERFORM APURAR-FATOR-FINANCEIRO.
           PERFORM APURAR-FATOR-TRANCAMENTO.

           COMPUTE WS-PONTUACAO ROUNDED =
               (WS-FATOR-FREQUENCIA * WS-PEV-PESO-FREQUENCIA
              + WS-FATOR-MEDIA * WS-PEV-PESO-MEDIA
              + WS-FATOR-FINANCEIRO * WS-PEV-PESO-FINANCEIRO
              + WS-FATOR-TRANCAMENTO * WS-PEV-PESO-TRANCAMENTO)
              / WS-SOMA-PESOS.
           EVALUATE TRUE
               WHEN WS-PONTUACAO NOT < WS-PEV-CORTE-ALTO
                   MOVE "A" TO WS-NIVEL
                   ADD 1 TO WS-TOTAL-ALTO
               WHEN WS-PONTUACAO NOT < WS-PEV-CORTE-MEDIO
                   MOVE "M" TO WS-NIVEL
                   ADD 1 TO WS-TOTAL-MEDIO
               WHEN OTHER
                   MOVE "B" TO WS-NIVEL
           END-EVALUATE.
           MOVE "N" TO WS-NOVO-ALTO.
           IF WS-NIVEL = "A" AND WS-NIVEL-ANTERIOR NOT = "A"
               MOVE "S" TO WS-NOVO-ALTO
               ADD 1 TO WS-TOTAL-NOVOS
               PERFORM GUARDAR-NOVO-ALTO
           END-IF.
           ADD 1 TO WS-TOTAL-AVALIADOS.

           MOVE ALU-MATRICULA TO RSC-MATRICULA.
           MOVE ALU-CURSO TO RSC-CURSO.
           MOVE ALU-UNIDADE TO RSC-UNIDADE.
           MOVE WS-DATA-HOJE TO RSC-DATA-APURACAO.
           MOVE WS-PONTUACAO TO RSC-PONTUACAO.
           MOVE WS-NIVEL TO RSC-NIVEL.
           MOVE WS-NIVEL-ANTERIOR TO RSC-NIVEL-ANTERIOR.
           MOVE WS-NOVO-ALTO TO RSC-NOVO-ALTO.
           MOVE WS-TEM-FREQUENCIA TO RSC-TEM-FREQUENCIA.
           MOVE WS-FREQUENCIA TO RSC-FREQUENCIA.
           MOVE WS-FREQ-ANTERIOR TO RSC-FREQ-ANTERIOR.
           MOVE WS-TEM-MEDIA TO RSC-TEM-MEDIA.
           MOVE WS-MEDIA TO RSC-MEDIA.
           MOVE WS-VENCIDAS TO RSC-VENCIDAS.
           MOVE WS-TRANCAMENTOS TO RSC-TRANCAMENTOS.
           MOVE WS-FATOR-FREQUENCIA TO RSC-FATOR-FREQUENCIA.
           MOVE WS-FATOR-MEDIA TO RSC-FATOR-MEDIA.
           MOVE WS-FATOR-FINANCEIRO TO RSC-FATOR-FINANCEIRO.
           MOVE WS-FATOR-TRANCAMENTO TO RSC-FATOR-TRANCAMENTO.
           WRITE REGISTRO-RISCO.

           MOVE ALU-UNIDADE TO SRT-UNIDADE.
           MOVE ALU-CURSO TO SRT-CURSO.
           MOVE WS-PONTUACAO TO SRT-PONTUACAO.
           MOVE ALU-MATRICULA TO SRT-MATRICULA.
           MOVE ALU-NOME TO SRT-NOME.
           MOVE WS-NIVEL TO SRT-NIVEL.
           MOVE WS-NOVO-ALTO TO SRT-NOVO-ALTO.
           MOVE WS-TEM-FREQUENCIA TO SRT-TEM-FREQUENCIA.
           MOVE WS-FREQUENCIA TO SRT-FREQUENCIA.
           MOVE WS-TEM-MEDIA TO SRT-TEM-MEDIA.
           MOVE WS-MEDIA TO SRT-MEDIA.
           MOVE WS-VENCIDAS TO SRT-VENCIDAS.
           MOVE WS-TRANCAMENTOS TO SRT-TRANCAMENTOS.
           RELEASE REG-SORT-RISCO.

       LOCALIZAR-ANTERIOR.
           MOVE SPACES TO WS-NIVEL-ANTERIOR.
           MOVE "N" TO WS-TEM-FREQ-ANTERIOR.
           MOVE 0 TO WS-FREQ-ANTERIOR.
           MOVE "N" TO WS-ACHOU.
           PERFORM VARYING IDX-ANT FROM 1 BY 1
                   UNTIL IDX-ANT > QTD-ANTERIORES
                   OR WS-ACHOU = "S"
               IF TAN-MATRICULA(IDX-ANT) = WS-MATRICULA
                   MOVE "S" TO WS-ACHOU
                   MOVE TAN-NIVEL(IDX-ANT) TO WS-NIVEL-ANTERIOR
                   MOVE TAN-TEM-FREQ(IDX-ANT) TO WS-TEM-FREQ-ANTERIOR
                   MOVE TAN-FREQUENCIA(IDX-ANT) TO WS-FREQ-ANTERIOR
               END-IF
           END-PERFORM.

      * Linear entre o alerta (0) e o critico (100), mais 25 pontos
      * quando a frequencia caiu desde a apuracao anterior.
       APURAR-FATOR-FREQUENCIA.
           MOVE "N" TO WS-TEM-FREQUENCIA.
           MOVE 0 TO WS-FREQUENCIA.
           MOVE 0 TO WS-FATOR-FREQUENCIA.
           MOVE "N" TO WS-ACHOU.
           PERFORM VARYING IDX-TFQ FROM 1 BY 1
                   UNTIL IDX-TFQ > QTD-FREQUENCIAS
                   OR WS-ACHOU = "S"
               IF TFQ-MATRICULA(IDX-TFQ) = WS-MATRICULA
                   MOVE "S" TO WS-ACHOU
                   MOVE "S" TO WS-TEM-FREQUENCIA
                   COMPUTE WS-FREQUENCIA ROUNDED =
                       TFQ-SOMA(IDX-TFQ) / TFQ-TURMAS(IDX-TFQ)
               END-IF
           END-PERFORM.
           IF WS-TEM-FREQUENCIA = "S"
               EVALUATE TRUE
                   WHEN WS-FREQUENCIA NOT < WS-PEV-FREQ-ALERTA
                       MOVE 0 TO WS-FATOR-CALCULO
                   WHEN WS-FREQUENCIA NOT > WS-PEV-FREQ-CRITICA
                       MOVE 100 TO WS-FATOR-CALCULO
                   WHEN OTHER
                       COMPUTE WS-FATOR-CALCULO ROUNDED =
                           (WS-PEV-FREQ-ALERTA - WS-FREQUENCIA) * 100
                           / (WS-PEV-FREQ-ALERTA
                           - WS-PEV-FREQ-CRITICA)
               END-EVALUATE
               IF WS-TEM-FREQ-ANTERIOR = "S"
                       AND WS-PEV-QUEDA-FREQUENCIA > 0
                       AND WS-FREQ-ANTERIOR > WS-FREQUENCIA
                       AND WS-FREQ-ANTERIOR - WS-FREQUENCIA
                           NOT < WS-PEV-QUEDA-FREQUENCIA
                   ADD 25 TO WS-FATOR-CALCULO
               END-IF
               IF WS-FATOR-CALCULO > 100
                   MOVE 100 TO WS-FATOR-CALCULO
               END-IF
               MOVE WS-FATOR-CALCULO TO WS-FATOR-FREQUENCIA
           END-IF.

      * Registro de notas.idx sem nenhuma nota lancada ainda nao
      * conta como media baixa.
       APURAR-FATOR-MEDIA.
           MOVE "N" TO WS-TEM-MEDIA.
           MOVE 0 TO WS-MEDIA.
           MOVE 0 TO WS-FATOR-MEDIA.
           IF WS-NOTAS-ABERTAS = "S"
               MOVE WS-MATRICULA TO NOT-MATRICULA
               READ ARQ-NOTAS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF NOT-NOTA-1 > 0 OR NOT-NOTA-2 > 0
                               OR NOT-NOTA-3 > 0 OR NOT-NOTA-4 > 0
                           MOVE "S" TO WS-TEM-MEDIA
                           MOVE NOT-MEDIA TO WS-MEDIA
                       END-IF
               END-READ
           END-IF.
           IF WS-TEM-MEDIA = "S"
               EVALUATE TRUE
                   WHEN WS-MEDIA NOT < WS-PEV-MEDIA-ALERTA
                       MOVE 0 TO WS-FATOR-MEDIA
                   WHEN WS-MEDIA NOT > WS-PEV-MEDIA-CRITICA
                       MOVE 100 TO WS-FATOR-MEDIA
                   WHEN OTHER
                       COMPUTE WS-FATOR-MEDIA ROUNDED =
                           (WS-PEV-MEDIA-ALERTA - WS-MEDIA) * 100
                           / (WS-PEV-MEDIA-ALERTA
                           - WS-PEV-MEDIA-CRITICA)
               END-EVALUATE
           END-IF.

       APURAR-FATOR-FINANCEIRO.
           MOVE 0 TO WS-VENCIDAS.
           MOVE "N" TO WS-ACHOU.
           PERFORM VARYING IDX-TVE FROM 1 BY 1
                   UNTIL IDX-TVE > QTD-VENCIDAS
                   OR WS-ACHOU = "S"
               IF TVE-MATRICULA(IDX-TVE) = WS-MATRICULA
                   MOVE "S" TO WS-ACHOU
                   MOVE TVE-QTD(IDX-TVE) TO WS-VENCIDAS
               END-IF
           END-PERFORM.
           COMPUTE WS-FATOR-CALCULO ROUNDED =
               WS-VENCIDAS * 100 / WS-PEV-VENCIDAS-CRITICO.
           IF WS-FATOR-CALCULO > 100
               MOVE 100 TO WS-FATOR-CALCULO
           END-IF.
           MOVE WS-FATOR-CALCULO TO WS-FATOR-FINANCEIRO.

       APURAR-FATOR-TRANCAMENTO.
           MOVE 0 TO WS-TRANCAMENTOS.
           MOVE "N" TO WS-ACHOU.
           PERFORM VARYING IDX-TTR FROM 1 BY 1
                   UNTIL IDX-TTR > QTD-TRANCAMENTOS
                   OR WS-ACHOU = "S"
               IF TTR-MATRICULA(IDX-TTR) = WS-MATRICULA
                   MOVE "S" TO WS-ACHOU
                   MOVE TTR-QTD(IDX-TTR) TO WS-TRANCAMENTOS
               END-IF
           END-PERFORM.
           COMPUTE WS-FATOR-CALCULO ROUNDED =
               WS-TRANCAMENTOS * 100 / WS-PEV-TRANCAMENTOS-CRITICO.
           IF WS-FATOR-CALCULO > 100
               MOVE 100 TO WS-FATOR-CALCULO
           END-IF.
           MOVE WS-FATOR-CALCULO TO WS-FATOR-TRANCAMENTO.

       GUARDAR-NOVO-ALTO.
           IF QTD-NOVOS < 500
               ADD 1 TO QTD-NOVOS
               SET IDX-TNV TO QTD-NOVOS
               MOVE ALU-MATRICULA TO TNV-MATRICULA(IDX-TNV)
               MOVE ALU-NOME TO TNV-NOME(IDX-TNV)
               MOVE ALU-CURSO TO TNV-CURSO(IDX-TNV)
               MOVE ALU-UNIDADE TO TNV-UNIDADE(IDX-TNV)
               MOVE WS-PONTUACAO TO TNV-PONTUACAO(IDX-TNV)
               MOVE WS-NIVEL-ANTERIOR TO TNV-NIVEL-ANTERIOR(IDX-TNV)
               MOVE WS-TEM-FREQUENCIA TO TNV-TEM-FREQ(IDX-TNV)
               MOVE WS-FREQUENCIA TO TNV-FREQUENCIA(IDX-TNV)
               MOVE WS-TEM-MEDIA TO TNV-TEM-MEDIA(IDX-TNV)
               MOVE WS-MEDIA TO TNV-MEDIA(IDX-TNV)
               MOVE WS-VENCIDAS TO TNV-VENCIDAS(IDX-TNV)
               MOVE WS-TRANCAMENTOS TO TNV-TRANCAMENTOS(IDX-TNV)
               MOVE SPACES TO TNV-TELEFONE(IDX-TNV)
           END-IF.

      * Lista os niveis alto e medio; os de risco baixo entram so
      * na contagem do grupo.
       ESCREVER-RANKING.
           MOVE HIGH-VALUES TO WS-UNIDADE-GRUPO.
           MOVE HIGH-VALUES TO WS-CURSO-GRUPO.
           MOVE "N" TO WS-FIM-RETORNO.
           PERFORM UNTIL WS-FIM-RETORNO = "S"
               RETURN ARQ-SORT-RISCO
                   AT END
                       MOVE "S" TO WS-FIM-RETORNO
                   NOT AT END
                       IF SRT-UNIDADE NOT = WS-UNIDADE-GRUPO
                               OR SRT-CURSO NOT = WS-CURSO-GRUPO
                           IF WS-UNIDADE-GRUPO NOT = HIGH-VALUES
                               PERFORM ESCREVER-RODAPE-GRUPO
                           END-IF
                           MOVE SRT-UNIDADE TO WS-UNIDADE-GRUPO
                           MOVE SRT-CURSO TO WS-CURSO-GRUPO
                           PERFORM ESCREVER-CABECALHO-GRUPO
                       END-IF
                       PERFORM ESCREVER-LINHA-RISCO
               END-RETURN
           END-PERFORM.
           IF WS-UNIDADE-GRUPO NOT = HIGH-VALUES
               PERFORM ESCREVER-RODAPE-GRUPO
           END-IF.

       ESCREVER-CABECALHO-GRUPO.
           MOVE 0 TO WS-POSICAO.
           MOVE 0 TO WS-GRUPO-AVALIADOS.
           MOVE 0 TO WS-GRUPO-ALTO.
           MOVE 0 TO WS-GRUPO-MEDIO.
           PERFORM LOCALIZAR-COORDENADOR.
           MOVE SPACES TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "Unidade: " DELIMITED BY SIZE
               WS-UNIDADE-GRUPO DELIMITED BY SIZE
               "  Curso: " DELIMITED BY SIZE
               WS-CURSO-GRUPO DELIMITED BY SIZE
               "  Coordenador: " DELIMITED BY SIZE
               WS-COORDENADOR DELIMITED BY SIZE
               INTO LINHA-RELATORIO
           END-STRING.
           WRITE LINHA-RELATORIO.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING " Pos Matricula Nome                     "
               DELIMITED BY SIZE
               "  Pont Nivel  Freq%  Media Venc Tranc"
               DELIMITED BY SIZE
               INTO LINHA-RELATORIO
           END-STRING.
           WRITE LINHA-RELATORIO.

      * Coordenador da unidade; na falta, o registro do curso com
      * unidade em branco.
       LOCALIZAR-COORDENADOR.
           MOVE "nao cadastrado" TO WS-COORDENADOR.
           MOVE "N" TO WS-ACHOU.
           PERFORM VARYING IDX-TCO FROM 1 BY 1
                   UNTIL IDX-TCO > QTD-COORDENADORES
                   OR WS-ACHOU = "S"
               IF TCO-CURSO(IDX-TCO) = WS-CURSO-GRUPO
                       AND TCO-UNIDADE(IDX-TCO) = WS-UNIDADE-GRUPO
                   MOVE "S" TO WS-ACHOU
                   MOVE TCO-NOME(IDX-TCO) TO WS-COORDENADOR
               END-IF
           END-PERFORM.
           PERFORM VARYING IDX-TCO FROM 1 BY 1
                   UNTIL IDX-TCO > QTD-COORDENADORES
                   OR WS-ACHOU = "S"
               IF TCO-CURSO(IDX-TCO) = WS-CURSO-GRUPO
                       AND TCO-UNIDADE(IDX-TCO) = SPACES
                   MOVE "S" TO WS-ACHOU
                   MOVE TCO-NOME(IDX-TCO) TO WS-COORDENADOR
               END-IF
           END-PERFORM.

       ESCREVER-LINHA-RISCO.
           ADD 1 TO WS-GRUPO-AVALIADOS.
           IF SRT-NIVEL NOT = "B"
               IF SRT-NIVEL = "A"
                   ADD 1 TO WS-GRUPO-ALTO
                   MOVE "ALTO" TO LR-NIVEL
               ELSE
                   ADD 1 TO WS-GRUPO-MEDIO
                   MOVE "MEDIO" TO LR-NIVEL
               END-IF
               ADD 1 TO WS-POSICAO
               MOVE WS-POSICAO TO LR-POSICAO
               MOVE SRT-MATRICULA TO LR-MATRICULA
               MOVE SRT-NOME TO LR-NOME
               MOVE SRT-PONTUACAO TO LR-PONTUACAO
               MOVE SRT-TEM-FREQUENCIA TO WS-TEM-FREQUENCIA
               MOVE SRT-FREQUENCIA TO WS-FREQUENCIA
               MOVE SRT-TEM-MEDIA TO WS-TEM-MEDIA
               MOVE SRT-MEDIA TO WS-MEDIA
               PERFORM FORMATAR-FREQ-MEDIA
               MOVE WS-TEXTO-FREQUENCIA TO LR-FREQUENCIA
               MOVE WS-TEXTO-MEDIA TO LR-MEDIA
               MOVE SRT-VENCIDAS TO LR-VENCIDAS
               MOVE SRT-TRANCAMENTOS TO LR-TRANCAMENTOS
               IF SRT-NOVO-ALTO = "S"
                   MOVE "NOVO" TO LR-NOVO
               ELSE
                   MOVE SPACES TO LR-NOVO
               END-IF
               MOVE LINHA-RISCO TO LINHA-RELATORIO
               WRITE LINHA-RELATORIO
           END-IF.

       ESCREVER-RODAPE-GRUPO.
           MOVE SPACES TO LINHA-RELATORIO.
           MOVE WS-GRUPO-AVALIADOS TO WS-TOTAL-ED.
           STRING "   Avaliados: " DELIMITED BY SIZE
               WS-TOTAL-ED DELIMITED BY SIZE
               INTO LINHA-RELATORIO
           END-STRING.
           MOVE WS-GRUPO-ALTO TO WS-TOTAL-ED.
           MOVE "Risco alto:" TO LINHA-RELATORIO(27:11).
           MOVE WS-TOTAL-ED TO LINHA-RELATORIO(39:6).
           MOVE WS-GRUPO-MEDIO TO WS-TOTAL-ED.
           MOVE "Risco medio:" TO LINHA-RELATORIO(47:12).
           MOVE WS-TOTAL-ED TO LINHA-RELATORIO(60:6).
           WRITE LINHA-RELATORIO.

      * Frequencia e media sem apuracao saem como "--".
       FORMATAR-FREQ-MEDIA.
           IF WS-TEM-FREQUENCIA = "S"
               MOVE WS-FREQUENCIA TO WS-PERCENTUAL-ED
               MOVE WS-PERCENTUAL-ED TO WS-TEXTO-FREQUENCIA
           ELSE
               MOVE "    --" TO WS-TEXTO-FREQUENCIA
           END-IF.
           IF WS-TEM-MEDIA = "S"
               MOVE WS-MEDIA TO WS-MEDIA-ED
               MOVE WS-MEDIA-ED TO WS-TEXTO-MEDIA
           ELSE
               MOVE "   --" TO WS-TEXTO-MEDIA
           END-IF.

      * Lista de contato dos alunos que passaram a risco alto nesta
      * apuracao, com o telefone de ALUNOS-CADASTRO.DATA.
       GRAVAR-NOVOS-ALTO-RISCO.
           IF QTD-NOVOS > 0
               PERFORM BUSCAR-TELEFONES
           END-IF.
           OPEN OUTPUT RELATORIO-NOVOS.
           MOVE SPACES TO LINHA-NOVOS.
           STRING "Alunos que passaram a risco alto de evasao em "
               DELIMITED BY SIZE
               WS-DATA-HOJE DELIMITED BY SIZE
               " - contatar" DELIMITED BY SIZE
               INTO LINHA-NOVOS
           END-STRING.
           WRITE LINHA-NOVOS.
           PERFORM VARYING IDX-TNV FROM 1 BY 1
                   UNTIL IDX-TNV > QTD-NOVOS
               PERFORM GRAVAR-UM-NOVO
           END-PERFORM.
           MOVE SPACES TO LINHA-NOVOS.
           WRITE LINHA-NOVOS.
           MOVE SPACES TO LINHA-NOVOS.
           STRING "Total a contatar: " DELIMITED BY SIZE
               QTD-NOVOS DELIMITED BY SIZE
               INTO LINHA-NOVOS
           END-STRING.
           WRITE LINHA-NOVOS.
           CLOSE RELATORIO-NOVOS.
           DISPLAY "Lista de contato em " WS-ARQ-REL-NOVOS.

       BUSCAR-TELEFONES.
           MOVE "N" TO WS-FIM-ARQ.
           OPEN INPUT ARQ-CADASTRO.
           IF WS-STATUS-CADASTRO = "00"
               PERFORM UNTIL WS-FIM-ARQ = "S"
                   READ ARQ-CADASTRO
                       AT END
                           MOVE "S" TO WS-FIM-ARQ
                       NOT AT END
                           PERFORM VARYING IDX-TNV FROM 1 BY 1
                                   UNTIL IDX-TNV > QTD-NOVOS
                               IF TNV-MATRICULA(IDX-TNV)
                                       = CAD-MATRICULA
                                   MOVE CAD-TELEFONE
                                       TO TNV-TELEFONE(IDX-TNV)
                               END-IF
                           END-PERFORM
                   END-READ
               END-PERFORM
               CLOSE ARQ-CADASTRO
           END-IF.

       GRAVAR-UM-NOVO.
           MOVE TNV-UNIDADE(IDX-TNV) TO WS-UNIDADE-GRUPO.
           MOVE TNV-CURSO(IDX-TNV) TO WS-CURSO-GRUPO.
           PERFORM LOCALIZAR-COORDENADOR.
           EVALUATE TNV-NIVEL-ANTERIOR(IDX-TNV)
               WHEN "M"
                   MOVE "medio" TO WS-DESCRICAO-NIVEL
               WHEN "B"
                   MOVE "baixo" TO WS-DESCRICAO-NIVEL
               WHEN OTHER
                   MOVE "nenhum" TO WS-DESCRICAO-NIVEL
           END-EVALUATE.
           MOVE TNV-TEM-FREQ(IDX-TNV) TO WS-TEM-FREQUENCIA.
           MOVE TNV-FREQUENCIA(IDX-TNV) TO WS-FREQUENCIA.
           MOVE TNV-TEM-MEDIA(IDX-TNV) TO WS-TEM-MEDIA.
           MOVE TNV-MEDIA(IDX-TNV) TO WS-MEDIA.
           PERFORM FORMATAR-FREQ-MEDIA.

           MOVE SPACES TO LINHA-NOVOS.
           WRITE LINHA-NOVOS.
           MOVE SPACES TO LINHA-NOVOS.
           STRING "Aluno " DELIMITED BY SIZE
               TNV-MATRICULA(IDX-TNV) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               TNV-NOME(IDX-TNV) DELIMITED BY SIZE
               " Telefone: " DELIMITED BY SIZE
               TNV-TELEFONE(IDX-TNV) DELIMITED BY SIZE
               INTO LINHA-NOVOS
           END-STRING.
           WRITE LINHA-NOVOS.
           MOVE SPACES TO LINHA-NOVOS.
           STRING "  Unidade: " DELIMITED BY SIZE
               TNV-UNIDADE(IDX-TNV) DELIMITED BY SIZE
               "  Curso: " DELIMITED BY SIZE
               TNV-CURSO(IDX-TNV) DELIMITED BY SIZE
               "  Coordenador: " DELIMITED BY SIZE
               WS-COORDENADOR DELIMITED BY SIZE
               INTO LINHA-NOVOS
           END-STRING.
           WRITE LINHA-NOVOS.
           MOVE TNV-PONTUACAO(IDX-TNV) TO WS-QTD-ED.
           MOVE SPACES TO LINHA-NOVOS.
           STRING "  Pontuacao: " DELIMITED BY SIZE
               WS-QTD-ED DELIMITED BY SIZE
               " (antes: " DELIMITED BY SIZE
               WS-DESCRICAO-NIVEL DELIMITED BY SPACE
               ")  Freq%: " DELIMITED BY SIZE
               WS-TEXTO-FREQUENCIA DELIMITED BY SIZE
               "  Media: " DELIMITED BY SIZE
               WS-TEXTO-MEDIA DELIMITED BY SIZE
               INTO LINHA-NOVOS
           END-STRING.
           MOVE TNV-VENCIDAS(IDX-TNV) TO WS-QTD-ED.
           MOVE "Vencidas:" TO LINHA-NOVOS(63:9).
           MOVE WS-QTD-ED TO LINHA-NOVOS(72:3).
           MOVE TNV-TRANCAMENTOS(IDX-TNV) TO WS-QTD-ED.
           MOVE "Trancamentos:" TO LINHA-NOVOS(77:13).
           MOVE WS-QTD-ED TO LINHA-NOVOS(90:3).
           WRITE LINHA-NOVOS.

       COPY PERLETPD.

       COPY JOBLOGPD.

       COPY ERRLOGPD.

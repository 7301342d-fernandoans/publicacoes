       IDENTIFICATION DIVISION.
           PROGRAM-ID. SituacaoAcademica.
           AUTHOR. Fernando Anselmo.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-HISTORICO ASSIGN TO WS-ARQ-HISTORICO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-HISTORICO.

           SELECT ARQ-ALUNOS ASSIGN TO WS-ARQ-ALUNOS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ALU-MATRICULA
               FILE STATUS IS WS-STATUS-ALUNOS.

           SELECT ARQ-POLITICA ASSIGN TO WS-ARQ-POLITICA
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-POLITICA.

           SELECT ARQ-SITUACAO ASSIGN TO WS-ARQ-SITUACAO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-SITUACAO.

           SELECT RELATORIO ASSIGN TO WS-ARQ-RELATORIO
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ARQ-SORT-HISTORICO ASSIGN TO WS-ARQ-SORT-HISTORICO.

           COPY ERRLOGSL.

           COPY JOBLOGSL.

       DATA DIVISION.
       FILE SECTION.
       FD ARQ-HISTORICO.
       01 REGISTRO-HISTORICO.
           COPY HISTESC.

       FD ARQ-ALUNOS.
       01 REGISTRO-ALUNO.
           COPY ALUNO.

       FD ARQ-POLITICA.
       01 REGISTRO-POLITICA.
           COPY POLJUB.

       FD ARQ-SITUACAO.
       01 REGISTRO-SITUACAO.
           COPY SITACAD.

       FD RELATORIO.
       01 LINHA-RELATORIO          PIC X(100).

       SD ARQ-SORT-HISTORICO.
       01 REG-SORT-HISTORICO.
           05 SRT-MATRICULA        PIC X(8).
           05 SRT-PERIODO          PIC X(6).
           05 SRT-NOME             PIC X(20).
           05 SRT-CURSO            PIC X(20).
           05 SRT-MEDIA            PIC 9(3)V9(2).
           05 SRT-RESULTADO        PIC X(11).

       COPY ERRLOGFD.

       COPY JOBLOGFD.

       WORKING-STORAGE SECTION.
       COPY ERRLOGWS.

       COPY JOBLOGWS.

       01 WS-ARQ-HISTORICO       PIC X(40)
           VALUE "historico-escolar.data".
       01 WS-ARQ-ALUNOS          PIC X(40) VALUE "alunos.idx".
       01 WS-ARQ-POLITICA        PIC X(40)
           VALUE "politica-jubilamento.ctl".
       01 WS-ARQ-SITUACAO        PIC X(40)
           VALUE "situacao-academica.data".
       01 WS-ARQ-RELATORIO       PIC X(40)
           VALUE "SITUACAO-ACADEMICA.LST".
       01 WS-ARQ-SORT-HISTORICO  PIC X(40)
           VALUE "SITUACAO-ACADEMICA.SRT".

       01 WS-STATUS-HISTORICO    PIC X(2).
       01 WS-STATUS-ALUNOS       PIC X(2).
       01 WS-STATUS-POLITICA     PIC X(2).
       01 WS-STATUS-SITUACAO     PIC X(2).
       01 WS-ALUNOS-ABERTOS      PIC X VALUE "N".

       01 WS-FIM-HISTORICO       PIC X VALUE "N".
       01 WS-FIM-POLITICA        PIC X VALUE "N".
       01 WS-FIM-SITUACAO        PIC X VALUE "N".
       01 WS-FIM-RETORNO         PIC X VALUE "N".

      * Limites padrao, validos quando politica-jubilamento.ctl nao
      * traz o registro G.
       01 POLITICA-JUBILAMENTO.
           05 WS-PJB-REPROV-ADVERTENCIA  PIC 9(2) VALUE 2.
           05 WS-PJB-REPROV-PROBATORIO   PIC 9(2) VALUE 3.
           05 WS-PJB-REPROV-JUBILAMENTO  PIC 9(2) VALUE 4.
           05 WS-PJB-MEDIA-MINIMA        PIC 9(2)V9(2) VALUE 5.00.
           05 WS-PJB-BAIXAS-ADVERTENCIA  PIC 9(2) VALUE 1.
           05 WS-PJB-BAIXAS-PROBATORIO   PIC 9(2) VALUE 2.
           05 WS-PJB-BAIXAS-JUBILAMENTO  PIC 9(2) VALUE 3.
           05 WS-PJB-PRAZO-PADRAO        PIC 9(2) VALUE 12.
           05 WS-PJB-PRAZO-FOLGA         PIC 9(2) VALUE 2.

       01 QTD-PRAZOS             PIC 9(3) VALUE 0.
       01 TABELA-PRAZOS.
           05 TPZ-ITEM OCCURS 100 TIMES INDEXED BY IDX-PRZ.
               10 TPZ-CURSO      PIC X(20).
               10 TPZ-MAXIMO     PIC 9(2).

      * Situacao gravada pela execucao anterior, para registrar a
      * mudanca e listar quem se regularizou.
       01 QTD-ANTERIORES         PIC 9(4) VALUE 0.
       01 TABELA-ANTERIORES.
           05 TAN-ITEM OCCURS 2000 TIMES INDEXED BY IDX-ANT.
               10 TAN-MATRICULA  PIC X(8).
               10 TAN-SITUACAO   PIC X(1).

       01 WS-PERIODO-AVALIACAO   PIC X(6) VALUE SPACES.
       01 WS-DATA-HOJE           PIC 9(8).

      * Acumuladores do aluno em avaliacao (quebra por matricula e
      * por periodo sobre o historico classificado).
       01 WS-PRIMEIRO-REGISTRO   PIC X VALUE "S".
       01 WS-ALUNO-ATUAL         PIC X(8).
       01 WS-NOME-ATUAL          PIC X(20).
       01 WS-CURSO-ATUAL         PIC X(20).
       01 WS-PERIODO-ATUAL       PIC X(6).
       01 WS-QTD-PERIODOS        PIC 9(3).
       01 WS-SOMA-MEDIAS         PIC 9(5)V9(2).
       01 WS-QTD-MEDIAS          PIC 9(3).
       01 WS-MEDIA-PERIODO       PIC 9(3)V9(2).
       01 WS-BAIXAS-CONSECUTIVAS PIC 9(3).
       01 WS-MAIOR-REPROVACAO    PIC 9(3).
       01 WS-DISCIPLINA-REPROVADA PIC X(20).

       01 QTD-DISCIPLINAS        PIC 9(3) VALUE 0.
       01 TABELA-DISCIPLINAS.
           05 TDI-ITEM OCCURS 100 TIMES INDEXED BY IDX-DIS.
               10 TDI-CURSO      PIC X(20).
               10 TDI-REPROVACOES PIC 9(3).
       01 WS-ACHOU-DISCIPLINA    PIC X VALUE "N".

       01 WS-PRAZO-CURSO         PIC 9(2).
       01 WS-ALUNO-ATIVO         PIC X VALUE "S".

      * Nivel da situacao: 0 regular, 1 advertencia, 2 periodo
      * probatorio, 3 candidato a jubilamento. Prevalece a regra
      * de nivel mais alto.
       01 WS-NIVEL-ALUNO         PIC 9 VALUE 0.
       01 WS-MOTIVO-ALUNO        PIC X(40).
       01 WS-NIVEL-REGRA         PIC 9 VALUE 0.
       01 WS-VALOR-REGRA         PIC 9(3).
       01 WS-LIMITE-ADVERTENCIA  PIC 9(3).
       01 WS-LIMITE-PROBATORIO   PIC 9(3).
       01 WS-LIMITE-JUBILAMENTO  PIC 9(3).
       01 WS-MOTIVO-REGRA        PIC X(40).
       01 WS-SITUACAO-ANTERIOR   PIC X(1).
       01 WS-SITUACAO-NOVA       PIC X(1).
       01 WS-DESCRICAO-SITUACAO  PIC X(20).
       01 WS-VALOR-ED            PIC ZZ9.
       01 WS-PRAZO-ED            PIC Z9.

       01 WS-TOTAIS.
           05 WS-TOTAL-AVALIADOS     PIC 9(5) VALUE 0.
           05 WS-TOTAL-ADVERTENCIA   PIC 9(5) VALUE 0.
           05 WS-TOTAL-PROBATORIO    PIC 9(5) VALUE 0.
           05 WS-TOTAL-JUBILAMENTO   PIC 9(5) VALUE 0.
           05 WS-TOTAL-REGULARIZADOS PIC 9(5) VALUE 0.
       01 WS-TOTAL-ED            PIC ZZZZ9.

       01 LINHA-SITUACAO.
           05 LS-MATRICULA       PIC X(8).
           05 FILLER             PIC X(2) VALUE SPACES.
           05 LS-NOME            PIC X(20).
           05 FILLER             PIC X(2) VALUE SPACES.
           05 LS-SITUACAO        PIC X(20).
           05 FILLER             PIC X(2) VALUE SPACES.
           05 LS-MOTIVO          PIC X(40).

       PROCEDURE DIVISION.
       INICIO.
           PERFORM DEFINIR-ARQUIVOS.
           DISPLAY "============================================".
           DISPLAY " Situacao Academica - Advertencia e Jubilamento".
           DISPLAY "============================================".
           MOVE "SituacaoAcademica" TO WS-JOBLOG-PROGRAMA.
           MOVE "INICIO" TO WS-JOBLOG-EVENTO.
           PERFORM GRAVAR-JOBLOG.

           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
           ACCEPT WS-PERIODO-AVALIACAO FROM ENVIRONMENT
                   "SITUACAO_PERIODO"
               ON EXCEPTION
                   MOVE SPACES TO WS-PERIODO-AVALIACAO
           END-ACCEPT.

           PERFORM LER-POLITICA-JUBILAMENTO.
           PERFORM CARREGAR-SITUACOES-ANTERIORES.

           OPEN INPUT ARQ-HISTORICO.
           IF WS-STATUS-HISTORICO NOT = "00"
               DISPLAY "Erro ao abrir " WS-ARQ-HISTORICO
                  " Status: " WS-STATUS-HISTORICO
               MOVE "SituacaoAcademica" TO WS-ERRLOG-PROGRAMA
               MOVE "INICIO" TO WS-ERRLOG-PARAGRAFO
               MOVE WS-ARQ-HISTORICO TO WS-ERRLOG-ARQUIVO
               MOVE WS-STATUS-HISTORICO TO WS-ERRLOG-STATUS
               PERFORM GRAVAR-ERRORLOG
               MOVE 8 TO RETURN-CODE
           ELSE
               CLOSE ARQ-HISTORICO
               OPEN INPUT ARQ-ALUNOS
               IF WS-STATUS-ALUNOS = "00"
                   MOVE "S" TO WS-ALUNOS-ABERTOS
               ELSE
                   DISPLAY "Aviso: " WS-ARQ-ALUNOS
                      " indisponivel; prazo pelo curso do historico."
               END-IF
               OPEN OUTPUT ARQ-SITUACAO
               OPEN OUTPUT RELATORIO
               SORT ARQ-SORT-HISTORICO
                   ON ASCENDING KEY SRT-MATRICULA SRT-PERIODO
                   INPUT PROCEDURE IS CLASSIFICAR-HISTORICO
                   OUTPUT PROCEDURE IS AVALIAR-HISTORICOS
               PERFORM ESCREVER-TOTAIS
               CLOSE RELATORIO
               CLOSE ARQ-SITUACAO
               IF WS-ALUNOS-ABERTOS = "S"
                   CLOSE ARQ-ALUNOS
               END-IF
               DISPLAY "Periodo avaliado: " WS-PERIODO-AVALIACAO
               DISPLAY "Situacoes gravadas em " WS-ARQ-SITUACAO
               DISPLAY "Relatorio gravado em " WS-ARQ-RELATORIO
           END-IF.

           DISPLAY "Alunos avaliados.....: " WS-TOTAL-AVALIADOS.
           DISPLAY "Advertencia..........: " WS-TOTAL-ADVERTENCIA.
           DISPLAY "Periodo probatorio...: " WS-TOTAL-PROBATORIO.
           DISPLAY "Cand. a jubilamento..: " WS-TOTAL-JUBILAMENTO.

           MOVE WS-TOTAL-AVALIADOS TO WS-JOBLOG-QTD-REGISTROS.
           MOVE "FIM" TO WS-JOBLOG-EVENTO.
           PERFORM GRAVAR-JOBLOG.
           GOBACK.

       DEFINIR-ARQUIVOS.
           ACCEPT WS-ARQ-HISTORICO FROM ENVIRONMENT
                   "HISTORICO_ESCOLAR"
               ON EXCEPTION
                   MOVE "historico-escolar.data" TO WS-ARQ-HISTORICO
           END-ACCEPT.
           ACCEPT WS-ARQ-ALUNOS FROM ENVIRONMENT "ALUNOS_IDX"
               ON EXCEPTION
                   MOVE "alunos.idx" TO WS-ARQ-ALUNOS
           END-ACCEPT.
           ACCEPT WS-ARQ-POLITICA FROM ENVIRONMENT
                   "POLITICA_JUBILAMENTO"
               ON EXCEPTION
                   MOVE "politica-jubilamento.ctl" TO WS-ARQ-POLITICA
           END-ACCEPT.
           ACCEPT WS-ARQ-SITUACAO FROM ENVIRONMENT
                   "SITUACAO_ACADEMICA"
               ON EXCEPTION
                   MOVE "situacao-academica.data" TO WS-ARQ-SITUACAO
           END-ACCEPT.
           ACCEPT WS-ARQ-RELATORIO FROM ENVIRONMENT
                   "SITUACAO_ACADEMICA_LST"
               ON EXCEPTION
                   MOVE "SITUACAO-ACADEMICA.LST" TO WS-ARQ-RELATORIO
           END-ACCEPT.

      * Registro G substitui os limites padrao; registros C
      * informam o prazo maximo de cada curso.
       LER-POLITICA-JUBILAMENTO.
           MOVE 0 TO QTD-PRAZOS.
           MOVE "N" TO WS-FIM-POLITICA.
           OPEN INPUT ARQ-POLITICA.
           IF WS-STATUS-POLITICA = "00"
               PERFORM UNTIL WS-FIM-POLITICA = "S"
                   READ ARQ-POLITICA
                       AT END
                           MOVE "S" TO WS-FIM-POLITICA
                       NOT AT END
                           PERFORM GUARDAR-POLITICA
                   END-READ
               END-PERFORM
               CLOSE ARQ-POLITICA
           ELSE
               DISPLAY "Politica ausente: " WS-ARQ-POLITICA
                  " - usando limites padrao."
           END-IF.

       GUARDAR-POLITICA.
           EVALUATE TRUE
               WHEN POLITICA-GERAL
                   MOVE PJB-REPROV-ADVERTENCIA
                       TO WS-PJB-REPROV-ADVERTENCIA
                   MOVE PJB-REPROV-PROBATORIO
                       TO WS-PJB-REPROV-PROBATORIO
                   MOVE PJB-REPROV-JUBILAMENTO
                       TO WS-PJB-REPROV-JUBILAMENTO
                   MOVE PJB-MEDIA-MINIMA TO WS-PJB-MEDIA-MINIMA
                   MOVE PJB-BAIXAS-ADVERTENCIA
                       TO WS-PJB-BAIXAS-ADVERTENCIA
                   MOVE PJB-BAIXAS-PROBATORIO
                       TO WS-PJB-BAIXAS-PROBATORIO
                   MOVE PJB-BAIXAS-JUBILAMENTO
                       TO WS-PJB-BAIXAS-JUBILAMENTO
                   MOVE PJB-PRAZO-PADRAO TO WS-PJB-PRAZO-PADRAO
                   MOVE PJB-PRAZO-FOLGA TO WS-PJB-PRAZO-FOLGA
               WHEN POLITICA-CURSO
                   IF QTD-PRAZOS < 100
                           AND PJB-PRAZO-MAXIMO IS NUMERIC
                       ADD 1 TO QTD-PRAZOS
                       SET IDX-PRZ TO QTD-PRAZOS
                       MOVE PJB-CURSO TO TPZ-CURSO(IDX-PRZ)
                       MOVE PJB-PRAZO-MAXIMO TO TPZ-MAXIMO(IDX-PRZ)
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       CARREGAR-SITUACOES-ANTERIORES.
           MOVE 0 TO QTD-ANTERIORES.
           MOVE "N" TO WS-FIM-SITUACAO.
           OPEN INPUT ARQ-SITUACAO.
           IF WS-STATUS-SITUACAO = "00"
               PERFORM UNTIL WS-FIM-SITUACAO = "S"
                   READ ARQ-SITUACAO
                       AT END
                           MOVE "S" TO WS-FIM-SITUACAO
                       NOT AT END
                           IF QTD-ANTERIORES < 2000
                               ADD 1 TO QTD-ANTERIORES
                               SET IDX-ANT TO QTD-ANTERIORES
                               MOVE SAC-MATRICULA
                                   TO TAN-MATRICULA(IDX-ANT)
                               MOVE SAC-SITUACAO
                                   TO TAN-SITUACAO(IDX-ANT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQ-SITUACAO
           END-IF.

      * Sem SITUACAO_PERIODO avalia-se ate o ultimo periodo
      * encerrado no historico.
       CLASSIFICAR-HISTORICO.
           MOVE "N" TO WS-FIM-HISTORICO.
           MOVE SPACES TO WS-PERIODO-ATUAL.
           OPEN INPUT ARQ-HISTORICO.
           PERFORM UNTIL WS-FIM-HISTORICO = "S"
               READ ARQ-HISTORICO
                   AT END
                       MOVE "S" TO WS-FIM-HISTORICO
                   NOT AT END
                       IF HIS-RESULTADO NOT = "APROVEITADO"
                           PERFORM LIBERAR-HISTORICO
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ARQ-HISTORICO.
           IF WS-PERIODO-AVALIACAO = SPACES
               MOVE WS-PERIODO-ATUAL TO WS-PERIODO-AVALIACAO
           END-IF.

      * Disciplina aproveitada de outra instituicao so conta
      * credito: a nota externa e o periodo do lancamento nao
      * entram na media, na contagem de periodos cursados nem na
      * escolha do periodo avaliado.
       LIBERAR-HISTORICO.
           IF HIS-PERIODO > WS-PERIODO-ATUAL
               MOVE HIS-PERIODO TO WS-PERIODO-ATUAL
           END-IF.
           MOVE HIS-MATRICULA TO SRT-MATRICULA.
           MOVE HIS-PERIODO TO SRT-PERIODO.
           MOVE HIS-NOME TO SRT-NOME.
           MOVE HIS-CURSO TO SRT-CURSO.
           MOVE HIS-MEDIA TO SRT-MEDIA.
           MOVE HIS-RESULTADO TO SRT-RESULTADO.
           RELEASE REG-SORT-HISTORICO.

       AVALIAR-HISTORICOS.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "Situacao Academica - Periodo " DELIMITED BY SIZE
               WS-PERIODO-AVALIACAO DELIMITED BY SIZE
               INTO LINHA-RELATORIO
           END-STRING.
           WRITE LINHA-RELATORIO.
           MOVE SPACES TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE "Matricula Nome                  Situacao" TO
               LINHA-RELATORIO.
           MOVE "Motivo" TO LINHA-RELATORIO(55:6).
           WRITE LINHA-RELATORIO.
           MOVE "S" TO WS-PRIMEIRO-REGISTRO.
           PERFORM UNTIL WS-FIM-RETORNO = "S"
               RETURN ARQ-SORT-HISTORICO
                   AT END
                       MOVE "S" TO WS-FIM-RETORNO
                   NOT AT END
                       IF SRT-PERIODO NOT > WS-PERIODO-AVALIACAO
                           PERFORM ACUMULAR-HISTORICO
                       END-IF
               END-RETURN
           END-PERFORM.
           IF WS-PRIMEIRO-REGISTRO = "N"
               PERFORM FECHAR-PERIODO-ALUNO
               PERFORM AVALIAR-ALUNO
           END-IF.
           PERFORM LISTAR-REGULARIZADOS.

       ACUMULAR-HISTORICO.
           IF WS-PRIMEIRO-REGISTRO = "S"
               MOVE "N" TO WS-PRIMEIRO-REGISTRO
               PERFORM INICIAR-ALUNO
           ELSE
               IF SRT-MATRICULA NOT = WS-ALUNO-ATUAL
                   PERFORM FECHAR-PERIODO-ALUNO
                   PERFORM AVALIAR-ALUNO
                   PERFORM INICIAR-ALUNO
               ELSE
                   IF SRT-PERIODO NOT = WS-PERIODO-ATUAL
                       PERFORM FECHAR-PERIODO-ALUNO
                       PERFORM INICIAR-PERIODO-ALUNO
                   END-IF
               END-IF
           END-IF.
           MOVE SRT-NOME TO WS-NOME-ATUAL.
           MOVE SRT-CURSO TO WS-CURSO-ATUAL.
           ADD SRT-MEDIA TO WS-SOMA-MEDIAS.
           ADD 1 TO WS-QTD-MEDIAS.
           IF SRT-RESULTADO = "Reprovado"
                   OR SRT-RESULTADO = "REP.FALTA"
               PERFORM CONTAR-REPROVACAO
           END-IF.

       INICIAR-ALUNO.
           MOVE SRT-MATRICULA TO WS-ALUNO-ATUAL.
           MOVE 0 TO WS-QTD-PERIODOS.
           MOVE 0 TO WS-BAIXAS-CONSECUTIVAS.
           MOVE 0 TO QTD-DISCIPLINAS.
           PERFORM INICIAR-PERIODO-ALUNO.

       INICIAR-PERIODO-ALUNO.
           MOVE SRT-PERIODO TO WS-PERIODO-ATUAL.
           ADD 1 TO WS-QTD-PERIODOS.
           MOVE 0 TO WS-SOMA-MEDIAS.
           MOVE 0 TO WS-QTD-MEDIAS.

      * A media do periodo abaixo do minimo prolonga a sequencia
      * de periodos fracos; um periodo bom a zera.
       FECHAR-PERIODO-ALUNO.
           IF WS-QTD-MEDIAS > 0
               COMPUTE WS-MEDIA-PERIODO ROUNDED
                   = WS-SOMA-MEDIAS / WS-QTD-MEDIAS
               IF WS-MEDIA-PERIODO < WS-PJB-MEDIA-MINIMA
                   ADD 1 TO WS-BAIXAS-CONSECUTIVAS
               ELSE
                   MOVE 0 TO WS-BAIXAS-CONSECUTIVAS
               END-IF
           END-IF.

       CONTAR-REPROVACAO.
           MOVE "N" TO WS-ACHOU-DISCIPLINA.
           PERFORM VARYING IDX-DIS FROM 1 BY 1
                   UNTIL IDX-DIS > QTD-DISCIPLINAS
               IF TDI-CURSO(IDX-DIS) = SRT-CURSO
                   MOVE "S" TO WS-ACHOU-DISCIPLINA
                   ADD 1 TO TDI-REPROVACOES(IDX-DIS)
               END-IF
           END-PERFORM.
           IF WS-ACHOU-DISCIPLINA = "N" AND QTD-DISCIPLINAS < 100
               ADD 1 TO QTD-DISCIPLINAS
               SET IDX-DIS TO QTD-DISCIPLINAS
               MOVE SRT-CURSO TO TDI-CURSO(IDX-DIS)
               MOVE 1 TO TDI-REPROVACOES(IDX-DIS)
           END-IF.

      * Aluno que ja nao consta em alunos.idx (arquivado ou
      * concluinte) nao e avaliado.
       AVALIAR-ALUNO.
           MOVE "S" TO WS-ALUNO-ATIVO.
           IF WS-ALUNOS-ABERTOS = "S"
               MOVE WS-ALUNO-ATUAL TO ALU-MATRICULA
               READ ARQ-ALUNOS
                   INVALID KEY
                       MOVE "N" TO WS-ALUNO-ATIVO
                   NOT INVALID KEY
                       MOVE ALU-CURSO TO WS-CURSO-ATUAL
               END-READ
           END-IF.
           IF WS-ALUNO-ATIVO = "S"
               ADD 1 TO WS-TOTAL-AVALIADOS
               MOVE 0 TO WS-NIVEL-ALUNO
               MOVE SPACES TO WS-MOTIVO-ALUNO
               PERFORM REGRA-REPROVACOES
               PERFORM REGRA-MEDIAS-BAIXAS
               PERFORM REGRA-PRAZO-MAXIMO
               PERFORM GRAVAR-SITUACAO-ALUNO
           END-IF.

       REGRA-REPROVACOES.
           MOVE 0 TO WS-MAIOR-REPROVACAO.
           MOVE SPACES TO WS-DISCIPLINA-REPROVADA.
           PERFORM VARYING IDX-DIS FROM 1 BY 1
                   UNTIL IDX-DIS > QTD-DISCIPLINAS
               IF TDI-REPROVACOES(IDX-DIS) > WS-MAIOR-REPROVACAO
                   MOVE TDI-REPROVACOES(IDX-DIS)
                       TO WS-MAIOR-REPROVACAO
                   MOVE TDI-CURSO(IDX-DIS)
                       TO WS-DISCIPLINA-REPROVADA
               END-IF
           END-PERFORM.
           MOVE WS-MAIOR-REPROVACAO TO WS-VALOR-REGRA.
           MOVE WS-PJB-REPROV-ADVERTENCIA TO WS-LIMITE-ADVERTENCIA.
           MOVE WS-PJB-REPROV-PROBATORIO TO WS-LIMITE-PROBATORIO.
           MOVE WS-PJB-REPROV-JUBILAMENTO TO WS-LIMITE-JUBILAMENTO.
           MOVE WS-MAIOR-REPROVACAO TO WS-VALOR-ED.
           MOVE SPACES TO WS-MOTIVO-REGRA.
           STRING WS-VALOR-ED DELIMITED BY SIZE
               " reprovacoes em " DELIMITED BY SIZE
               WS-DISCIPLINA-REPROVADA DELIMITED BY SIZE
               INTO WS-MOTIVO-REGRA
           END-STRING.
           PERFORM APLICAR-REGRA.

       REGRA-MEDIAS-BAIXAS.
           MOVE WS-BAIXAS-CONSECUTIVAS TO WS-VALOR-REGRA.
           MOVE WS-PJB-BAIXAS-ADVERTENCIA TO WS-LIMITE-ADVERTENCIA.
           MOVE WS-PJB-BAIXAS-PROBATORIO TO WS-LIMITE-PROBATORIO.
           MOVE WS-PJB-BAIXAS-JUBILAMENTO TO WS-LIMITE-JUBILAMENTO.
           MOVE WS-BAIXAS-CONSECUTIVAS TO WS-VALOR-ED.
           MOVE SPACES TO WS-MOTIVO-REGRA.
           STRING WS-VALOR-ED DELIMITED BY SIZE
               " periodos seguidos com media baixa"
                   DELIMITED BY SIZE
               INTO WS-MOTIVO-REGRA
           END-STRING.
           PERFORM APLICAR-REGRA.

      * Advertencia ao entrar na folga final do prazo, periodo
      * probatorio no ultimo periodo permitido e candidato a
      * jubilamento quando o prazo e ultrapassado.
       REGRA-PRAZO-MAXIMO.
           MOVE WS-PJB-PRAZO-PADRAO TO WS-PRAZO-CURSO.
           PERFORM VARYING IDX-PRZ FROM 1 BY 1
                   UNTIL IDX-PRZ > QTD-PRAZOS
               IF TPZ-CURSO(IDX-PRZ) = WS-CURSO-ATUAL
                   MOVE TPZ-MAXIMO(IDX-PRZ) TO WS-PRAZO-CURSO
               END-IF
           END-PERFORM.
           IF WS-PRAZO-CURSO > 0
               MOVE WS-QTD-PERIODOS TO WS-VALOR-REGRA
               IF WS-PRAZO-CURSO > WS-PJB-PRAZO-FOLGA
                   COMPUTE WS-LIMITE-ADVERTENCIA
                       = WS-PRAZO-CURSO - WS-PJB-PRAZO-FOLGA
               ELSE
                   MOVE 1 TO WS-LIMITE-ADVERTENCIA
               END-IF
               MOVE WS-PRAZO-CURSO TO WS-LIMITE-PROBATORIO
               COMPUTE WS-LIMITE-JUBILAMENTO = WS-PRAZO-CURSO + 1
               MOVE WS-QTD-PERIODOS TO WS-VALOR-ED
               MOVE WS-PRAZO-CURSO TO WS-PRAZO-ED
               MOVE SPACES TO WS-MOTIVO-REGRA
               STRING WS-VALOR-ED DELIMITED BY SIZE
                   " periodos cursados, prazo de " DELIMITED BY SIZE
                   WS-PRAZO-ED DELIMITED BY SIZE
                   INTO WS-MOTIVO-REGRA
               END-STRING
               PERFORM APLICAR-REGRA
           END-IF.

      * Limite zero desliga aquele nivel da regra.
       APLICAR-REGRA.
           MOVE 0 TO WS-NIVEL-REGRA.
           IF WS-LIMITE-ADVERTENCIA > 0
                   AND WS-VALOR-REGRA >= WS-LIMITE-ADVERTENCIA
               MOVE 1 TO WS-NIVEL-REGRA
           END-IF.
           IF WS-LIMITE-PROBATORIO > 0
                   AND WS-VALOR-REGRA >= WS-LIMITE-PROBATORIO
               MOVE 2 TO WS-NIVEL-REGRA
           END-IF.
           IF WS-LIMITE-JUBILAMENTO > 0
                   AND WS-VALOR-REGRA >= WS-LIMITE-JUBILAMENTO
               MOVE 3 TO WS-NIVEL-REGRA
           END-IF.
           IF WS-NIVEL-REGRA > WS-NIVEL-ALUNO
               MOVE WS-NIVEL-REGRA TO WS-NIVEL-ALUNO
               MOVE WS-MOTIVO-REGRA TO WS-MOTIVO-ALUNO
           END-IF.

       GRAVAR-SITUACAO-ALUNO.
           MOVE SPACES TO WS-SITUACAO-ANTERIOR.
           PERFORM VARYING IDX-ANT FROM 1 BY 1
                   UNTIL IDX-ANT > QTD-ANTERIORES
               IF TAN-MATRICULA(IDX-ANT) = WS-ALUNO-ATUAL
                   MOVE TAN-SITUACAO(IDX-ANT) TO WS-SITUACAO-ANTERIOR
                   MOVE "*" TO TAN-SITUACAO(IDX-ANT)
               END-IF
           END-PERFORM.
           EVALUATE WS-NIVEL-ALUNO
               WHEN 1
                   MOVE "A" TO WS-SITUACAO-NOVA
                   MOVE "ADVERTENCIA" TO WS-DESCRICAO-SITUACAO
                   ADD 1 TO WS-TOTAL-ADVERTENCIA
               WHEN 2
                   MOVE "P" TO WS-SITUACAO-NOVA
                   MOVE "PERIODO PROBATORIO" TO WS-DESCRICAO-SITUACAO
                   ADD 1 TO WS-TOTAL-PROBATORIO
               WHEN 3
                   MOVE "J" TO WS-SITUACAO-NOVA
                   MOVE "CAND. JUBILAMENTO" TO WS-DESCRICAO-SITUACAO
                   ADD 1 TO WS-TOTAL-JUBILAMENTO
               WHEN OTHER
                   MOVE SPACES TO WS-SITUACAO-NOVA
           END-EVALUATE.
           IF WS-NIVEL-ALUNO > 0
               MOVE WS-ALUNO-ATUAL TO SAC-MATRICULA
               MOVE WS-PERIODO-AVALIACAO TO SAC-PERIODO
               MOVE WS-SITUACAO-NOVA TO SAC-SITUACAO
               MOVE WS-SITUACAO-ANTERIOR TO SAC-SITUACAO-ANTERIOR
               MOVE WS-MOTIVO-ALUNO TO SAC-MOTIVO
               MOVE WS-DATA-HOJE TO SAC-DATA
               WRITE REGISTRO-SITUACAO
               MOVE WS-ALUNO-ATUAL TO LS-MATRICULA
               MOVE WS-NOME-ATUAL TO LS-NOME
               MOVE WS-DESCRICAO-SITUACAO TO LS-SITUACAO
               MOVE WS-MOTIVO-ALUNO TO LS-MOTIVO
               MOVE LINHA-SITUACAO TO LINHA-RELATORIO
               WRITE LINHA-RELATORIO
           ELSE
               IF WS-SITUACAO-ANTERIOR NOT = SPACES
                   MOVE WS-ALUNO-ATUAL TO LS-MATRICULA
                   MOVE WS-NOME-ATUAL TO LS-NOME
                   MOVE "REGULARIZADO" TO LS-SITUACAO
                   MOVE SPACES TO LS-MOTIVO
                   MOVE LINHA-SITUACAO TO LINHA-RELATORIO
                   WRITE LINHA-RELATORIO
                   ADD 1 TO WS-TOTAL-REGULARIZADOS
               END-IF
           END-IF.

      * Quem tinha situacao e saiu do cadastro de alunos deixa de
      * ser acompanhado.
       LISTAR-REGULARIZADOS.
           PERFORM VARYING IDX-ANT FROM 1 BY 1
                   UNTIL IDX-ANT > QTD-ANTERIORES
               IF TAN-SITUACAO(IDX-ANT) NOT = "*"
                   MOVE TAN-MATRICULA(IDX-ANT) TO LS-MATRICULA
                   MOVE SPACES TO LS-NOME
                   MOVE "ENCERRADO" TO LS-SITUACAO
                   MOVE "fora do cadastro de alunos" TO LS-MOTIVO
                   MOVE LINHA-SITUACAO TO LINHA-RELATORIO
                   WRITE LINHA-RELATORIO
               END-IF
           END-PERFORM.

       ESCREVER-TOTAIS.
           MOVE SPACES TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE WS-TOTAL-AVALIADOS TO WS-TOTAL-ED.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "Alunos avaliados........: " DELIMITED BY SIZE
               WS-TOTAL-ED DELIMITED BY SIZE
               INTO LINHA-RELATORIO
           END-STRING.
           WRITE LINHA-RELATORIO.
           MOVE WS-TOTAL-ADVERTENCIA TO WS-TOTAL-ED.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "Advertencia.............: " DELIMITED BY SIZE
               WS-TOTAL-ED DELIMITED BY SIZE
               INTO LINHA-RELATORIO
           END-STRING.
           WRITE LINHA-RELATORIO.
           MOVE WS-TOTAL-PROBATORIO TO WS-TOTAL-ED.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "Periodo probatorio......: " DELIMITED BY SIZE
               WS-TOTAL-ED DELIMITED BY SIZE
               INTO LINHA-RELATORIO
           END-STRING.
           WRITE LINHA-RELATORIO.
           MOVE WS-TOTAL-JUBILAMENTO TO WS-TOTAL-ED.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "Candidatos a jubilamento: " DELIMITED BY SIZE
               WS-TOTAL-ED DELIMITED BY SIZE
               INTO LINHA-RELATORIO
           END-STRING.
           WRITE LINHA-RELATORIO.
           MOVE WS-TOTAL-REGULARIZADOS TO WS-TOTAL-ED.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "Regularizados...........: " DELIMITED BY SIZE
               WS-TOTAL-ED DELIMITED BY SIZE
               INTO LINHA-RELATORIO
           END-STRING.
           WRITE LINHA-RELATORIO.

       COPY JOBLOGPD.

       COPY ERRLOGPD.

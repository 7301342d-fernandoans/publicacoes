               RECORD KEY IS SAL-CODIGO
               FILE STATUS IS WS-STATUS-SALAS.

           SELECT ARQ-SITUACAO ASSIGN TO WS-ARQ-SITUACAO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-SITUACAO.

           COPY ERRLOGSL.

           COPY TRAVASL.
       01 REG-SALA.
           COPY SALA.

       FD ARQ-SITUACAO.
       01 REGISTRO-SITUACAO.
           COPY SITACAD.

       COPY TRAVAFD.

       COPY PERLETFD.
       01 WS-QTD-VENCIDAS             PIC 9(3).
       01 WS-DATA-HOJE-FIN            PIC 9(8).

       01 WS-ARQ-SITUACAO             PIC X(40)
           VALUE "situacao-academica.data".
       01 WS-STATUS-SITUACAO          PIC X(2).
       01 WS-FIM-SITUACAO             PIC X VALUE "N".
       01 WS-SITUACAO-ALUNO           PIC X(1).
       01 QTD-SITUACOES               PIC 9(4) VALUE 0.
       01 TABELA-SITUACOES.
           05 TSA-ITEM OCCURS 2000 TIMES INDEXED BY IDX-SAC.
               10 TSA-MATRICULA       PIC X(8).
               10 TSA-SITUACAO        PIC X(1).

      * Grade do periodo letivo corrente, carregada uma vez por
      * execucao e mantida na ordem da chave (turma, aluno); cada
      * gravacao do lote entra na grade e na lotacao da secao.
       01 QTD-GRADE                   PIC 9(5) VALUE 0.
       01 TABELA-GRADE.
           05 TGR-ITEM OCCURS 10000 TIMES INDEXED BY IDX-GRD.
               10 TGR-CHAVE.
                   15 TGR-CODIGO          PIC X(6).
                   15 TGR-MATRICULA-ALUNO PIC X(8).
               10 TGR-MATRICULA-PROFESSOR PIC X(8).
               10 TGR-DIA-SEMANA          PIC 9(1).
               10 TGR-HORA-INICIO         PIC 9(4).
               10 TGR-HORA-FIM            PIC 9(4).
               10 TGR-SALA                PIC X(6).
       01 WS-CHAVE-GRADE.
           05 WS-CHAVE-GRADE-CODIGO   PIC X(6).
           05 WS-CHAVE-GRADE-ALUNO    PIC X(8).
       01 WS-POS-DESLOCA              PIC 9(5).
       01 WS-GRADE-OK                 PIC X VALUE "S".

       01 QTD-OCUPACOES               PIC 9(4) VALUE 0.
       01 TABELA-OCUPACOES.
           05 TOC-ITEM OCCURS 2000 TIMES INDEXED BY IDX-OCU.
               10 TOC-CODIGO          PIC X(6).
               10 TOC-QTD             PIC 9(4).
       01 WS-OCUPACAO-ENCONTRADA      PIC X VALUE "N".
       01 WS-CODIGO-OCUPACAO          PIC X(6).

       01 WS-HORA-INICIO-LOTE         PIC 9(8).
       01 HORA-INICIO-LOTE-DEC REDEFINES WS-HORA-INICIO-LOTE.
           05 WS-INI-LOTE-HH          PIC 9(2).
           05 WS-INI-LOTE-MM          PIC 9(2).
           05 WS-INI-LOTE-SS          PIC 9(2).
           05 FILLER                  PIC 9(2).
       01 WS-HORA-FIM-LOTE            PIC 9(8).
       01 HORA-FIM-LOTE-DEC REDEFINES WS-HORA-FIM-LOTE.
           05 WS-FIM-LOTE-HH          PIC 9(2).
           05 WS-FIM-LOTE-MM          PIC 9(2).
           05 WS-FIM-LOTE-SS          PIC 9(2).
           05 FILLER                  PIC 9(2).
       01 WS-SEGUNDOS-DECORRIDOS      PIC S9(7).
       01 WS-SEGUNDOS-ED              PIC 9(7).

       01 WS-TOTAL-IMPORTADOS         PIC 9(5) VALUE 0.
       01 WS-TOTAL-REJEITADOS         PIC 9(5) VALUE 0.
       01 WS-TOTAL-EXPORTADOS         PIC 9(5) VALUE 0.
               ON EXCEPTION
                   MOVE "salas.idx" TO WS-ARQ-SALAS
           END-ACCEPT.
           ACCEPT WS-ARQ-SITUACAO FROM ENVIRONMENT
                   "SITUACAO_ACADEMICA"
               ON EXCEPTION
                   MOVE "situacao-academica.data" TO WS-ARQ-SITUACAO
           END-ACCEPT.

       IMPORTAR-MATRICULAS.
           MOVE "Turmas" TO WS-JOBLOG-PROGRAMA
           MOVE "INICIO IMPORTAR-MATRICULAS" TO WS-JOBLOG-EVENTO
           PERFORM GRAVAR-JOBLOG
           ACCEPT WS-HORA-INICIO-LOTE FROM TIME

           PERFORM LER-PERIODO-LETIVO
           DISPLAY "Periodo letivo: " WS-PERIODO-LETIVO
           MOVE "N" TO WS-SAIDAS-ABERTAS

           PERFORM CARREGAR-PREREQUISITOS
           PERFORM CARREGAR-SITUACOES

           OPEN INPUT ARQ-MATRICULAS
           IF WS-STATUS-MATRICULAS NOT = "00"
                   CLOSE ARQ-TURMAS
                   OPEN I-O ARQ-TURMAS
               END-IF
               PERFORM CARREGAR-GRADE-PERIODO
               OPEN INPUT ARQ-ALUNOS
               OPEN INPUT ARQ-PROFESSORES
               MOVE "N" TO WS-SALAS-ABERTAS
           DISPLAY "Importação concluída.".
           DISPLAY "Matriculas gravadas..: " WS-TOTAL-IMPORTADOS.
           DISPLAY "Matriculas rejeitadas: " WS-TOTAL-REJEITADOS.
           PERFORM CALCULAR-TEMPO-DECORRIDO.
           DISPLAY "Tempo decorrido (s)..: " WS-SEGUNDOS-ED.
           DISPLAY "--------------------------------".

           COMPUTE WS-JOBLOG-QTD-REGISTROS =
               END-IF
           END-IF.

      * O tempo decorrido segue no evento FIM para o MonitorBatch,
      * que acompanha o SLA pelos pares INICIO/FIM do JOBLOG.
           MOVE SPACES TO WS-JOBLOG-EVENTO.
           STRING "FIM IMPORTAR-MATRICULAS Tempo: " DELIMITED BY SIZE
               WS-SEGUNDOS-ED DELIMITED BY SIZE
               "s" DELIMITED BY SIZE
               INTO WS-JOBLOG-EVENTO
           END-STRING.
           PERFORM GRAVAR-JOBLOG.
           IF WS-MODO-LOTE NOT = "LOTE"
               PERFORM INICIO
           WRITE REGISTRO-CONTROLE-LOTE.
           CLOSE ARQ-CONTROLE-LOTES.

       CALCULAR-TEMPO-DECORRIDO.
           ACCEPT WS-HORA-FIM-LOTE FROM TIME.
           COMPUTE WS-SEGUNDOS-DECORRIDOS
               = (WS-FIM-LOTE-HH * 3600 + WS-FIM-LOTE-MM * 60
                   + WS-FIM-LOTE-SS)
               - (WS-INI-LOTE-HH * 3600 + WS-INI-LOTE-MM * 60
                   + WS-INI-LOTE-SS).
           IF WS-SEGUNDOS-DECORRIDOS < 0
               ADD 86400 TO WS-SEGUNDOS-DECORRIDOS
           END-IF.
           MOVE WS-SEGUNDOS-DECORRIDOS TO WS-SEGUNDOS-ED.

       PROCESSAR-MATRICULA.
           MOVE FUNCTION TRIM(REGISTRO-MATRICULA) TO REGISTRO-MATRICULA
           MOVE SPACES TO WS-PARSE-LINHA
                       INVALID KEY
                           PERFORM GRAVAR-REJEITADO-MATRICULA
                       NOT INVALID KEY
                           PERFORM VERIFICAR-SITUACAO-ACADEMICA
                           IF WS-SITUACAO-ALUNO = "J"
                               DISPLAY "Matricula bloqueada: aluno "
                                  "candidato a jubilamento"
                               PERFORM GRAVAR-REJEITADO-MATRICULA
                           ELSE
                           PERFORM VERIFICAR-PREREQUISITOS
                               THRU FIM-VERIFICAR-PREREQUISITOS
                           IF WS-PREREQ-OK = "N"
                           END-IF
                           END-IF
                           END-IF
                           END-IF
                   END-READ
                   END-IF
           END-READ.
       CALCULAR-CARGA-PROFESSOR.
           MOVE 0 TO WS-CARGA-USADA-MIN.
           MOVE 0 TO QTD-TURMAS-PROF.
           PERFORM VARYING IDX-GRD FROM 1 BY 1
                   UNTIL IDX-GRD > QTD-GRADE
               PERFORM SOMAR-CARGA-TURMA
           END-PERFORM.

       SOMAR-CARGA-TURMA.
           IF TGR-MATRICULA-PROFESSOR(IDX-GRD)
                   NOT = WS-MATRICULA-PROFESSOR
                   OR TGR-CODIGO(IDX-GRD) = WS-CODIGO-TURMA
               CONTINUE
           ELSE
               MOVE "N" TO WS-ENCONTRADO-TPF
               PERFORM VARYING IDX-TPF FROM 1 BY 1
                       UNTIL IDX-TPF > QTD-TURMAS-PROF
                   IF TPF-CODIGO(IDX-TPF) = TGR-CODIGO(IDX-GRD)
                       MOVE "S" TO WS-ENCONTRADO-TPF
                   END-IF
               END-PERFORM
                       AND QTD-TURMAS-PROF < 50
                   ADD 1 TO QTD-TURMAS-PROF
                   SET IDX-TPF TO QTD-TURMAS-PROF
                   MOVE TGR-CODIGO(IDX-GRD) TO TPF-CODIGO(IDX-TPF)
                   IF TGR-HORA-FIM(IDX-GRD)
                           > TGR-HORA-INICIO(IDX-GRD)
                       MOVE TGR-HORA-FIM(IDX-GRD) TO HORA-DECOMPOSTA
                       COMPUTE WS-MINUTOS-TURMA
                           = WS-HORA-HH * 60 + WS-HORA-MM
                       MOVE TGR-HORA-INICIO(IDX-GRD)
                           TO HORA-DECOMPOSTA
                       COMPUTE WS-MINUTOS-TURMA
                           = WS-MINUTOS-TURMA
                           - (WS-HORA-HH * 60 + WS-HORA-MM)
               CLOSE ARQ-PREREQUISITOS
           END-IF.

      * Situacao academica apurada por SituacaoAcademica.cbl no
      * encerramento do periodo; arquivo ausente libera todos.
       CARREGAR-SITUACOES.
           MOVE 0 TO QTD-SITUACOES.
           MOVE "N" TO WS-FIM-SITUACAO.
           OPEN INPUT ARQ-SITUACAO.
           IF WS-STATUS-SITUACAO = "00"
               PERFORM UNTIL WS-FIM-SITUACAO = "S"
                   READ ARQ-SITUACAO
                       AT END
                           MOVE "S" TO WS-FIM-SITUACAO
                       NOT AT END
                           IF QTD-SITUACOES < 2000
                               ADD 1 TO QTD-SITUACOES
                               SET IDX-SAC TO QTD-SITUACOES
                               MOVE SAC-MATRICULA
                                   TO TSA-MATRICULA(IDX-SAC)
                               MOVE SAC-SITUACAO
                                   TO TSA-SITUACAO(IDX-SAC)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQ-SITUACAO
           END-IF.

      * Le por chave so o periodo letivo corrente de turmas.idx e
      * monta a grade de horarios e a lotacao de cada secao usadas
      * nas validacoes de carga, sala e conflito do lote inteiro.
       CARREGAR-GRADE-PERIODO.
           MOVE 0 TO QTD-GRADE.
           MOVE 0 TO QTD-OCUPACOES.
           MOVE "S" TO WS-GRADE-OK.
           MOVE "N" TO WS-FIM-VARREDURA.
           MOVE LOW-VALUES TO TUR-CHAVE.
           MOVE WS-PERIODO-LETIVO TO TUR-PERIODO.
           START ARQ-TURMAS KEY IS >= TUR-CHAVE
               INVALID KEY
                   MOVE "S" TO WS-FIM-VARREDURA
           END-START.
           PERFORM UNTIL WS-FIM-VARREDURA = "S"
               READ ARQ-TURMAS NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIM-VARREDURA
                   NOT AT END
                       IF TUR-PERIODO NOT = WS-PERIODO-LETIVO
                           MOVE "S" TO WS-FIM-VARREDURA
                       ELSE
                           PERFORM GUARDAR-NA-GRADE
                       END-IF
               END-READ
           END-PERFORM.
           DISPLAY "Grade do periodo: " QTD-GRADE
              " matricula(s) em " QTD-OCUPACOES " turma(s)".

      * Na carga os registros ja vem na ordem da chave.
       GUARDAR-NA-GRADE.
           IF QTD-GRADE NOT < 10000
               PERFORM REGISTRAR-LIMITE-GRADE
           ELSE
               ADD 1 TO QTD-GRADE
               SET IDX-GRD TO QTD-GRADE
               PERFORM MOVER-REGISTRO-GRADE
               PERFORM SOMAR-OCUPACAO
           END-IF.

       MOVER-REGISTRO-GRADE.
           MOVE TUR-CODIGO TO TGR-CODIGO(IDX-GRD).
           MOVE TUR-MATRICULA-ALUNO TO TGR-MATRICULA-ALUNO(IDX-GRD).
           MOVE TUR-MATRICULA-PROFESSOR
               TO TGR-MATRICULA-PROFESSOR(IDX-GRD).
           MOVE TUR-DIA-SEMANA TO TGR-DIA-SEMANA(IDX-GRD).
           MOVE TUR-HORA-INICIO TO TGR-HORA-INICIO(IDX-GRD).
           MOVE TUR-HORA-FIM TO TGR-HORA-FIM(IDX-GRD).
           MOVE TUR-SALA TO TGR-SALA(IDX-GRD).

       SOMAR-OCUPACAO.
           MOVE TUR-CODIGO TO WS-CODIGO-OCUPACAO.
           PERFORM LOCALIZAR-OCUPACAO.
           IF WS-OCUPACAO-ENCONTRADA = "N"
               IF QTD-OCUPACOES NOT < 2000
                   PERFORM REGISTRAR-LIMITE-GRADE
               ELSE
                   ADD 1 TO QTD-OCUPACOES
                   SET IDX-OCU TO QTD-OCUPACOES
                   MOVE TUR-CODIGO TO TOC-CODIGO(IDX-OCU)
                   MOVE 0 TO TOC-QTD(IDX-OCU)
                   MOVE "S" TO WS-OCUPACAO-ENCONTRADA
               END-IF
           END-IF.
           IF WS-OCUPACAO-ENCONTRADA = "S"
               ADD 1 TO TOC-QTD(IDX-OCU)
           END-IF.

      * Sem espaco na grade as validacoes deixariam de enxergar
      * parte do periodo: a importacao para nas linhas seguintes.
       REGISTRAR-LIMITE-GRADE.
           IF WS-GRADE-OK = "S"
               DISPLAY "Limite da grade do periodo excedido"
                  " - importacao interrompida"
               MOVE "Turmas" TO WS-ERRLOG-PROGRAMA
               MOVE "CARREGAR-GRADE-PERIODO" TO WS-ERRLOG-PARAGRAFO
               MOVE WS-ARQ-TURMAS TO WS-ERRLOG-ARQUIVO
               MOVE "LM" TO WS-ERRLOG-STATUS
               PERFORM GRAVAR-ERRORLOG
               MOVE 8 TO RETURN-CODE
           END-IF.
           MOVE "N" TO WS-GRADE-OK.
           MOVE "S" TO WS-FIM-VARREDURA.
           MOVE "S" TO WS-FIM-ARQ.

      * Candidato a jubilamento tem a matricula bloqueada; aluno em
      * periodo probatorio e matriculado com aviso.
       VERIFICAR-SITUACAO-ACADEMICA.
           MOVE SPACES TO WS-SITUACAO-ALUNO.
           PERFORM VARYING IDX-SAC FROM 1 BY 1
                   UNTIL IDX-SAC > QTD-SITUACOES
               IF TSA-MATRICULA(IDX-SAC) = WS-MATRICULA-ALUNO
                   MOVE TSA-SITUACAO(IDX-SAC) TO WS-SITUACAO-ALUNO
               END-IF
           END-PERFORM.
           IF WS-SITUACAO-ALUNO = "P"
               DISPLAY "Aviso: aluno " WS-MATRICULA-ALUNO
                  " em periodo probatorio"
           END-IF.

      * Cada pre-requisito do curso exige um registro APROVADO no
      * historico escolar do aluno, com a media minima cadastrada.
       VERIFICAR-PREREQUISITOS.
                           IF HIS-MATRICULA = WS-MATRICULA-ALUNO
                                   AND HIS-CURSO
                                       = TPR-REQUISITO(IDX-PRQ)
                                   AND (HIS-RESULTADO = "Aprovado"
                                   OR HIS-RESULTADO = "APROVEITADO")
                                   AND HIS-MEDIA
                                       >= TPR-MEDIA-MINIMA(IDX-PRQ)
                               MOVE "S" TO WS-REQUISITO-ATENDIDO

       CONTAR-OCUPACAO-TURMA.
           MOVE 0 TO WS-OCUPACAO-TURMA.
           MOVE WS-CODIGO-TURMA TO WS-CODIGO-OCUPACAO.
           PERFORM LOCALIZAR-OCUPACAO.
           IF WS-OCUPACAO-ENCONTRADA = "S"
               MOVE TOC-QTD(IDX-OCU) TO WS-OCUPACAO-TURMA
           END-IF.

       LOCALIZAR-OCUPACAO.
           MOVE "N" TO WS-OCUPACAO-ENCONTRADA.
           SET IDX-OCU TO 1.
           SEARCH TOC-ITEM
               AT END
                   CONTINUE
               WHEN IDX-OCU > QTD-OCUPACOES
                   CONTINUE
               WHEN TOC-CODIGO(IDX-OCU) = WS-CODIGO-OCUPACAO
                   MOVE "S" TO WS-OCUPACAO-ENCONTRADA
           END-SEARCH.

       VERIFICAR-CONFLITOS.
           MOVE "N" TO WS-CONFLITO.
               GO TO FIM-VERIFICAR-CONFLITOS
           END-IF.

           PERFORM VARYING IDX-GRD FROM 1 BY 1
                   UNTIL IDX-GRD > QTD-GRADE
                   OR WS-CONFLITO = "S"
               PERFORM CONFERIR-UM-REGISTRO
                   THRU FIM-CONFERIR-UM-REGISTRO
           END-PERFORM.
       FIM-VERIFICAR-CONFLITOS.
           EXIT.

       CONFERIR-UM-REGISTRO.
           IF TGR-DIA-SEMANA(IDX-GRD) NOT = WS-DIA-NOVO
               GO TO FIM-CONFERIR-UM-REGISTRO
           END-IF.
           IF NOT (WS-INICIO-NOVO < TGR-HORA-FIM(IDX-GRD)
                   AND TGR-HORA-INICIO(IDX-GRD) < WS-FIM-NOVO)
               GO TO FIM-CONFERIR-UM-REGISTRO
           END-IF.

           IF TGR-MATRICULA-PROFESSOR(IDX-GRD)
                   = WS-MATRICULA-PROFESSOR
                   AND (TGR-CODIGO(IDX-GRD) NOT = WS-CODIGO-TURMA
                       OR TGR-SALA(IDX-GRD) NOT = WS-SALA)
               MOVE "S" TO WS-CONFLITO
               STRING "professor " DELIMITED BY SIZE
                   WS-MATRICULA-PROFESSOR DELIMITED BY SPACE
               GO TO FIM-CONFERIR-UM-REGISTRO
           END-IF.

           IF TGR-SALA(IDX-GRD) = WS-SALA
                   AND TGR-CODIGO(IDX-GRD) NOT = WS-CODIGO-TURMA
               MOVE "S" TO WS-CONFLITO
               STRING "sala " DELIMITED BY SIZE
                   WS-SALA DELIMITED BY SPACE
               GO TO FIM-CONFERIR-UM-REGISTRO
           END-IF.

           IF TGR-MATRICULA-ALUNO(IDX-GRD) = WS-MATRICULA-ALUNO
                   AND TGR-CODIGO(IDX-GRD) NOT = WS-CODIGO-TURMA
               MOVE "S" TO WS-CONFLITO
               STRING "aluno " DELIMITED BY SIZE
                   WS-MATRICULA-ALUNO DELIMITED BY SPACE
                       NOT INVALID KEY
                           ADD 1 TO WS-TOTAL-IMPORTADOS
                           MOVE "S" TO WS-GRAVACAO-OK
                           PERFORM ATUALIZAR-GRADE
                   END-REWRITE
               NOT INVALID KEY
                   ADD 1 TO WS-TOTAL-IMPORTADOS
                   MOVE "S" TO WS-GRAVACAO-OK
                   PERFORM INCLUIR-NA-GRADE
           END-WRITE.

           IF WS-GRAVACAO-OK = "S"
           END-IF.
           PERFORM GRAVAR-JORNAL.

      * Matricula nova entra na grade na posicao da chave, para que
      * as proximas linhas do lote a enxerguem como no arquivo.
       INCLUIR-NA-GRADE.
           IF QTD-GRADE NOT < 10000
               PERFORM REGISTRAR-LIMITE-GRADE
           ELSE
               MOVE TUR-CODIGO TO WS-CHAVE-GRADE-CODIGO
               MOVE TUR-MATRICULA-ALUNO TO WS-CHAVE-GRADE-ALUNO
               PERFORM VARYING IDX-GRD FROM 1 BY 1
                       UNTIL IDX-GRD > QTD-GRADE
                       OR TGR-CHAVE(IDX-GRD) > WS-CHAVE-GRADE
                   CONTINUE
               END-PERFORM
               PERFORM VARYING WS-POS-DESLOCA FROM QTD-GRADE BY -1
                       UNTIL WS-POS-DESLOCA < IDX-GRD
                   MOVE TGR-ITEM(WS-POS-DESLOCA)
                       TO TGR-ITEM(WS-POS-DESLOCA + 1)
               END-PERFORM
               ADD 1 TO QTD-GRADE
               PERFORM MOVER-REGISTRO-GRADE
               PERFORM SOMAR-OCUPACAO
           END-IF.

      * Regravacao da mesma chave troca o horario sem mudar a
      * lotacao da secao.
       ATUALIZAR-GRADE.
           MOVE TUR-CODIGO TO WS-CHAVE-GRADE-CODIGO.
           MOVE TUR-MATRICULA-ALUNO TO WS-CHAVE-GRADE-ALUNO.
           PERFORM VARYING IDX-GRD FROM 1 BY 1
                   UNTIL IDX-GRD > QTD-GRADE
                   OR TGR-CHAVE(IDX-GRD) = WS-CHAVE-GRADE
               CONTINUE
           END-PERFORM.
           IF IDX-GRD NOT > QTD-GRADE
               PERFORM MOVER-REGISTRO-GRADE
           END-IF.

       VERIFICAR-INADIMPLENCIA.
           MOVE 0 TO WS-QTD-VENCIDAS.
           MOVE "N" TO WS-FIM-MENSALIDADES.

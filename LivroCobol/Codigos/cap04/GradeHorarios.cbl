       IDENTIFICATION DIVISION.
           PROGRAM-ID. GradeHorarios.
           AUTHOR. Fernando Anselmo.

      * Gera a proposta de grade de horarios do periodo a partir da
      * demanda de turmas, da disponibilidade dos professores e das
      * salas ativas de salas.idx. Cada turma recebe um encontro
      * semanal (dia, inicio, fim e sala), como em turmas.idx.
      * A grade proposta e as turmas nao alocadas ficam para
      * conferencia; nada e gravado em turmas.idx.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-DEMANDA ASSIGN TO WS-ARQ-DEMANDA
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-DEMANDA.

           SELECT ARQ-DISPONIBILIDADE ASSIGN TO WS-ARQ-DISPONIBILIDADE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-DISPONIBILIDADE.

           SELECT ARQ-SALAS ASSIGN TO WS-ARQ-SALAS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SAL-CODIGO
               FILE STATUS IS WS-STATUS-SALAS.

           SELECT ARQ-TURMAS ASSIGN TO WS-ARQ-TURMAS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TUR-CHAVE
               ALTERNATE RECORD KEY IS TUR-MATRICULA-ALUNO
                   WITH DUPLICATES
               FILE STATUS IS WS-STATUS-TURMAS.

           SELECT ARQ-PROFESSORES ASSIGN TO WS-ARQ-PROFESSORES
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRO-MATRICULA
               FILE STATUS IS WS-STATUS-PROFESSORES.

           SELECT ARQ-GRADE ASSIGN TO WS-ARQ-GRADE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-GRADE.

           SELECT RELATORIO ASSIGN TO WS-ARQ-RELATORIO
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT RELATORIO-NAO-ALOCADAS
               ASSIGN TO WS-ARQ-NAO-ALOCADAS
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ARQ-SORT-GRADE ASSIGN TO WS-ARQ-SORT-GRADE.

           COPY ERRLOGSL.

           COPY PERLETSL.

           COPY JOBLOGSL.

       DATA DIVISION.
       FILE SECTION.
       FD ARQ-DEMANDA.
       01 REG-DEMANDA.
           COPY DEMTURMA.

       FD ARQ-DISPONIBILIDADE.
       01 REG-DISPONIBILIDADE.
           COPY DISPPROF.

       FD ARQ-SALAS.
       01 REG-SALA.
           COPY SALA.

       FD ARQ-TURMAS.
       01 REG-TURMA.
           COPY TURMA.

       FD ARQ-PROFESSORES.
       01 REG-PROFESSOR.
           05 PRO-MATRICULA        PIC X(8).
           05 PRO-NOME             PIC X(30).
           05 PRO-DEPARTAMENTO     PIC X(20).
           05 PRO-CARGA-HORARIA    PIC 9(3).
           05 PRO-TIPO-CONTRATO    PIC X(10).
           05 PRO-ATIVO            PIC X(1).

       FD ARQ-GRADE.
       01 REG-GRADE.
           COPY GRADEPRO.

       FD RELATORIO.
       01 LINHA-RELATORIO          PIC X(100).

       FD RELATORIO-NAO-ALOCADAS.
       01 LINHA-NAO-ALOCADA        PIC X(100).

       SD ARQ-SORT-GRADE.
       01 REG-SORT-GRADE.
           05 SRT-DIA              PIC 9(1).
           05 SRT-INICIO           PIC 9(4).
           05 SRT-SALA             PIC X(6).
           05 SRT-FIM              PIC 9(4).
           05 SRT-TURMA            PIC X(6).
           05 SRT-CURSO            PIC X(20).
           05 SRT-PROFESSOR        PIC X(8).
           05 SRT-UNIDADE          PIC X(3).
           05 SRT-CAPACIDADE       PIC 9(3).
           05 SRT-PREVISTAS        PIC 9(3).

       COPY ERRLOGFD.

       COPY PERLETFD.

       COPY JOBLOGFD.

       WORKING-STORAGE SECTION.
       COPY ERRLOGWS.

       COPY PERLETWS.

       COPY JOBLOGWS.

       01 WS-ARQ-DEMANDA         PIC X(40)
           VALUE "demanda-turmas.data".
       01 WS-ARQ-DISPONIBILIDADE PIC X(40)
           VALUE "disponibilidade-professores.data".
       01 WS-ARQ-SALAS           PIC X(40) VALUE "salas.idx".
       01 WS-ARQ-TURMAS          PIC X(40) VALUE "turmas.idx".
       01 WS-ARQ-PROFESSORES     PIC X(40) VALUE "professores.idx".
       01 WS-ARQ-GRADE           PIC X(40)
           VALUE "grade-horarios-proposta.data".
       01 WS-ARQ-RELATORIO       PIC X(40)
           VALUE "GRADE-HORARIOS.LST".
       01 WS-ARQ-NAO-ALOCADAS    PIC X(40)
           VALUE "GRADE-NAO-ALOCADAS.LST".
       01 WS-ARQ-SORT-GRADE      PIC X(40) VALUE "GRADE.SRT".

       01 WS-STATUS-DEMANDA      PIC X(2).
       01 WS-STATUS-DISPONIBILIDADE PIC X(2).
       01 WS-STATUS-SALAS        PIC X(2).
       01 WS-STATUS-TURMAS       PIC X(2).
       01 WS-STATUS-PROFESSORES  PIC X(2).
       01 WS-STATUS-GRADE        PIC X(2).
       01 WS-PROFESSORES-ABERTOS PIC X(1) VALUE "N".

       01 WS-FIM-ARQ             PIC X VALUE "N".
       01 WS-FIM-RETORNO         PIC X VALUE "N".
       01 WS-ACHOU               PIC X VALUE "N".
       01 WS-LIVRE               PIC X VALUE "N".
       01 WS-ALOCADA             PIC X VALUE "N".
       01 WS-TEM-SALA            PIC X VALUE "N".
       01 WS-TEM-DISPONIBILIDADE PIC X VALUE "N".

      * Intervalo, em minutos, entre os horarios de inicio testados
      * dentro de cada bloco de disponibilidade do professor.
       01 WS-PASSO-MINUTOS       PIC 9(3) VALUE 30.

       01 HORA-DECOMPOSTA.
           05 WS-HORA-HH         PIC 9(2).
           05 WS-HORA-MM         PIC 9(2).
       01 WS-HORA-HHMM REDEFINES HORA-DECOMPOSTA PIC 9(4).

      * Salas ativas de salas.idx.
       01 QTD-SALAS              PIC 9(3) VALUE 0.
       01 TABELA-SALAS.
           05 TSA-ITEM OCCURS 300 TIMES INDEXED BY IDX-TSA.
               10 TSA-CODIGO     PIC X(6).
               10 TSA-CAPACIDADE PIC 9(3).
               10 TSA-TIPO       PIC X(10).

      * Blocos de disponibilidade, com horas convertidas em minutos.
       01 QTD-DISPONIBILIDADES   PIC 9(4) VALUE 0.
       01 TABELA-DISPONIBILIDADES.
           05 TDP-ITEM OCCURS 2000 TIMES INDEXED BY IDX-TDP.
               10 TDP-PROFESSOR  PIC X(8).
               10 TDP-DIA        PIC 9(1).
               10 TDP-INICIO     PIC 9(4).
               10 TDP-FIM        PIC 9(4).

      * Turmas demandadas no periodo e o resultado da alocacao.
       01 QTD-DEMANDAS           PIC 9(3) VALUE 0.
       01 TABELA-DEMANDAS.
           05 TDM-ITEM OCCURS 500 TIMES INDEXED BY IDX-TDM.
               10 TDM-TURMA      PIC X(6).
               10 TDM-CURSO      PIC X(20).
               10 TDM-PROFESSOR  PIC X(8).
               10 TDM-UNIDADE    PIC X(3).
               10 TDM-TIPO-SALA  PIC X(10).
               10 TDM-HORAS      PIC 9(2).
               10 TDM-PREVISTAS  PIC 9(3).
               10 TDM-TRATADA    PIC X(1).
               10 TDM-ALOCADA    PIC X(1).
               10 TDM-MOTIVO     PIC X(40).
               10 TDM-DIA        PIC 9(1).
               10 TDM-INICIO     PIC 9(4).
               10 TDM-FIM        PIC 9(4).
               10 TDM-SALA       PIC X(6).
               10 TDM-CAPACIDADE PIC 9(3).

      * Horarios ja ocupados por professor e sala, em minutos:
      * turmas do periodo em turmas.idx fora da demanda e as
      * turmas alocadas nesta execucao.
       01 QTD-OCUPACOES          PIC 9(4) VALUE 0.
       01 TABELA-OCUPACOES.
           05 TOC-ITEM OCCURS 3000 TIMES INDEXED BY IDX-TOC.
               10 TOC-PROFESSOR  PIC X(8).
               10 TOC-SALA       PIC X(6).
               10 TOC-DIA        PIC 9(1).
               10 TOC-INICIO     PIC 9(4).
               10 TOC-FIM        PIC 9(4).

      * Carga semanal por professor: limite de professores.idx
      * (PRO-CARGA-HORARIA em horas) e minutos ja atribuidos.
       01 QTD-CARGAS             PIC 9(3) VALUE 0.
       01 TABELA-CARGAS.
           05 TCG-ITEM OCCURS 300 TIMES INDEXED BY IDX-TCG.
               10 TCG-PROFESSOR  PIC X(8).
               10 TCG-SITUACAO   PIC X(1).
                   88 TCG-ATIVO          VALUE "A".
                   88 TCG-INATIVO        VALUE "I".
                   88 TCG-INEXISTENTE    VALUE "X".
               10 TCG-LIMITE     PIC 9(5).
               10 TCG-USADO      PIC 9(5).

       01 WS-PROFESSOR           PIC X(8).
       01 WS-DIA                 PIC 9(1).
       01 WS-INICIO-MIN          PIC 9(4).
       01 WS-FIM-MIN             PIC 9(4).
       01 WS-DURACAO-MIN         PIC 9(4).
       01 WS-MAIOR-PREVISTAS     PIC 9(3).
       01 WS-MAIOR-HORAS         PIC 9(2).
       01 WS-PROXIMA             PIC 9(3).
       01 WS-RODADA              PIC 9(3).
       01 WS-MELHOR-SALA         PIC 9(3).
       01 WS-MELHOR-CAPACIDADE   PIC 9(3).

       01 WS-TOTAL-ALOCADAS      PIC 9(3) VALUE 0.
       01 WS-TOTAL-NAO-ALOCADAS  PIC 9(3) VALUE 0.
       01 WS-TOTAL-ED            PIC ZZ9.
       01 WS-INICIO-HHMM         PIC 9(4).
       01 WS-FIM-HHMM            PIC 9(4).

       01 WS-NOMES-DIAS          PIC X(56) VALUE
           "Segunda Terca   Quarta  Quinta  Sexta   Sabado  Domingo ".
       01 TABELA-NOMES-DIAS REDEFINES WS-NOMES-DIAS.
           05 WS-NOME-DIA        PIC X(8) OCCURS 7 TIMES.
       01 WS-DIA-GRUPO           PIC 9(1).

       PROCEDURE DIVISION.
       INICIO.
           PERFORM DEFINIR-ARQUIVOS.
           DISPLAY "============================================".
           DISPLAY " Gerador de Grade de Horarios".
           DISPLAY "============================================".
           MOVE "GradeHorarios" TO WS-JOBLOG-PROGRAMA.
           MOVE "INICIO" TO WS-JOBLOG-EVENTO.
           PERFORM GRAVAR-JOBLOG.

           PERFORM LER-PERIODO-LETIVO.
           PERFORM CARREGAR-SALAS.
           IF RETURN-CODE NOT = 8
               PERFORM CARREGAR-DEMANDAS
           END-IF.
           IF RETURN-CODE NOT = 8
               PERFORM CARREGAR-DISPONIBILIDADES
               OPEN INPUT ARQ-PROFESSORES
               IF WS-STATUS-PROFESSORES = "00"
                   MOVE "S" TO WS-PROFESSORES-ABERTOS
               ELSE
                   DISPLAY "Professores ausentes: "
                       WS-ARQ-PROFESSORES
               END-IF
               PERFORM CARREGAR-OCUPACOES
               PERFORM VARYING WS-RODADA FROM 1 BY 1
                       UNTIL WS-RODADA > QTD-DEMANDAS
                   PERFORM ESCOLHER-PROXIMA
                   SET IDX-TDM TO WS-PROXIMA
                   PERFORM ALOCAR-TURMA
               END-PERFORM
               IF WS-PROFESSORES-ABERTOS = "S"
                   CLOSE ARQ-PROFESSORES
                   MOVE "N" TO WS-PROFESSORES-ABERTOS
               END-IF
               PERFORM GRAVAR-PROPOSTA
               PERFORM RELATAR-NAO-ALOCADAS
               DISPLAY "Turmas alocadas: " WS-TOTAL-ALOCADAS
               DISPLAY "Turmas nao alocadas: " WS-TOTAL-NAO-ALOCADAS
               IF WS-TOTAL-NAO-ALOCADAS > 0
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.

           MOVE QTD-DEMANDAS TO WS-JOBLOG-QTD-REGISTROS.
           MOVE "FIM" TO WS-JOBLOG-EVENTO.
           PERFORM GRAVAR-JOBLOG.
           GOBACK.

       DEFINIR-ARQUIVOS.
           ACCEPT WS-ARQ-DEMANDA FROM ENVIRONMENT "DEMANDA_TURMAS"
               ON EXCEPTION
                   MOVE "demanda-turmas.data" TO WS-ARQ-DEMANDA
           END-ACCEPT.
           ACCEPT WS-ARQ-DISPONIBILIDADE FROM ENVIRONMENT
                   "DISPONIBILIDADE_PROFESSORES"
               ON EXCEPTION
                   MOVE "disponibilidade-professores.data"
                     TO WS-ARQ-DISPONIBILIDADE
           END-ACCEPT.
           ACCEPT WS-ARQ-SALAS FROM ENVIRONMENT "SALAS_IDX"
               ON EXCEPTION
                   MOVE "salas.idx" TO WS-ARQ-SALAS
           END-ACCEPT.
           ACCEPT WS-ARQ-TURMAS FROM ENVIRONMENT "TURMAS_IDX"
               ON EXCEPTION
                   MOVE "turmas.idx" TO WS-ARQ-TURMAS
           END-ACCEPT.
           ACCEPT WS-ARQ-PROFESSORES FROM ENVIRONMENT "PROFESSORES_IDX"
               ON EXCEPTION
                   MOVE "professores.idx" TO WS-ARQ-PROFESSORES
           END-ACCEPT.
           ACCEPT WS-ARQ-GRADE FROM ENVIRONMENT
                   "GRADE_HORARIOS_PROPOSTA"
               ON EXCEPTION
                   MOVE "grade-horarios-proposta.data"
                     TO WS-ARQ-GRADE
           END-ACCEPT.
           ACCEPT WS-ARQ-RELATORIO FROM ENVIRONMENT
                   "GRADE_HORARIOS_LST"
               ON EXCEPTION
                   MOVE "GRADE-HORARIOS.LST" TO WS-ARQ-RELATORIO
           END-ACCEPT.
           ACCEPT WS-ARQ-NAO-ALOCADAS FROM ENVIRONMENT
                   "GRADE_NAO_ALOCADAS_LST"
               ON EXCEPTION
                   MOVE "GRADE-NAO-ALOCADAS.LST"
                     TO WS-ARQ-NAO-ALOCADAS
           END-ACCEPT.

       CARREGAR-SALAS.
           OPEN INPUT ARQ-SALAS.
           IF WS-STATUS-SALAS NOT = "00"
               DISPLAY "Erro ao abrir " WS-ARQ-SALAS
                  " Status: " WS-STATUS-SALAS
               MOVE "GradeHorarios" TO WS-ERRLOG-PROGRAMA
               MOVE "CARREGAR-SALAS" TO WS-ERRLOG-PARAGRAFO
               MOVE WS-ARQ-SALAS TO WS-ERRLOG-ARQUIVO
               MOVE WS-STATUS-SALAS TO WS-ERRLOG-STATUS
               PERFORM GRAVAR-ERRORLOG
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE "N" TO WS-FIM-ARQ
               PERFORM UNTIL WS-FIM-ARQ = "S"
                   READ ARQ-SALAS NEXT RECORD
                       AT END
                           MOVE "S" TO WS-FIM-ARQ
                       NOT AT END
                           IF SAL-ATIVA NOT = "N"
                                   AND QTD-SALAS < 300
                               ADD 1 TO QTD-SALAS
                               SET IDX-TSA TO QTD-SALAS
                               MOVE SAL-CODIGO TO TSA-CODIGO(IDX-TSA)
                               MOVE SAL-CAPACIDADE
                                 TO TSA-CAPACIDADE(IDX-TSA)
                               MOVE SAL-TIPO TO TSA-TIPO(IDX-TSA)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQ-SALAS
           END-IF.

      * Somente a demanda do periodo letivo corrente; turma repetida
      * na demanda fica com o primeiro registro.
       CARREGAR-DEMANDAS.
           OPEN INPUT ARQ-DEMANDA.
           IF WS-STATUS-DEMANDA NOT = "00"
               DISPLAY "Erro ao abrir " WS-ARQ-DEMANDA
                  " Status: " WS-STATUS-DEMANDA
               MOVE "GradeHorarios" TO WS-ERRLOG-PROGRAMA
               MOVE "CARREGAR-DEMANDAS" TO WS-ERRLOG-PARAGRAFO
               MOVE WS-ARQ-DEMANDA TO WS-ERRLOG-ARQUIVO
               MOVE WS-STATUS-DEMANDA TO WS-ERRLOG-STATUS
               PERFORM GRAVAR-ERRORLOG
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE "N" TO WS-FIM-ARQ
               PERFORM UNTIL WS-FIM-ARQ = "S"
                   READ ARQ-DEMANDA
                       AT END
                           MOVE "S" TO WS-FIM-ARQ
                       NOT AT END
                           IF DMT-PERIODO = WS-PERIODO-LETIVO
                               PERFORM GUARDAR-DEMANDA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQ-DEMANDA
           END-IF.

       GUARDAR-DEMANDA.
           MOVE "N" TO WS-ACHOU.
           PERFORM VARYING IDX-TDM FROM 1 BY 1
                   UNTIL IDX-TDM > QTD-DEMANDAS
                   OR WS-ACHOU = "S"
               IF TDM-TURMA(IDX-TDM) = DMT-TURMA
                   MOVE "S" TO WS-ACHOU
               END-IF
           END-PERFORM.
           IF WS-ACHOU = "S"
               DISPLAY "Turma repetida na demanda: " DMT-TURMA
           ELSE
               IF QTD-DEMANDAS < 500
                   ADD 1 TO QTD-DEMANDAS
                   SET IDX-TDM TO QTD-DEMANDAS
                   MOVE DMT-TURMA TO TDM-TURMA(IDX-TDM)
                   MOVE DMT-CURSO TO TDM-CURSO(IDX-TDM)
                   MOVE DMT-PROFESSOR TO TDM-PROFESSOR(IDX-TDM)
                   MOVE DMT-UNIDADE TO TDM-UNIDADE(IDX-TDM)
                   MOVE DMT-TIPO-SALA TO TDM-TIPO-SALA(IDX-TDM)
                   MOVE DMT-HORAS-SEMANAIS TO TDM-HORAS(IDX-TDM)
                   MOVE DMT-MATRICULAS-PREVISTAS
                     TO TDM-PREVISTAS(IDX-TDM)
                   MOVE "N" TO TDM-TRATADA(IDX-TDM)
                   MOVE "N" TO TDM-ALOCADA(IDX-TDM)
                   MOVE SPACES TO TDM-MOTIVO(IDX-TDM)
                   MOVE 0 TO TDM-DIA(IDX-TDM)
                   MOVE 0 TO TDM-INICIO(IDX-TDM)
                   MOVE 0 TO TDM-FIM(IDX-TDM)
                   MOVE SPACES TO TDM-SALA(IDX-TDM)
                   MOVE 0 TO TDM-CAPACIDADE(IDX-TDM)
               END-IF
           END-IF.

      * Blocos com dia ou horario invalido sao desprezados.
       CARREGAR-DISPONIBILIDADES.
           OPEN INPUT ARQ-DISPONIBILIDADE.
           IF WS-STATUS-DISPONIBILIDADE = "00"
               MOVE "N" TO WS-FIM-ARQ
               PERFORM UNTIL WS-FIM-ARQ = "S"
                   READ ARQ-DISPONIBILIDADE
                       AT END
                           MOVE "S" TO WS-FIM-ARQ
                       NOT AT END
                           IF DSP-DIA-SEMANA >= 1
                                   AND DSP-DIA-SEMANA <= 7
                                   AND DSP-HORA-FIM > DSP-HORA-INICIO
                                   AND DSP-HORA-FIM <= 2400
                                   AND QTD-DISPONIBILIDADES < 2000
                               PERFORM GUARDAR-DISPONIBILIDADE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQ-DISPONIBILIDADE
           ELSE
               DISPLAY "Disponibilidade ausente: "
                   WS-ARQ-DISPONIBILIDADE
           END-IF.

       GUARDAR-DISPONIBILIDADE.
           ADD 1 TO QTD-DISPONIBILIDADES.
           SET IDX-TDP TO QTD-DISPONIBILIDADES.
           MOVE DSP-PROFESSOR TO TDP-PROFESSOR(IDX-TDP).
           MOVE DSP-DIA-SEMANA TO TDP-DIA(IDX-TDP).
           MOVE DSP-HORA-INICIO TO HORA-DECOMPOSTA.
           COMPUTE TDP-INICIO(IDX-TDP) = WS-HORA-HH * 60 + WS-HORA-MM.
           MOVE DSP-HORA-FIM TO HORA-DECOMPOSTA.
           COMPUTE TDP-FIM(IDX-TDP) = WS-HORA-HH * 60 + WS-HORA-MM.

      * Turmas do periodo ja programadas em turmas.idx e que nao
      * estao na demanda continuam ocupando sala e professor, e
      * contam na carga semanal do professor.
       CARREGAR-OCUPACOES.
           OPEN INPUT ARQ-TURMAS.
           IF WS-STATUS-TURMAS = "00"
               MOVE "N" TO WS-FIM-ARQ
               PERFORM UNTIL WS-FIM-ARQ = "S"
                   READ ARQ-TURMAS NEXT RECORD
                       AT END
                           MOVE "S" TO WS-FIM-ARQ
                       NOT AT END
                           IF TUR-PERIODO = WS-PERIODO-LETIVO
                                   AND TUR-DIA-SEMANA >= 1
                                   AND TUR-DIA-SEMANA <= 7
                               PERFORM OCUPAR-TURMA-EXISTENTE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQ-TURMAS
           ELSE
               DISPLAY "Turmas ausentes: " WS-ARQ-TURMAS
           END-IF.

       OCUPAR-TURMA-EXISTENTE.
           MOVE "N" TO WS-ACHOU.
           PERFORM VARYING IDX-TDM FROM 1 BY 1
                   UNTIL IDX-TDM > QTD-DEMANDAS
                   OR WS-ACHOU = "S"
               IF TDM-TURMA(IDX-TDM) = TUR-CODIGO
                   MOVE "S" TO WS-ACHOU
               END-IF
           END-PERFORM.
           IF WS-ACHOU = "N"
               MOVE TUR-MATRICULA-PROFESSOR TO WS-PROFESSOR
               MOVE TUR-DIA-SEMANA TO WS-DIA
               MOVE TUR-HORA-INICIO TO HORA-DECOMPOSTA
               COMPUTE WS-INICIO-MIN = WS-HORA-HH * 60 + WS-HORA-MM
               MOVE TUR-HORA-FIM TO HORA-DECOMPOSTA
               COMPUTE WS-FIM-MIN = WS-HORA-HH * 60 + WS-HORA-MM
               PERFORM VARYING IDX-TOC FROM 1 BY 1
                       UNTIL IDX-TOC > QTD-OCUPACOES
                       OR WS-ACHOU = "S"
                   IF TOC-PROFESSOR(IDX-TOC) = WS-PROFESSOR
                           AND TOC-SALA(IDX-TOC) = TUR-SALA
                           AND TOC-DIA(IDX-TOC) = WS-DIA
                           AND TOC-INICIO(IDX-TOC) = WS-INICIO-MIN
                       MOVE "S" TO WS-ACHOU
                   END-IF
               END-PERFORM
           END-IF.
           IF WS-ACHOU = "N" AND QTD-OCUPACOES < 3000
               ADD 1 TO QTD-OCUPACOES
               SET IDX-TOC TO QTD-OCUPACOES
               MOVE WS-PROFESSOR TO TOC-PROFESSOR(IDX-TOC)
               MOVE TUR-SALA TO TOC-SALA(IDX-TOC)
               MOVE WS-DIA TO TOC-DIA(IDX-TOC)
               MOVE WS-INICIO-MIN TO TOC-INICIO(IDX-TOC)
               MOVE WS-FIM-MIN TO TOC-FIM(IDX-TOC)
               PERFORM LOCALIZAR-CARGA
               IF WS-FIM-MIN > WS-INICIO-MIN
                   ADD WS-FIM-MIN TO TCG-USADO(IDX-TCG)
                   SUBTRACT WS-INICIO-MIN FROM TCG-USADO(IDX-TCG)
               END-IF
           END-IF.

      * Posiciona IDX-TCG na carga de WS-PROFESSOR, incluindo-o na
      * tabela com os dados de professores.idx na primeira vez.
       LOCALIZAR-CARGA.
           MOVE "N" TO WS-ACHOU.
           PERFORM VARYING IDX-TCG FROM 1 BY 1
                   UNTIL IDX-TCG > QTD-CARGAS
                   OR WS-ACHOU = "S"
               IF TCG-PROFESSOR(IDX-TCG) = WS-PROFESSOR
                   MOVE "S" TO WS-ACHOU
               END-IF
           END-PERFORM.
           IF WS-ACHOU = "S"
               SET IDX-TCG DOWN BY 1
           ELSE
               IF QTD-CARGAS < 300
                   ADD 1 TO QTD-CARGAS
               END-IF
               SET IDX-TCG TO QTD-CARGAS
               MOVE WS-PROFESSOR TO TCG-PROFESSOR(IDX-TCG)
               MOVE 0 TO TCG-USADO(IDX-TCG)
               MOVE 0 TO TCG-LIMITE(IDX-TCG)
               SET TCG-INEXISTENTE(IDX-TCG) TO TRUE
               IF WS-PROFESSORES-ABERTOS = "S"
                   MOVE WS-PROFESSOR TO PRO-MATRICULA
                   READ ARQ-PROFESSORES
                       INVALID KEY
                           SET TCG-INEXISTENTE(IDX-TCG) TO TRUE
                       NOT INVALID KEY
                           COMPUTE TCG-LIMITE(IDX-TCG)
                               = PRO-CARGA-HORARIA * 60
                           IF PRO-ATIVO = "N"
                               SET TCG-INATIVO(IDX-TCG) TO TRUE
                           ELSE
                               SET TCG-ATIVO(IDX-TCG) TO TRUE
                           END-IF
                   END-READ
               END-IF
           END-IF.

      * As turmas de maior matricula prevista sao alocadas primeiro,
      * enquanto ha mais salas grandes livres; no empate, a de maior
      * carga semanal.
       ESCOLHER-PROXIMA.
           MOVE 0 TO WS-PROXIMA.
           MOVE 0 TO WS-MAIOR-PREVISTAS.
           MOVE 0 TO WS-MAIOR-HORAS.
           PERFORM VARYING IDX-TDM FROM 1 BY 1
                   UNTIL IDX-TDM > QTD-DEMANDAS
               IF TDM-TRATADA(IDX-TDM) = "N"
                   IF WS-PROXIMA = 0
                       OR TDM-PREVISTAS(IDX-TDM) > WS-MAIOR-PREVISTAS
                       OR (TDM-PREVISTAS(IDX-TDM) = WS-MAIOR-PREVISTAS
                           AND TDM-HORAS(IDX-TDM) > WS-MAIOR-HORAS)
                       SET WS-PROXIMA TO IDX-TDM
                       MOVE TDM-PREVISTAS(IDX-TDM)
                         TO WS-MAIOR-PREVISTAS
                       MOVE TDM-HORAS(IDX-TDM) TO WS-MAIOR-HORAS
                   END-IF
               END-IF
           END-PERFORM.

       ALOCAR-TURMA.
           MOVE "S" TO TDM-TRATADA(IDX-TDM).
           MOVE "N" TO WS-ALOCADA.
           MOVE TDM-PROFESSOR(IDX-TDM) TO WS-PROFESSOR.
           COMPUTE WS-DURACAO-MIN = TDM-HORAS(IDX-TDM) * 60.
           PERFORM LOCALIZAR-CARGA.
           PERFORM VERIFICAR-SALA-COMPATIVEL.
           EVALUATE TRUE
               WHEN TDM-HORAS(IDX-TDM) = 0
                   MOVE "Carga semanal nao informada"
                     TO TDM-MOTIVO(IDX-TDM)
               WHEN TCG-INEXISTENTE(IDX-TCG)
                   MOVE "Professor nao cadastrado"
                     TO TDM-MOTIVO(IDX-TDM)
               WHEN TCG-INATIVO(IDX-TCG)
                   MOVE "Professor inativo" TO TDM-MOTIVO(IDX-TDM)
               WHEN TCG-USADO(IDX-TCG) + WS-DURACAO-MIN
                       > TCG-LIMITE(IDX-TCG)
                   MOVE "Carga horaria do professor excedida"
                     TO TDM-MOTIVO(IDX-TDM)
               WHEN WS-TEM-SALA = "N"
                   MOVE "Nenhuma sala comporta capacidade/tipo"
                     TO TDM-MOTIVO(IDX-TDM)
               WHEN OTHER
                   PERFORM PROCURAR-HORARIO
           END-EVALUATE.
           IF WS-ALOCADA = "S"
               MOVE "S" TO TDM-ALOCADA(IDX-TDM)
               ADD 1 TO WS-TOTAL-ALOCADAS
           ELSE
               ADD 1 TO WS-TOTAL-NAO-ALOCADAS
           END-IF.

       VERIFICAR-SALA-COMPATIVEL.
           MOVE "N" TO WS-TEM-SALA.
           PERFORM VARYING IDX-TSA FROM 1 BY 1
                   UNTIL IDX-TSA > QTD-SALAS
                   OR WS-TEM-SALA = "S"
               IF TSA-CAPACIDADE(IDX-TSA) >= TDM-PREVISTAS(IDX-TDM)
                       AND (TDM-TIPO-SALA(IDX-TDM) = SPACES
                       OR TSA-TIPO(IDX-TSA) = TDM-TIPO-SALA(IDX-TDM))
                   MOVE "S" TO WS-TEM-SALA
               END-IF
           END-PERFORM.

      * Percorre os blocos de disponibilidade do professor, testando
      * inicios a cada WS-PASSO-MINUTOS ate o encontro caber no
      * bloco; fica com o primeiro horario em que ha sala livre.
       PROCURAR-HORARIO.
           MOVE "N" TO WS-TEM-DISPONIBILIDADE.
           PERFORM VARYING IDX-TDP FROM 1 BY 1
                   UNTIL IDX-TDP > QTD-DISPONIBILIDADES
                   OR WS-ALOCADA = "S"
               IF TDP-PROFESSOR(IDX-TDP) = WS-PROFESSOR
                   MOVE "S" TO WS-TEM-DISPONIBILIDADE
                   MOVE TDP-DIA(IDX-TDP) TO WS-DIA
                   PERFORM VARYING WS-INICIO-MIN
                           FROM TDP-INICIO(IDX-TDP)
                           BY WS-PASSO-MINUTOS
                           UNTIL WS-INICIO-MIN + WS-DURACAO-MIN
                               > TDP-FIM(IDX-TDP)
                           OR WS-ALOCADA = "S"
                       COMPUTE WS-FIM-MIN
                           = WS-INICIO-MIN + WS-DURACAO-MIN
                       PERFORM TESTAR-HORARIO
                   END-PERFORM
               END-IF
           END-PERFORM.
           IF WS-ALOCADA = "N"
               IF WS-TEM-DISPONIBILIDADE = "N"
                   MOVE "Professor sem disponibilidade cadastrada"
                     TO TDM-MOTIVO(IDX-TDM)
               ELSE
                   MOVE "Sem horario livre com sala adequada"
                     TO TDM-MOTIVO(IDX-TDM)
               END-IF
           END-IF.

      * Professor livre no intervalo e, entre as salas compativeis e
      * livres, a de menor capacidade que comporte a turma.
       TESTAR-HORARIO.
           MOVE "S" TO WS-LIVRE.
           PERFORM VARYING IDX-TOC FROM 1 BY 1
                   UNTIL IDX-TOC > QTD-OCUPACOES
                   OR WS-LIVRE = "N"
               IF TOC-PROFESSOR(IDX-TOC) = WS-PROFESSOR
                       AND TOC-DIA(IDX-TOC) = WS-DIA
                       AND TOC-INICIO(IDX-TOC) < WS-FIM-MIN
                       AND TOC-FIM(IDX-TOC) > WS-INICIO-MIN
                   MOVE "N" TO WS-LIVRE
               END-IF
           END-PERFORM.
           IF WS-LIVRE = "S"
               MOVE 0 TO WS-MELHOR-SALA
               MOVE 999 TO WS-MELHOR-CAPACIDADE
               PERFORM VARYING IDX-TSA FROM 1 BY 1
                       UNTIL IDX-TSA > QTD-SALAS
                   IF TSA-CAPACIDADE(IDX-TSA)
                               >= TDM-PREVISTAS(IDX-TDM)
                           AND TSA-CAPACIDADE(IDX-TSA)
                               <= WS-MELHOR-CAPACIDADE
                           AND (TDM-TIPO-SALA(IDX-TDM) = SPACES
                           OR TSA-TIPO(IDX-TSA)
                               = TDM-TIPO-SALA(IDX-TDM))
                       PERFORM VERIFICAR-SALA-LIVRE
                       IF WS-LIVRE = "S"
                           SET WS-MELHOR-SALA TO IDX-TSA
                           MOVE TSA-CAPACIDADE(IDX-TSA)
                             TO WS-MELHOR-CAPACIDADE
                       END-IF
                   END-IF
               END-PERFORM
               IF WS-MELHOR-SALA > 0
                   PERFORM REGISTRAR-ALOCACAO
               END-IF
           END-IF.

       VERIFICAR-SALA-LIVRE.
           MOVE "S" TO WS-LIVRE.
           PERFORM VARYING IDX-TOC FROM 1 BY 1
                   UNTIL IDX-TOC > QTD-OCUPACOES
                   OR WS-LIVRE = "N"
               IF TOC-SALA(IDX-TOC) = TSA-CODIGO(IDX-TSA)
                       AND TOC-DIA(IDX-TOC) = WS-DIA
                       AND TOC-INICIO(IDX-TOC) < WS-FIM-MIN
                       AND TOC-FIM(IDX-TOC) > WS-INICIO-MIN
                   MOVE "N" TO WS-LIVRE
               END-IF
           END-PERFORM.

       REGISTRAR-ALOCACAO.
           SET IDX-TSA TO WS-MELHOR-SALA.
           MOVE "S" TO WS-ALOCADA.
           MOVE WS-DIA TO TDM-DIA(IDX-TDM).
           MOVE WS-INICIO-MIN TO TDM-INICIO(IDX-TDM).
           MOVE WS-FIM-MIN TO TDM-FIM(IDX-TDM).
           MOVE TSA-CODIGO(IDX-TSA) TO TDM-SALA(IDX-TDM).
           MOVE TSA-CAPACIDADE(IDX-TSA) TO TDM-CAPACIDADE(IDX-TDM).
           ADD WS-DURACAO-MIN TO TCG-USADO(IDX-TCG).
           IF QTD-OCUPACOES < 3000
               ADD 1 TO QTD-OCUPACOES
               SET IDX-TOC TO QTD-OCUPACOES
               MOVE WS-PROFESSOR TO TOC-PROFESSOR(IDX-TOC)
               MOVE TSA-CODIGO(IDX-TSA) TO TOC-SALA(IDX-TOC)
               MOVE WS-DIA TO TOC-DIA(IDX-TOC)
               MOVE WS-INICIO-MIN TO TOC-INICIO(IDX-TOC)
               MOVE WS-FIM-MIN TO TOC-FIM(IDX-TOC)
           END-IF.

      * A proposta sai classificada por dia, horario de inicio e
      * sala, tanto no arquivo quanto no relatorio.
       GRAVAR-PROPOSTA.
           OPEN OUTPUT ARQ-GRADE.
           IF WS-STATUS-GRADE NOT = "00"
               DISPLAY "Erro ao gravar " WS-ARQ-GRADE
                  " Status: " WS-STATUS-GRADE
               MOVE "GradeHorarios" TO WS-ERRLOG-PROGRAMA
               MOVE "GRAVAR-PROPOSTA" TO WS-ERRLOG-PARAGRAFO
               MOVE WS-ARQ-GRADE TO WS-ERRLOG-ARQUIVO
               MOVE WS-STATUS-GRADE TO WS-ERRLOG-STATUS
               PERFORM GRAVAR-ERRORLOG
               MOVE 8 TO RETURN-CODE
           ELSE
               OPEN OUTPUT RELATORIO
               MOVE SPACES TO LINHA-RELATORIO
               STRING "Grade de Horarios Proposta - Periodo "
                   DELIMITED BY SIZE
                   WS-PERIODO-LETIVO DELIMITED BY SIZE
                   INTO LINHA-RELATORIO
               END-STRING
               WRITE LINHA-RELATORIO
               SORT ARQ-SORT-GRADE
                   ON ASCENDING KEY SRT-DIA SRT-INICIO SRT-SALA
                   INPUT PROCEDURE IS SELECIONAR-ALOCADAS
                   OUTPUT PROCEDURE IS ESCREVER-GRADE
               MOVE SPACES TO LINHA-RELATORIO
               WRITE LINHA-RELATORIO
               MOVE WS-TOTAL-ALOCADAS TO WS-TOTAL-ED
               MOVE SPACES TO LINHA-RELATORIO
               STRING "Turmas alocadas: " DELIMITED BY SIZE
                   WS-TOTAL-ED DELIMITED BY SIZE
                   INTO LINHA-RELATORIO
               END-STRING
               MOVE WS-TOTAL-NAO-ALOCADAS TO WS-TOTAL-ED
               MOVE "Nao alocadas:" TO LINHA-RELATORIO(27:13)
               MOVE WS-TOTAL-ED TO LINHA-RELATORIO(41:3)
               WRITE LINHA-RELATORIO
               CLOSE RELATORIO
               CLOSE ARQ-GRADE
               DISPLAY "Grade proposta gravada em " WS-ARQ-GRADE
               DISPLAY "Relatorio gravado em " WS-ARQ-RELATORIO
           END-IF.

       SELECIONAR-ALOCADAS.
           PERFORM VARYING IDX-TDM FROM 1 BY 1
                   UNTIL IDX-TDM > QTD-DEMANDAS
               IF TDM-ALOCADA(IDX-TDM) = "S"
                   MOVE TDM-DIA(IDX-TDM) TO SRT-DIA
                   MOVE TDM-INICIO(IDX-TDM) TO SRT-INICIO
                   MOVE TDM-FIM(IDX-TDM) TO SRT-FIM
                   MOVE TDM-SALA(IDX-TDM) TO SRT-SALA
                   MOVE TDM-TURMA(IDX-TDM) TO SRT-TURMA
                   MOVE TDM-CURSO(IDX-TDM) TO SRT-CURSO
                   MOVE TDM-PROFESSOR(IDX-TDM) TO SRT-PROFESSOR
                   MOVE TDM-UNIDADE(IDX-TDM) TO SRT-UNIDADE
                   MOVE TDM-CAPACIDADE(IDX-TDM) TO SRT-CAPACIDADE
                   MOVE TDM-PREVISTAS(IDX-TDM) TO SRT-PREVISTAS
                   RELEASE REG-SORT-GRADE
               END-IF
           END-PERFORM.

       ESCREVER-GRADE.
           MOVE 0 TO WS-DIA-GRUPO.
           MOVE "N" TO WS-FIM-RETORNO.
           PERFORM UNTIL WS-FIM-RETORNO = "S"
               RETURN ARQ-SORT-GRADE
                   AT END
                       MOVE "S" TO WS-FIM-RETORNO
                   NOT AT END
                       PERFORM CONVERTER-HORARIOS
                       PERFORM GRAVAR-REGISTRO-GRADE
                       IF SRT-DIA NOT = WS-DIA-GRUPO
                           MOVE SRT-DIA TO WS-DIA-GRUPO
                           MOVE SPACES TO LINHA-RELATORIO
                           WRITE LINHA-RELATORIO
                           MOVE WS-NOME-DIA(SRT-DIA)
                             TO LINHA-RELATORIO
                           WRITE LINHA-RELATORIO
                       END-IF
                       MOVE SPACES TO LINHA-RELATORIO
                       STRING "  " DELIMITED BY SIZE
                           WS-INICIO-HHMM DELIMITED BY SIZE
                           "-" DELIMITED BY SIZE
                           WS-FIM-HHMM DELIMITED BY SIZE
                           " sala " DELIMITED BY SIZE
                           SRT-SALA DELIMITED BY SIZE
                           " (" DELIMITED BY SIZE
                           SRT-CAPACIDADE DELIMITED BY SIZE
                           ") Turma " DELIMITED BY SIZE
                           SRT-TURMA DELIMITED BY SIZE
                           " " DELIMITED BY SIZE
                           SRT-CURSO DELIMITED BY SIZE
                           " prof " DELIMITED BY SIZE
                           SRT-PROFESSOR DELIMITED BY SIZE
                           " prev " DELIMITED BY SIZE
                           SRT-PREVISTAS DELIMITED BY SIZE
                           INTO LINHA-RELATORIO
                       END-STRING
                       WRITE LINHA-RELATORIO
               END-RETURN
           END-PERFORM.

       CONVERTER-HORARIOS.
           DIVIDE SRT-INICIO BY 60 GIVING WS-HORA-HH
               REMAINDER WS-HORA-MM.
           MOVE WS-HORA-HHMM TO WS-INICIO-HHMM.
           DIVIDE SRT-FIM BY 60 GIVING WS-HORA-HH
               REMAINDER WS-HORA-MM.
           MOVE WS-HORA-HHMM TO WS-FIM-HHMM.

       GRAVAR-REGISTRO-GRADE.
           MOVE WS-PERIODO-LETIVO TO GHP-PERIODO.
           MOVE SRT-TURMA TO GHP-TURMA.
           MOVE SRT-CURSO TO GHP-CURSO.
           MOVE SRT-PROFESSOR TO GHP-PROFESSOR.
           MOVE SRT-UNIDADE TO GHP-UNIDADE.
           MOVE SRT-SALA TO GHP-SALA.
           MOVE SRT-DIA TO GHP-DIA-SEMANA.
           MOVE WS-INICIO-HHMM TO GHP-HORA-INICIO.
           MOVE WS-FIM-HHMM TO GHP-HORA-FIM.
           MOVE SRT-CAPACIDADE TO GHP-CAPACIDADE-SALA.
           MOVE SRT-PREVISTAS TO GHP-MATRICULAS-PREVISTAS.
           WRITE REG-GRADE.

       RELATAR-NAO-ALOCADAS.
           OPEN OUTPUT RELATORIO-NAO-ALOCADAS.
           MOVE SPACES TO LINHA-NAO-ALOCADA.
           STRING "Turmas nao alocadas - Periodo " DELIMITED BY SIZE
               WS-PERIODO-LETIVO DELIMITED BY SIZE
               INTO LINHA-NAO-ALOCADA
           END-STRING.
           WRITE LINHA-NAO-ALOCADA.
           MOVE SPACES TO LINHA-NAO-ALOCADA.
           WRITE LINHA-NAO-ALOCADA.
           PERFORM VARYING IDX-TDM FROM 1 BY 1
                   UNTIL IDX-TDM > QTD-DEMANDAS
               IF TDM-ALOCADA(IDX-TDM) = "N"
                   MOVE SPACES TO LINHA-NAO-ALOCADA
                   STRING "Turma " DELIMITED BY SIZE
                       TDM-TURMA(IDX-TDM) DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       TDM-CURSO(IDX-TDM) DELIMITED BY SIZE
                       " prof " DELIMITED BY SIZE
                       TDM-PROFESSOR(IDX-TDM) DELIMITED BY SIZE
                       " prev " DELIMITED BY SIZE
                       TDM-PREVISTAS(IDX-TDM) DELIMITED BY SIZE
                       " - " DELIMITED BY SIZE
                       TDM-MOTIVO(IDX-TDM) DELIMITED BY SIZE
                       INTO LINHA-NAO-ALOCADA
                   END-STRING
                   WRITE LINHA-NAO-ALOCADA
               END-IF
           END-PERFORM.
           MOVE SPACES TO LINHA-NAO-ALOCADA.
           WRITE LINHA-NAO-ALOCADA.
           MOVE WS-TOTAL-NAO-ALOCADAS TO WS-TOTAL-ED.
           MOVE SPACES TO LINHA-NAO-ALOCADA.
           STRING "Total nao alocadas: " DELIMITED BY SIZE
               WS-TOTAL-ED DELIMITED BY SIZE
               INTO LINHA-NAO-ALOCADA
           END-STRING.
           WRITE LINHA-NAO-ALOCADA.
           CLOSE RELATORIO-NAO-ALOCADAS.
           DISPLAY "Nao alocadas gravadas em " WS-ARQ-NAO-ALOCADAS.

       COPY PERLETPD.

       COPY JOBLOGPD.

       COPY ERRLOGPD.

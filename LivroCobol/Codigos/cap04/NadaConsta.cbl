       IDENTIFICATION DIVISION.
           PROGRAM-ID. NadaConsta.
           AUTHOR. Fernando Anselmo.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-APTOS ASSIGN TO WS-ARQ-APTOS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-APTOS.

           SELECT ARQ-ALUNOS ASSIGN TO WS-ARQ-ALUNOS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ALU-MATRICULA
               FILE STATUS IS WS-STATUS-ALUNOS.

           SELECT ARQ-MENSALIDADES ASSIGN TO WS-ARQ-MENSALIDADES
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-MENSALIDADES.

           SELECT ARQ-TURMAS ASSIGN TO WS-ARQ-TURMAS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TUR-CHAVE
               ALTERNATE RECORD KEY IS TUR-MATRICULA-ALUNO
                   WITH DUPLICATES
               FILE STATUS IS WS-STATUS-TURMAS.

           SELECT ARQ-ENTREGAS ASSIGN TO WS-ARQ-ENTREGAS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-ENTREGAS.

           SELECT ARQ-FREQUENCIA ASSIGN TO WS-ARQ-FREQUENCIA
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-FREQUENCIA.

           SELECT ARQ-DOC-EXIGIDOS ASSIGN TO WS-ARQ-DOC-EXIGIDOS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-DOC-EXIGIDOS.

           SELECT ARQ-DOC-ENTREGUES ASSIGN TO WS-ARQ-DOC-ENTREGUES
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-DOC-ENTREGUES.

           SELECT ARQ-NADA-CONSTA ASSIGN TO WS-ARQ-NADA-CONSTA
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-NADA-CONSTA.

           SELECT RELATORIO-SECRETARIA
               ASSIGN TO WS-ARQ-REL-SECRETARIA
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT RELATORIO-FINANCEIRO
               ASSIGN TO WS-ARQ-REL-FINANCEIRO
               ORGANIZATION IS LINE SEQUENTIAL.

           COPY ERRLOGSL.

           COPY PERLETSL.

           COPY JOBLOGSL.

       DATA DIVISION.
       FILE SECTION.
       FD ARQ-APTOS.
       01 REGISTRO-APTO            PIC X(8).

       FD ARQ-ALUNOS.
       01 REGISTRO-ALUNO.
           COPY ALUNO.

       FD ARQ-MENSALIDADES.
       01 REGISTRO-MENSALIDADE.
           COPY MENSALIDADE.

       FD ARQ-TURMAS.
       01 REG-TURMA.
           COPY TURMA.

       FD ARQ-ENTREGAS.
       01 REGISTRO-ENTREGA.
           05 ENT-TURMA            PIC X(6).
           05 ENT-PROFESSOR        PIC X(8).
           05 ENT-DATA             PIC 9(8).
           05 ENT-HORA             PIC 9(8).
           05 ENT-QTD-NOTAS        PIC 9(4).

       FD ARQ-FREQUENCIA.
       01 REGISTRO-FREQUENCIA.
           COPY FREQUENC.

       FD ARQ-DOC-EXIGIDOS.
       01 REGISTRO-DOC-EXIGIDO.
           COPY DOCEXIG.

       FD ARQ-DOC-ENTREGUES.
       01 REGISTRO-DOC-ENTREGUE.
           COPY DOCENTRG.

       FD ARQ-NADA-CONSTA.
       01 REGISTRO-NADA-CONSTA.
           COPY NADACONS.

       FD RELATORIO-SECRETARIA.
       01 LINHA-SECRETARIA         PIC X(100).

       FD RELATORIO-FINANCEIRO.
       01 LINHA-FINANCEIRO         PIC X(100).

       COPY ERRLOGFD.

       COPY PERLETFD.

       COPY JOBLOGFD.

       WORKING-STORAGE SECTION.
       COPY ERRLOGWS.

       COPY PERLETWS.

       COPY JOBLOGWS.

       01 WS-ARQ-APTOS           PIC X(40)
           VALUE "FORMATURA-APTOS.DATA".
       01 WS-ARQ-ALUNOS          PIC X(40) VALUE "alunos.idx".
       01 WS-ARQ-MENSALIDADES    PIC X(40)
           VALUE "MENSALIDADES.DATA".
       01 WS-ARQ-TURMAS          PIC X(40) VALUE "turmas.idx".
       01 WS-ARQ-ENTREGAS        PIC X(40)
           VALUE "NOTAS-ENTREGAS.DATA".
       01 WS-ARQ-FREQUENCIA      PIC X(40)
           VALUE "frequencia-acumulada.data".
       01 WS-ARQ-DOC-EXIGIDOS    PIC X(40)
           VALUE "DOCUMENTOS-EXIGIDOS.DATA".
       01 WS-ARQ-DOC-ENTREGUES   PIC X(40)
           VALUE "DOCUMENTOS-ENTREGUES.DATA".
       01 WS-ARQ-NADA-CONSTA     PIC X(40)
           VALUE "NADA-CONSTA.DATA".
       01 WS-ARQ-REL-SECRETARIA  PIC X(40)
           VALUE "NADA-CONSTA-SECRETARIA.LST".
       01 WS-ARQ-REL-FINANCEIRO  PIC X(40)
           VALUE "NADA-CONSTA-FINANCEIRO.LST".

       01 WS-STATUS-APTOS        PIC X(2).
       01 WS-STATUS-ALUNOS       PIC X(2).
       01 WS-STATUS-MENSALIDADES PIC X(2).
       01 WS-STATUS-TURMAS       PIC X(2).
       01 WS-STATUS-ENTREGAS     PIC X(2).
       01 WS-STATUS-FREQUENCIA   PIC X(2).
       01 WS-STATUS-DOC-EXIGIDOS PIC X(2).
       01 WS-STATUS-DOC-ENTREGUES PIC X(2).
       01 WS-STATUS-NADA-CONSTA  PIC X(2).

       01 WS-FIM-APTOS           PIC X VALUE "N".
       01 WS-FIM-MENSALIDADES    PIC X VALUE "N".
       01 WS-FIM-TURMAS          PIC X VALUE "N".
       01 WS-FIM-ENTREGAS        PIC X VALUE "N".
       01 WS-FIM-FREQUENCIA      PIC X VALUE "N".
       01 WS-FIM-DOCUMENTOS      PIC X VALUE "N".
       01 WS-ALUNOS-ABERTOS      PIC X VALUE "N".

       01 WS-DATA-HOJE           PIC 9(8).
       01 PISO-FREQUENCIA        PIC 9(3)V9(2) VALUE 75.00.

      * Candidatos de FORMATURA-APTOS.DATA e os motivos de bloqueio
      * apurados para cada um, com o setor que deve resolve-los.
       01 QTD-CANDIDATOS         PIC 9(3) VALUE 0.
       01 TABELA-CANDIDATOS.
           05 TCA-ITEM OCCURS 500 TIMES INDEXED BY IDX-CAN.
               10 TCA-MATRICULA  PIC X(8).

       01 QTD-MOTIVOS            PIC 9(4) VALUE 0.
       01 TABELA-MOTIVOS.
           05 TMO-ITEM OCCURS 3000 TIMES INDEXED BY IDX-MOT.
               10 TMO-MATRICULA  PIC X(8).
               10 TMO-SETOR      PIC X(1).
               10 TMO-MOTIVO     PIC X(60).

      * Turmas do periodo corrente cursadas pelos candidatos, para
      * conferir a entrega das notas (mesma regra de
      * NotasPendentes.cbl).
       01 QTD-TURMAS-CAND        PIC 9(4) VALUE 0.
       01 TABELA-TURMAS-CAND.
           05 TTC-ITEM OCCURS 2000 TIMES INDEXED BY IDX-TTC.
               10 TTC-CODIGO     PIC X(6).
               10 TTC-MATRICULA  PIC X(8).
               10 TTC-PROFESSOR  PIC X(8).
               10 TTC-ENTREGUE   PIC X(1).

       01 QTD-DOC-EXIGIDOS       PIC 9(3) VALUE 0.
       01 TABELA-DOC-EXIGIDOS.
           05 TDX-ITEM OCCURS 50 TIMES INDEXED BY IDX-TDX.
               10 TDX-CODIGO     PIC X(6).
               10 TDX-DESCRICAO  PIC X(30).

       01 QTD-DOC-ENTREGUES      PIC 9(4) VALUE 0.
       01 TABELA-DOC-ENTREGUES.
           05 TDE-ITEM OCCURS 5000 TIMES INDEXED BY IDX-TDE.
               10 TDE-MATRICULA  PIC X(8).
               10 TDE-CODIGO     PIC X(6).

       01 WS-CANDIDATO           PIC X VALUE "N".
       01 WS-ENTREGUE            PIC X VALUE "N".
       01 WS-MATRICULA           PIC X(8).
       01 WS-SETOR               PIC X(1).
       01 WS-MOTIVO              PIC X(60).
       01 WS-VALOR-ED            PIC Z,ZZZ,ZZ9.99.
       01 WS-PERCENTUAL-ED       PIC ZZ9.99.
       01 WS-QTD-ED              PIC ZZ9.

       01 WS-MOTIVOS-ALUNO       PIC 9(3).
       01 WS-FINANCEIROS-ALUNO   PIC 9(3).

       01 WS-TOTAL-LIBERADOS     PIC 9(5) VALUE 0.
       01 WS-TOTAL-BLOQUEADOS    PIC 9(5) VALUE 0.
       01 WS-TOTAL-BLOQ-FINANC   PIC 9(5) VALUE 0.

       PROCEDURE DIVISION.
       INICIO.
           PERFORM DEFINIR-ARQUIVOS.
           DISPLAY "============================================".
           DISPLAY " Nada Consta para Emissao de Diploma".
           DISPLAY "============================================".
           MOVE "NadaConsta" TO WS-JOBLOG-PROGRAMA.
           MOVE "INICIO" TO WS-JOBLOG-EVENTO.
           PERFORM GRAVAR-JOBLOG.

           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
           PERFORM LER-PERIODO-LETIVO.

           PERFORM CARREGAR-CANDIDATOS.
           IF RETURN-CODE < 8
               PERFORM CONFERIR-MENSALIDADES
               PERFORM CONFERIR-NOTAS
               PERFORM CONFERIR-FREQUENCIA
               PERFORM CONFERIR-DOCUMENTOS
               PERFORM GRAVAR-RESULTADO
           END-IF.

           DISPLAY "Candidatos conferidos: " QTD-CANDIDATOS.
           DISPLAY "Liberados............: " WS-TOTAL-LIBERADOS.
           DISPLAY "Bloqueados...........: " WS-TOTAL-BLOQUEADOS.
           DISPLAY "Bloqueios financeiros: " WS-TOTAL-BLOQ-FINANC.
           IF WS-TOTAL-BLOQUEADOS > 0 AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF.

           MOVE QTD-CANDIDATOS TO WS-JOBLOG-QTD-REGISTROS.
           MOVE "FIM" TO WS-JOBLOG-EVENTO.
           PERFORM GRAVAR-JOBLOG.
           GOBACK.

       DEFINIR-ARQUIVOS.
           ACCEPT WS-ARQ-APTOS FROM ENVIRONMENT "FORMATURA_APTOS"
               ON EXCEPTION
                   MOVE "FORMATURA-APTOS.DATA" TO WS-ARQ-APTOS
           END-ACCEPT.
           ACCEPT WS-ARQ-ALUNOS FROM ENVIRONMENT "ALUNOS_IDX"
               ON EXCEPTION
                   MOVE "alunos.idx" TO WS-ARQ-ALUNOS
           END-ACCEPT.
           ACCEPT WS-ARQ-MENSALIDADES FROM ENVIRONMENT
                   "MENSALIDADES_DATA"
               ON EXCEPTION
                   MOVE "MENSALIDADES.DATA" TO WS-ARQ-MENSALIDADES
           END-ACCEPT.
           ACCEPT WS-ARQ-TURMAS FROM ENVIRONMENT "TURMAS_IDX"
               ON EXCEPTION
                   MOVE "turmas.idx" TO WS-ARQ-TURMAS
           END-ACCEPT.
           ACCEPT WS-ARQ-ENTREGAS FROM ENVIRONMENT "NOTAS_ENTREGAS"
               ON EXCEPTION
                   MOVE "NOTAS-ENTREGAS.DATA" TO WS-ARQ-ENTREGAS
           END-ACCEPT.
           ACCEPT WS-ARQ-FREQUENCIA FROM ENVIRONMENT
                   "FREQUENCIA_ACUMULADA"
               ON EXCEPTION
                   MOVE "frequencia-acumulada.data"
                       TO WS-ARQ-FREQUENCIA
           END-ACCEPT.
           ACCEPT WS-ARQ-DOC-EXIGIDOS FROM ENVIRONMENT
                   "DOCUMENTOS_EXIGIDOS"
               ON EXCEPTION
                   MOVE "DOCUMENTOS-EXIGIDOS.DATA"
                       TO WS-ARQ-DOC-EXIGIDOS
           END-ACCEPT.
           ACCEPT WS-ARQ-DOC-ENTREGUES FROM ENVIRONMENT
                   "DOCUMENTOS_ENTREGUES"
               ON EXCEPTION
                   MOVE "DOCUMENTOS-ENTREGUES.DATA"
                       TO WS-ARQ-DOC-ENTREGUES
           END-ACCEPT.
           ACCEPT WS-ARQ-NADA-CONSTA FROM ENVIRONMENT "NADA_CONSTA"
               ON EXCEPTION
                   MOVE "NADA-CONSTA.DATA" TO WS-ARQ-NADA-CONSTA
           END-ACCEPT.
           ACCEPT WS-ARQ-REL-SECRETARIA FROM ENVIRONMENT
                   "NADA_CONSTA_SECRETARIA_LST"
               ON EXCEPTION
                   MOVE "NADA-CONSTA-SECRETARIA.LST"
                       TO WS-ARQ-REL-SECRETARIA
           END-ACCEPT.
           ACCEPT WS-ARQ-REL-FINANCEIRO FROM ENVIRONMENT
                   "NADA_CONSTA_FINANCEIRO_LST"
               ON EXCEPTION
                   MOVE "NADA-CONSTA-FINANCEIRO.LST"
                       TO WS-ARQ-REL-FINANCEIRO
           END-ACCEPT.

       CARREGAR-CANDIDATOS.
           OPEN INPUT ARQ-APTOS.
           IF WS-STATUS-APTOS NOT = "00"
               DISPLAY "Erro ao abrir " WS-ARQ-APTOS
                  " Status: " WS-STATUS-APTOS
               MOVE "NadaConsta" TO WS-ERRLOG-PROGRAMA
               MOVE "CARREGAR-CANDIDATOS" TO WS-ERRLOG-PARAGRAFO
               MOVE WS-ARQ-APTOS TO WS-ERRLOG-ARQUIVO
               MOVE WS-STATUS-APTOS TO WS-ERRLOG-STATUS
               PERFORM GRAVAR-ERRORLOG
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM UNTIL WS-FIM-APTOS = "S"
                   READ ARQ-APTOS
                       AT END
                           MOVE "S" TO WS-FIM-APTOS
                       NOT AT END
                           IF REGISTRO-APTO NOT = SPACES
                                   AND QTD-CANDIDATOS < 500
                               ADD 1 TO QTD-CANDIDATOS
                               SET IDX-CAN TO QTD-CANDIDATOS
                               MOVE REGISTRO-APTO
                                   TO TCA-MATRICULA(IDX-CAN)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQ-APTOS
           END-IF.

      * Indica em WS-CANDIDATO se WS-MATRICULA esta entre os aptos.
       VERIFICAR-CANDIDATO.
           MOVE "N" TO WS-CANDIDATO.
           PERFORM VARYING IDX-CAN FROM 1 BY 1
                   UNTIL IDX-CAN > QTD-CANDIDATOS
                   OR WS-CANDIDATO = "S"
               IF TCA-MATRICULA(IDX-CAN) = WS-MATRICULA
                   MOVE "S" TO WS-CANDIDATO
               END-IF
           END-PERFORM.

       GUARDAR-MOTIVO.
           IF QTD-MOTIVOS < 3000
               ADD 1 TO QTD-MOTIVOS
               SET IDX-MOT TO QTD-MOTIVOS
               MOVE WS-MATRICULA TO TMO-MATRICULA(IDX-MOT)
               MOVE WS-SETOR TO TMO-SETOR(IDX-MOT)
               MOVE WS-MOTIVO TO TMO-MOTIVO(IDX-MOT)
           END-IF.

      * Toda mensalidade em aberto bloqueia, vencida ou a vencer:
      * o diploma so sai com a conta do aluno quitada.
       CONFERIR-MENSALIDADES.
           OPEN INPUT ARQ-MENSALIDADES.
           IF WS-STATUS-MENSALIDADES NOT = "00"
               DISPLAY "Mensalidades ausentes: " WS-ARQ-MENSALIDADES
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           ELSE
               PERFORM UNTIL WS-FIM-MENSALIDADES = "S"
                   READ ARQ-MENSALIDADES
                       AT END
                           MOVE "S" TO WS-FIM-MENSALIDADES
                       NOT AT END
                           IF MENSALIDADE-ABERTA
                               PERFORM CONFERIR-UMA-MENSALIDADE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQ-MENSALIDADES
           END-IF.

       CONFERIR-UMA-MENSALIDADE.
           MOVE MEN-MATRICULA TO WS-MATRICULA.
           PERFORM VERIFICAR-CANDIDATO.
           IF WS-CANDIDATO = "S"
               MOVE MEN-VALOR-COBRADO TO WS-VALOR-ED
               MOVE SPACES TO WS-MOTIVO
               IF MEN-VENCIMENTO < WS-DATA-HOJE
                   STRING "Mensalidade " DELIMITED BY SIZE
                       MEN-COMPETENCIA DELIMITED BY SIZE
                       " vencida em " DELIMITED BY SIZE
                       MEN-VENCIMENTO DELIMITED BY SIZE
                       " R$" DELIMITED BY SIZE
                       WS-VALOR-ED DELIMITED BY SIZE
                       INTO WS-MOTIVO
                   END-STRING
               ELSE
                   STRING "Mensalidade " DELIMITED BY SIZE
                       MEN-COMPETENCIA DELIMITED BY SIZE
                       " em aberto venc " DELIMITED BY SIZE
                       MEN-VENCIMENTO DELIMITED BY SIZE
                       " R$" DELIMITED BY SIZE
                       WS-VALOR-ED DELIMITED BY SIZE
                       INTO WS-MOTIVO
                   END-STRING
               END-IF
               MOVE "F" TO WS-SETOR
               PERFORM GUARDAR-MOTIVO
           END-IF.

      * Turma do periodo corrente cursada pelo candidato e ainda sem
      * entrega de notas em NOTAS-ENTREGAS.DATA bloqueia o aluno.
       CONFERIR-NOTAS.
           OPEN INPUT ARQ-TURMAS.
           IF WS-STATUS-TURMAS = "00"
               PERFORM UNTIL WS-FIM-TURMAS = "S"
                   READ ARQ-TURMAS NEXT RECORD
                       AT END
                           MOVE "S" TO WS-FIM-TURMAS
                       NOT AT END
                           IF TUR-PERIODO = WS-PERIODO-LETIVO
                               PERFORM GUARDAR-TURMA-CANDIDATO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQ-TURMAS
           END-IF.

           OPEN INPUT ARQ-ENTREGAS.
           IF WS-STATUS-ENTREGAS = "00"
               PERFORM UNTIL WS-FIM-ENTREGAS = "S"
                   READ ARQ-ENTREGAS
                       AT END
                           MOVE "S" TO WS-FIM-ENTREGAS
                       NOT AT END
                           PERFORM MARCAR-UMA-ENTREGA
                   END-READ
               END-PERFORM
               CLOSE ARQ-ENTREGAS
           END-IF.

           PERFORM VARYING IDX-TTC FROM 1 BY 1
                   UNTIL IDX-TTC > QTD-TURMAS-CAND
               IF TTC-ENTREGUE(IDX-TTC) = "N"
                   MOVE TTC-MATRICULA(IDX-TTC) TO WS-MATRICULA
                   MOVE SPACES TO WS-MOTIVO
                   STRING "Notas da turma " DELIMITED BY SIZE
                       TTC-CODIGO(IDX-TTC) DELIMITED BY SIZE
                       " nao entregues, professor "
                       DELIMITED BY SIZE
                       TTC-PROFESSOR(IDX-TTC) DELIMITED BY SIZE
                       INTO WS-MOTIVO
                   END-STRING
                   MOVE "S" TO WS-SETOR
                   PERFORM GUARDAR-MOTIVO
               END-IF
           END-PERFORM.

       GUARDAR-TURMA-CANDIDATO.
           MOVE TUR-MATRICULA-ALUNO TO WS-MATRICULA.
           PERFORM VERIFICAR-CANDIDATO.
           IF WS-CANDIDATO = "S" AND QTD-TURMAS-CAND < 2000
               ADD 1 TO QTD-TURMAS-CAND
               SET IDX-TTC TO QTD-TURMAS-CAND
               MOVE TUR-CODIGO TO TTC-CODIGO(IDX-TTC)
               MOVE TUR-MATRICULA-ALUNO TO TTC-MATRICULA(IDX-TTC)
               MOVE TUR-MATRICULA-PROFESSOR
                   TO TTC-PROFESSOR(IDX-TTC)
               MOVE "N" TO TTC-ENTREGUE(IDX-TTC)
           END-IF.

       MARCAR-UMA-ENTREGA.
           PERFORM VARYING IDX-TTC FROM 1 BY 1
                   UNTIL IDX-TTC > QTD-TURMAS-CAND
               IF TTC-CODIGO(IDX-TTC) = ENT-TURMA
                   MOVE "S" TO TTC-ENTREGUE(IDX-TTC)
               END-IF
           END-PERFORM.

      * Frequencia abaixo do piso regulamentar no periodo corrente.
      * Periodos anteriores ja foram fechados por Fechamento.cbl e
      * constam do historico.
       CONFERIR-FREQUENCIA.
           OPEN INPUT ARQ-FREQUENCIA.
           IF WS-STATUS-FREQUENCIA = "00"
               PERFORM UNTIL WS-FIM-FREQUENCIA = "S"
                   READ ARQ-FREQUENCIA
                       AT END
                           MOVE "S" TO WS-FIM-FREQUENCIA
                       NOT AT END
                           IF FRQ-PERIODO = WS-PERIODO-LETIVO
                                   AND FRQ-AULAS > 0
                                   AND FRQ-PERCENTUAL
                                       < PISO-FREQUENCIA
                               PERFORM CONFERIR-UMA-FREQUENCIA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQ-FREQUENCIA
           END-IF.

       CONFERIR-UMA-FREQUENCIA.
           MOVE FRQ-MATRICULA TO WS-MATRICULA.
           PERFORM VERIFICAR-CANDIDATO.
           IF WS-CANDIDATO = "S"
               MOVE FRQ-PERCENTUAL TO WS-PERCENTUAL-ED
               MOVE SPACES TO WS-MOTIVO
               STRING "Frequencia de " DELIMITED BY SIZE
                   WS-PERCENTUAL-ED DELIMITED BY SIZE
                   "% na turma " DELIMITED BY SIZE
                   FRQ-TURMA DELIMITED BY SIZE
                   " abaixo do minimo" DELIMITED BY SIZE
                   INTO WS-MOTIVO
               END-STRING
               MOVE "S" TO WS-SETOR
               PERFORM GUARDAR-MOTIVO
           END-IF.

      * Cada documento do cadastro de exigidos precisa ter entrega
      * registrada para o candidato.
       CONFERIR-DOCUMENTOS.
           OPEN INPUT ARQ-DOC-EXIGIDOS.
           IF WS-STATUS-DOC-EXIGIDOS NOT = "00"
               DISPLAY "Documentos exigidos ausentes: "
                  WS-ARQ-DOC-EXIGIDOS
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           ELSE
               PERFORM UNTIL WS-FIM-DOCUMENTOS = "S"
                   READ ARQ-DOC-EXIGIDOS
                       AT END
                           MOVE "S" TO WS-FIM-DOCUMENTOS
                       NOT AT END
                           IF QTD-DOC-EXIGIDOS < 50
                               ADD 1 TO QTD-DOC-EXIGIDOS
                               SET IDX-TDX TO QTD-DOC-EXIGIDOS
                               MOVE DEX-CODIGO TO TDX-CODIGO(IDX-TDX)
                               MOVE DEX-DESCRICAO
                                   TO TDX-DESCRICAO(IDX-TDX)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQ-DOC-EXIGIDOS
           END-IF.

           MOVE "N" TO WS-FIM-DOCUMENTOS.
           OPEN INPUT ARQ-DOC-ENTREGUES.
           IF WS-STATUS-DOC-ENTREGUES = "00"
               PERFORM UNTIL WS-FIM-DOCUMENTOS = "S"
                   READ ARQ-DOC-ENTREGUES
                       AT END
                           MOVE "S" TO WS-FIM-DOCUMENTOS
                       NOT AT END
                           PERFORM GUARDAR-DOC-ENTREGUE
                   END-READ
               END-PERFORM
               CLOSE ARQ-DOC-ENTREGUES
           END-IF.

           PERFORM VARYING IDX-CAN FROM 1 BY 1
                   UNTIL IDX-CAN > QTD-CANDIDATOS
               PERFORM VARYING IDX-TDX FROM 1 BY 1
                       UNTIL IDX-TDX > QTD-DOC-EXIGIDOS
                   PERFORM CONFERIR-UM-DOCUMENTO
               END-PERFORM
           END-PERFORM.

       GUARDAR-DOC-ENTREGUE.
           MOVE DOC-MATRICULA TO WS-MATRICULA.
           PERFORM VERIFICAR-CANDIDATO.
           IF WS-CANDIDATO = "S" AND QTD-DOC-ENTREGUES < 5000
               ADD 1 TO QTD-DOC-ENTREGUES
               SET IDX-TDE TO QTD-DOC-ENTREGUES
               MOVE DOC-MATRICULA TO TDE-MATRICULA(IDX-TDE)
               MOVE DOC-CODIGO TO TDE-CODIGO(IDX-TDE)
           END-IF.

       CONFERIR-UM-DOCUMENTO.
           MOVE "N" TO WS-ENTREGUE.
           PERFORM VARYING IDX-TDE FROM 1 BY 1
                   UNTIL IDX-TDE > QTD-DOC-ENTREGUES
                   OR WS-ENTREGUE = "S"
               IF TDE-MATRICULA(IDX-TDE) = TCA-MATRICULA(IDX-CAN)
                       AND TDE-CODIGO(IDX-TDE) = TDX-CODIGO(IDX-TDX)
                   MOVE "S" TO WS-ENTREGUE
               END-IF
           END-PERFORM.
           IF WS-ENTREGUE = "N"
               MOVE TCA-MATRICULA(IDX-CAN) TO WS-MATRICULA
               MOVE SPACES TO WS-MOTIVO
               STRING "Documento pendente: " DELIMITED BY SIZE
                   TDX-DESCRICAO(IDX-TDX) DELIMITED BY SIZE
                   INTO WS-MOTIVO
               END-STRING
               MOVE "S" TO WS-SETOR
               PERFORM GUARDAR-MOTIVO
           END-IF.

      * NADA-CONSTA.DATA e refeito a cada apuracao. A lista da
      * secretaria traz todos os bloqueados com todos os motivos; a
      * do financeiro, so os alunos com pendencia financeira.
       GRAVAR-RESULTADO.
           OPEN OUTPUT ARQ-NADA-CONSTA.
           IF WS-STATUS-NADA-CONSTA NOT = "00"
               DISPLAY "Erro ao gravar " WS-ARQ-NADA-CONSTA
                  " Status: " WS-STATUS-NADA-CONSTA
               MOVE "NadaConsta" TO WS-ERRLOG-PROGRAMA
               MOVE "GRAVAR-RESULTADO" TO WS-ERRLOG-PARAGRAFO
               MOVE WS-ARQ-NADA-CONSTA TO WS-ERRLOG-ARQUIVO
               MOVE WS-STATUS-NADA-CONSTA TO WS-ERRLOG-STATUS
               PERFORM GRAVAR-ERRORLOG
               MOVE 8 TO RETURN-CODE
           ELSE
               OPEN INPUT ARQ-ALUNOS
               IF WS-STATUS-ALUNOS = "00"
                   MOVE "S" TO WS-ALUNOS-ABERTOS
               END-IF
               OPEN OUTPUT RELATORIO-SECRETARIA
               OPEN OUTPUT RELATORIO-FINANCEIRO
               MOVE SPACES TO LINHA-SECRETARIA
               STRING "Nada Consta - Alunos Bloqueados"
                   DELIMITED BY SIZE
                   "  Apuracao: " DELIMITED BY SIZE
                   WS-DATA-HOJE DELIMITED BY SIZE
                   INTO LINHA-SECRETARIA
               END-STRING
               WRITE LINHA-SECRETARIA
               MOVE SPACES TO LINHA-FINANCEIRO
               STRING "Nada Consta - Pendencias Financeiras"
                   DELIMITED BY SIZE
                   "  Apuracao: " DELIMITED BY SIZE
                   WS-DATA-HOJE DELIMITED BY SIZE
                   INTO LINHA-FINANCEIRO
               END-STRING
               WRITE LINHA-FINANCEIRO
               PERFORM VARYING IDX-CAN FROM 1 BY 1
                       UNTIL IDX-CAN > QTD-CANDIDATOS
                   PERFORM GRAVAR-UM-CANDIDATO
               END-PERFORM
               MOVE SPACES TO LINHA-SECRETARIA
               WRITE LINHA-SECRETARIA
               MOVE SPACES TO LINHA-SECRETARIA
               STRING "Total de bloqueados: " DELIMITED BY SIZE
                   WS-TOTAL-BLOQUEADOS DELIMITED BY SIZE
                   INTO LINHA-SECRETARIA
               END-STRING
               WRITE LINHA-SECRETARIA
               MOVE SPACES TO LINHA-FINANCEIRO
               WRITE LINHA-FINANCEIRO
               MOVE SPACES TO LINHA-FINANCEIRO
               STRING "Total com pendencia financeira: "
                   DELIMITED BY SIZE
                   WS-TOTAL-BLOQ-FINANC DELIMITED BY SIZE
                   INTO LINHA-FINANCEIRO
               END-STRING
               WRITE LINHA-FINANCEIRO
               CLOSE RELATORIO-FINANCEIRO
               CLOSE RELATORIO-SECRETARIA
               IF WS-ALUNOS-ABERTOS = "S"
                   CLOSE ARQ-ALUNOS
               END-IF
               CLOSE ARQ-NADA-CONSTA
               DISPLAY "Resultado gravado em " WS-ARQ-NADA-CONSTA
               DISPLAY "Lista da secretaria em "
                  WS-ARQ-REL-SECRETARIA
               DISPLAY "Lista do financeiro em "
                  WS-ARQ-REL-FINANCEIRO
           END-IF.

       GRAVAR-UM-CANDIDATO.
           MOVE 0 TO WS-MOTIVOS-ALUNO.
           MOVE 0 TO WS-FINANCEIROS-ALUNO.
           PERFORM VARYING IDX-MOT FROM 1 BY 1
                   UNTIL IDX-MOT > QTD-MOTIVOS
               IF TMO-MATRICULA(IDX-MOT) = TCA-MATRICULA(IDX-CAN)
                   ADD 1 TO WS-MOTIVOS-ALUNO
                   IF TMO-SETOR(IDX-MOT) = "F"
                       ADD 1 TO WS-FINANCEIROS-ALUNO
                   END-IF
               END-IF
           END-PERFORM.

           MOVE TCA-MATRICULA(IDX-CAN) TO NCO-MATRICULA.
           MOVE WS-DATA-HOJE TO NCO-DATA-APURACAO.
           IF WS-MOTIVOS-ALUNO = 0
               ADD 1 TO WS-TOTAL-LIBERADOS
               MOVE "L" TO NCO-SITUACAO
               MOVE SPACES TO NCO-SETOR
               MOVE "Nada consta" TO NCO-MOTIVO
               WRITE REGISTRO-NADA-CONSTA
           ELSE
               ADD 1 TO WS-TOTAL-BLOQUEADOS
               PERFORM BUSCAR-NOME-ALUNO
               MOVE WS-MOTIVOS-ALUNO TO WS-QTD-ED
               MOVE SPACES TO LINHA-SECRETARIA
               WRITE LINHA-SECRETARIA
               MOVE SPACES TO LINHA-SECRETARIA
               STRING "Aluno " DELIMITED BY SIZE
                   TCA-MATRICULA(IDX-CAN) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   ALU-NOME DELIMITED BY SIZE
                   " Motivos: " DELIMITED BY SIZE
                   WS-QTD-ED DELIMITED BY SIZE
                   INTO LINHA-SECRETARIA
               END-STRING
               WRITE LINHA-SECRETARIA
               IF WS-FINANCEIROS-ALUNO > 0
                   ADD 1 TO WS-TOTAL-BLOQ-FINANC
                   MOVE SPACES TO LINHA-FINANCEIRO
                   WRITE LINHA-FINANCEIRO
                   MOVE SPACES TO LINHA-FINANCEIRO
                   STRING "Aluno " DELIMITED BY SIZE
                       TCA-MATRICULA(IDX-CAN) DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       ALU-NOME DELIMITED BY SIZE
                       " Curso: " DELIMITED BY SIZE
                       ALU-CURSO DELIMITED BY SIZE
                       INTO LINHA-FINANCEIRO
                   END-STRING
                   WRITE LINHA-FINANCEIRO
               END-IF
               PERFORM VARYING IDX-MOT FROM 1 BY 1
                       UNTIL IDX-MOT > QTD-MOTIVOS
                   IF TMO-MATRICULA(IDX-MOT)
                           = TCA-MATRICULA(IDX-CAN)
                       PERFORM GRAVAR-UM-MOTIVO
                   END-IF
               END-PERFORM
           END-IF.

       GRAVAR-UM-MOTIVO.
           MOVE "B" TO NCO-SITUACAO.
           MOVE TMO-SETOR(IDX-MOT) TO NCO-SETOR.
           MOVE TMO-MOTIVO(IDX-MOT) TO NCO-MOTIVO.
           WRITE REGISTRO-NADA-CONSTA.
           MOVE SPACES TO LINHA-SECRETARIA.
           STRING "  [" DELIMITED BY SIZE
               TMO-SETOR(IDX-MOT) DELIMITED BY SIZE
               "] " DELIMITED BY SIZE
               TMO-MOTIVO(IDX-MOT) DELIMITED BY SIZE
               INTO LINHA-SECRETARIA
           END-STRING.
           WRITE LINHA-SECRETARIA.
           IF TMO-SETOR(IDX-MOT) = "F"
               MOVE SPACES TO LINHA-FINANCEIRO
               STRING "  " DELIMITED BY SIZE
                   TMO-MOTIVO(IDX-MOT) DELIMITED BY SIZE
                   INTO LINHA-FINANCEIRO
               END-STRING
               WRITE LINHA-FINANCEIRO
           END-IF.

       BUSCAR-NOME-ALUNO.
           MOVE SPACES TO ALU-NOME.
           MOVE SPACES TO ALU-CURSO.
           IF WS-ALUNOS-ABERTOS = "S"
               MOVE TCA-MATRICULA(IDX-CAN) TO ALU-MATRICULA
               READ ARQ-ALUNOS
                   INVALID KEY
                       MOVE SPACES TO ALU-NOME
                       MOVE SPACES TO ALU-CURSO
               END-READ
           END-IF.

       COPY PERLETPD.

       COPY JOBLOGPD.

       COPY ERRLOGPD.

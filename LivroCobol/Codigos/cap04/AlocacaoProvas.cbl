       IDENTIFICATION DIVISION.
           PROGRAM-ID. AlocacaoProvas.
           AUTHOR. Fernando Anselmo.

      * Ensalamento das provas: cada sessao do calendario de provas
      * (calendario-provas.data, gerado por CalendarioProvas.cbl)
      * recebe as salas de salas.idx necessarias para os alunos da
      * turma, pela lotacao de prova (percentual da capacidade da
      * sala), sem duas provas na mesma sala no mesmo horario.
      * Emite as listas de presenca por sala, em ordem alfabetica,
      * e a escala de fiscais. Alunos com trancamento na turma, em
      * jubilamento ou fora do cadastro nao entram nas listas.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-SESSOES ASSIGN TO WS-ARQ-SESSOES
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-SESSOES.

           SELECT ARQ-TURMAS ASSIGN TO WS-ARQ-TURMAS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TUR-CHAVE
               ALTERNATE RECORD KEY IS TUR-MATRICULA-ALUNO
                   WITH DUPLICATES
               FILE STATUS IS WS-STATUS-TURMAS.

           SELECT ARQ-ALUNOS ASSIGN TO WS-ARQ-ALUNOS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ALU-MATRICULA
               FILE STATUS IS WS-STATUS-ALUNOS.

           SELECT ARQ-SALAS ASSIGN TO WS-ARQ-SALAS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SAL-CODIGO
               FILE STATUS IS WS-STATUS-SALAS.

           SELECT ARQ-PROFESSORES ASSIGN TO WS-ARQ-PROFESSORES
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRO-MATRICULA
               FILE STATUS IS WS-STATUS-PROFESSORES.

           SELECT ARQ-TRANCAMENTOS ASSIGN TO WS-ARQ-TRANCAMENTOS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-TRANCAMENTOS.

           SELECT ARQ-SITUACAO ASSIGN TO WS-ARQ-SITUACAO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-SITUACAO.

           SELECT RELATORIO ASSIGN TO WS-ARQ-RELATORIO
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ARQ-FISCAIS ASSIGN TO WS-ARQ-FISCAIS
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ARQ-SORT-PROVAS ASSIGN TO WS-ARQ-SORT-PROVAS.

           COPY ERRLOGSL.

           COPY PERLETSL.

           COPY JOBLOGSL.

       DATA DIVISION.
       FILE SECTION.
       FD ARQ-SESSOES.
       01 REGISTRO-SESSAO.
           COPY PROVACAL.

       FD ARQ-TURMAS.
       01 REG-TURMA.
           COPY TURMA.

       FD ARQ-ALUNOS.
       01 REGISTRO-ALUNO.
           COPY ALUNO.

       FD ARQ-SALAS.
       01 REG-SALA.
           COPY SALA.

       FD ARQ-PROFESSORES.
       01 REG-PROFESSOR.
           05 PRO-MATRICULA        PIC X(8).
           05 PRO-NOME             PIC X(30).
           05 PRO-DEPARTAMENTO     PIC X(20).
           05 PRO-CARGA-HORARIA    PIC 9(3).
           05 PRO-TIPO-CONTRATO    PIC X(10).
           05 PRO-ATIVO            PIC X(1).

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

       FD ARQ-SITUACAO.
       01 REGISTRO-SITUACAO.
           COPY SITACAD.

       FD RELATORIO.
       01 LINHA-RELATORIO          PIC X(100).

       FD ARQ-FISCAIS.
       01 LINHA-FISCAIS            PIC X(100).

       SD ARQ-SORT-PROVAS.
       01 REG-SORT-PROVA.
           05 SRT-DIA              PIC 9(1).
           05 SRT-INICIO           PIC 9(4).
           05 SRT-TURMA            PIC X(6).
           05 SRT-NOME             PIC X(30).
           05 SRT-MATRICULA        PIC X(8).
           05 SRT-SESSAO           PIC 9(3).

       COPY ERRLOGFD.

       COPY PERLETFD.

       COPY JOBLOGFD.

       WORKING-STORAGE SECTION.
       COPY ERRLOGWS.

       COPY PERLETWS.

       COPY JOBLOGWS.

       01 WS-ARQ-SESSOES         PIC X(40)
           VALUE "calendario-provas.data".
       01 WS-ARQ-TURMAS          PIC X(40) VALUE "turmas.idx".
       01 WS-ARQ-ALUNOS          PIC X(40) VALUE "alunos.idx".
       01 WS-ARQ-SALAS           PIC X(40) VALUE "salas.idx".
       01 WS-ARQ-PROFESSORES     PIC X(40) VALUE "professores.idx".
       01 WS-ARQ-TRANCAMENTOS    PIC X(40)
           VALUE "TRANCAMENTOS-AUDITORIA.DATA".
       01 WS-ARQ-SITUACAO        PIC X(40)
           VALUE "situacao-academica.data".
       01 WS-ARQ-RELATORIO       PIC X(40)
           VALUE "ENSALAMENTO-PROVAS.LST".
       01 WS-ARQ-FISCAIS         PIC X(40)
           VALUE "FISCAIS-PROVAS.LST".
       01 WS-ARQ-SORT-PROVAS     PIC X(40) VALUE "PROVAS.SRT".

       01 WS-STATUS-SESSOES      PIC X(2).
       01 WS-STATUS-TURMAS       PIC X(2).
       01 WS-STATUS-ALUNOS       PIC X(2).
       01 WS-STATUS-SALAS        PIC X(2).
       01 WS-STATUS-PROFESSORES  PIC X(2).
       01 WS-STATUS-TRANCAMENTOS PIC X(2).
       01 WS-STATUS-SITUACAO     PIC X(2).

       01 WS-FIM-ARQ             PIC X VALUE "N".
       01 WS-FIM-RETORNO         PIC X VALUE "N".

       01 WS-DATA-HOJE           PIC 9(8).

      * Lotacao de prova: percentual da capacidade da sala
      * (PROVAS_OCUPACAO_SALA, padrao 50), para deixar carteira
      * livre entre os alunos.
       01 WS-OCUPACAO-TXT        PIC X(3).
       01 WS-OCUPACAO            PIC 9(3) VALUE 50.

       01 WS-NOMES-DIAS          PIC X(56) VALUE
           "Segunda Terca   Quarta  Quinta  Sexta   Sabado  Domingo ".
       01 TABELA-NOMES-DIAS REDEFINES WS-NOMES-DIAS.
           05 WS-NOME-DIA        PIC X(8) OCCURS 7 TIMES.

       01 QTD-SESSOES            PIC 9(3) VALUE 0.
       01 TABELA-SESSOES.
           05 TSE-ITEM OCCURS 300 TIMES INDEXED BY IDX-SES.
               10 TSE-TURMA      PIC X(6).
               10 TSE-CURSO      PIC X(20).
               10 TSE-PROFESSOR  PIC X(8).
               10 TSE-DIA        PIC 9(1).
               10 TSE-INICIO     PIC 9(4).
               10 TSE-FIM        PIC 9(4).
               10 TSE-ALUNOS     PIC 9(4).
               10 TSE-PRIMEIRA-ALOC PIC 9(4).
               10 TSE-QTD-ALOC   PIC 9(2).
               10 TSE-ALOCADA    PIC X(1).

       01 QTD-SALAS              PIC 9(3) VALUE 0.
       01 TABELA-SALAS.
           05 TSL-ITEM OCCURS 300 TIMES INDEXED BY IDX-SAL.
               10 TSL-CODIGO     PIC X(6).
               10 TSL-PREDIO     PIC X(10).
               10 TSL-LOTACAO    PIC 9(3).

      * Salas atribuidas a cada sessao, contiguas por sessao.
       01 QTD-ALOCACOES          PIC 9(4) VALUE 0.
       01 TABELA-ALOCACOES.
           05 TAL-ITEM OCCURS 1000 TIMES INDEXED BY IDX-ALO.
               10 TAL-SESSAO     PIC 9(3).
               10 TAL-SALA       PIC 9(3).
               10 TAL-VAGAS      PIC 9(3).
               10 TAL-FISCAL     PIC X(8).

       01 QTD-TRANCAMENTOS       PIC 9(4) VALUE 0.
       01 TABELA-TRANCAMENTOS.
           05 TTR-ITEM OCCURS 2000 TIMES INDEXED BY IDX-TRA.
               10 TTR-TURMA      PIC X(6).
               10 TTR-MATRICULA  PIC X(8).

       01 QTD-JUBILAMENTOS       PIC 9(4) VALUE 0.
       01 TABELA-JUBILAMENTOS.
           05 TJU-MATRICULA      PIC X(8) OCCURS 2000 TIMES
               INDEXED BY IDX-JUB.

      * Professores ativos, candidatos a fiscal; a quantidade de
      * salas ja atribuidas equilibra a escala.
       01 QTD-PROFESSORES        PIC 9(3) VALUE 0.
       01 TABELA-PROFESSORES.
           05 TPF-ITEM OCCURS 500 TIMES INDEXED BY IDX-PRO.
               10 TPF-MATRICULA  PIC X(8).
               10 TPF-NOME       PIC X(30).
               10 TPF-FISCALIZACOES PIC 9(3).

       01 WS-SESSAO-A            PIC 9(3).
       01 WS-SESSAO-B            PIC 9(3).
       01 WS-SOBREPOE            PIC X(1).
       01 WS-SALA-LIVRE          PIC X(1).
       01 WS-FISCAL-LIVRE        PIC X(1).
       01 WS-CANDIDATO           PIC X(8).
       01 WS-FISCAL-ESCOLHIDO    PIC X(8).
       01 WS-ESCOLHIDA           PIC 9(3).
       01 WS-MAIOR-SESSAO        PIC 9(3).
       01 WS-MAIOR-ALUNOS        PIC 9(4).
       01 WS-RESTANTES           PIC 9(4).
       01 WS-SEM-SALA-LIVRE      PIC X(1).
       01 WS-MOTIVO-EXCLUSAO     PIC X(30).
       01 WS-NOME-FISCAL         PIC X(30).
       01 WS-MENOR-CARGA         PIC 9(3).

       01 WS-SESSAO-ATUAL        PIC 9(3).
       01 WS-ALOCACAO-ATUAL      PIC 9(4).
       01 WS-ULTIMA-ALOCACAO     PIC 9(4).
       01 WS-OCUPADOS            PIC 9(3).
       01 WS-NUMERO-ALUNO        PIC 9(3).
       01 WS-NUMERO-ED           PIC ZZ9.
       01 WS-QTD-ED              PIC ZZZ9.

       01 TOTAIS-ENSALAMENTO.
           05 WS-TOTAL-SESSOES   PIC 9(4) VALUE 0.
           05 WS-TOTAL-ALUNOS    PIC 9(6) VALUE 0.
           05 WS-TOTAL-EXCLUIDOS PIC 9(5) VALUE 0.
           05 WS-TOTAL-SEM-SALA  PIC 9(5) VALUE 0.
           05 WS-TOTAL-SEM-FISCAL PIC 9(4) VALUE 0.

       PROCEDURE DIVISION.
       INICIO.
           PERFORM DEFINIR-ARQUIVOS.
           DISPLAY "============================================".
           DISPLAY " Ensalamento de Provas".
           DISPLAY "============================================".
           MOVE "AlocacaoProvas" TO WS-JOBLOG-PROGRAMA.
           MOVE "INICIO" TO WS-JOBLOG-EVENTO.
           PERFORM GRAVAR-JOBLOG.

           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
           PERFORM LER-PERIODO-LETIVO.
           IF FUNCTION TEST-NUMVAL(WS-OCUPACAO-TXT) = 0
               IF FUNCTION NUMVAL(WS-OCUPACAO-TXT) >= 1
                       AND FUNCTION NUMVAL(WS-OCUPACAO-TXT) <= 100
                   MOVE FUNCTION NUMVAL(WS-OCUPACAO-TXT)
                       TO WS-OCUPACAO
               END-IF
           END-IF.
           DISPLAY "Lotacao de prova: " WS-OCUPACAO
              "% da capacidade da sala".

           PERFORM CARREGAR-SESSOES.
           IF RETURN-CODE < 8
               PERFORM CARREGAR-SALAS
           END-IF.
           IF RETURN-CODE < 8
               PERFORM CARREGAR-TRANCAMENTOS
               PERFORM CARREGAR-JUBILAMENTOS
               PERFORM CARREGAR-PROFESSORES
               OPEN INPUT ARQ-TURMAS
               IF WS-STATUS-TURMAS NOT = "00"
                   MOVE WS-ARQ-TURMAS TO WS-ERRLOG-ARQUIVO
                   MOVE WS-STATUS-TURMAS TO WS-ERRLOG-STATUS
                   PERFORM REGISTRAR-ERRO-ABERTURA
               ELSE
                   OPEN INPUT ARQ-ALUNOS
                   IF WS-STATUS-ALUNOS NOT = "00"
                       MOVE WS-ARQ-ALUNOS TO WS-ERRLOG-ARQUIVO
                       MOVE WS-STATUS-ALUNOS TO WS-ERRLOG-STATUS
                       PERFORM REGISTRAR-ERRO-ABERTURA
                   ELSE
                       PERFORM EMITIR-LISTAS
                       CLOSE ARQ-ALUNOS
                   END-IF
                   CLOSE ARQ-TURMAS
               END-IF
           END-IF.

           DISPLAY "Sessoes com alunos....: " WS-TOTAL-SESSOES.
           DISPLAY "Salas de prova usadas.: " QTD-ALOCACOES.
           DISPLAY "Alunos ensalados......: " WS-TOTAL-ALUNOS.
           DISPLAY "Alunos excluidos......: " WS-TOTAL-EXCLUIDOS.
           DISPLAY "Alunos sem sala.......: " WS-TOTAL-SEM-SALA.
           DISPLAY "Salas sem fiscal......: " WS-TOTAL-SEM-FISCAL.
           IF (WS-TOTAL-SEM-SALA > 0 OR WS-TOTAL-SEM-FISCAL > 0)
                   AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF.

           MOVE WS-TOTAL-ALUNOS TO WS-JOBLOG-QTD-REGISTROS.
           MOVE "FIM" TO WS-JOBLOG-EVENTO.
           PERFORM GRAVAR-JOBLOG.
           GOBACK.

       DEFINIR-ARQUIVOS.
           ACCEPT WS-ARQ-SESSOES FROM ENVIRONMENT
                   "CALENDARIO_PROVAS_DATA"
               ON EXCEPTION
                   MOVE "calendario-provas.data" TO WS-ARQ-SESSOES
           END-ACCEPT.
           ACCEPT WS-ARQ-TURMAS FROM ENVIRONMENT "TURMAS_IDX"
               ON EXCEPTION
                   MOVE "turmas.idx" TO WS-ARQ-TURMAS
           END-ACCEPT.
           ACCEPT WS-ARQ-ALUNOS FROM ENVIRONMENT "ALUNOS_IDX"
               ON EXCEPTION
                   MOVE "alunos.idx" TO WS-ARQ-ALUNOS
           END-ACCEPT.
           ACCEPT WS-ARQ-SALAS FROM ENVIRONMENT "SALAS_IDX"
               ON EXCEPTION
                   MOVE "salas.idx" TO WS-ARQ-SALAS
           END-ACCEPT.
           ACCEPT WS-ARQ-PROFESSORES FROM ENVIRONMENT "PROFESSORES_IDX"
               ON EXCEPTION
                   MOVE "professores.idx" TO WS-ARQ-PROFESSORES
           END-ACCEPT.
           ACCEPT WS-ARQ-TRANCAMENTOS FROM ENVIRONMENT
                   "TRANCAMENTOS_AUDITORIA"
               ON EXCEPTION
                   MOVE "TRANCAMENTOS-AUDITORIA.DATA"
                       TO WS-ARQ-TRANCAMENTOS
           END-ACCEPT.
           ACCEPT WS-ARQ-SITUACAO FROM ENVIRONMENT
                   "SITUACAO_ACADEMICA"
               ON EXCEPTION
                   MOVE "situacao-academica.data" TO WS-ARQ-SITUACAO
           END-ACCEPT.
           ACCEPT WS-ARQ-RELATORIO FROM ENVIRONMENT
                   "ENSALAMENTO_PROVAS_LST"
               ON EXCEPTION
                   MOVE "ENSALAMENTO-PROVAS.LST"
                       TO WS-ARQ-RELATORIO
           END-ACCEPT.
           ACCEPT WS-ARQ-FISCAIS FROM ENVIRONMENT
                   "FISCAIS_PROVAS_LST"
               ON EXCEPTION
                   MOVE "FISCAIS-PROVAS.LST" TO WS-ARQ-FISCAIS
           END-ACCEPT.
           ACCEPT WS-OCUPACAO-TXT FROM ENVIRONMENT
                   "PROVAS_OCUPACAO_SALA"
               ON EXCEPTION
                   MOVE SPACES TO WS-OCUPACAO-TXT
           END-ACCEPT.

       REGISTRAR-ERRO-ABERTURA.
           DISPLAY "Erro ao abrir " WS-ERRLOG-ARQUIVO
              " Status: " WS-ERRLOG-STATUS.
           MOVE "AlocacaoProvas" TO WS-ERRLOG-PROGRAMA.
           MOVE "INICIO" TO WS-ERRLOG-PARAGRAFO.
           PERFORM GRAVAR-ERRORLOG.
           MOVE 8 TO RETURN-CODE.

       CARREGAR-SESSOES.
           MOVE "N" TO WS-FIM-ARQ.
           OPEN INPUT ARQ-SESSOES.
           IF WS-STATUS-SESSOES NOT = "00"
               MOVE WS-ARQ-SESSOES TO WS-ERRLOG-ARQUIVO
               MOVE WS-STATUS-SESSOES TO WS-ERRLOG-STATUS
               PERFORM REGISTRAR-ERRO-ABERTURA
           ELSE
               PERFORM UNTIL WS-FIM-ARQ = "S"
                   READ ARQ-SESSOES
                       AT END
                           MOVE "S" TO WS-FIM-ARQ
                       NOT AT END
                           IF CPV-PERIODO = WS-PERIODO-LETIVO
                                   AND QTD-SESSOES < 300
                               ADD 1 TO QTD-SESSOES
                               SET IDX-SES TO QTD-SESSOES
                               MOVE CPV-TURMA TO TSE-TURMA(IDX-SES)
                               MOVE CPV-CURSO TO TSE-CURSO(IDX-SES)
                               MOVE CPV-PROFESSOR
                                   TO TSE-PROFESSOR(IDX-SES)
                               MOVE CPV-DIA-SEMANA TO TSE-DIA(IDX-SES)
                               MOVE CPV-HORA-INICIO
                                   TO TSE-INICIO(IDX-SES)
                               MOVE CPV-HORA-FIM TO TSE-FIM(IDX-SES)
                               MOVE 0 TO TSE-ALUNOS(IDX-SES)
                               MOVE 0 TO TSE-PRIMEIRA-ALOC(IDX-SES)
                               MOVE 0 TO TSE-QTD-ALOC(IDX-SES)
                               MOVE "N" TO TSE-ALOCADA(IDX-SES)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQ-SESSOES
               IF QTD-SESSOES = 0
                   DISPLAY "Nenhuma sessao de prova para o periodo "
                      WS-PERIODO-LETIVO
               END-IF
           END-IF.

       CARREGAR-SALAS.
           MOVE "N" TO WS-FIM-ARQ.
           OPEN INPUT ARQ-SALAS.
           IF WS-STATUS-SALAS NOT = "00"
               MOVE WS-ARQ-SALAS TO WS-ERRLOG-ARQUIVO
               MOVE WS-STATUS-SALAS TO WS-ERRLOG-STATUS
               PERFORM REGISTRAR-ERRO-ABERTURA
           ELSE
               PERFORM UNTIL WS-FIM-ARQ = "S"
                   READ ARQ-SALAS NEXT RECORD
                       AT END
                           MOVE "S" TO WS-FIM-ARQ
                       NOT AT END
                           IF SAL-ATIVA = "S" AND QTD-SALAS < 300
                               PERFORM GUARDAR-SALA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQ-SALAS
           END-IF.

       GUARDAR-SALA.
           ADD 1 TO QTD-SALAS.
           SET IDX-SAL TO QTD-SALAS.
           MOVE SAL-CODIGO TO TSL-CODIGO(IDX-SAL).
           MOVE SAL-PREDIO TO TSL-PREDIO(IDX-SAL).
           COMPUTE TSL-LOTACAO(IDX-SAL) =
               SAL-CAPACIDADE * WS-OCUPACAO / 100.
           IF TSL-LOTACAO(IDX-SAL) = 0
               SUBTRACT 1 FROM QTD-SALAS
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
                           IF QTD-TRANCAMENTOS < 2000
                               ADD 1 TO QTD-TRANCAMENTOS
                               SET IDX-TRA TO QTD-TRANCAMENTOS
                               MOVE TRA-TURMA TO TTR-TURMA(IDX-TRA)
                               MOVE TRA-MATRICULA
                                   TO TTR-MATRICULA(IDX-TRA)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQ-TRANCAMENTOS
           END-IF.

       CARREGAR-JUBILAMENTOS.
           MOVE "N" TO WS-FIM-ARQ.
           OPEN INPUT ARQ-SITUACAO.
           IF WS-STATUS-SITUACAO = "00"
               PERFORM UNTIL WS-FIM-ARQ = "S"
                   READ ARQ-SITUACAO
                       AT END
                           MOVE "S" TO WS-FIM-ARQ
                       NOT AT END
                           IF SITUACAO-JUBILAMENTO
                                   AND QTD-JUBILAMENTOS < 2000
                               ADD 1 TO QTD-JUBILAMENTOS
                               SET IDX-JUB TO QTD-JUBILAMENTOS
                               MOVE SAC-MATRICULA
                                   TO TJU-MATRICULA(IDX-JUB)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQ-SITUACAO
           END-IF.

       CARREGAR-PROFESSORES.
           MOVE "N" TO WS-FIM-ARQ.
           OPEN INPUT ARQ-PROFESSORES.
           IF WS-STATUS-PROFESSORES = "00"
               PERFORM UNTIL WS-FIM-ARQ = "S"
                   READ ARQ-PROFESSORES NEXT RECORD
                       AT END
                           MOVE "S" TO WS-FIM-ARQ
                       NOT AT END
                           IF PRO-ATIVO = "S"
                                   AND QTD-PROFESSORES < 500
                               ADD 1 TO QTD-PROFESSORES
                               SET IDX-PRO TO QTD-PROFESSORES
                               MOVE PRO-MATRICULA
                                   TO TPF-MATRICULA(IDX-PRO)
                               MOVE PRO-NOME TO TPF-NOME(IDX-PRO)
                               MOVE 0 TO TPF-FISCALIZACOES(IDX-PRO)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQ-PROFESSORES
           ELSE
               DISPLAY "Professores indisponiveis: "
                  WS-ARQ-PROFESSORES " - fiscais a definir."
           END-IF.

       EMITIR-LISTAS.
           OPEN OUTPUT RELATORIO.
           OPEN OUTPUT ARQ-FISCAIS.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "Listas de Presenca das Provas - Periodo "
               DELIMITED BY SIZE
               WS-PERIODO-LETIVO DELIMITED BY SIZE
               "  Data " DELIMITED BY SIZE
               WS-DATA-HOJE DELIMITED BY SIZE
               INTO LINHA-RELATORIO
           END-STRING.
           WRITE LINHA-RELATORIO.
           MOVE SPACES TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE "Alunos fora das listas:" TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.

           MOVE SPACES TO LINHA-FISCAIS.
           STRING "Escala de Fiscais de Prova - Periodo "
               DELIMITED BY SIZE
               WS-PERIODO-LETIVO DELIMITED BY SIZE
               "  Data " DELIMITED BY SIZE
               WS-DATA-HOJE DELIMITED BY SIZE
               INTO LINHA-FISCAIS
           END-STRING.
           WRITE LINHA-FISCAIS.
           MOVE SPACES TO LINHA-FISCAIS.
           WRITE LINHA-FISCAIS.
           MOVE SPACES TO LINHA-FISCAIS.
           MOVE "Dia" TO LINHA-FISCAIS(1:3).
           MOVE "Horario" TO LINHA-FISCAIS(10:7).
           MOVE "Sala" TO LINHA-FISCAIS(23:4).
           MOVE "Turma" TO LINHA-FISCAIS(30:5).
           MOVE "Alunos" TO LINHA-FISCAIS(37:6).
           MOVE "Fiscal" TO LINHA-FISCAIS(45:6).
           MOVE "Assinatura" TO LINHA-FISCAIS(85:10).
           WRITE LINHA-FISCAIS.

           SORT ARQ-SORT-PROVAS
               ON ASCENDING KEY SRT-DIA SRT-INICIO SRT-TURMA
                   SRT-NOME SRT-MATRICULA
               INPUT PROCEDURE IS SELECIONAR-ALUNOS
               OUTPUT PROCEDURE IS ESCREVER-LISTAS.

           CLOSE ARQ-FISCAIS.
           CLOSE RELATORIO.
           DISPLAY "Listas de presenca em " WS-ARQ-RELATORIO.
           DISPLAY "Escala de fiscais em " WS-ARQ-FISCAIS.

      * Um registro de turmas.idx por aluno; o aluno so entra na
      * lista da prova se a turma tem sessao no calendario e ele
      * nao trancou a turma, nao esta em jubilamento e consta do
      * cadastro de alunos.
       SELECIONAR-ALUNOS.
           MOVE "N" TO WS-FIM-ARQ.
           PERFORM UNTIL WS-FIM-ARQ = "S"
               READ ARQ-TURMAS NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIM-ARQ
                   NOT AT END
                       IF TUR-PERIODO = WS-PERIODO-LETIVO
                           PERFORM AVALIAR-ALUNO
                       END-IF
               END-READ
           END-PERFORM.
           MOVE SPACES TO LINHA-RELATORIO.
           IF WS-TOTAL-EXCLUIDOS = 0
               MOVE "  (nenhum)" TO LINHA-RELATORIO
           END-IF.
           WRITE LINHA-RELATORIO.

       AVALIAR-ALUNO.
           PERFORM VARYING IDX-SES FROM 1 BY 1
                   UNTIL IDX-SES > QTD-SESSOES
                   OR TSE-TURMA(IDX-SES) = TUR-CODIGO
               CONTINUE
           END-PERFORM.
           IF IDX-SES <= QTD-SESSOES
               MOVE SPACES TO WS-MOTIVO-EXCLUSAO
               PERFORM VARYING IDX-TRA FROM 1 BY 1
                       UNTIL IDX-TRA > QTD-TRANCAMENTOS
                   IF TTR-TURMA(IDX-TRA) = TUR-CODIGO
                           AND TTR-MATRICULA(IDX-TRA)
                               = TUR-MATRICULA-ALUNO
                       MOVE "trancamento na turma"
                           TO WS-MOTIVO-EXCLUSAO
                   END-IF
               END-PERFORM
               IF WS-MOTIVO-EXCLUSAO = SPACES
                   PERFORM VARYING IDX-JUB FROM 1 BY 1
                           UNTIL IDX-JUB > QTD-JUBILAMENTOS
                       IF TJU-MATRICULA(IDX-JUB)
                               = TUR-MATRICULA-ALUNO
                           MOVE "em jubilamento"
                               TO WS-MOTIVO-EXCLUSAO
                       END-IF
                   END-PERFORM
               END-IF
               IF WS-MOTIVO-EXCLUSAO = SPACES
                   MOVE TUR-MATRICULA-ALUNO TO ALU-MATRICULA
                   READ ARQ-ALUNOS
                       INVALID KEY
                           MOVE "fora do cadastro de alunos"
                               TO WS-MOTIVO-EXCLUSAO
                   END-READ
               END-IF
               IF WS-MOTIVO-EXCLUSAO = SPACES
                   ADD 1 TO TSE-ALUNOS(IDX-SES)
                   MOVE TSE-DIA(IDX-SES) TO SRT-DIA
                   MOVE TSE-INICIO(IDX-SES) TO SRT-INICIO
                   MOVE TUR-CODIGO TO SRT-TURMA
                   MOVE ALU-NOME TO SRT-NOME
                   MOVE TUR-MATRICULA-ALUNO TO SRT-MATRICULA
                   SET SRT-SESSAO TO IDX-SES
                   RELEASE REG-SORT-PROVA
               ELSE
                   ADD 1 TO WS-TOTAL-EXCLUIDOS
                   MOVE SPACES TO LINHA-RELATORIO
                   STRING "  Turma " DELIMITED BY SIZE
                       TUR-CODIGO DELIMITED BY SIZE
                       "  Aluno " DELIMITED BY SIZE
                       TUR-MATRICULA-ALUNO DELIMITED BY SIZE
                       "  " DELIMITED BY SIZE
                       WS-MOTIVO-EXCLUSAO DELIMITED BY SIZE
                       INTO LINHA-RELATORIO
                   END-STRING
                   WRITE LINHA-RELATORIO
               END-IF
           END-IF.

       ESCREVER-LISTAS.
           PERFORM ALOCAR-SALAS.
           PERFORM ESCALAR-FISCAIS.
           MOVE 0 TO WS-SESSAO-ATUAL.
           MOVE "N" TO WS-FIM-RETORNO.
           PERFORM UNTIL WS-FIM-RETORNO = "S"
               RETURN ARQ-SORT-PROVAS
                   AT END
                       MOVE "S" TO WS-FIM-RETORNO
                   NOT AT END
                       IF SRT-SESSAO NOT = WS-SESSAO-ATUAL
                           IF WS-SESSAO-ATUAL NOT = 0
                               PERFORM FECHAR-LISTA
                           END-IF
                           PERFORM INICIAR-SESSAO
                       END-IF
                       IF WS-ALOCACAO-ATUAL NOT = 0
                           IF WS-OCUPADOS
                                   NOT < TAL-VAGAS(WS-ALOCACAO-ATUAL)
                               PERFORM FECHAR-LISTA
                               PERFORM PROXIMA-SALA
                           END-IF
                       END-IF
                       PERFORM ESCREVER-ALUNO-LISTA
               END-RETURN
           END-PERFORM.
           IF WS-SESSAO-ATUAL NOT = 0
               PERFORM FECHAR-LISTA
           END-IF.

      * Sessoes da maior para a menor: cada uma fica com a menor
      * sala livre que comporta os alunos restantes ou, se nenhuma
      * comporta, com a maior sala livre, ate acomodar todos.
       ALOCAR-SALAS.
           MOVE 1 TO WS-MAIOR-SESSAO.
           PERFORM UNTIL WS-MAIOR-SESSAO = 0
               MOVE 0 TO WS-MAIOR-SESSAO
               MOVE 0 TO WS-MAIOR-ALUNOS
               PERFORM VARYING IDX-SES FROM 1 BY 1
                       UNTIL IDX-SES > QTD-SESSOES
                   IF TSE-ALOCADA(IDX-SES) = "N"
                           AND TSE-ALUNOS(IDX-SES) > WS-MAIOR-ALUNOS
                       MOVE TSE-ALUNOS(IDX-SES) TO WS-MAIOR-ALUNOS
                       SET WS-MAIOR-SESSAO TO IDX-SES
                   END-IF
               END-PERFORM
               IF WS-MAIOR-SESSAO NOT = 0
                   PERFORM ALOCAR-SESSAO
               END-IF
           END-PERFORM.

       ALOCAR-SESSAO.
           MOVE "S" TO TSE-ALOCADA(WS-MAIOR-SESSAO).
           ADD 1 TO WS-TOTAL-SESSOES.
           MOVE WS-MAIOR-SESSAO TO WS-SESSAO-A.
           MOVE TSE-ALUNOS(WS-MAIOR-SESSAO) TO WS-RESTANTES.
           COMPUTE TSE-PRIMEIRA-ALOC(WS-MAIOR-SESSAO)
               = QTD-ALOCACOES + 1.
           MOVE "N" TO WS-SEM-SALA-LIVRE.
           PERFORM UNTIL WS-RESTANTES = 0
                   OR WS-SEM-SALA-LIVRE = "S"
                   OR QTD-ALOCACOES NOT < 1000
               PERFORM ESCOLHER-SALA
               IF WS-ESCOLHIDA = 0
                   MOVE "S" TO WS-SEM-SALA-LIVRE
               ELSE
                   ADD 1 TO QTD-ALOCACOES
                   SET IDX-ALO TO QTD-ALOCACOES
                   MOVE WS-MAIOR-SESSAO TO TAL-SESSAO(IDX-ALO)
                   MOVE WS-ESCOLHIDA TO TAL-SALA(IDX-ALO)
                   MOVE SPACES TO TAL-FISCAL(IDX-ALO)
                   IF TSL-LOTACAO(WS-ESCOLHIDA) < WS-RESTANTES
                       MOVE TSL-LOTACAO(WS-ESCOLHIDA)
                           TO TAL-VAGAS(IDX-ALO)
                   ELSE
                       MOVE WS-RESTANTES TO TAL-VAGAS(IDX-ALO)
                   END-IF
                   SUBTRACT TAL-VAGAS(IDX-ALO) FROM WS-RESTANTES
                   ADD 1 TO TSE-QTD-ALOC(WS-MAIOR-SESSAO)
               END-IF
           END-PERFORM.
           IF TSE-QTD-ALOC(WS-MAIOR-SESSAO) = 0
               MOVE 0 TO TSE-PRIMEIRA-ALOC(WS-MAIOR-SESSAO)
           END-IF.

       ESCOLHER-SALA.
           MOVE 0 TO WS-ESCOLHIDA.
           PERFORM VARYING IDX-SAL FROM 1 BY 1
                   UNTIL IDX-SAL > QTD-SALAS
               PERFORM VERIFICAR-SALA-LIVRE
               IF WS-SALA-LIVRE = "S"
                   IF WS-ESCOLHIDA = 0
                       SET WS-ESCOLHIDA TO IDX-SAL
                   ELSE
                       PERFORM COMPARAR-SALA
                   END-IF
               END-IF
           END-PERFORM.

      * Sala que comporta o restante vence a que nao comporta;
      * entre as que comportam, a menor; entre as que nao
      * comportam, a maior.
       COMPARAR-SALA.
           IF TSL-LOTACAO(IDX-SAL) NOT < WS-RESTANTES
               IF TSL-LOTACAO(WS-ESCOLHIDA) < WS-RESTANTES
                       OR TSL-LOTACAO(IDX-SAL)
                           < TSL-LOTACAO(WS-ESCOLHIDA)
                   SET WS-ESCOLHIDA TO IDX-SAL
               END-IF
           ELSE
               IF TSL-LOTACAO(WS-ESCOLHIDA) < WS-RESTANTES
                       AND TSL-LOTACAO(IDX-SAL)
                           > TSL-LOTACAO(WS-ESCOLHIDA)
                   SET WS-ESCOLHIDA TO IDX-SAL
               END-IF
           END-IF.

       VERIFICAR-SALA-LIVRE.
           MOVE "S" TO WS-SALA-LIVRE.
           PERFORM VARYING IDX-ALO FROM 1 BY 1
                   UNTIL IDX-ALO > QTD-ALOCACOES
                   OR WS-SALA-LIVRE = "N"
               IF TAL-SALA(IDX-ALO) = IDX-SAL
                   MOVE TAL-SESSAO(IDX-ALO) TO WS-SESSAO-B
                   PERFORM VERIFICAR-SOBREPOSICAO
                   IF WS-SOBREPOE = "S"
                       MOVE "N" TO WS-SALA-LIVRE
                   END-IF
               END-IF
           END-PERFORM.

       VERIFICAR-SOBREPOSICAO.
           MOVE "N" TO WS-SOBREPOE.
           IF TSE-DIA(WS-SESSAO-A) = TSE-DIA(WS-SESSAO-B)
                   AND TSE-INICIO(WS-SESSAO-A) < TSE-FIM(WS-SESSAO-B)
                   AND TSE-INICIO(WS-SESSAO-B) < TSE-FIM(WS-SESSAO-A)
               MOVE "S" TO WS-SOBREPOE
           END-IF.

      * A primeira sala de cada prova fica com o professor da
      * turma; as demais, com o professor ativo de menos salas
      * na escala que nao tem prova propria nem outra sala no
      * mesmo horario.
       ESCALAR-FISCAIS.
           PERFORM VARYING IDX-ALO FROM 1 BY 1
                   UNTIL IDX-ALO > QTD-ALOCACOES
               MOVE TAL-SESSAO(IDX-ALO) TO WS-SESSAO-A
               MOVE SPACES TO WS-CANDIDATO
               IF TSE-PRIMEIRA-ALOC(WS-SESSAO-A) = IDX-ALO
                       AND TSE-PROFESSOR(WS-SESSAO-A) NOT = SPACES
                   MOVE TSE-PROFESSOR(WS-SESSAO-A) TO WS-CANDIDATO
                   PERFORM VERIFICAR-FISCAL-LIVRE
                   IF WS-FISCAL-LIVRE = "N"
                       MOVE SPACES TO WS-CANDIDATO
                   END-IF
               END-IF
               IF WS-CANDIDATO = SPACES
                   PERFORM ESCOLHER-FISCAL
               END-IF
               MOVE WS-CANDIDATO TO TAL-FISCAL(IDX-ALO)
               IF WS-CANDIDATO = SPACES
                   ADD 1 TO WS-TOTAL-SEM-FISCAL
               ELSE
                   PERFORM VARYING IDX-PRO FROM 1 BY 1
                           UNTIL IDX-PRO > QTD-PROFESSORES
                       IF TPF-MATRICULA(IDX-PRO) = WS-CANDIDATO
                           ADD 1 TO TPF-FISCALIZACOES(IDX-PRO)
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM.

       ESCOLHER-FISCAL.
           MOVE SPACES TO WS-FISCAL-ESCOLHIDO.
           MOVE 999 TO WS-MENOR-CARGA.
           PERFORM VARYING IDX-PRO FROM 1 BY 1
                   UNTIL IDX-PRO > QTD-PROFESSORES
               IF TPF-FISCALIZACOES(IDX-PRO) < WS-MENOR-CARGA
                   MOVE TPF-MATRICULA(IDX-PRO) TO WS-CANDIDATO
                   PERFORM VERIFICAR-FISCAL-LIVRE
                   IF WS-FISCAL-LIVRE = "S"
                       MOVE TPF-FISCALIZACOES(IDX-PRO)
                           TO WS-MENOR-CARGA
                       MOVE TPF-MATRICULA(IDX-PRO)
                           TO WS-FISCAL-ESCOLHIDO
                   END-IF
               END-IF
           END-PERFORM.
           MOVE WS-FISCAL-ESCOLHIDO TO WS-CANDIDATO.

      * Livre quando nao aplica prova propria em horario que se
      * sobrepoe ao da sessao nem ja fiscaliza sala nesse horario.
       VERIFICAR-FISCAL-LIVRE.
           MOVE "S" TO WS-FISCAL-LIVRE.
           PERFORM VARYING IDX-SES FROM 1 BY 1
                   UNTIL IDX-SES > QTD-SESSOES
                   OR WS-FISCAL-LIVRE = "N"
               IF TSE-PROFESSOR(IDX-SES) = WS-CANDIDATO
                       AND TSE-QTD-ALOC(IDX-SES) > 0
                   SET WS-SESSAO-B TO IDX-SES
                   IF WS-SESSAO-B NOT = WS-SESSAO-A
                       PERFORM VERIFICAR-SOBREPOSICAO
                       IF WS-SOBREPOE = "S"
                           MOVE "N" TO WS-FISCAL-LIVRE
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
           PERFORM VARYING WS-ULTIMA-ALOCACAO FROM 1 BY 1
                   UNTIL WS-ULTIMA-ALOCACAO > QTD-ALOCACOES
                   OR WS-FISCAL-LIVRE = "N"
               IF TAL-FISCAL(WS-ULTIMA-ALOCACAO) = WS-CANDIDATO
                   MOVE TAL-SESSAO(WS-ULTIMA-ALOCACAO) TO WS-SESSAO-B
                   PERFORM VERIFICAR-SOBREPOSICAO
                   IF WS-SOBREPOE = "S"
                       MOVE "N" TO WS-FISCAL-LIVRE
                   END-IF
               END-IF
           END-PERFORM.

       INICIAR-SESSAO.
           MOVE SRT-SESSAO TO WS-SESSAO-ATUAL.
           MOVE TSE-PRIMEIRA-ALOC(WS-SESSAO-ATUAL)
               TO WS-ALOCACAO-ATUAL.
           COMPUTE WS-ULTIMA-ALOCACAO = WS-ALOCACAO-ATUAL
               + TSE-QTD-ALOC(WS-SESSAO-ATUAL) - 1.
           PERFORM VARYING IDX-ALO FROM 1 BY 1
                   UNTIL IDX-ALO > QTD-ALOCACOES
               IF TAL-SESSAO(IDX-ALO) = WS-SESSAO-ATUAL
                   PERFORM ESCREVER-LINHA-FISCAL
               END-IF
           END-PERFORM.
           PERFORM ABRIR-LISTA.

       PROXIMA-SALA.
           IF WS-ALOCACAO-ATUAL < WS-ULTIMA-ALOCACAO
               ADD 1 TO WS-ALOCACAO-ATUAL
           ELSE
               MOVE 0 TO WS-ALOCACAO-ATUAL
           END-IF.
           PERFORM ABRIR-LISTA.

       ABRIR-LISTA.
           MOVE 0 TO WS-OCUPADOS.
           MOVE ALL "-" TO LINHA-RELATORIO(1:80).
           WRITE LINHA-RELATORIO.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "Lista de Presenca - Prova da turma "
               DELIMITED BY SIZE
               TSE-TURMA(WS-SESSAO-ATUAL) DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               TSE-CURSO(WS-SESSAO-ATUAL) DELIMITED BY SIZE
               INTO LINHA-RELATORIO
           END-STRING.
           WRITE LINHA-RELATORIO.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "Dia: " DELIMITED BY SIZE
               WS-NOME-DIA(TSE-DIA(WS-SESSAO-ATUAL))
                   DELIMITED BY SIZE
               "  Horario: " DELIMITED BY SIZE
               TSE-INICIO(WS-SESSAO-ATUAL) DELIMITED BY SIZE
               " a " DELIMITED BY SIZE
               TSE-FIM(WS-SESSAO-ATUAL) DELIMITED BY SIZE
               INTO LINHA-RELATORIO
           END-STRING.
           IF WS-ALOCACAO-ATUAL = 0
               MOVE "SEM SALA - lotacao das salas livres esgotada"
                   TO LINHA-RELATORIO(40:44)
               WRITE LINHA-RELATORIO
           ELSE
               MOVE TAL-SALA(WS-ALOCACAO-ATUAL) TO WS-ESCOLHIDA
               MOVE "Sala:" TO LINHA-RELATORIO(40:5)
               MOVE TSL-CODIGO(WS-ESCOLHIDA) TO LINHA-RELATORIO(46:6)
               MOVE "Predio:" TO LINHA-RELATORIO(54:7)
               MOVE TSL-PREDIO(WS-ESCOLHIDA) TO LINHA-RELATORIO(62:10)
               WRITE LINHA-RELATORIO
               MOVE TAL-FISCAL(WS-ALOCACAO-ATUAL) TO WS-CANDIDATO
               PERFORM LOCALIZAR-NOME-FISCAL
               MOVE SPACES TO LINHA-RELATORIO
               STRING "Fiscal: " DELIMITED BY SIZE
                   WS-CANDIDATO DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   WS-NOME-FISCAL DELIMITED BY SIZE
                   INTO LINHA-RELATORIO
               END-STRING
               WRITE LINHA-RELATORIO
           END-IF.
           MOVE SPACES TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE SPACES TO LINHA-RELATORIO.
           MOVE " No" TO LINHA-RELATORIO(1:3).
           MOVE "Matricula" TO LINHA-RELATORIO(6:9).
           MOVE "Nome" TO LINHA-RELATORIO(16:4).
           MOVE "Assinatura" TO LINHA-RELATORIO(48:10).
           WRITE LINHA-RELATORIO.

       ESCREVER-ALUNO-LISTA.
           ADD 1 TO WS-OCUPADOS.
           MOVE WS-OCUPADOS TO WS-NUMERO-ED.
           MOVE SPACES TO LINHA-RELATORIO.
           MOVE WS-NUMERO-ED TO LINHA-RELATORIO(1:3).
           MOVE SRT-MATRICULA TO LINHA-RELATORIO(6:8).
           MOVE SRT-NOME TO LINHA-RELATORIO(16:30).
           IF WS-ALOCACAO-ATUAL = 0
               ADD 1 TO WS-TOTAL-SEM-SALA
           ELSE
               ADD 1 TO WS-TOTAL-ALUNOS
               MOVE ALL "_" TO LINHA-RELATORIO(48:30)
           END-IF.
           WRITE LINHA-RELATORIO.

       FECHAR-LISTA.
           MOVE SPACES TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           IF WS-ALOCACAO-ATUAL NOT = 0
               MOVE WS-OCUPADOS TO WS-QTD-ED
               MOVE SPACES TO LINHA-RELATORIO
               STRING "Alunos na lista: " DELIMITED BY SIZE
                   WS-QTD-ED DELIMITED BY SIZE
                   "   Presentes: ______   Ausentes: ______"
                   DELIMITED BY SIZE
                   INTO LINHA-RELATORIO
               END-STRING
               WRITE LINHA-RELATORIO
               MOVE SPACES TO LINHA-RELATORIO
               WRITE LINHA-RELATORIO
               MOVE "Assinatura do fiscal:" TO LINHA-RELATORIO(1:21)
               MOVE ALL "_" TO LINHA-RELATORIO(23:30)
               WRITE LINHA-RELATORIO
               MOVE SPACES TO LINHA-RELATORIO
               WRITE LINHA-RELATORIO
           END-IF.

       ESCREVER-LINHA-FISCAL.
           MOVE TAL-SALA(IDX-ALO) TO WS-ESCOLHIDA.
           MOVE TAL-FISCAL(IDX-ALO) TO WS-CANDIDATO.
           PERFORM LOCALIZAR-NOME-FISCAL.
           MOVE SPACES TO LINHA-FISCAIS.
           MOVE WS-NOME-DIA(TSE-DIA(WS-SESSAO-ATUAL))
               TO LINHA-FISCAIS(1:8).
           MOVE TSE-INICIO(WS-SESSAO-ATUAL) TO LINHA-FISCAIS(10:4).
           MOVE "-" TO LINHA-FISCAIS(14:1).
           MOVE TSE-FIM(WS-SESSAO-ATUAL) TO LINHA-FISCAIS(15:4).
           MOVE TSL-CODIGO(WS-ESCOLHIDA) TO LINHA-FISCAIS(23:6).
           MOVE TSE-TURMA(WS-SESSAO-ATUAL) TO LINHA-FISCAIS(30:6).
           MOVE TAL-VAGAS(IDX-ALO) TO WS-QTD-ED.
           MOVE WS-QTD-ED TO LINHA-FISCAIS(38:4).
           MOVE WS-CANDIDATO TO LINHA-FISCAIS(45:8).
           MOVE WS-NOME-FISCAL TO LINHA-FISCAIS(54:30).
           MOVE ALL "_" TO LINHA-FISCAIS(85:16).
           WRITE LINHA-FISCAIS.

       LOCALIZAR-NOME-FISCAL.
           IF WS-CANDIDATO = SPACES
               MOVE "(a definir)" TO WS-NOME-FISCAL
           ELSE
               MOVE SPACES TO WS-NOME-FISCAL
               PERFORM VARYING IDX-PRO FROM 1 BY 1
                       UNTIL IDX-PRO > QTD-PROFESSORES
                   IF TPF-MATRICULA(IDX-PRO) = WS-CANDIDATO
                       MOVE TPF-NOME(IDX-PRO) TO WS-NOME-FISCAL
                   END-IF
               END-PERFORM
           END-IF.

       COPY PERLETPD.

       COPY JOBLOGPD.

       COPY ERRLOGPD.

       IDENTIFICATION DIVISION.
           PROGRAM-ID. AvaliacaoInstitucional.
           AUTHOR. Fernando Anselmo.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-QUESTOES ASSIGN TO WS-ARQ-QUESTOES
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-QUESTOES.

           SELECT ARQ-PARTICIPACAO ASSIGN TO WS-ARQ-PARTICIPACAO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-PARTICIPACAO.

           SELECT ARQ-RESPOSTAS ASSIGN TO WS-ARQ-RESPOSTAS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-RESPOSTAS.

           SELECT ARQ-IMPORTACAO ASSIGN TO WS-ARQ-IMPORTACAO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-IMPORTACAO.

           SELECT ARQ-REJEITADOS ASSIGN TO WS-ARQ-REJEITADOS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-REJEITADOS.

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

           SELECT RELATORIO ASSIGN TO WS-ARQ-RELATORIO
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ARQ-SORT-AVALIACAO ASSIGN TO WS-ARQ-SORT-AVALIACAO.

           COPY ERRLOGSL.

           COPY PERLETSL.

           COPY JOBLOGSL.

       DATA DIVISION.
       FILE SECTION.
       FD ARQ-QUESTOES.
       01 REGISTRO-QUESTAO.
           COPY AVALQUES.

       FD ARQ-PARTICIPACAO.
       01 REGISTRO-PARTICIPACAO.
           COPY AVALPART.

       FD ARQ-RESPOSTAS.
       01 REGISTRO-RESPOSTA.
           COPY AVALRESP.

       FD ARQ-IMPORTACAO.
       01 LINHA-IMPORTACAO         PIC X(100).

       FD ARQ-REJEITADOS.
       01 REGISTRO-REJEITADO       PIC X(150).

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

       FD RELATORIO.
       01 LINHA-RELATORIO          PIC X(100).

       SD ARQ-SORT-AVALIACAO.
       01 REG-SORT-AVALIACAO.
           05 SRT-PROFESSOR        PIC X(8).
           05 SRT-TURMA            PIC X(6).
           05 SRT-INDICE           PIC 9(3).

       COPY ERRLOGFD.

       COPY PERLETFD.

       COPY JOBLOGFD.

       WORKING-STORAGE SECTION.
       COPY ERRLOGWS.

       COPY PERLETWS.

       COPY JOBLOGWS.

       01 WS-ARQ-QUESTOES        PIC X(40)
           VALUE "AVALIACAO-QUESTOES.DATA".
       01 WS-ARQ-PARTICIPACAO    PIC X(40)
           VALUE "AVALIACAO-PARTICIPACAO.DATA".
       01 WS-ARQ-RESPOSTAS       PIC X(40)
           VALUE "AVALIACAO-RESPOSTAS.DATA".
       01 WS-ARQ-IMPORTACAO      PIC X(40)
           VALUE "avaliacao-respostas.csv".
       01 WS-ARQ-REJEITADOS      PIC X(40)
           VALUE "avaliacao-rejeitadas.csv".
       01 WS-ARQ-TURMAS          PIC X(40) VALUE "turmas.idx".
       01 WS-ARQ-PROFESSORES     PIC X(40) VALUE "professores.idx".
       01 WS-ARQ-RELATORIO       PIC X(40)
           VALUE "AVALIACAO-RESULTADOS.LST".
       01 WS-ARQ-SORT-AVALIACAO  PIC X(40) VALUE "AVALIACAO.SRT".
       01 WS-ARQUIVOS-DEFINIDOS  PIC X VALUE "N".

       01 WS-OPCAO               PIC 9.
       01 WS-STATUS-QUESTOES     PIC X(2).
       01 WS-STATUS-PARTICIPACAO PIC X(2).
       01 WS-STATUS-RESPOSTAS    PIC X(2).
       01 WS-STATUS-IMPORTACAO   PIC X(2).
       01 WS-STATUS-REJEITADOS   PIC X(2).
       01 WS-STATUS-TURMAS       PIC X(2).
       01 WS-STATUS-PROFESSORES  PIC X(2).
       01 WS-TURMAS-ABERTAS      PIC X VALUE "N".
       01 WS-PROFESSORES-ABERTOS PIC X VALUE "N".
       01 WS-FIM-ARQ             PIC X VALUE "N".
       01 WS-FIM-RETORNO         PIC X VALUE "N".
       01 WS-TOTAL-OPERACOES     PIC 9(5) VALUE ZEROS.
       01 WS-DATA-HOJE           PIC 9(8).

       01 WS-TEXTO               PIC X(60).
       01 WS-PERIODO             PIC X(6).
       01 WS-TURMA               PIC X(6).
       01 WS-MATRICULA           PIC X(8).
       01 WS-RESPOSTAS           PIC X(20).
       01 WS-NOTA                PIC 9(1).
       01 WS-QTD-RESPONDIDAS     PIC 9(2).

       01 WS-REGISTRO-VALIDO     PIC X VALUE "S".
       01 WS-MOTIVO-ERRO         PIC X(40) VALUE SPACES.

      * Questoes cadastradas, na ordem em que as notas chegam.
       01 QTD-QUESTOES           PIC 9(2) VALUE 0.
       01 TABELA-QUESTOES.
           05 TQU-ITEM OCCURS 20 TIMES INDEXED BY IDX-QUE.
               10 TQU-NUMERO     PIC 9(2).
               10 TQU-TEXTO      PIC X(60).

      * Participacoes ja registradas (periodo + turma + matricula).
       01 QTD-PARTICIPACOES      PIC 9(5) VALUE 0.
       01 TABELA-PARTICIPACOES.
           05 TPA-CHAVE OCCURS 10000 TIMES INDEXED BY IDX-PAR
                                 PIC X(20).
       01 WS-CHAVE-PARTICIPACAO.
           05 WS-CHAVE-PERIODO   PIC X(6).
           05 WS-CHAVE-TURMA     PIC X(6).
           05 WS-CHAVE-MATRICULA PIC X(8).

      * Acumulados do relatorio: por turma, por disciplina
      * (TUR-CURSO) e por unidade, com soma e quantidade de notas
      * por questao.
       01 QTD-TURMAS-AVAL        PIC 9(3) VALUE 0.
       01 TABELA-TURMAS-AVAL.
           05 TTA-ITEM OCCURS 200 TIMES INDEXED BY IDX-TTA.
               10 TTA-TURMA      PIC X(6).
               10 TTA-PROFESSOR  PIC X(8).
               10 TTA-CURSO      PIC X(20).
               10 TTA-UNIDADE    PIC X(3).
               10 TTA-MATRICULADOS PIC 9(4).
               10 TTA-RESPONDENTES PIC 9(4).
               10 TTA-SOMA-GERAL PIC 9(7).
               10 TTA-QTD-GERAL  PIC 9(6).
               10 TTA-QUESTAO OCCURS 20 TIMES.
                   15 TTA-SOMA   PIC 9(6).
                   15 TTA-QTD    PIC 9(5).

       01 QTD-CURSOS-AVAL        PIC 9(3) VALUE 0.
       01 TABELA-CURSOS-AVAL.
           05 TCR-ITEM OCCURS 100 TIMES INDEXED BY IDX-TCR.
               10 TCR-CURSO      PIC X(20).
               10 TCR-SOMA-GERAL PIC 9(8).
               10 TCR-QTD-GERAL  PIC 9(7).
               10 TCR-QUESTAO OCCURS 20 TIMES.
                   15 TCR-SOMA   PIC 9(7).
                   15 TCR-QTD    PIC 9(6).

       01 QTD-UNIDADES-AVAL      PIC 9(2) VALUE 0.
       01 TABELA-UNIDADES-AVAL.
           05 TUN-ITEM OCCURS 20 TIMES INDEXED BY IDX-TUN.
               10 TUN-UNIDADE    PIC X(3).
               10 TUN-SOMA-GERAL PIC 9(8).
               10 TUN-QTD-GERAL  PIC 9(7).
               10 TUN-QUESTAO OCCURS 20 TIMES.
                   15 TUN-SOMA   PIC 9(7).
                   15 TUN-QTD    PIC 9(6).

       01 CONTADORES-PROCESSAMENTO.
           05 WS-LINHAS-LIDAS    PIC 9(5) VALUE 0.
           05 WS-ACEITAS         PIC 9(5) VALUE 0.
           05 WS-REJEITADAS      PIC 9(5) VALUE 0.
       01 WS-TOTAL-ED            PIC ZZZZ9.

      * Media de uma soma de notas: WS-SOMA / WS-QTD em
      * WS-MEDIA-TXT, ou "--" quando nao ha respostas.
       01 WS-SOMA                PIC 9(8).
       01 WS-QTD                 PIC 9(7).
       01 WS-MEDIA               PIC 9V99.
       01 WS-MEDIA-ED            PIC 9.99.
       01 WS-MEDIA-TXT           PIC X(4).
       01 WS-TAXA                PIC 9(3)V99.
       01 WS-TAXA-ED             PIC ZZ9.99.
       01 WS-QTD-ED              PIC ZZZ9.
       01 WS-RESPONDENTES-ED     PIC ZZZ9.

       01 WS-PROFESSOR-GRUPO     PIC X(8).
       01 WS-NOME-PROFESSOR      PIC X(30).
       01 WS-PROF-SOMA           PIC 9(8).
       01 WS-PROF-QTD            PIC 9(7).
       01 WS-PROF-MATRICULADOS   PIC 9(5).
       01 WS-PROF-RESPONDENTES   PIC 9(5).
       01 WS-QTD-TURMAS-LISTADAS PIC 9(3) VALUE 0.

       01 LINHA-QUESTAO.
           05 FILLER             PIC X(4) VALUE SPACES.
           05 LQ-NUMERO          PIC X(2).
           05 FILLER             PIC X(1) VALUE SPACES.
           05 LQ-TEXTO           PIC X(40).
           05 FILLER             PIC X(2) VALUE SPACES.
           05 LQ-TURMA           PIC X(4).
           05 FILLER             PIC X(4) VALUE SPACES.
           05 LQ-CURSO           PIC X(4).
           05 FILLER             PIC X(4) VALUE SPACES.
           05 LQ-UNIDADE         PIC X(4).

       PROCEDURE DIVISION.
       INICIO.
           IF WS-ARQUIVOS-DEFINIDOS = "N"
               PERFORM DEFINIR-ARQUIVOS
               MOVE "S" TO WS-ARQUIVOS-DEFINIDOS
               MOVE "AvaliacaoInstitucional" TO WS-JOBLOG-PROGRAMA
               MOVE "INICIO" TO WS-JOBLOG-EVENTO
               PERFORM GRAVAR-JOBLOG
               PERFORM LER-PERIODO-LETIVO
           END-IF.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
           DISPLAY "--------------------------------".
           DISPLAY "Avaliacao Institucional".
           DISPLAY "--------------------------------".
           DISPLAY " 1 - Cadastrar Questao".
           DISPLAY " 2 - Listar Questoes".
           DISPLAY " 3 - Importar Respostas ("
              FUNCTION TRIM(WS-ARQ-IMPORTACAO) ")".
           DISPLAY " 4 - Resultados por Professor e Turma".
           DISPLAY " 5 - Sair".
           DISPLAY "--------------------------------".
           DISPLAY "Escolha uma opcao: ".
           ACCEPT WS-OPCAO.

           EVALUATE WS-OPCAO
               WHEN 1
                   PERFORM CADASTRAR-QUESTAO
               WHEN 2
                   PERFORM LISTAR-QUESTOES
               WHEN 3
                   PERFORM IMPORTAR-RESPOSTAS
               WHEN 4
                   PERFORM RELATORIO-RESULTADOS
               WHEN 5
                   MOVE WS-TOTAL-OPERACOES TO WS-JOBLOG-QTD-REGISTROS
                   MOVE "FIM" TO WS-JOBLOG-EVENTO
                   PERFORM GRAVAR-JOBLOG
                   GOBACK
               WHEN OTHER
                   DISPLAY "Opcao invalida!"
                   PERFORM INICIO
           END-EVALUATE.

       DEFINIR-ARQUIVOS.
           ACCEPT WS-ARQ-QUESTOES FROM ENVIRONMENT
                   "AVALIACAO_QUESTOES"
               ON EXCEPTION
                   MOVE "AVALIACAO-QUESTOES.DATA" TO WS-ARQ-QUESTOES
           END-ACCEPT.
           ACCEPT WS-ARQ-PARTICIPACAO FROM ENVIRONMENT
                   "AVALIACAO_PARTICIPACAO"
               ON EXCEPTION
                   MOVE "AVALIACAO-PARTICIPACAO.DATA"
                       TO WS-ARQ-PARTICIPACAO
           END-ACCEPT.
           ACCEPT WS-ARQ-RESPOSTAS FROM ENVIRONMENT
                   "AVALIACAO_RESPOSTAS"
               ON EXCEPTION
                   MOVE "AVALIACAO-RESPOSTAS.DATA" TO WS-ARQ-RESPOSTAS
           END-ACCEPT.
           ACCEPT WS-ARQ-IMPORTACAO FROM ENVIRONMENT
                   "AVALIACAO_IMPORTACAO"
               ON EXCEPTION
                   MOVE "avaliacao-respostas.csv"
                       TO WS-ARQ-IMPORTACAO
           END-ACCEPT.
           ACCEPT WS-ARQ-REJEITADOS FROM ENVIRONMENT
                   "AVALIACAO_REJEITADAS"
               ON EXCEPTION
                   MOVE "avaliacao-rejeitadas.csv"
                       TO WS-ARQ-REJEITADOS
           END-ACCEPT.
           ACCEPT WS-ARQ-TURMAS FROM ENVIRONMENT "TURMAS_IDX"
               ON EXCEPTION
                   MOVE "turmas.idx" TO WS-ARQ-TURMAS
           END-ACCEPT.
           ACCEPT WS-ARQ-PROFESSORES FROM ENVIRONMENT "PROFESSORES_IDX"
               ON EXCEPTION
                   MOVE "professores.idx" TO WS-ARQ-PROFESSORES
           END-ACCEPT.
           ACCEPT WS-ARQ-RELATORIO FROM ENVIRONMENT
                   "AVALIACAO_RESULTADOS_LST"
               ON EXCEPTION
                   MOVE "AVALIACAO-RESULTADOS.LST" TO WS-ARQ-RELATORIO
           END-ACCEPT.

      * A questao nova recebe o proximo numero; as notas das
      * respostas seguem essa numeracao.
       CADASTRAR-QUESTAO.
           DISPLAY "--------------------------------".
           DISPLAY "Cadastrar Questao".
           DISPLAY "--------------------------------".
           PERFORM CARREGAR-QUESTOES.
           IF QTD-QUESTOES >= 20
               DISPLAY "Limite de 20 questoes atingido."
           ELSE
               DISPLAY "Texto da questao: "
               ACCEPT WS-TEXTO
               IF WS-TEXTO = SPACES
                   DISPLAY "Texto obrigatorio."
               ELSE
                   OPEN EXTEND ARQ-QUESTOES
                   IF WS-STATUS-QUESTOES = "35"
                       OPEN OUTPUT ARQ-QUESTOES
                   END-IF
                   IF WS-STATUS-QUESTOES NOT = "00"
                       DISPLAY "Erro ao abrir " WS-ARQ-QUESTOES
                          " Status: " WS-STATUS-QUESTOES
                       MOVE "AvaliacaoInstitucional"
                           TO WS-ERRLOG-PROGRAMA
                       MOVE "CADASTRAR-QUESTAO" TO WS-ERRLOG-PARAGRAFO
                       MOVE WS-ARQ-QUESTOES TO WS-ERRLOG-ARQUIVO
                       MOVE WS-STATUS-QUESTOES TO WS-ERRLOG-STATUS
                       PERFORM GRAVAR-ERRORLOG
                   ELSE
                       COMPUTE AVQ-NUMERO = QTD-QUESTOES + 1
                       MOVE WS-TEXTO TO AVQ-TEXTO
                       WRITE REGISTRO-QUESTAO
                       CLOSE ARQ-QUESTOES
                       ADD 1 TO WS-TOTAL-OPERACOES
                       DISPLAY "Questao " AVQ-NUMERO " gravada."
                   END-IF
               END-IF
           END-IF.
           PERFORM INICIO.

       LISTAR-QUESTOES.
           DISPLAY "--------------------------------".
           DISPLAY "Questoes da Avaliacao".
           DISPLAY "--------------------------------".
           PERFORM CARREGAR-QUESTOES.
           IF QTD-QUESTOES = 0
               DISPLAY "Nenhuma questao cadastrada."
           ELSE
               PERFORM VARYING IDX-QUE FROM 1 BY 1
                       UNTIL IDX-QUE > QTD-QUESTOES
                   DISPLAY TQU-NUMERO(IDX-QUE) " - "
                      TQU-TEXTO(IDX-QUE)
               END-PERFORM
               DISPLAY "Notas de 1 a 5, uma por questao nesta ordem"
                  " (0 = sem resposta)."
           END-IF.
           PERFORM INICIO.

       CARREGAR-QUESTOES.
           MOVE 0 TO QTD-QUESTOES.
           MOVE "N" TO WS-FIM-ARQ.
           OPEN INPUT ARQ-QUESTOES.
           IF WS-STATUS-QUESTOES = "00"
               PERFORM UNTIL WS-FIM-ARQ = "S"
                   READ ARQ-QUESTOES
                       AT END
                           MOVE "S" TO WS-FIM-ARQ
                       NOT AT END
                           IF QTD-QUESTOES < 20
                               ADD 1 TO QTD-QUESTOES
                               SET IDX-QUE TO QTD-QUESTOES
                               MOVE AVQ-NUMERO TO TQU-NUMERO(IDX-QUE)
                               MOVE AVQ-TEXTO TO TQU-TEXTO(IDX-QUE)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQ-QUESTOES
           END-IF.

       CARREGAR-PARTICIPACOES.
           MOVE 0 TO QTD-PARTICIPACOES.
           MOVE "N" TO WS-FIM-ARQ.
           OPEN INPUT ARQ-PARTICIPACAO.
           IF WS-STATUS-PARTICIPACAO = "00"
               PERFORM UNTIL WS-FIM-ARQ = "S"
                   READ ARQ-PARTICIPACAO
                       AT END
                           MOVE "S" TO WS-FIM-ARQ
                       NOT AT END
                           IF QTD-PARTICIPACOES < 10000
                               ADD 1 TO QTD-PARTICIPACOES
                               MOVE AVP-PERIODO TO WS-CHAVE-PERIODO
                               MOVE AVP-TURMA TO WS-CHAVE-TURMA
                               MOVE AVP-MATRICULA
                                   TO WS-CHAVE-MATRICULA
                               MOVE WS-CHAVE-PARTICIPACAO
                                   TO TPA-CHAVE(QTD-PARTICIPACOES)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQ-PARTICIPACAO
           END-IF.

      * Processa linhas "periodo;turma;matricula;notas", com uma
      * nota (0 a 5) por questao cadastrada. So responde quem esta
      * matriculado na turma do periodo, uma unica vez. A
      * participacao e as notas vao para arquivos separados.
       IMPORTAR-RESPOSTAS.
           DISPLAY "--------------------------------".
           DISPLAY "Importar Respostas".
           DISPLAY "--------------------------------".
           PERFORM CARREGAR-QUESTOES.
           PERFORM CARREGAR-PARTICIPACOES.
           MOVE 0 TO WS-LINHAS-LIDAS.
           MOVE 0 TO WS-ACEITAS.
           MOVE 0 TO WS-REJEITADAS.
           OPEN INPUT ARQ-IMPORTACAO.
           IF WS-STATUS-IMPORTACAO NOT = "00"
               DISPLAY "Arquivo de respostas nao encontrado: "
                  WS-ARQ-IMPORTACAO
           ELSE
           IF QTD-QUESTOES = 0
               DISPLAY "Nenhuma questao cadastrada em "
                  WS-ARQ-QUESTOES
               CLOSE ARQ-IMPORTACAO
           ELSE
               OPEN EXTEND ARQ-PARTICIPACAO
               IF WS-STATUS-PARTICIPACAO = "35"
                   OPEN OUTPUT ARQ-PARTICIPACAO
               END-IF
               OPEN EXTEND ARQ-RESPOSTAS
               IF WS-STATUS-RESPOSTAS = "35"
                   OPEN OUTPUT ARQ-RESPOSTAS
               END-IF
               IF WS-STATUS-PARTICIPACAO NOT = "00"
                       OR WS-STATUS-RESPOSTAS NOT = "00"
                   DISPLAY "Erro ao abrir os arquivos da avaliacao."
                   MOVE "AvaliacaoInstitucional"
                       TO WS-ERRLOG-PROGRAMA
                   MOVE "IMPORTAR-RESPOSTAS" TO WS-ERRLOG-PARAGRAFO
                   IF WS-STATUS-PARTICIPACAO NOT = "00"
                       MOVE WS-ARQ-PARTICIPACAO TO WS-ERRLOG-ARQUIVO
                       MOVE WS-STATUS-PARTICIPACAO
                           TO WS-ERRLOG-STATUS
                   ELSE
                       MOVE WS-ARQ-RESPOSTAS TO WS-ERRLOG-ARQUIVO
                       MOVE WS-STATUS-RESPOSTAS TO WS-ERRLOG-STATUS
                   END-IF
                   PERFORM GRAVAR-ERRORLOG
               ELSE
                   OPEN INPUT ARQ-TURMAS
                   IF WS-STATUS-TURMAS = "00"
                       MOVE "S" TO WS-TURMAS-ABERTAS
                   ELSE
                       MOVE "N" TO WS-TURMAS-ABERTAS
                   END-IF
                   OPEN OUTPUT ARQ-REJEITADOS
                   MOVE "N" TO WS-FIM-ARQ
                   PERFORM UNTIL WS-FIM-ARQ = "S"
                       READ ARQ-IMPORTACAO
                           AT END
                               MOVE "S" TO WS-FIM-ARQ
                           NOT AT END
                               PERFORM IMPORTAR-LINHA
                       END-READ
                   END-PERFORM
                   CLOSE ARQ-REJEITADOS
                   IF WS-TURMAS-ABERTAS = "S"
                       CLOSE ARQ-TURMAS
                   END-IF
               END-IF
               IF WS-STATUS-RESPOSTAS = "00"
                   CLOSE ARQ-RESPOSTAS
               END-IF
               IF WS-STATUS-PARTICIPACAO = "00"
                   CLOSE ARQ-PARTICIPACAO
               END-IF
               CLOSE ARQ-IMPORTACAO
               MOVE WS-ACEITAS TO WS-TOTAL-ED
               DISPLAY "Avaliacoes aceitas...: " WS-TOTAL-ED
               MOVE WS-REJEITADAS TO WS-TOTAL-ED
               DISPLAY "Linhas rejeitadas....: " WS-TOTAL-ED
               IF WS-REJEITADAS > 0
                   DISPLAY "Rejeitadas gravadas em " WS-ARQ-REJEITADOS
               END-IF
           END-IF
           END-IF.
           PERFORM INICIO.

       IMPORTAR-LINHA.
           ADD 1 TO WS-LINHAS-LIDAS.
           MOVE SPACES TO WS-PERIODO WS-TURMA WS-MATRICULA
               WS-RESPOSTAS.
           UNSTRING LINHA-IMPORTACAO DELIMITED BY ";"
               INTO WS-PERIODO WS-TURMA WS-MATRICULA WS-RESPOSTAS
           END-UNSTRING.
           IF WS-LINHAS-LIDAS = 1 AND WS-PERIODO(1:4) NOT NUMERIC
               CONTINUE
           ELSE
               IF LINHA-IMPORTACAO NOT = SPACES
                   PERFORM VALIDAR-RESPOSTA
                   IF WS-REGISTRO-VALIDO = "N"
                       PERFORM GRAVAR-REJEITADO
                   ELSE
                       PERFORM GRAVAR-AVALIACAO
                   END-IF
               END-IF
           END-IF.

       VALIDAR-RESPOSTA.
           MOVE "S" TO WS-REGISTRO-VALIDO.
           MOVE SPACES TO WS-MOTIVO-ERRO.
           IF WS-PERIODO(1:4) NOT NUMERIC
                   OR WS-PERIODO(5:1) NOT = "-"
                   OR (WS-PERIODO(6:1) NOT = "1"
                   AND WS-PERIODO(6:1) NOT = "2")
               MOVE "N" TO WS-REGISTRO-VALIDO
               MOVE "Periodo invalido" TO WS-MOTIVO-ERRO
           END-IF.
           IF WS-REGISTRO-VALIDO = "S"
               IF WS-TURMAS-ABERTAS = "N"
                   MOVE "N" TO WS-REGISTRO-VALIDO
                   MOVE "Turmas indisponiveis" TO WS-MOTIVO-ERRO
               ELSE
                   MOVE WS-PERIODO TO TUR-PERIODO
                   MOVE WS-TURMA TO TUR-CODIGO
                   MOVE WS-MATRICULA TO TUR-MATRICULA-ALUNO
                   READ ARQ-TURMAS
                       INVALID KEY
                           MOVE "N" TO WS-REGISTRO-VALIDO
                           MOVE "Aluno nao matriculado na turma"
                               TO WS-MOTIVO-ERRO
                   END-READ
               END-IF
           END-IF.
           IF WS-REGISTRO-VALIDO = "S"
               MOVE WS-PERIODO TO WS-CHAVE-PERIODO
               MOVE WS-TURMA TO WS-CHAVE-TURMA
               MOVE WS-MATRICULA TO WS-CHAVE-MATRICULA
               PERFORM VARYING IDX-PAR FROM 1 BY 1
                       UNTIL IDX-PAR > QTD-PARTICIPACOES
                       OR TPA-CHAVE(IDX-PAR) = WS-CHAVE-PARTICIPACAO
                   CONTINUE
               END-PERFORM
               IF IDX-PAR <= QTD-PARTICIPACOES
                   MOVE "N" TO WS-REGISTRO-VALIDO
                   MOVE "Avaliacao ja enviada" TO WS-MOTIVO-ERRO
               END-IF
           END-IF.
           IF WS-REGISTRO-VALIDO = "S"
               MOVE 0 TO WS-QTD-RESPONDIDAS
               PERFORM VARYING IDX-QUE FROM 1 BY 1
                       UNTIL IDX-QUE > QTD-QUESTOES
                   IF WS-RESPOSTAS(IDX-QUE:1) < "0"
                           OR WS-RESPOSTAS(IDX-QUE:1) > "5"
                       MOVE "N" TO WS-REGISTRO-VALIDO
                   ELSE
                       IF WS-RESPOSTAS(IDX-QUE:1) NOT = "0"
                           ADD 1 TO WS-QTD-RESPONDIDAS
                       END-IF
                   END-IF
               END-PERFORM
               IF QTD-QUESTOES < 20
                   IF WS-RESPOSTAS(QTD-QUESTOES + 1:) NOT = SPACES
                       MOVE "N" TO WS-REGISTRO-VALIDO
                   END-IF
               END-IF
               IF WS-REGISTRO-VALIDO = "N"
                   MOVE "Notas nao conferem com as questoes"
                       TO WS-MOTIVO-ERRO
               ELSE
                   IF WS-QTD-RESPONDIDAS = 0
                       MOVE "N" TO WS-REGISTRO-VALIDO
                       MOVE "Nenhuma questao respondida"
                           TO WS-MOTIVO-ERRO
                   END-IF
               END-IF
           END-IF.

       GRAVAR-AVALIACAO.
           MOVE WS-PERIODO TO AVP-PERIODO.
           MOVE WS-TURMA TO AVP-TURMA.
           MOVE WS-MATRICULA TO AVP-MATRICULA.
           MOVE WS-DATA-HOJE TO AVP-DATA.
           WRITE REGISTRO-PARTICIPACAO.
           IF QTD-PARTICIPACOES < 10000
               ADD 1 TO QTD-PARTICIPACOES
               MOVE WS-CHAVE-PARTICIPACAO
                   TO TPA-CHAVE(QTD-PARTICIPACOES)
           END-IF.
           MOVE TUR-PERIODO TO AVR-PERIODO.
           MOVE TUR-CODIGO TO AVR-TURMA.
           MOVE TUR-MATRICULA-PROFESSOR TO AVR-PROFESSOR.
           MOVE TUR-CURSO TO AVR-CURSO.
           MOVE TUR-UNIDADE TO AVR-UNIDADE.
           PERFORM VARYING IDX-QUE FROM 1 BY 1
                   UNTIL IDX-QUE > QTD-QUESTOES
               IF WS-RESPOSTAS(IDX-QUE:1) NOT = "0"
                   MOVE TQU-NUMERO(IDX-QUE) TO AVR-QUESTAO
                   MOVE WS-RESPOSTAS(IDX-QUE:1) TO WS-NOTA
                   MOVE WS-NOTA TO AVR-NOTA
                   WRITE REGISTRO-RESPOSTA
               END-IF
           END-PERFORM.
           ADD 1 TO WS-ACEITAS.
           ADD 1 TO WS-TOTAL-OPERACOES.

       GRAVAR-REJEITADO.
           ADD 1 TO WS-REJEITADAS.
           MOVE SPACES TO REGISTRO-REJEITADO.
           STRING LINHA-IMPORTACAO DELIMITED BY "  "
               ";" DELIMITED BY SIZE
               WS-MOTIVO-ERRO DELIMITED BY "  "
               INTO REGISTRO-REJEITADO
           END-STRING.
           WRITE REGISTRO-REJEITADO.
           DISPLAY "Linha " WS-LINHAS-LIDAS ": " WS-MOTIVO-ERRO.

      * Resultados do periodo por professor e turma: media por
      * questao da turma contra a media da disciplina e da
      * unidade, e taxa de resposta sobre os matriculados.
       RELATORIO-RESULTADOS.
           DISPLAY "--------------------------------".
           DISPLAY "Resultados da Avaliacao".
           DISPLAY "--------------------------------".
           DISPLAY "Periodo (AAAA-S, branco = " WS-PERIODO-LETIVO "): ".
           ACCEPT WS-PERIODO.
           IF WS-PERIODO = SPACES
               MOVE WS-PERIODO-LETIVO TO WS-PERIODO
           END-IF.
           PERFORM CARREGAR-QUESTOES.
           PERFORM CARREGAR-MATRICULADOS.
           IF QTD-TURMAS-AVAL = 0
               DISPLAY "Nenhuma turma no periodo " WS-PERIODO
           ELSE
               PERFORM CONTAR-RESPONDENTES
               PERFORM ACUMULAR-RESPOSTAS
               MOVE "N" TO WS-PROFESSORES-ABERTOS
               OPEN INPUT ARQ-PROFESSORES
               IF WS-STATUS-PROFESSORES = "00"
                   MOVE "S" TO WS-PROFESSORES-ABERTOS
               END-IF
               OPEN OUTPUT RELATORIO
               MOVE SPACES TO LINHA-RELATORIO
               STRING "Avaliacao institucional - periodo "
                   DELIMITED BY SIZE
                   WS-PERIODO DELIMITED BY SIZE
                   " - emitido em " DELIMITED BY SIZE
                   WS-DATA-HOJE DELIMITED BY SIZE
                   INTO LINHA-RELATORIO
               END-STRING
               WRITE LINHA-RELATORIO
               MOVE 0 TO WS-QTD-TURMAS-LISTADAS
               SORT ARQ-SORT-AVALIACAO
                   ON ASCENDING KEY SRT-PROFESSOR SRT-TURMA
                   INPUT PROCEDURE IS SELECIONAR-TURMAS
                   OUTPUT PROCEDURE IS ESCREVER-RESULTADOS
               CLOSE RELATORIO
               IF WS-PROFESSORES-ABERTOS = "S"
                   CLOSE ARQ-PROFESSORES
               END-IF
               ADD 1 TO WS-TOTAL-OPERACOES
               DISPLAY "Turmas listadas: " WS-QTD-TURMAS-LISTADAS
               DISPLAY "Relatorio gravado em " WS-ARQ-RELATORIO
           END-IF.
           PERFORM INICIO.

       CARREGAR-MATRICULADOS.
           MOVE 0 TO QTD-TURMAS-AVAL.
           MOVE 0 TO QTD-CURSOS-AVAL.
           MOVE 0 TO QTD-UNIDADES-AVAL.
           MOVE "N" TO WS-FIM-ARQ.
           OPEN INPUT ARQ-TURMAS.
           IF WS-STATUS-TURMAS NOT = "00"
               DISPLAY "Turmas indisponiveis. Status: "
                  WS-STATUS-TURMAS
           ELSE
               PERFORM UNTIL WS-FIM-ARQ = "S"
                   READ ARQ-TURMAS NEXT RECORD
                       AT END
                           MOVE "S" TO WS-FIM-ARQ
                       NOT AT END
                           IF TUR-PERIODO = WS-PERIODO
                               PERFORM CONTAR-MATRICULADO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQ-TURMAS
           END-IF.

       CONTAR-MATRICULADO.
           PERFORM VARYING IDX-TTA FROM 1 BY 1
                   UNTIL IDX-TTA > QTD-TURMAS-AVAL
                   OR TTA-TURMA(IDX-TTA) = TUR-CODIGO
               CONTINUE
           END-PERFORM.
           IF IDX-TTA > QTD-TURMAS-AVAL AND QTD-TURMAS-AVAL < 200
               ADD 1 TO QTD-TURMAS-AVAL
               SET IDX-TTA TO QTD-TURMAS-AVAL
               INITIALIZE TTA-ITEM(IDX-TTA)
               MOVE TUR-CODIGO TO TTA-TURMA(IDX-TTA)
               MOVE TUR-MATRICULA-PROFESSOR TO TTA-PROFESSOR(IDX-TTA)
               MOVE TUR-CURSO TO TTA-CURSO(IDX-TTA)
               MOVE TUR-UNIDADE TO TTA-UNIDADE(IDX-TTA)
           END-IF.
           IF IDX-TTA <= QTD-TURMAS-AVAL
               ADD 1 TO TTA-MATRICULADOS(IDX-TTA)
           END-IF.

       CONTAR-RESPONDENTES.
           MOVE "N" TO WS-FIM-ARQ.
           OPEN INPUT ARQ-PARTICIPACAO.
           IF WS-STATUS-PARTICIPACAO = "00"
               PERFORM UNTIL WS-FIM-ARQ = "S"
                   READ ARQ-PARTICIPACAO
                       AT END
                           MOVE "S" TO WS-FIM-ARQ
                       NOT AT END
                           IF AVP-PERIODO = WS-PERIODO
                               PERFORM VARYING IDX-TTA FROM 1 BY 1
                                       UNTIL IDX-TTA > QTD-TURMAS-AVAL
                                   IF TTA-TURMA(IDX-TTA) = AVP-TURMA
                                       ADD 1
                                         TO TTA-RESPONDENTES(IDX-TTA)
                                   END-IF
                               END-PERFORM
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQ-PARTICIPACAO
           END-IF.

       ACUMULAR-RESPOSTAS.
           MOVE "N" TO WS-FIM-ARQ.
           OPEN INPUT ARQ-RESPOSTAS.
           IF WS-STATUS-RESPOSTAS = "00"
               PERFORM UNTIL WS-FIM-ARQ = "S"
                   READ ARQ-RESPOSTAS
                       AT END
                           MOVE "S" TO WS-FIM-ARQ
                       NOT AT END
                           IF AVR-PERIODO = WS-PERIODO
                                   AND AVR-QUESTAO >= 1
                                   AND AVR-QUESTAO <= 20
                               PERFORM ACUMULAR-UMA-RESPOSTA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQ-RESPOSTAS
           END-IF.

       ACUMULAR-UMA-RESPOSTA.
           PERFORM VARYING IDX-TTA FROM 1 BY 1
                   UNTIL IDX-TTA > QTD-TURMAS-AVAL
                   OR TTA-TURMA(IDX-TTA) = AVR-TURMA
               CONTINUE
           END-PERFORM.
           IF IDX-TTA <= QTD-TURMAS-AVAL
               ADD AVR-NOTA TO TTA-SOMA(IDX-TTA, AVR-QUESTAO)
               ADD 1 TO TTA-QTD(IDX-TTA, AVR-QUESTAO)
               ADD AVR-NOTA TO TTA-SOMA-GERAL(IDX-TTA)
               ADD 1 TO TTA-QTD-GERAL(IDX-TTA)
           END-IF.

           PERFORM VARYING IDX-TCR FROM 1 BY 1
                   UNTIL IDX-TCR > QTD-CURSOS-AVAL
                   OR TCR-CURSO(IDX-TCR) = AVR-CURSO
               CONTINUE
           END-PERFORM.
           IF IDX-TCR > QTD-CURSOS-AVAL AND QTD-CURSOS-AVAL < 100
               ADD 1 TO QTD-CURSOS-AVAL
               SET IDX-TCR TO QTD-CURSOS-AVAL
               INITIALIZE TCR-ITEM(IDX-TCR)
               MOVE AVR-CURSO TO TCR-CURSO(IDX-TCR)
           END-IF.
           IF IDX-TCR <= QTD-CURSOS-AVAL
               ADD AVR-NOTA TO TCR-SOMA(IDX-TCR, AVR-QUESTAO)
               ADD 1 TO TCR-QTD(IDX-TCR, AVR-QUESTAO)
               ADD AVR-NOTA TO TCR-SOMA-GERAL(IDX-TCR)
               ADD 1 TO TCR-QTD-GERAL(IDX-TCR)
           END-IF.

           PERFORM VARYING IDX-TUN FROM 1 BY 1
                   UNTIL IDX-TUN > QTD-UNIDADES-AVAL
                   OR TUN-UNIDADE(IDX-TUN) = AVR-UNIDADE
               CONTINUE
           END-PERFORM.
           IF IDX-TUN > QTD-UNIDADES-AVAL AND QTD-UNIDADES-AVAL < 20
               ADD 1 TO QTD-UNIDADES-AVAL
               SET IDX-TUN TO QTD-UNIDADES-AVAL
               INITIALIZE TUN-ITEM(IDX-TUN)
               MOVE AVR-UNIDADE TO TUN-UNIDADE(IDX-TUN)
           END-IF.
           IF IDX-TUN <= QTD-UNIDADES-AVAL
               ADD AVR-NOTA TO TUN-SOMA(IDX-TUN, AVR-QUESTAO)
               ADD 1 TO TUN-QTD(IDX-TUN, AVR-QUESTAO)
               ADD AVR-NOTA TO TUN-SOMA-GERAL(IDX-TUN)
               ADD 1 TO TUN-QTD-GERAL(IDX-TUN)
           END-IF.

       SELECIONAR-TURMAS.
           PERFORM VARYING IDX-TTA FROM 1 BY 1
                   UNTIL IDX-TTA > QTD-TURMAS-AVAL
               MOVE TTA-PROFESSOR(IDX-TTA) TO SRT-PROFESSOR
               MOVE TTA-TURMA(IDX-TTA) TO SRT-TURMA
               SET SRT-INDICE TO IDX-TTA
               RELEASE REG-SORT-AVALIACAO
           END-PERFORM.

       ESCREVER-RESULTADOS.
           MOVE LOW-VALUES TO WS-PROFESSOR-GRUPO.
           MOVE "N" TO WS-FIM-RETORNO.
           PERFORM UNTIL WS-FIM-RETORNO = "S"
               RETURN ARQ-SORT-AVALIACAO
                   AT END
                       MOVE "S" TO WS-FIM-RETORNO
                   NOT AT END
                       IF SRT-PROFESSOR NOT = WS-PROFESSOR-GRUPO
                           IF WS-PROFESSOR-GRUPO NOT = LOW-VALUES
                               PERFORM ESCREVER-TOTAL-PROFESSOR
                           END-IF
                           MOVE SRT-PROFESSOR TO WS-PROFESSOR-GRUPO
                           PERFORM ESCREVER-CABECALHO-PROFESSOR
                       END-IF
                       SET IDX-TTA TO SRT-INDICE
                       PERFORM ESCREVER-TURMA
               END-RETURN
           END-PERFORM.
           IF WS-PROFESSOR-GRUPO NOT = LOW-VALUES
               PERFORM ESCREVER-TOTAL-PROFESSOR
           END-IF.

       ESCREVER-CABECALHO-PROFESSOR.
           MOVE 0 TO WS-PROF-SOMA.
           MOVE 0 TO WS-PROF-QTD.
           MOVE 0 TO WS-PROF-MATRICULADOS.
           MOVE 0 TO WS-PROF-RESPONDENTES.
           MOVE WS-PROFESSOR-GRUPO TO PRO-MATRICULA.
           PERFORM BUSCAR-NOME-PROFESSOR.
           MOVE SPACES TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE ALL "=" TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "Professor: " DELIMITED BY SIZE
               WS-PROFESSOR-GRUPO DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-NOME-PROFESSOR DELIMITED BY SIZE
               INTO LINHA-RELATORIO
           END-STRING.
           WRITE LINHA-RELATORIO.

       BUSCAR-NOME-PROFESSOR.
           MOVE SPACES TO WS-NOME-PROFESSOR.
           IF WS-PROFESSORES-ABERTOS = "S"
               READ ARQ-PROFESSORES
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE PRO-NOME TO WS-NOME-PROFESSOR
               END-READ
           END-IF.

       ESCREVER-TURMA.
           ADD 1 TO WS-QTD-TURMAS-LISTADAS.
           ADD TTA-SOMA-GERAL(IDX-TTA) TO WS-PROF-SOMA.
           ADD TTA-QTD-GERAL(IDX-TTA) TO WS-PROF-QTD.
           ADD TTA-MATRICULADOS(IDX-TTA) TO WS-PROF-MATRICULADOS.
           ADD TTA-RESPONDENTES(IDX-TTA) TO WS-PROF-RESPONDENTES.
           PERFORM VARYING IDX-TCR FROM 1 BY 1
                   UNTIL IDX-TCR > QTD-CURSOS-AVAL
                   OR TCR-CURSO(IDX-TCR) = TTA-CURSO(IDX-TTA)
               CONTINUE
           END-PERFORM.
           PERFORM VARYING IDX-TUN FROM 1 BY 1
                   UNTIL IDX-TUN > QTD-UNIDADES-AVAL
                   OR TUN-UNIDADE(IDX-TUN) = TTA-UNIDADE(IDX-TTA)
               CONTINUE
           END-PERFORM.

           MOVE SPACES TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "  Turma " DELIMITED BY SIZE
               TTA-TURMA(IDX-TTA) DELIMITED BY SIZE
               "  Disciplina " DELIMITED BY SIZE
               TTA-CURSO(IDX-TTA) DELIMITED BY SIZE
               "  Unidade " DELIMITED BY SIZE
               TTA-UNIDADE(IDX-TTA) DELIMITED BY SIZE
               INTO LINHA-RELATORIO
           END-STRING.
           WRITE LINHA-RELATORIO.

           MOVE TTA-MATRICULADOS(IDX-TTA) TO WS-QTD-ED.
           MOVE TTA-RESPONDENTES(IDX-TTA) TO WS-RESPONDENTES-ED.
           MOVE 0 TO WS-TAXA.
           IF TTA-MATRICULADOS(IDX-TTA) > 0
               COMPUTE WS-TAXA ROUNDED
                   = TTA-RESPONDENTES(IDX-TTA) * 100
                   / TTA-MATRICULADOS(IDX-TTA)
           END-IF.
           MOVE WS-TAXA TO WS-TAXA-ED.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "  Matriculados: " DELIMITED BY SIZE
               WS-QTD-ED DELIMITED BY SIZE
               "  Respondentes: " DELIMITED BY SIZE
               WS-RESPONDENTES-ED DELIMITED BY SIZE
               "  Taxa de resposta: " DELIMITED BY SIZE
               WS-TAXA-ED DELIMITED BY SIZE
               "%" DELIMITED BY SIZE
               INTO LINHA-RELATORIO
           END-STRING.
           WRITE LINHA-RELATORIO.

           MOVE "    Questao" TO LINHA-RELATORIO.
           MOVE "Turma   Discipl Unidade" TO LINHA-RELATORIO(50:).
           WRITE LINHA-RELATORIO.
           PERFORM VARYING IDX-QUE FROM 1 BY 1
                   UNTIL IDX-QUE > QTD-QUESTOES
               PERFORM ESCREVER-QUESTAO-TURMA
           END-PERFORM.

           MOVE SPACES TO LINHA-QUESTAO.
           MOVE "Media geral" TO LQ-TEXTO.
           MOVE TTA-SOMA-GERAL(IDX-TTA) TO WS-SOMA.
           MOVE TTA-QTD-GERAL(IDX-TTA) TO WS-QTD.
           PERFORM FORMATAR-MEDIA.
           MOVE WS-MEDIA-TXT TO LQ-TURMA.
           MOVE 0 TO WS-SOMA.
           MOVE 0 TO WS-QTD.
           IF IDX-TCR <= QTD-CURSOS-AVAL
               MOVE TCR-SOMA-GERAL(IDX-TCR) TO WS-SOMA
               MOVE TCR-QTD-GERAL(IDX-TCR) TO WS-QTD
           END-IF.
           PERFORM FORMATAR-MEDIA.
           MOVE WS-MEDIA-TXT TO LQ-CURSO.
           MOVE 0 TO WS-SOMA.
           MOVE 0 TO WS-QTD.
           IF IDX-TUN <= QTD-UNIDADES-AVAL
               MOVE TUN-SOMA-GERAL(IDX-TUN) TO WS-SOMA
               MOVE TUN-QTD-GERAL(IDX-TUN) TO WS-QTD
           END-IF.
           PERFORM FORMATAR-MEDIA.
           MOVE WS-MEDIA-TXT TO LQ-UNIDADE.
           MOVE LINHA-QUESTAO TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.

       ESCREVER-QUESTAO-TURMA.
           MOVE SPACES TO LINHA-QUESTAO.
           MOVE TQU-NUMERO(IDX-QUE) TO LQ-NUMERO.
           MOVE TQU-TEXTO(IDX-QUE) TO LQ-TEXTO.
           MOVE TTA-SOMA(IDX-TTA, TQU-NUMERO(IDX-QUE)) TO WS-SOMA.
           MOVE TTA-QTD(IDX-TTA, TQU-NUMERO(IDX-QUE)) TO WS-QTD.
           PERFORM FORMATAR-MEDIA.
           MOVE WS-MEDIA-TXT TO LQ-TURMA.
           MOVE 0 TO WS-SOMA.
           MOVE 0 TO WS-QTD.
           IF IDX-TCR <= QTD-CURSOS-AVAL
               MOVE TCR-SOMA(IDX-TCR, TQU-NUMERO(IDX-QUE)) TO WS-SOMA
               MOVE TCR-QTD(IDX-TCR, TQU-NUMERO(IDX-QUE)) TO WS-QTD
           END-IF.
           PERFORM FORMATAR-MEDIA.
           MOVE WS-MEDIA-TXT TO LQ-CURSO.
           MOVE 0 TO WS-SOMA.
           MOVE 0 TO WS-QTD.
           IF IDX-TUN <= QTD-UNIDADES-AVAL
               MOVE TUN-SOMA(IDX-TUN, TQU-NUMERO(IDX-QUE)) TO WS-SOMA
               MOVE TUN-QTD(IDX-TUN, TQU-NUMERO(IDX-QUE)) TO WS-QTD
           END-IF.
           PERFORM FORMATAR-MEDIA.
           MOVE WS-MEDIA-TXT TO LQ-UNIDADE.
           MOVE LINHA-QUESTAO TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.

       ESCREVER-TOTAL-PROFESSOR.
           MOVE WS-PROF-SOMA TO WS-SOMA.
           MOVE WS-PROF-QTD TO WS-QTD.
           PERFORM FORMATAR-MEDIA.
           MOVE WS-PROF-MATRICULADOS TO WS-QTD-ED.
           MOVE WS-PROF-RESPONDENTES TO WS-RESPONDENTES-ED.
           MOVE 0 TO WS-TAXA.
           IF WS-PROF-MATRICULADOS > 0
               COMPUTE WS-TAXA ROUNDED
                   = WS-PROF-RESPONDENTES * 100 / WS-PROF-MATRICULADOS
           END-IF.
           MOVE WS-TAXA TO WS-TAXA-ED.
           MOVE SPACES TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "  Media do professor: " DELIMITED BY SIZE
               WS-MEDIA-TXT DELIMITED BY SIZE
               "  Respondentes: " DELIMITED BY SIZE
               WS-RESPONDENTES-ED DELIMITED BY SIZE
               " de " DELIMITED BY SIZE
               WS-QTD-ED DELIMITED BY SIZE
               " (" DELIMITED BY SIZE
               WS-TAXA-ED DELIMITED BY SIZE
               "%)" DELIMITED BY SIZE
               INTO LINHA-RELATORIO
           END-STRING.
           WRITE LINHA-RELATORIO.

       FORMATAR-MEDIA.
           IF WS-QTD = 0
               MOVE " -- " TO WS-MEDIA-TXT
           ELSE
               COMPUTE WS-MEDIA ROUNDED = WS-SOMA / WS-QTD
               MOVE WS-MEDIA TO WS-MEDIA-ED
               MOVE WS-MEDIA-ED TO WS-MEDIA-TXT
           END-IF.

       COPY PERLETPD.

       COPY JOBLOGPD.

       COPY ERRLOGPD.

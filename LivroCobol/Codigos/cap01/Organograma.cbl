       IDENTIFICATION DIVISION.
           PROGRAM-ID. Organograma.
           AUTHOR. Fernando Anselmo.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FUNCIONARIOS ASSIGN TO WS-ARQ-FUNCIONARIOS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-FUNCIONARIOS.

           SELECT ARQ-HIERARQUIA ASSIGN TO WS-ARQ-HIERARQUIA
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-HIERARQUIA.

           SELECT ARQ-DEPARTAMENTOS ASSIGN TO WS-ARQ-DEPARTAMENTOS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DEP-CODIGO
               FILE STATUS IS WS-STATUS-DEPARTAMENTOS.

           SELECT RELATORIO ASSIGN TO WS-ARQ-RELATORIO
               ORGANIZATION IS LINE SEQUENTIAL.

           COPY ERRLOGSL.

           COPY JOBLOGSL.

       DATA DIVISION.
       FILE SECTION.
       FD FUNCIONARIOS.
       01 DETALHEFUNCIONARIO.
           COPY FUNCIONARIO.

       FD ARQ-HIERARQUIA.
       01 REGISTRO-HIERARQUIA.
           COPY HIERARQ.

       FD ARQ-DEPARTAMENTOS.
       01 REG-DEPARTAMENTO.
           COPY DEPARTAMENTO.

       FD RELATORIO.
       01 LINHA-RELATORIO          PIC X(132).

       COPY ERRLOGFD.

       COPY JOBLOGFD.

       WORKING-STORAGE SECTION.
       COPY ERRLOGWS.

       COPY JOBLOGWS.

       01 WS-ARQ-FUNCIONARIOS    PIC X(40)
           VALUE "FUNCIONARIOS.DATA".
       01 WS-ARQ-HIERARQUIA      PIC X(40)
           VALUE "HIERARQUIA.DATA".
       01 WS-ARQ-DEPARTAMENTOS   PIC X(40)
           VALUE "departamentos.idx".
       01 WS-ARQ-RELATORIO       PIC X(40)
           VALUE "ORGANOGRAMA.LST".

       01 WS-STATUS-FUNCIONARIOS  PIC X(2).
       01 WS-STATUS-HIERARQUIA    PIC X(2).
       01 WS-STATUS-DEPARTAMENTOS PIC X(2).
       01 WS-DEPTOS-ABERTOS       PIC X(1) VALUE "N".
       01 WS-FIM-ARQ              PIC X VALUE "N".
       01 WS-DATA-HOJE            PIC 9(8).

       01 QTD-FUNCIONARIOS       PIC 9(3) VALUE 0.
       01 TABELA-FUNCIONARIOS.
           05 TFU-ITEM OCCURS 500 TIMES INDEXED BY IDX-FUN IDX-SUB.
               10 TFU-MATRICULA  PIC 9(5).
               10 TFU-NOME       PIC X(41).
               10 TFU-DEPARTAMENTO PIC X(4).
               10 TFU-ATIVO      PIC X(1).
               10 TFU-DATA-DESLIGAMENTO PIC X(8).
               10 TFU-TEM-GESTOR PIC X(1).
               10 TFU-GESTOR     PIC 9(5).
               10 TFU-VIGENCIA   PIC 9(8).
               10 TFU-POS-GESTOR PIC 9(3).
               10 TFU-DIRETOS    PIC 9(3).
               10 TFU-TOTAL      PIC 9(3).
               10 TFU-RAIZ       PIC X(1).
               10 TFU-IMPRESSO   PIC X(1).

       01 QTD-DEPARTAMENTOS      PIC 9(3) VALUE 0.
       01 TABELA-DEPARTAMENTOS.
           05 TDE-ITEM OCCURS 100 TIMES INDEXED BY IDX-DEP.
               10 TDE-CODIGO     PIC X(4).
               10 TDE-QTD        PIC 9(3).

      * Pilha do percurso em profundidade: cada gestor e impresso
      * antes dos seus subordinados, um nivel de recuo abaixo.
       01 QTD-PILHA              PIC 9(3) VALUE 0.
       01 TABELA-PILHA.
           05 PIL-ITEM OCCURS 500 TIMES.
               10 PIL-POSICAO    PIC 9(3).
               10 PIL-NIVEL      PIC 9(2).

       01 PERCURSO.
           05 WS-POSICAO         PIC 9(3).
           05 WS-NIVEL           PIC 9(2).
           05 WS-ANCESTRAL       PIC 9(3).
           05 WS-PASSOS          PIC 9(3).
           05 WS-RECUO           PIC 9(3).
           05 WS-DEPTO-NOVO      PIC X(4).
           05 WS-MOTIVO          PIC X(40).

       01 TOTAIS-ORGANOGRAMA.
           05 WS-TOTAL-ATIVOS    PIC 9(5) VALUE 0.
           05 WS-TOTAL-GESTORES  PIC 9(5) VALUE 0.
           05 WS-TOTAL-EXCECOES  PIC 9(5) VALUE 0.

       01 WS-TOTAL-ED            PIC ZZZZ9.

       01 LINHA-ORGANOGRAMA.
           05 LO-MATRICULA       PIC 9(5).
           05 FILLER             PIC X(1) VALUE SPACES.
           05 LO-NOME            PIC X(41).
           05 LO-ROTULO-DIRETOS  PIC X(9).
           05 LO-DIRETOS         PIC ZZ9.
           05 LO-ROTULO-TOTAL    PIC X(8).
           05 LO-TOTAL           PIC ZZ9.

       01 LINHA-EXCECAO.
           05 FILLER             PIC X(2) VALUE SPACES.
           05 LE-MATRICULA       PIC 9(5).
           05 FILLER             PIC X(1) VALUE SPACES.
           05 LE-NOME            PIC X(41).
           05 FILLER             PIC X(1) VALUE SPACES.
           05 LE-DEPARTAMENTO    PIC X(4).
           05 FILLER             PIC X(2) VALUE SPACES.
           05 LE-MOTIVO          PIC X(40).
           05 FILLER             PIC X(36) VALUE SPACES.

       PROCEDURE DIVISION.
       INICIO.
           PERFORM DEFINIR-ARQUIVOS.
           DISPLAY "============================================".
           DISPLAY " Organograma por Departamento".
           DISPLAY "============================================".
           MOVE "Organograma" TO WS-JOBLOG-PROGRAMA.
           MOVE "INICIO" TO WS-JOBLOG-EVENTO.
           PERFORM GRAVAR-JOBLOG.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.

           PERFORM CARREGAR-FUNCIONARIOS.
           IF QTD-FUNCIONARIOS = 0
               DISPLAY "Erro ao ler " WS-ARQ-FUNCIONARIOS
                  " Status: " WS-STATUS-FUNCIONARIOS
               MOVE "Organograma" TO WS-ERRLOG-PROGRAMA
               MOVE "CARREGAR-FUNCIONARIOS" TO WS-ERRLOG-PARAGRAFO
               MOVE WS-ARQ-FUNCIONARIOS TO WS-ERRLOG-ARQUIVO
               MOVE WS-STATUS-FUNCIONARIOS TO WS-ERRLOG-STATUS
               PERFORM GRAVAR-ERRORLOG
               MOVE 8 TO RETURN-CODE
               MOVE 0 TO WS-JOBLOG-QTD-REGISTROS
               MOVE "FIM" TO WS-JOBLOG-EVENTO
               PERFORM GRAVAR-JOBLOG
               GOBACK
           END-IF.
           PERFORM CARREGAR-HIERARQUIA.
           PERFORM VARYING IDX-FUN FROM 1 BY 1
                   UNTIL IDX-FUN > QTD-FUNCIONARIOS
               PERFORM LIGAR-GESTOR
           END-PERFORM.
           PERFORM VARYING IDX-FUN FROM 1 BY 1
                   UNTIL IDX-FUN > QTD-FUNCIONARIOS
               PERFORM CONTAR-SUBORDINACAO
           END-PERFORM.

           OPEN INPUT ARQ-DEPARTAMENTOS.
           IF WS-STATUS-DEPARTAMENTOS = "00"
               MOVE "S" TO WS-DEPTOS-ABERTOS
           END-IF.
           OPEN OUTPUT RELATORIO.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "Organograma por Departamento - Posicao em "
               DELIMITED BY SIZE
               WS-DATA-HOJE DELIMITED BY SIZE
               INTO LINHA-RELATORIO
           END-STRING.
           WRITE LINHA-RELATORIO.
           PERFORM VARYING IDX-DEP FROM 1 BY 1
                   UNTIL IDX-DEP > QTD-DEPARTAMENTOS
               PERFORM IMPRIMIR-DEPARTAMENTO
           END-PERFORM.
           IF WS-DEPTOS-ABERTOS = "S"
               CLOSE ARQ-DEPARTAMENTOS
           END-IF.

           MOVE SPACES TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE "Excecoes da hierarquia" TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           PERFORM VARYING IDX-FUN FROM 1 BY 1
                   UNTIL IDX-FUN > QTD-FUNCIONARIOS
               PERFORM VERIFICAR-EXCECAO
           END-PERFORM.
           IF WS-TOTAL-EXCECOES = 0
               MOVE "  Nenhuma excecao." TO LINHA-RELATORIO
               WRITE LINHA-RELATORIO
           END-IF.
           PERFORM ESCREVER-TOTAL.
           CLOSE RELATORIO.

           DISPLAY "Organograma gravado em " WS-ARQ-RELATORIO.
           MOVE WS-TOTAL-EXCECOES TO WS-TOTAL-ED.
           DISPLAY "Excecoes na hierarquia: " WS-TOTAL-ED.
           IF WS-TOTAL-EXCECOES > 0
               MOVE 4 TO RETURN-CODE
           END-IF.

           MOVE WS-TOTAL-ATIVOS TO WS-JOBLOG-QTD-REGISTROS.
           MOVE "FIM" TO WS-JOBLOG-EVENTO.
           PERFORM GRAVAR-JOBLOG.
           GOBACK.

       DEFINIR-ARQUIVOS.
           ACCEPT WS-ARQ-FUNCIONARIOS FROM ENVIRONMENT
                   "FUNCIONARIOS_DATA"
               ON EXCEPTION
                   MOVE "FUNCIONARIOS.DATA" TO WS-ARQ-FUNCIONARIOS
           END-ACCEPT.
           ACCEPT WS-ARQ-HIERARQUIA FROM ENVIRONMENT
                   "HIERARQUIA_DATA"
               ON EXCEPTION
                   MOVE "HIERARQUIA.DATA" TO WS-ARQ-HIERARQUIA
           END-ACCEPT.
           ACCEPT WS-ARQ-DEPARTAMENTOS FROM ENVIRONMENT
                   "DEPARTAMENTOS_IDX"
               ON EXCEPTION
                   MOVE "departamentos.idx" TO WS-ARQ-DEPARTAMENTOS
           END-ACCEPT.
           ACCEPT WS-ARQ-RELATORIO FROM ENVIRONMENT
                   "ORGANOGRAMA_LST"
               ON EXCEPTION
                   MOVE "ORGANOGRAMA.LST" TO WS-ARQ-RELATORIO
           END-ACCEPT.

       CARREGAR-FUNCIONARIOS.
           MOVE 0 TO QTD-FUNCIONARIOS.
           MOVE "N" TO WS-FIM-ARQ.
           OPEN INPUT FUNCIONARIOS.
           IF WS-STATUS-FUNCIONARIOS = "00"
               PERFORM UNTIL WS-FIM-ARQ = "S"
                   READ FUNCIONARIOS
                       AT END
                           MOVE "S" TO WS-FIM-ARQ
                       NOT AT END
                           PERFORM GUARDAR-FUNCIONARIO
                   END-READ
               END-PERFORM
               CLOSE FUNCIONARIOS
           END-IF.

       GUARDAR-FUNCIONARIO.
           IF DETALHEFUNCIONARIO(1:3) NOT = "HDR"
                   AND DETALHEFUNCIONARIO(1:3) NOT = "TRL"
                   AND MATRICULA-FUNCIONARIO IS NUMERIC
                   AND QTD-FUNCIONARIOS < 500
               ADD 1 TO QTD-FUNCIONARIOS
               SET IDX-FUN TO QTD-FUNCIONARIOS
               MOVE MATRICULA-FUNCIONARIO TO TFU-MATRICULA(IDX-FUN)
               MOVE SPACES TO TFU-NOME(IDX-FUN)
               STRING PRIMEIRO-NOME DELIMITED BY SPACE
                   " " DELIMITED BY SIZE
                   ULTIMO-NOME DELIMITED BY SPACE
                   INTO TFU-NOME(IDX-FUN)
               END-STRING
               MOVE CODIGO-DEPARTAMENTO TO TFU-DEPARTAMENTO(IDX-FUN)
               IF FUNCIONARIO-DESLIGADO
                   MOVE "N" TO TFU-ATIVO(IDX-FUN)
                   MOVE DATA-DESLIGAMENTO
                       TO TFU-DATA-DESLIGAMENTO(IDX-FUN)
               ELSE
                   MOVE "S" TO TFU-ATIVO(IDX-FUN)
                   MOVE SPACES TO TFU-DATA-DESLIGAMENTO(IDX-FUN)
                   ADD 1 TO WS-TOTAL-ATIVOS
                   PERFORM GUARDAR-DEPARTAMENTO
               END-IF
               MOVE "N" TO TFU-TEM-GESTOR(IDX-FUN)
               MOVE 0 TO TFU-GESTOR(IDX-FUN)
               MOVE 0 TO TFU-VIGENCIA(IDX-FUN)
               MOVE 0 TO TFU-POS-GESTOR(IDX-FUN)
               MOVE 0 TO TFU-DIRETOS(IDX-FUN)
               MOVE 0 TO TFU-TOTAL(IDX-FUN)
               MOVE "N" TO TFU-RAIZ(IDX-FUN)
               MOVE "N" TO TFU-IMPRESSO(IDX-FUN)
           END-IF.

      * Departamentos em ordem de codigo, inseridos na posicao.
       GUARDAR-DEPARTAMENTO.
           PERFORM VARYING IDX-DEP FROM 1 BY 1
                   UNTIL IDX-DEP > QTD-DEPARTAMENTOS
                   OR TDE-CODIGO(IDX-DEP) >= CODIGO-DEPARTAMENTO
               CONTINUE
           END-PERFORM.
           IF IDX-DEP <= QTD-DEPARTAMENTOS
                   AND TDE-CODIGO(IDX-DEP) = CODIGO-DEPARTAMENTO
               ADD 1 TO TDE-QTD(IDX-DEP)
           ELSE
               IF QTD-DEPARTAMENTOS < 100
                   MOVE CODIGO-DEPARTAMENTO TO WS-DEPTO-NOVO
                   ADD 1 TO QTD-DEPARTAMENTOS
                   PERFORM VARYING WS-POSICAO FROM QTD-DEPARTAMENTOS
                           BY -1 UNTIL WS-POSICAO <= IDX-DEP
                       MOVE TDE-ITEM(WS-POSICAO - 1)
                           TO TDE-ITEM(WS-POSICAO)
                   END-PERFORM
                   MOVE WS-DEPTO-NOVO TO TDE-CODIGO(IDX-DEP)
                   MOVE 1 TO TDE-QTD(IDX-DEP)
               END-IF
           END-IF.

      * Vale a linha de maior vigencia ate hoje; trocas de gestor
      * com vigencia futura ainda nao entram no organograma.
       CARREGAR-HIERARQUIA.
           MOVE "N" TO WS-FIM-ARQ.
           OPEN INPUT ARQ-HIERARQUIA.
           IF WS-STATUS-HIERARQUIA = "00"
               PERFORM UNTIL WS-FIM-ARQ = "S"
                   READ ARQ-HIERARQUIA
                       AT END
                           MOVE "S" TO WS-FIM-ARQ
                       NOT AT END
                           IF HIE-DATA-VIGENCIA <= WS-DATA-HOJE
                               PERFORM GUARDAR-HIERARQUIA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQ-HIERARQUIA
           END-IF.

       GUARDAR-HIERARQUIA.
           PERFORM VARYING IDX-FUN FROM 1 BY 1
                   UNTIL IDX-FUN > QTD-FUNCIONARIOS
               IF TFU-MATRICULA(IDX-FUN) = HIE-MATRICULA
                   IF TFU-TEM-GESTOR(IDX-FUN) = "N"
                           OR HIE-DATA-VIGENCIA
                               >= TFU-VIGENCIA(IDX-FUN)
                       MOVE "S" TO TFU-TEM-GESTOR(IDX-FUN)
                       MOVE HIE-GESTOR TO TFU-GESTOR(IDX-FUN)
                       MOVE HIE-DATA-VIGENCIA TO TFU-VIGENCIA(IDX-FUN)
                   END-IF
               END-IF
           END-PERFORM.

      * Posicao do gestor na tabela. E raiz no departamento quem
      * nao tem gestor ativo no mesmo departamento.
       LIGAR-GESTOR.
           IF TFU-TEM-GESTOR(IDX-FUN) = "S"
                   AND TFU-GESTOR(IDX-FUN) NOT = 0
               PERFORM VARYING IDX-SUB FROM 1 BY 1
                       UNTIL IDX-SUB > QTD-FUNCIONARIOS
                   IF TFU-MATRICULA(IDX-SUB) = TFU-GESTOR(IDX-FUN)
                       SET TFU-POS-GESTOR(IDX-FUN) TO IDX-SUB
                   END-IF
               END-PERFORM
           END-IF.
           MOVE "S" TO TFU-RAIZ(IDX-FUN).
           IF TFU-POS-GESTOR(IDX-FUN) > 0
               MOVE TFU-POS-GESTOR(IDX-FUN) TO WS-ANCESTRAL
               IF TFU-ATIVO(WS-ANCESTRAL) = "S"
                       AND TFU-DEPARTAMENTO(WS-ANCESTRAL)
                           = TFU-DEPARTAMENTO(IDX-FUN)
                   MOVE "N" TO TFU-RAIZ(IDX-FUN)
               END-IF
           END-IF.

      * Amplitude de controle: subordinados diretos do gestor e
      * total da equipe abaixo dele em todos os niveis.
       CONTAR-SUBORDINACAO.
           IF TFU-ATIVO(IDX-FUN) = "S"
               MOVE TFU-POS-GESTOR(IDX-FUN) TO WS-ANCESTRAL
               IF WS-ANCESTRAL > 0
                   IF TFU-ATIVO(WS-ANCESTRAL) = "S"
                       ADD 1 TO TFU-DIRETOS(WS-ANCESTRAL)
                   END-IF
               END-IF
               MOVE 0 TO WS-PASSOS
               PERFORM UNTIL WS-ANCESTRAL = 0
                       OR WS-PASSOS >= QTD-FUNCIONARIOS
                   ADD 1 TO WS-PASSOS
                   IF TFU-ATIVO(WS-ANCESTRAL) = "S"
                       ADD 1 TO TFU-TOTAL(WS-ANCESTRAL)
                       MOVE TFU-POS-GESTOR(WS-ANCESTRAL)
                           TO WS-ANCESTRAL
                   ELSE
                       MOVE 0 TO WS-ANCESTRAL
                   END-IF
               END-PERFORM
           END-IF.

       IMPRIMIR-DEPARTAMENTO.
           MOVE SPACES TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE SPACES TO DEP-NOME.
           IF WS-DEPTOS-ABERTOS = "S"
               MOVE TDE-CODIGO(IDX-DEP) TO DEP-CODIGO
               READ ARQ-DEPARTAMENTOS
                   INVALID KEY
                       MOVE SPACES TO DEP-NOME
               END-READ
           END-IF.
           MOVE TDE-QTD(IDX-DEP) TO WS-TOTAL-ED.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "Departamento: " DELIMITED BY SIZE
               TDE-CODIGO(IDX-DEP) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               DEP-NOME DELIMITED BY SIZE
               "  Funcionarios ativos: " DELIMITED BY SIZE
               WS-TOTAL-ED DELIMITED BY SIZE
               INTO LINHA-RELATORIO
           END-STRING.
           WRITE LINHA-RELATORIO.
           PERFORM VARYING IDX-FUN FROM 1 BY 1
                   UNTIL IDX-FUN > QTD-FUNCIONARIOS
               IF TFU-ATIVO(IDX-FUN) = "S"
                       AND TFU-RAIZ(IDX-FUN) = "S"
                       AND TFU-DEPARTAMENTO(IDX-FUN)
                           = TDE-CODIGO(IDX-DEP)
                   MOVE 1 TO QTD-PILHA
                   SET PIL-POSICAO(1) TO IDX-FUN
                   MOVE 0 TO PIL-NIVEL(1)
                   PERFORM DESEMPILHAR UNTIL QTD-PILHA = 0
               END-IF
           END-PERFORM.

       DESEMPILHAR.
           MOVE PIL-POSICAO(QTD-PILHA) TO WS-POSICAO.
           MOVE PIL-NIVEL(QTD-PILHA) TO WS-NIVEL.
           SUBTRACT 1 FROM QTD-PILHA.
           IF TFU-IMPRESSO(WS-POSICAO) = "N"
               MOVE "S" TO TFU-IMPRESSO(WS-POSICAO)
               PERFORM ESCREVER-FUNCIONARIO
               PERFORM VARYING IDX-SUB FROM QTD-FUNCIONARIOS BY -1
                       UNTIL IDX-SUB < 1
                   IF TFU-POS-GESTOR(IDX-SUB) = WS-POSICAO
                           AND TFU-ATIVO(IDX-SUB) = "S"
                           AND TFU-RAIZ(IDX-SUB) = "N"
                           AND TFU-IMPRESSO(IDX-SUB) = "N"
                           AND QTD-PILHA < 500
                       ADD 1 TO QTD-PILHA
                       SET PIL-POSICAO(QTD-PILHA) TO IDX-SUB
                       COMPUTE PIL-NIVEL(QTD-PILHA) = WS-NIVEL + 1
                   END-IF
               END-PERFORM
           END-IF.

       ESCREVER-FUNCIONARIO.
           MOVE SPACES TO LINHA-ORGANOGRAMA.
           COMPUTE WS-RECUO = 3 + WS-NIVEL * 4.
           IF WS-RECUO > 43
               MOVE 43 TO WS-RECUO
           END-IF.
           MOVE TFU-MATRICULA(WS-POSICAO) TO LO-MATRICULA.
           MOVE TFU-NOME(WS-POSICAO) TO LO-NOME.
           IF TFU-DIRETOS(WS-POSICAO) > 0
               ADD 1 TO WS-TOTAL-GESTORES
               MOVE " Diretos:" TO LO-ROTULO-DIRETOS
               MOVE TFU-DIRETOS(WS-POSICAO) TO LO-DIRETOS
               MOVE " Total:" TO LO-ROTULO-TOTAL
               MOVE TFU-TOTAL(WS-POSICAO) TO LO-TOTAL
           END-IF.
           MOVE SPACES TO LINHA-RELATORIO.
           MOVE LINHA-ORGANOGRAMA TO LINHA-RELATORIO(WS-RECUO:70).
           WRITE LINHA-RELATORIO.

      * Ativos sem gestor cadastrado, com gestor desligado ou fora
      * do cadastro, e quem ficou fora do organograma por ciclo.
       VERIFICAR-EXCECAO.
           MOVE SPACES TO WS-MOTIVO.
           IF TFU-ATIVO(IDX-FUN) = "S"
               EVALUATE TRUE
                   WHEN TFU-TEM-GESTOR(IDX-FUN) = "N"
                       MOVE "SEM GESTOR CADASTRADO" TO WS-MOTIVO
                   WHEN TFU-GESTOR(IDX-FUN) = 0
                       CONTINUE
                   WHEN TFU-POS-GESTOR(IDX-FUN) = 0
                       MOVE "GESTOR NAO CADASTRADO" TO WS-MOTIVO
                   WHEN OTHER
                       MOVE TFU-POS-GESTOR(IDX-FUN) TO WS-ANCESTRAL
                       IF TFU-ATIVO(WS-ANCESTRAL) = "N"
                           STRING "GESTOR " DELIMITED BY SIZE
                               TFU-GESTOR(IDX-FUN) DELIMITED BY SIZE
                               " DESLIGADO EM " DELIMITED BY SIZE
                               TFU-DATA-DESLIGAMENTO(WS-ANCESTRAL)
                                   DELIMITED BY SIZE
                               INTO WS-MOTIVO
                           END-STRING
                       END-IF
               END-EVALUATE
               IF WS-MOTIVO = SPACES
                       AND TFU-IMPRESSO(IDX-FUN) = "N"
                   MOVE "CICLO NA LINHA DE SUBORDINACAO" TO WS-MOTIVO
               END-IF
           END-IF.
           IF WS-MOTIVO NOT = SPACES
               ADD 1 TO WS-TOTAL-EXCECOES
               MOVE TFU-MATRICULA(IDX-FUN) TO LE-MATRICULA
               MOVE TFU-NOME(IDX-FUN) TO LE-NOME
               MOVE TFU-DEPARTAMENTO(IDX-FUN) TO LE-DEPARTAMENTO
               MOVE WS-MOTIVO TO LE-MOTIVO
               MOVE LINHA-EXCECAO TO LINHA-RELATORIO
               WRITE LINHA-RELATORIO
           END-IF.

       ESCREVER-TOTAL.
           MOVE SPACES TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE WS-TOTAL-ATIVOS TO WS-TOTAL-ED.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "Funcionarios ativos: " DELIMITED BY SIZE
               WS-TOTAL-ED DELIMITED BY SIZE
               INTO LINHA-RELATORIO
           END-STRING.
           WRITE LINHA-RELATORIO.
           MOVE WS-TOTAL-GESTORES TO WS-TOTAL-ED.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "Gestores...........: " DELIMITED BY SIZE
               WS-TOTAL-ED DELIMITED BY SIZE
               INTO LINHA-RELATORIO
           END-STRING.
           WRITE LINHA-RELATORIO.
           MOVE WS-TOTAL-EXCECOES TO WS-TOTAL-ED.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "Excecoes...........: " DELIMITED BY SIZE
               WS-TOTAL-ED DELIMITED BY SIZE
               INTO LINHA-RELATORIO
           END-STRING.
           WRITE LINHA-RELATORIO.

       COPY JOBLOGPD.

       COPY ERRLOGPD.

       IDENTIFICATION DIVISION.
           PROGRAM-ID. AtividadesComplementares.
           AUTHOR. Fernando Anselmo.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-ALUNOS ASSIGN TO WS-ARQ-ALUNOS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ALU-MATRICULA
               FILE STATUS IS WS-STATUS-ALUNOS.

           SELECT ARQ-CATALOGO ASSIGN TO WS-ARQ-CATALOGO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-CATALOGO.

           SELECT ARQ-EXIGENCIAS ASSIGN TO WS-ARQ-EXIGENCIAS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-EXIGENCIAS.

           SELECT ARQ-ATIVIDADES ASSIGN TO WS-ARQ-ATIVIDADES
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-ATIVIDADES.

           SELECT ARQ-SUBMISSOES ASSIGN TO WS-ARQ-SUBMISSOES
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-SUBMISSOES.

           SELECT ARQ-REJEITADOS ASSIGN TO WS-ARQ-REJEITADOS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-REJEITADOS.

           SELECT ARQ-GRADE ASSIGN TO WS-ARQ-GRADE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-GRADE.

           SELECT ARQ-HISTORICO ASSIGN TO WS-ARQ-HISTORICO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-HISTORICO.

           SELECT RELATORIO ASSIGN TO WS-ARQ-RELATORIO
               ORGANIZATION IS LINE SEQUENTIAL.

           COPY ERRLOGSL.

           COPY JOBLOGSL.

       DATA DIVISION.
       FILE SECTION.
       FD ARQ-ALUNOS.
       01 REGISTRO-ALUNO.
           COPY ALUNO.

       FD ARQ-CATALOGO.
       01 REGISTRO-CATALOGO.
           COPY ATIVCAT.

       FD ARQ-EXIGENCIAS.
       01 REGISTRO-EXIGENCIA.
           COPY ATIVCURS.

       FD ARQ-ATIVIDADES.
       01 REGISTRO-ATIVIDADE.
           COPY ATIVLANC.

       FD ARQ-SUBMISSOES.
       01 LINHA-SUBMISSAO          PIC X(100).

       FD ARQ-REJEITADOS.
       01 REGISTRO-REJEITADO       PIC X(150).

       FD ARQ-GRADE.
       01 REGISTRO-GRADE.
           COPY GRADECUR.

       FD ARQ-HISTORICO.
       01 REGISTRO-HISTORICO.
           COPY HISTESC.

       FD RELATORIO.
       01 LINHA-RELATORIO          PIC X(100).

       COPY ERRLOGFD.

       COPY JOBLOGFD.

       WORKING-STORAGE SECTION.
       COPY ERRLOGWS.

       COPY JOBLOGWS.

       01 WS-ARQ-ALUNOS          PIC X(40) VALUE "alunos.idx".
       01 WS-ARQ-CATALOGO        PIC X(40)
           VALUE "ATIVIDADES-CATALOGO.DATA".
       01 WS-ARQ-EXIGENCIAS      PIC X(40)
           VALUE "ATIVIDADES-CURSOS.DATA".
       01 WS-ARQ-ATIVIDADES      PIC X(40) VALUE "ATIVIDADES.DATA".
       01 WS-ARQ-SUBMISSOES      PIC X(40)
           VALUE "atividades-submissoes.csv".
       01 WS-ARQ-REJEITADOS      PIC X(40)
           VALUE "atividades-rejeitadas.csv".
       01 WS-ARQ-GRADE           PIC X(40)
           VALUE "grade-curricular.data".
       01 WS-ARQ-HISTORICO       PIC X(40)
           VALUE "historico-escolar.data".
       01 WS-ARQ-EXTRATO         PIC X(40)
           VALUE "ATIVIDADES-EXTRATO.LST".
       01 WS-ARQ-PENDENTES       PIC X(40)
           VALUE "ATIVIDADES-PENDENTES.LST".
       01 WS-ARQ-RELATORIO       PIC X(40).
       01 WS-ARQUIVOS-DEFINIDOS  PIC X VALUE "N".

       01 WS-OPCAO               PIC 9.
       01 WS-STATUS-ALUNOS       PIC X(2).
       01 WS-STATUS-CATALOGO     PIC X(2).
       01 WS-STATUS-EXIGENCIAS   PIC X(2).
       01 WS-STATUS-ATIVIDADES   PIC X(2).
       01 WS-STATUS-SUBMISSOES   PIC X(2).
       01 WS-STATUS-REJEITADOS   PIC X(2).
       01 WS-STATUS-GRADE        PIC X(2).
       01 WS-STATUS-HISTORICO    PIC X(2).
       01 WS-ALUNOS-ABERTOS      PIC X VALUE "N".
       01 WS-FIM-ARQ             PIC X VALUE "N".
       01 WS-TOTAL-OPERACOES     PIC 9(5) VALUE ZEROS.
       01 WS-DATA-HOJE           PIC 9(8).
       01 WS-OPERADOR            PIC X(8).

      * Aluno formando: faltam no maximo este numero de
      * disciplinas da grade para concluir o curso; pode ser
      * trocado por ATIVIDADES_DISCIPLINAS_RESTANTES.
       01 WS-LIMITE-RESTANTES    PIC 9(2) VALUE 5.
       01 WS-LIMITE-TXT          PIC X(2).

       01 WS-MATRICULA           PIC X(8).
       01 WS-CATEGORIA           PIC X(6).
       01 WS-DATA-TXT            PIC X(8).
       01 WS-DATA-ATIVIDADE      PIC 9(8).
       01 WS-HORAS-TXT           PIC X(4).
       01 WS-HORAS               PIC 9(4).
       01 WS-DESCRICAO           PIC X(30).
       01 WS-HORAS-CREDITADAS    PIC 9(4).
       01 WS-SALDO-CATEGORIA     PIC 9(4).

       01 WS-REGISTRO-VALIDO     PIC X VALUE "S".
       01 WS-MOTIVO-ERRO         PIC X(40) VALUE SPACES.

       01 QTD-CATALOGO           PIC 9(3) VALUE 0.
       01 TABELA-CATALOGO.
           05 TCA-ITEM OCCURS 100 TIMES INDEXED BY IDX-CAT.
               10 TCA-CATEGORIA  PIC X(6).
               10 TCA-DESCRICAO  PIC X(30).
               10 TCA-MAXIMO     PIC 9(4).
               10 TCA-HORAS      PIC 9(5).

       01 QTD-EXIGENCIAS         PIC 9(3) VALUE 0.
       01 TABELA-EXIGENCIAS.
           05 TEX-ITEM OCCURS 100 TIMES INDEXED BY IDX-EXI.
               10 TEX-CURSO      PIC X(20).
               10 TEX-HORAS      PIC 9(4).

      * Horas ja creditadas por aluno e categoria.
       01 QTD-SALDOS             PIC 9(4) VALUE 0.
       01 TABELA-SALDOS.
           05 TSA-ITEM OCCURS 5000 TIMES INDEXED BY IDX-SAL.
               10 TSA-MATRICULA  PIC X(8).
               10 TSA-CATEGORIA  PIC X(6).
               10 TSA-HORAS      PIC 9(5).

      * Certificados ja lancados, para nao creditar duas vezes.
       01 QTD-LANCADOS           PIC 9(5) VALUE 0.
       01 TABELA-LANCADOS.
           05 TLA-CHAVE OCCURS 10000 TIMES INDEXED BY IDX-LAN
                                 PIC X(52).
       01 WS-CHAVE-ATIVIDADE.
           05 WS-CHAVE-MATRICULA PIC X(8).
           05 WS-CHAVE-CATEGORIA PIC X(6).
           05 WS-CHAVE-DATA      PIC 9(8).
           05 WS-CHAVE-DESCRICAO PIC X(30).

       01 QTD-GRADE              PIC 9(3) VALUE 0.
       01 TABELA-GRADE.
           05 TGR-ITEM OCCURS 200 TIMES INDEXED BY IDX-GRA.
               10 TGR-CURSO      PIC X(20).
               10 TGR-DISCIPLINA PIC X(20).

       01 QTD-APROVACOES         PIC 9(4) VALUE 0.
       01 TABELA-APROVACOES.
           05 TAP-ITEM OCCURS 2000 TIMES INDEXED BY IDX-APR.
               10 TAP-MATRICULA  PIC X(8).
               10 TAP-CURSO      PIC X(20).

       01 CONTADORES-PROCESSAMENTO.
           05 WS-LINHAS-LIDAS    PIC 9(5) VALUE 0.
           05 WS-APROVADOS       PIC 9(5) VALUE 0.
           05 WS-REJEITADOS      PIC 9(5) VALUE 0.
           05 WS-QTD-FORMANDOS   PIC 9(5) VALUE 0.
           05 WS-QTD-PENDENTES   PIC 9(5) VALUE 0.
       01 WS-TOTAL-ED            PIC ZZZZ9.

       01 WS-TOTAL-ALUNO         PIC 9(5).
       01 WS-HORAS-MINIMAS       PIC 9(4).
       01 WS-RESTANTES           PIC 9(3).
       01 WS-APROVADA            PIC X.
       01 WS-HORAS-ED            PIC ZZZZ9.
       01 WS-MINIMO-ED           PIC ZZZZ9.
       01 WS-FALTA-ED            PIC ZZZZ9.

       01 LINHA-CATEGORIA.
           05 FILLER             PIC X(2) VALUE SPACES.
           05 LC-CATEGORIA       PIC X(6).
           05 FILLER             PIC X(2) VALUE SPACES.
           05 LC-DESCRICAO       PIC X(30).
           05 FILLER             PIC X(2) VALUE SPACES.
           05 LC-HORAS           PIC ZZZZ9.
           05 FILLER             PIC X(3) VALUE " / ".
           05 LC-MAXIMO          PIC ZZZ9.

       01 LINHA-LANCAMENTO.
           05 FILLER             PIC X(4) VALUE SPACES.
           05 LL-DATA            PIC 9(8).
           05 FILLER             PIC X(2) VALUE SPACES.
           05 LL-CATEGORIA       PIC X(6).
           05 FILLER             PIC X(2) VALUE SPACES.
           05 LL-DESCRICAO       PIC X(30).
           05 FILLER             PIC X(2) VALUE SPACES.
           05 LL-APRESENTADAS    PIC ZZZ9.
           05 FILLER             PIC X(2) VALUE SPACES.
           05 LL-CREDITADAS      PIC ZZZ9.

       01 LINHA-PENDENTE.
           05 LP-MATRICULA       PIC X(8).
           05 FILLER             PIC X(2) VALUE SPACES.
           05 LP-NOME            PIC X(30).
           05 FILLER             PIC X(2) VALUE SPACES.
           05 LP-CURSO           PIC X(20).
           05 FILLER             PIC X(2) VALUE SPACES.
           05 LP-HORAS           PIC ZZZZ9.
           05 FILLER             PIC X(3) VALUE " / ".
           05 LP-MINIMO          PIC ZZZ9.
           05 FILLER             PIC X(2) VALUE SPACES.
           05 LP-FALTA           PIC ZZZZ9.

       PROCEDURE DIVISION.
       INICIO.
           IF WS-ARQUIVOS-DEFINIDOS = "N"
               PERFORM DEFINIR-ARQUIVOS
               MOVE "S" TO WS-ARQUIVOS-DEFINIDOS
               MOVE "AtividadesComplementares" TO WS-JOBLOG-PROGRAMA
               MOVE "INICIO" TO WS-JOBLOG-EVENTO
               PERFORM GRAVAR-JOBLOG
           END-IF.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
           DISPLAY "--------------------------------".
           DISPLAY "Atividades Complementares".
           DISPLAY "--------------------------------".
           DISPLAY " 1 - Processar Submissoes ("
              FUNCTION TRIM(WS-ARQ-SUBMISSOES) ")".
           DISPLAY " 2 - Extrato do Aluno".
           DISPLAY " 3 - Formandos com Horas Pendentes".
           DISPLAY " 4 - Sair".
           DISPLAY "--------------------------------".
           DISPLAY "Escolha uma opcao: ".
           ACCEPT WS-OPCAO.

           EVALUATE WS-OPCAO
               WHEN 1
                   PERFORM PROCESSAR-SUBMISSOES
               WHEN 2
                   PERFORM EXTRATO-ALUNO
               WHEN 3
                   PERFORM LISTAR-FORMANDOS-PENDENTES
               WHEN 4
                   MOVE WS-TOTAL-OPERACOES TO WS-JOBLOG-QTD-REGISTROS
                   MOVE "FIM" TO WS-JOBLOG-EVENTO
                   PERFORM GRAVAR-JOBLOG
                   GOBACK
               WHEN OTHER
                   DISPLAY "Opcao invalida!"
                   PERFORM INICIO
           END-EVALUATE.

       DEFINIR-ARQUIVOS.
           ACCEPT WS-ARQ-ALUNOS FROM ENVIRONMENT "ALUNOS_IDX"
               ON EXCEPTION
                   MOVE "alunos.idx" TO WS-ARQ-ALUNOS
           END-ACCEPT.
           ACCEPT WS-ARQ-CATALOGO FROM ENVIRONMENT
                   "ATIVIDADES_CATALOGO"
               ON EXCEPTION
                   MOVE "ATIVIDADES-CATALOGO.DATA" TO WS-ARQ-CATALOGO
           END-ACCEPT.
           ACCEPT WS-ARQ-EXIGENCIAS FROM ENVIRONMENT
                   "ATIVIDADES_CURSOS"
               ON EXCEPTION
                   MOVE "ATIVIDADES-CURSOS.DATA" TO WS-ARQ-EXIGENCIAS
           END-ACCEPT.
           ACCEPT WS-ARQ-ATIVIDADES FROM ENVIRONMENT "ATIVIDADES_DATA"
               ON EXCEPTION
                   MOVE "ATIVIDADES.DATA" TO WS-ARQ-ATIVIDADES
           END-ACCEPT.
           ACCEPT WS-ARQ-SUBMISSOES FROM ENVIRONMENT
                   "ATIVIDADES_SUBMISSOES"
               ON EXCEPTION
                   MOVE "atividades-submissoes.csv"
                       TO WS-ARQ-SUBMISSOES
           END-ACCEPT.
           ACCEPT WS-ARQ-REJEITADOS FROM ENVIRONMENT
                   "ATIVIDADES_REJEITADAS"
               ON EXCEPTION
                   MOVE "atividades-rejeitadas.csv"
                       TO WS-ARQ-REJEITADOS
           END-ACCEPT.
           ACCEPT WS-ARQ-GRADE FROM ENVIRONMENT "GRADE_CURRICULAR"
               ON EXCEPTION
                   MOVE "grade-curricular.data" TO WS-ARQ-GRADE
           END-ACCEPT.
           ACCEPT WS-ARQ-HISTORICO FROM ENVIRONMENT
                   "HISTORICO_ESCOLAR"
               ON EXCEPTION
                   MOVE "historico-escolar.data" TO WS-ARQ-HISTORICO
           END-ACCEPT.
           ACCEPT WS-ARQ-EXTRATO FROM ENVIRONMENT
                   "ATIVIDADES_EXTRATO_LST"
               ON EXCEPTION
                   MOVE "ATIVIDADES-EXTRATO.LST" TO WS-ARQ-EXTRATO
           END-ACCEPT.
           ACCEPT WS-ARQ-PENDENTES FROM ENVIRONMENT
                   "ATIVIDADES_PENDENTES_LST"
               ON EXCEPTION
                   MOVE "ATIVIDADES-PENDENTES.LST" TO WS-ARQ-PENDENTES
           END-ACCEPT.
           ACCEPT WS-LIMITE-TXT FROM ENVIRONMENT
                   "ATIVIDADES_DISCIPLINAS_RESTANTES"
               ON EXCEPTION
                   MOVE SPACES TO WS-LIMITE-TXT
           END-ACCEPT.
           IF WS-LIMITE-TXT IS NUMERIC
               MOVE WS-LIMITE-TXT TO WS-LIMITE-RESTANTES
           END-IF.
           ACCEPT WS-OPERADOR FROM ENVIRONMENT "OPERADOR_ATUAL"
               ON EXCEPTION
                   MOVE SPACES TO WS-OPERADOR
           END-ACCEPT.
           IF WS-OPERADOR = SPACES
               MOVE "--------" TO WS-OPERADOR
           END-IF.

      * Processa linhas "matricula;categoria;AAAAMMDD;horas;
      * descricao". A primeira linha pode ser o cabecalho. As
      * horas aprovadas sao limitadas ao saldo da categoria.
       PROCESSAR-SUBMISSOES.
           DISPLAY "--------------------------------".
           DISPLAY "Processar Submissoes".
           DISPLAY "--------------------------------".
           PERFORM CARREGAR-CATALOGO.
           PERFORM CARREGAR-LANCAMENTOS.
           MOVE 0 TO WS-LINHAS-LIDAS.
           MOVE 0 TO WS-APROVADOS.
           MOVE 0 TO WS-REJEITADOS.
           OPEN INPUT ARQ-SUBMISSOES.
           IF WS-STATUS-SUBMISSOES NOT = "00"
               DISPLAY "Arquivo de submissoes nao encontrado: "
                  WS-ARQ-SUBMISSOES
           ELSE
           IF QTD-CATALOGO = 0
               DISPLAY "Catalogo de atividades ausente: "
                  WS-ARQ-CATALOGO
               CLOSE ARQ-SUBMISSOES
           ELSE
               OPEN EXTEND ARQ-ATIVIDADES
               IF WS-STATUS-ATIVIDADES = "35"
                   OPEN OUTPUT ARQ-ATIVIDADES
               END-IF
               IF WS-STATUS-ATIVIDADES NOT = "00"
                   DISPLAY "Erro ao abrir " WS-ARQ-ATIVIDADES
                      " Status: " WS-STATUS-ATIVIDADES
                   MOVE "AtividadesComplementares"
                       TO WS-ERRLOG-PROGRAMA
                   MOVE "PROCESSAR-SUBMISSOES" TO WS-ERRLOG-PARAGRAFO
                   MOVE WS-ARQ-ATIVIDADES TO WS-ERRLOG-ARQUIVO
                   MOVE WS-STATUS-ATIVIDADES TO WS-ERRLOG-STATUS
                   PERFORM GRAVAR-ERRORLOG
               ELSE
                   OPEN INPUT ARQ-ALUNOS
                   IF WS-STATUS-ALUNOS = "00"
                       MOVE "S" TO WS-ALUNOS-ABERTOS
                   ELSE
                       MOVE "N" TO WS-ALUNOS-ABERTOS
                   END-IF
                   OPEN OUTPUT ARQ-REJEITADOS
                   MOVE "N" TO WS-FIM-ARQ
                   PERFORM UNTIL WS-FIM-ARQ = "S"
                       READ ARQ-SUBMISSOES
                           AT END
                               MOVE "S" TO WS-FIM-ARQ
                           NOT AT END
                               PERFORM PROCESSAR-LINHA
                       END-READ
                   END-PERFORM
                   CLOSE ARQ-REJEITADOS
                   IF WS-ALUNOS-ABERTOS = "S"
                       CLOSE ARQ-ALUNOS
                   END-IF
                   CLOSE ARQ-ATIVIDADES
               END-IF
               CLOSE ARQ-SUBMISSOES
               MOVE WS-APROVADOS TO WS-TOTAL-ED
               DISPLAY "Certificados aprovados: " WS-TOTAL-ED
               MOVE WS-REJEITADOS TO WS-TOTAL-ED
               DISPLAY "Linhas rejeitadas.....: " WS-TOTAL-ED
               IF WS-REJEITADOS > 0
                   DISPLAY "Rejeitadas gravadas em " WS-ARQ-REJEITADOS
               END-IF
           END-IF
           END-IF.
           PERFORM INICIO.

       PROCESSAR-LINHA.
           ADD 1 TO WS-LINHAS-LIDAS.
           MOVE SPACES TO WS-MATRICULA WS-CATEGORIA WS-DATA-TXT
               WS-HORAS-TXT WS-DESCRICAO.
           UNSTRING LINHA-SUBMISSAO DELIMITED BY ";"
               INTO WS-MATRICULA WS-CATEGORIA WS-DATA-TXT
                   WS-HORAS-TXT WS-DESCRICAO
           END-UNSTRING.
           IF WS-LINHAS-LIDAS = 1 AND WS-DATA-TXT NOT NUMERIC
               CONTINUE
           ELSE
               IF LINHA-SUBMISSAO NOT = SPACES
                   PERFORM VALIDAR-SUBMISSAO
                   IF WS-REGISTRO-VALIDO = "N"
                       PERFORM GRAVAR-REJEITADO
                   ELSE
                       PERFORM GRAVAR-ATIVIDADE
                   END-IF
               END-IF
           END-IF.

       VALIDAR-SUBMISSAO.
           MOVE "S" TO WS-REGISTRO-VALIDO.
           MOVE SPACES TO WS-MOTIVO-ERRO.
           IF WS-ALUNOS-ABERTOS = "N"
               MOVE "N" TO WS-REGISTRO-VALIDO
               MOVE "Cadastro de alunos indisponivel" TO WS-MOTIVO-ERRO
           ELSE
               MOVE WS-MATRICULA TO ALU-MATRICULA
               READ ARQ-ALUNOS
                   INVALID KEY
                       MOVE "N" TO WS-REGISTRO-VALIDO
                       MOVE "Aluno nao cadastrado" TO WS-MOTIVO-ERRO
               END-READ
           END-IF.
           IF WS-REGISTRO-VALIDO = "S"
               PERFORM VARYING IDX-CAT FROM 1 BY 1
                       UNTIL IDX-CAT > QTD-CATALOGO
                       OR TCA-CATEGORIA(IDX-CAT) = WS-CATEGORIA
                   CONTINUE
               END-PERFORM
               IF IDX-CAT > QTD-CATALOGO
                   MOVE "N" TO WS-REGISTRO-VALIDO
                   MOVE "Categoria fora do catalogo" TO WS-MOTIVO-ERRO
               END-IF
           END-IF.
           IF WS-REGISTRO-VALIDO = "S"
               IF WS-DATA-TXT NOT NUMERIC
                       OR WS-DATA-TXT(5:2) < "01"
                       OR WS-DATA-TXT(5:2) > "12"
                       OR WS-DATA-TXT(7:2) < "01"
                       OR WS-DATA-TXT(7:2) > "31"
                   MOVE "N" TO WS-REGISTRO-VALIDO
                   MOVE "Data da atividade invalida" TO WS-MOTIVO-ERRO
               ELSE
                   MOVE WS-DATA-TXT TO WS-DATA-ATIVIDADE
                   IF WS-DATA-ATIVIDADE > WS-DATA-HOJE
                       MOVE "N" TO WS-REGISTRO-VALIDO
                       MOVE "Atividade posterior a hoje"
                           TO WS-MOTIVO-ERRO
                   END-IF
               END-IF
           END-IF.
           IF WS-REGISTRO-VALIDO = "S"
               MOVE FUNCTION NUMVAL(WS-HORAS-TXT) TO WS-HORAS
               IF WS-HORAS = 0
                   MOVE "N" TO WS-REGISTRO-VALIDO
                   MOVE "Horas invalidas" TO WS-MOTIVO-ERRO
               END-IF
           END-IF.
           IF WS-REGISTRO-VALIDO = "S"
               MOVE WS-MATRICULA TO WS-CHAVE-MATRICULA
               MOVE WS-CATEGORIA TO WS-CHAVE-CATEGORIA
               MOVE WS-DATA-ATIVIDADE TO WS-CHAVE-DATA
               MOVE WS-DESCRICAO TO WS-CHAVE-DESCRICAO
               PERFORM VARYING IDX-LAN FROM 1 BY 1
                       UNTIL IDX-LAN > QTD-LANCADOS
                       OR TLA-CHAVE(IDX-LAN) = WS-CHAVE-ATIVIDADE
                   CONTINUE
               END-PERFORM
               IF IDX-LAN <= QTD-LANCADOS
                   MOVE "N" TO WS-REGISTRO-VALIDO
                   MOVE "Certificado ja lancado" TO WS-MOTIVO-ERRO
               END-IF
           END-IF.
           IF WS-REGISTRO-VALIDO = "S"
               PERFORM CALCULAR-HORAS-CREDITADAS
               IF WS-HORAS-CREDITADAS = 0
                   MOVE "N" TO WS-REGISTRO-VALIDO
                   MOVE "Limite da categoria ja atingido"
                       TO WS-MOTIVO-ERRO
               END-IF
           END-IF.

      * Credita o menor valor entre as horas do certificado e o
      * que ainda cabe no teto da categoria para o aluno.
       CALCULAR-HORAS-CREDITADAS.
           PERFORM LOCALIZAR-SALDO.
           IF TCA-MAXIMO(IDX-CAT) = 0
               MOVE WS-HORAS TO WS-HORAS-CREDITADAS
           ELSE
               IF TSA-HORAS(IDX-SAL) >= TCA-MAXIMO(IDX-CAT)
                   MOVE 0 TO WS-SALDO-CATEGORIA
               ELSE
                   COMPUTE WS-SALDO-CATEGORIA
                       = TCA-MAXIMO(IDX-CAT) - TSA-HORAS(IDX-SAL)
               END-IF
               IF WS-HORAS > WS-SALDO-CATEGORIA
                   MOVE WS-SALDO-CATEGORIA TO WS-HORAS-CREDITADAS
               ELSE
                   MOVE WS-HORAS TO WS-HORAS-CREDITADAS
               END-IF
           END-IF.

       LOCALIZAR-SALDO.
           PERFORM VARYING IDX-SAL FROM 1 BY 1
                   UNTIL IDX-SAL > QTD-SALDOS
                   OR (TSA-MATRICULA(IDX-SAL) = WS-MATRICULA
                   AND TSA-CATEGORIA(IDX-SAL) = WS-CATEGORIA)
               CONTINUE
           END-PERFORM.
           IF IDX-SAL > QTD-SALDOS
               IF QTD-SALDOS < 5000
                   ADD 1 TO QTD-SALDOS
               END-IF
               SET IDX-SAL TO QTD-SALDOS
               MOVE WS-MATRICULA TO TSA-MATRICULA(IDX-SAL)
               MOVE WS-CATEGORIA TO TSA-CATEGORIA(IDX-SAL)
               MOVE 0 TO TSA-HORAS(IDX-SAL)
           END-IF.

       GRAVAR-ATIVIDADE.
           MOVE WS-MATRICULA TO ATV-MATRICULA.
           MOVE WS-CATEGORIA TO ATV-CATEGORIA.
           MOVE WS-DATA-ATIVIDADE TO ATV-DATA-ATIVIDADE.
           MOVE WS-DESCRICAO TO ATV-DESCRICAO.
           MOVE WS-HORAS TO ATV-HORAS-APRESENTADAS.
           MOVE WS-HORAS-CREDITADAS TO ATV-HORAS-CREDITADAS.
           MOVE WS-OPERADOR TO ATV-OPERADOR.
           MOVE WS-DATA-HOJE TO ATV-DATA-LANCAMENTO.
           WRITE REGISTRO-ATIVIDADE.
           ADD WS-HORAS-CREDITADAS TO TSA-HORAS(IDX-SAL).
           ADD 1 TO WS-APROVADOS.
           ADD 1 TO WS-TOTAL-OPERACOES.
           IF QTD-LANCADOS < 10000
               ADD 1 TO QTD-LANCADOS
               MOVE WS-CHAVE-ATIVIDADE TO TLA-CHAVE(QTD-LANCADOS)
           END-IF.

       GRAVAR-REJEITADO.
           ADD 1 TO WS-REJEITADOS.
           MOVE SPACES TO REGISTRO-REJEITADO.
           STRING LINHA-SUBMISSAO DELIMITED BY "  "
               ";" DELIMITED BY SIZE
               WS-MOTIVO-ERRO DELIMITED BY "  "
               INTO REGISTRO-REJEITADO
           END-STRING.
           WRITE REGISTRO-REJEITADO.
           DISPLAY "Linha " WS-LINHAS-LIDAS ": " WS-MOTIVO-ERRO.

      * Extrato: horas creditadas por categoria do catalogo contra
      * o teto de cada uma, total contra a exigencia do curso e os
      * certificados lancados.
       EXTRATO-ALUNO.
           DISPLAY "--------------------------------".
           DISPLAY "Extrato do Aluno".
           DISPLAY "--------------------------------".
           DISPLAY "Matricula: ".
           ACCEPT WS-MATRICULA.
           OPEN INPUT ARQ-ALUNOS.
           IF WS-STATUS-ALUNOS NOT = "00"
               DISPLAY "Cadastro de alunos indisponivel."
           ELSE
               MOVE WS-MATRICULA TO ALU-MATRICULA
               MOVE "S" TO WS-REGISTRO-VALIDO
               READ ARQ-ALUNOS
                   INVALID KEY
                       MOVE "N" TO WS-REGISTRO-VALIDO
               END-READ
               CLOSE ARQ-ALUNOS
               IF WS-REGISTRO-VALIDO = "N"
                   DISPLAY "Aluno nao cadastrado."
               ELSE
                   PERFORM CARREGAR-CATALOGO
                   PERFORM CARREGAR-EXIGENCIAS
                   PERFORM ESCREVER-EXTRATO
               END-IF
           END-IF.
           PERFORM INICIO.

       ESCREVER-EXTRATO.
           MOVE WS-ARQ-EXTRATO TO WS-ARQ-RELATORIO.
           OPEN OUTPUT RELATORIO.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "Extrato de atividades complementares - "
               DELIMITED BY SIZE
               WS-DATA-HOJE DELIMITED BY SIZE
               INTO LINHA-RELATORIO
           END-STRING.
           WRITE LINHA-RELATORIO.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "Aluno " DELIMITED BY SIZE
               ALU-MATRICULA DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               ALU-NOME DELIMITED BY SIZE
               " Curso: " DELIMITED BY SIZE
               ALU-CURSO DELIMITED BY SIZE
               INTO LINHA-RELATORIO
           END-STRING.
           WRITE LINHA-RELATORIO.
           MOVE SPACES TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE "Certificados lancados:" TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE "    Data      Categ.  Descricao" TO LINHA-RELATORIO.
           MOVE "Apres. Cred." TO LINHA-RELATORIO(55:12).
           WRITE LINHA-RELATORIO.
           MOVE "N" TO WS-FIM-ARQ.
           OPEN INPUT ARQ-ATIVIDADES.
           IF WS-STATUS-ATIVIDADES = "00"
               PERFORM UNTIL WS-FIM-ARQ = "S"
                   READ ARQ-ATIVIDADES
                       AT END
                           MOVE "S" TO WS-FIM-ARQ
                       NOT AT END
                           IF ATV-MATRICULA = ALU-MATRICULA
                               PERFORM ESCREVER-LANCAMENTO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQ-ATIVIDADES
           END-IF.

           MOVE SPACES TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE "Horas por categoria (creditadas / teto):"
               TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE 0 TO WS-TOTAL-ALUNO.
           PERFORM VARYING IDX-CAT FROM 1 BY 1
                   UNTIL IDX-CAT > QTD-CATALOGO
               MOVE TCA-CATEGORIA(IDX-CAT) TO LC-CATEGORIA
               MOVE TCA-DESCRICAO(IDX-CAT) TO LC-DESCRICAO
               MOVE TCA-HORAS(IDX-CAT) TO LC-HORAS
               MOVE TCA-MAXIMO(IDX-CAT) TO LC-MAXIMO
               ADD TCA-HORAS(IDX-CAT) TO WS-TOTAL-ALUNO
               MOVE LINHA-CATEGORIA TO LINHA-RELATORIO
               WRITE LINHA-RELATORIO
           END-PERFORM.

           PERFORM BUSCAR-EXIGENCIA-CURSO.
           MOVE WS-TOTAL-ALUNO TO WS-HORAS-ED.
           MOVE WS-HORAS-MINIMAS TO WS-MINIMO-ED.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "  Total creditado: " DELIMITED BY SIZE
               WS-HORAS-ED DELIMITED BY SIZE
               "   Exigido pelo curso: " DELIMITED BY SIZE
               WS-MINIMO-ED DELIMITED BY SIZE
               INTO LINHA-RELATORIO
           END-STRING.
           WRITE LINHA-RELATORIO.
           MOVE SPACES TO LINHA-RELATORIO.
           IF WS-TOTAL-ALUNO >= WS-HORAS-MINIMAS
               MOVE "  Situacao: EXIGENCIA CUMPRIDA" TO LINHA-RELATORIO
           ELSE
               COMPUTE WS-FALTA-ED = WS-HORAS-MINIMAS - WS-TOTAL-ALUNO
               STRING "  Situacao: FALTAM " DELIMITED BY SIZE
                   WS-FALTA-ED DELIMITED BY SIZE
                   " HORAS" DELIMITED BY SIZE
                   INTO LINHA-RELATORIO
               END-STRING
           END-IF.
           WRITE LINHA-RELATORIO.
           CLOSE RELATORIO.
           DISPLAY "Total creditado: " WS-HORAS-ED
              "  Exigido: " WS-MINIMO-ED.
           DISPLAY "Extrato gravado em " WS-ARQ-EXTRATO.

       ESCREVER-LANCAMENTO.
           MOVE ATV-DATA-ATIVIDADE TO LL-DATA.
           MOVE ATV-CATEGORIA TO LL-CATEGORIA.
           MOVE ATV-DESCRICAO TO LL-DESCRICAO.
           MOVE ATV-HORAS-APRESENTADAS TO LL-APRESENTADAS.
           MOVE ATV-HORAS-CREDITADAS TO LL-CREDITADAS.
           MOVE LINHA-LANCAMENTO TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           PERFORM VARYING IDX-CAT FROM 1 BY 1
                   UNTIL IDX-CAT > QTD-CATALOGO
               IF TCA-CATEGORIA(IDX-CAT) = ATV-CATEGORIA
                   ADD ATV-HORAS-CREDITADAS TO TCA-HORAS(IDX-CAT)
               END-IF
           END-PERFORM.

       BUSCAR-EXIGENCIA-CURSO.
           MOVE 0 TO WS-HORAS-MINIMAS.
           PERFORM VARYING IDX-EXI FROM 1 BY 1
                   UNTIL IDX-EXI > QTD-EXIGENCIAS
               IF TEX-CURSO(IDX-EXI) = ALU-CURSO
                   MOVE TEX-HORAS(IDX-EXI) TO WS-HORAS-MINIMAS
               END-IF
           END-PERFORM.

      * Formandos (no maximo WS-LIMITE-RESTANTES disciplinas da
      * grade ainda sem aprovacao) de cursos com exigencia de
      * horas que ainda nao a cumpriram.
       LISTAR-FORMANDOS-PENDENTES.
           DISPLAY "--------------------------------".
           DISPLAY "Formandos com Horas Pendentes".
           DISPLAY "--------------------------------".
           PERFORM CARREGAR-EXIGENCIAS.
           PERFORM CARREGAR-LANCAMENTOS.
           PERFORM CARREGAR-GRADE.
           PERFORM CARREGAR-APROVACOES.
           MOVE 0 TO WS-QTD-FORMANDOS.
           MOVE 0 TO WS-QTD-PENDENTES.
           OPEN INPUT ARQ-ALUNOS.
           IF WS-STATUS-ALUNOS NOT = "00"
               DISPLAY "Erro ao abrir " WS-ARQ-ALUNOS
                  " Status: " WS-STATUS-ALUNOS
               MOVE "AtividadesComplementares" TO WS-ERRLOG-PROGRAMA
               MOVE "LISTAR-FORMANDOS-PENDENTES"
                   TO WS-ERRLOG-PARAGRAFO
               MOVE WS-ARQ-ALUNOS TO WS-ERRLOG-ARQUIVO
               MOVE WS-STATUS-ALUNOS TO WS-ERRLOG-STATUS
               PERFORM GRAVAR-ERRORLOG
           ELSE
               MOVE WS-ARQ-PENDENTES TO WS-ARQ-RELATORIO
               OPEN OUTPUT RELATORIO
               MOVE SPACES TO LINHA-RELATORIO
               STRING "Formandos com atividades complementares "
                   DELIMITED BY SIZE
                   "pendentes - " DELIMITED BY SIZE
                   WS-DATA-HOJE DELIMITED BY SIZE
                   INTO LINHA-RELATORIO
               END-STRING
               WRITE LINHA-RELATORIO
               MOVE SPACES TO LINHA-RELATORIO
               WRITE LINHA-RELATORIO
               MOVE "Matricula Nome" TO LINHA-RELATORIO
               MOVE "Curso" TO LINHA-RELATORIO(43:5)
               MOVE "Horas/Exig  Falta" TO LINHA-RELATORIO(66:17)
               WRITE LINHA-RELATORIO
               MOVE "N" TO WS-FIM-ARQ
               PERFORM UNTIL WS-FIM-ARQ = "S"
                   READ ARQ-ALUNOS NEXT RECORD
                       AT END
                           MOVE "S" TO WS-FIM-ARQ
                       NOT AT END
                           PERFORM AVALIAR-FORMANDO
                   END-READ
               END-PERFORM
               CLOSE RELATORIO
               CLOSE ARQ-ALUNOS
               DISPLAY "Formandos avaliados...: " WS-QTD-FORMANDOS
               DISPLAY "Com horas pendentes...: " WS-QTD-PENDENTES
               DISPLAY "Relatorio gravado em " WS-ARQ-PENDENTES
           END-IF.
           PERFORM INICIO.

       AVALIAR-FORMANDO.
           PERFORM BUSCAR-EXIGENCIA-CURSO.
           IF WS-HORAS-MINIMAS > 0
               MOVE 0 TO WS-RESTANTES
               PERFORM VARYING IDX-GRA FROM 1 BY 1
                       UNTIL IDX-GRA > QTD-GRADE
                   IF TGR-CURSO(IDX-GRA) = ALU-CURSO
                       PERFORM VERIFICAR-APROVACAO
                       IF WS-APROVADA = "N"
                           ADD 1 TO WS-RESTANTES
                       END-IF
                   END-IF
               END-PERFORM
               IF WS-RESTANTES <= WS-LIMITE-RESTANTES
                   ADD 1 TO WS-QTD-FORMANDOS
                   MOVE 0 TO WS-TOTAL-ALUNO
                   PERFORM VARYING IDX-SAL FROM 1 BY 1
                           UNTIL IDX-SAL > QTD-SALDOS
                       IF TSA-MATRICULA(IDX-SAL) = ALU-MATRICULA
                           ADD TSA-HORAS(IDX-SAL) TO WS-TOTAL-ALUNO
                       END-IF
                   END-PERFORM
                   IF WS-TOTAL-ALUNO < WS-HORAS-MINIMAS
                       ADD 1 TO WS-QTD-PENDENTES
                       MOVE ALU-MATRICULA TO LP-MATRICULA
                       MOVE ALU-NOME TO LP-NOME
                       MOVE ALU-CURSO TO LP-CURSO
                       MOVE WS-TOTAL-ALUNO TO LP-HORAS
                       MOVE WS-HORAS-MINIMAS TO LP-MINIMO
                       COMPUTE LP-FALTA
                           = WS-HORAS-MINIMAS - WS-TOTAL-ALUNO
                       MOVE LINHA-PENDENTE TO LINHA-RELATORIO
                       WRITE LINHA-RELATORIO
                   END-IF
               END-IF
           END-IF.

       VERIFICAR-APROVACAO.
           MOVE "N" TO WS-APROVADA.
           PERFORM VARYING IDX-APR FROM 1 BY 1
                   UNTIL IDX-APR > QTD-APROVACOES
                   OR WS-APROVADA = "S"
               IF TAP-MATRICULA(IDX-APR) = ALU-MATRICULA
                       AND TAP-CURSO(IDX-APR)
                           = TGR-DISCIPLINA(IDX-GRA)
                   MOVE "S" TO WS-APROVADA
               END-IF
           END-PERFORM.

       CARREGAR-CATALOGO.
           MOVE 0 TO QTD-CATALOGO.
           MOVE "N" TO WS-FIM-ARQ.
           OPEN INPUT ARQ-CATALOGO.
           IF WS-STATUS-CATALOGO = "00"
               PERFORM UNTIL WS-FIM-ARQ = "S"
                   READ ARQ-CATALOGO
                       AT END
                           MOVE "S" TO WS-FIM-ARQ
                       NOT AT END
                           IF QTD-CATALOGO < 100
                               ADD 1 TO QTD-CATALOGO
                               SET IDX-CAT TO QTD-CATALOGO
                               MOVE ACA-CATEGORIA
                                   TO TCA-CATEGORIA(IDX-CAT)
                               MOVE ACA-DESCRICAO
                                   TO TCA-DESCRICAO(IDX-CAT)
                               MOVE ACA-HORAS-MAXIMAS
                                   TO TCA-MAXIMO(IDX-CAT)
                               MOVE 0 TO TCA-HORAS(IDX-CAT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQ-CATALOGO
           END-IF.

       CARREGAR-EXIGENCIAS.
           MOVE 0 TO QTD-EXIGENCIAS.
           MOVE "N" TO WS-FIM-ARQ.
           OPEN INPUT ARQ-EXIGENCIAS.
           IF WS-STATUS-EXIGENCIAS = "00"
               PERFORM UNTIL WS-FIM-ARQ = "S"
                   READ ARQ-EXIGENCIAS
                       AT END
                           MOVE "S" TO WS-FIM-ARQ
                       NOT AT END
                           IF QTD-EXIGENCIAS < 100
                               ADD 1 TO QTD-EXIGENCIAS
                               SET IDX-EXI TO QTD-EXIGENCIAS
                               MOVE ACU-CURSO TO TEX-CURSO(IDX-EXI)
                               MOVE ACU-HORAS-MINIMAS
                                   TO TEX-HORAS(IDX-EXI)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQ-EXIGENCIAS
           END-IF.

       CARREGAR-LANCAMENTOS.
           MOVE 0 TO QTD-SALDOS.
           MOVE 0 TO QTD-LANCADOS.
           MOVE "N" TO WS-FIM-ARQ.
           OPEN INPUT ARQ-ATIVIDADES.
           IF WS-STATUS-ATIVIDADES = "00"
               PERFORM UNTIL WS-FIM-ARQ = "S"
                   READ ARQ-ATIVIDADES
                       AT END
                           MOVE "S" TO WS-FIM-ARQ
                       NOT AT END
                           MOVE ATV-MATRICULA TO WS-MATRICULA
                           MOVE ATV-CATEGORIA TO WS-CATEGORIA
                           PERFORM LOCALIZAR-SALDO
                           ADD ATV-HORAS-CREDITADAS
                               TO TSA-HORAS(IDX-SAL)
                           IF QTD-LANCADOS < 10000
                               ADD 1 TO QTD-LANCADOS
                               MOVE ATV-MATRICULA
                                   TO WS-CHAVE-MATRICULA
                               MOVE ATV-CATEGORIA
                                   TO WS-CHAVE-CATEGORIA
                               MOVE ATV-DATA-ATIVIDADE
                                   TO WS-CHAVE-DATA
                               MOVE ATV-DESCRICAO
                                   TO WS-CHAVE-DESCRICAO
                               MOVE WS-CHAVE-ATIVIDADE
                                   TO TLA-CHAVE(QTD-LANCADOS)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQ-ATIVIDADES
           END-IF.

       CARREGAR-GRADE.
           MOVE 0 TO QTD-GRADE.
           MOVE "N" TO WS-FIM-ARQ.
           OPEN INPUT ARQ-GRADE.
           IF WS-STATUS-GRADE = "00"
               PERFORM UNTIL WS-FIM-ARQ = "S"
                   READ ARQ-GRADE
                       AT END
                           MOVE "S" TO WS-FIM-ARQ
                       NOT AT END
                           IF QTD-GRADE < 200
                               ADD 1 TO QTD-GRADE
                               SET IDX-GRA TO QTD-GRADE
                               MOVE GRA-CURSO TO TGR-CURSO(IDX-GRA)
                               MOVE GRA-DISCIPLINA
                                   TO TGR-DISCIPLINA(IDX-GRA)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQ-GRADE
           END-IF.

       CARREGAR-APROVACOES.
           MOVE 0 TO QTD-APROVACOES.
           MOVE "N" TO WS-FIM-ARQ.
           OPEN INPUT ARQ-HISTORICO.
           IF WS-STATUS-HISTORICO = "00"
               PERFORM UNTIL WS-FIM-ARQ = "S"
                   READ ARQ-HISTORICO
                       AT END
                           MOVE "S" TO WS-FIM-ARQ
                       NOT AT END
                           IF (HIS-RESULTADO = "Aprovado"
                                   OR HIS-RESULTADO = "APROVEITADO")
                                   AND QTD-APROVACOES < 2000
                               ADD 1 TO QTD-APROVACOES
                               SET IDX-APR TO QTD-APROVACOES
                               MOVE HIS-MATRICULA
                                   TO TAP-MATRICULA(IDX-APR)
                               MOVE HIS-CURSO
                                   TO TAP-CURSO(IDX-APR)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQ-HISTORICO
           END-IF.

       COPY JOBLOGPD.

       COPY ERRLOGPD.

       IDENTIFICATION DIVISION.
           PROGRAM-ID. RevisaoNotas.
           AUTHOR. Fernando Anselmo.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-REVISOES ASSIGN TO WS-ARQ-REVISOES
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-REVISOES.

           SELECT ARQ-POLITICA-REVISAO
               ASSIGN TO WS-ARQ-POLITICA-REVISAO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-POLITICA-REVISAO.

           SELECT ARQUIVO-ALUNOS ASSIGN TO WS-ARQ-ALUNOS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-ALUNOS.

           SELECT ARQ-NOTAS-IDX ASSIGN TO WS-ARQ-NOTAS-IDX
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NOT-MATRICULA
               FILE STATUS IS WS-STATUS-NOTAS.

           SELECT ARQ-NOTAS-AUDITORIA
               ASSIGN TO WS-ARQ-NOTAS-AUDITORIA
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-NOTAS-AUDITORIA.

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

           SELECT ARQ-SORT-REVISAO ASSIGN TO WS-ARQ-SORT-REVISAO.

           COPY POLNOTSL.

           COPY CALENDSL.

           COPY PERLETSL.

           COPY ERRLOGSL.

           COPY JOBLOGSL.

       DATA DIVISION.
       FILE SECTION.
       FD ARQ-REVISOES.
       01 REGISTRO-REVISAO.
           COPY REVNOTA.

       FD ARQ-POLITICA-REVISAO.
       01 REGISTRO-POLITICA-REVISAO.
           COPY POLREV.

       FD ARQUIVO-ALUNOS.
       01 REGISTRO-ALUNO.
           COPY ALUNO-NOTAS.

       FD ARQ-NOTAS-IDX.
       01 REGISTRO-NOTAS-IDX.
           COPY NOTAIDX.

       FD ARQ-NOTAS-AUDITORIA.
       01 REGISTRO-NOTAS-AUDITORIA.
           COPY NOTAAUD.

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

       SD ARQ-SORT-REVISAO.
       01 REG-SORT-REVISAO.
           05 SRT-PROFESSOR        PIC X(8).
           05 SRT-NUMERO           PIC 9(6).
           05 SRT-MATRICULA        PIC X(8).
           05 SRT-TURMA            PIC X(6).
           05 SRT-NOTA             PIC 9(1).
           05 SRT-DATA-PEDIDO      PIC 9(8).
           05 SRT-MOTIVO           PIC X(40).

       COPY POLNOTFD.

       COPY CALENDFD.

       COPY PERLETFD.

       COPY ERRLOGFD.

       COPY JOBLOGFD.

       WORKING-STORAGE SECTION.
       COPY POLNOTWS.

       COPY CALENDWS.

       COPY PERLETWS.

       COPY ERRLOGWS.

       COPY JOBLOGWS.

       01 WS-ARQ-REVISOES        PIC X(40)
           VALUE "REVISOES-NOTAS.DATA".
       01 WS-ARQ-POLITICA-REVISAO PIC X(40)
           VALUE "politica-revisao.ctl".
       01 WS-ARQ-ALUNOS          PIC X(40) VALUE "alunos.data".
       01 WS-ARQ-NOTAS-IDX       PIC X(40) VALUE "notas.idx".
       01 WS-ARQ-NOTAS-AUDITORIA PIC X(40)
           VALUE "NOTAS-AUDITORIA.DATA".
       01 WS-ARQ-TURMAS          PIC X(40) VALUE "turmas.idx".
       01 WS-ARQ-PROFESSORES     PIC X(40) VALUE "professores.idx".
       01 WS-ARQ-RELATORIO       PIC X(40)
           VALUE "REVISOES-NOTAS.LST".
       01 WS-ARQ-SORT-REVISAO    PIC X(40) VALUE "REVISOES.SRT".
       01 WS-ARQUIVOS-DEFINIDOS  PIC X VALUE "N".

       01 WS-STATUS-REVISOES     PIC X(2).
       01 WS-STATUS-POLITICA-REVISAO PIC X(2).
       01 WS-STATUS-ALUNOS       PIC X(2).
       01 WS-STATUS-NOTAS        PIC X(2).
       01 WS-STATUS-NOTAS-AUDITORIA PIC X(2).
       01 WS-STATUS-TURMAS       PIC X(2).
       01 WS-STATUS-PROFESSORES  PIC X(2).
       01 WS-PROFESSORES-ABERTOS PIC X VALUE "N".

       01 WS-OPCAO               PIC 9.
       01 WS-FIM-ARQ             PIC X VALUE "N".
       01 WS-FIM-RETORNO         PIC X VALUE "N".
       01 WS-ENCONTRADO          PIC X VALUE "N".
       01 WS-REGISTRO-VALIDO     PIC X VALUE "S".
       01 WS-MOTIVO-ERRO         PIC X(50).
       01 WS-DATA-HOJE           PIC 9(8).
       01 WS-OPERADOR            PIC X(8).
       01 WS-TOTAL-OPERACOES     PIC 9(5) VALUE 0.

      * Prazo de pedido: PRV-DIAS-UTEIS dias uteis apos a
      * divulgacao das notas; sem data de divulgacao cadastrada
      * o prazo nao e controlado.
       01 WS-DATA-DIVULGACAO     PIC 9(8) VALUE 0.
       01 WS-DIAS-UTEIS-PRAZO    PIC 9(2) VALUE 5.
       01 WS-DATA-LIMITE         PIC 9(8) VALUE 0.
       01 WS-DIAS-CONTADOS       PIC 9(2).

       01 WS-MATRICULA           PIC X(8).
       01 WS-TURMA               PIC X(6).
       01 WS-NOTA-TXT            PIC X(1).
       01 WS-NOTA-NUM            PIC 9(1).
       01 WS-MOTIVO              PIC X(40).
       01 WS-PROFESSOR           PIC X(8).
       01 WS-ULTIMO-NUMERO       PIC 9(6).

       01 WS-NUMERO-TXT          PIC X(6).
       01 WS-NUMERO              PIC 9(6).
       01 WS-DECISAO             PIC X(1).
       01 WS-NOTA-NOVA           PIC 9(3)V9(2).
       01 WS-NOTA-ANTERIOR       PIC 9(3)V9(2).
       01 WS-MEDIA-ANTERIOR      PIC 9(3)V9(2).
       01 WS-RESULTADO-ANTERIOR  PIC X(10).
       01 WS-NOTA-APLICADA       PIC X VALUE "N".
       01 WS-PEDIDO-ACHADO       PIC X VALUE "N".
       01 WS-PEDIDO.
           05 WS-PED-MATRICULA   PIC X(8).
           05 WS-PED-NOTA        PIC 9(1).
           05 WS-PED-SITUACAO    PIC X(1).

       01 WS-PROFESSOR-PEDIDO    PIC X(8).
       01 WS-PROFESSOR-GRUPO     PIC X(8).
       01 WS-NOME-PROFESSOR      PIC X(30).
       01 WS-QTD-LISTADOS        PIC 9(5).

       01 WS-COMPETENCIA-TXT     PIC X(6).
       01 WS-COMPETENCIA         PIC 9(6).
       01 WS-DATA-PEDIDO-AAAAMM  PIC 9(6).
       01 ACHOU-PROFESSOR        PIC X VALUE "N".
       01 QTD-PROFESSORES-REV    PIC 9(3) VALUE 0.
       01 TABELA-PROFESSORES-REV.
           05 TPV-ITEM OCCURS 200 TIMES INDEXED BY IDX-PRV.
               10 TPV-PROFESSOR      PIC X(8).
               10 TPV-PEDIDOS        PIC 9(5).
               10 TPV-PENDENTES      PIC 9(5).
               10 TPV-DEFERIDOS      PIC 9(5).
               10 TPV-INDEFERIDOS    PIC 9(5).
       01 WS-TOTAIS-MES.
           05 WS-TOT-PEDIDOS         PIC 9(5).
           05 WS-TOT-PENDENTES       PIC 9(5).
           05 WS-TOT-DEFERIDOS       PIC 9(5).
           05 WS-TOT-INDEFERIDOS     PIC 9(5).

       01 NOTA-ED                PIC ZZ9.99.
       01 LINHA-PENDENTE.
           05 LP-NUMERO          PIC 9(6).
           05 FILLER             PIC X(2) VALUE SPACES.
           05 LP-DATA            PIC 9(8).
           05 FILLER             PIC X(2) VALUE SPACES.
           05 LP-MATRICULA       PIC X(8).
           05 FILLER             PIC X(2) VALUE SPACES.
           05 LP-TURMA           PIC X(6).
           05 FILLER             PIC X(7) VALUE "  Nota ".
           05 LP-NOTA            PIC 9(1).
           05 FILLER             PIC X(2) VALUE SPACES.
           05 LP-MOTIVO          PIC X(40).

       01 LINHA-MENSAL.
           05 LM-PROFESSOR       PIC X(8).
           05 FILLER             PIC X(2) VALUE SPACES.
           05 LM-NOME            PIC X(30).
           05 FILLER             PIC X(2) VALUE SPACES.
           05 LM-PEDIDOS         PIC ZZZZ9.
           05 FILLER             PIC X(2) VALUE SPACES.
           05 LM-DEFERIDOS       PIC ZZZZ9.
           05 FILLER             PIC X(2) VALUE SPACES.
           05 LM-INDEFERIDOS     PIC ZZZZ9.
           05 FILLER             PIC X(2) VALUE SPACES.
           05 LM-PENDENTES       PIC ZZZZ9.

       PROCEDURE DIVISION.
       INICIO.
           IF WS-ARQUIVOS-DEFINIDOS = "N"
               PERFORM DEFINIR-ARQUIVOS
               MOVE "S" TO WS-ARQUIVOS-DEFINIDOS
               MOVE "RevisaoNotas" TO WS-JOBLOG-PROGRAMA
               MOVE "INICIO" TO WS-JOBLOG-EVENTO
               PERFORM GRAVAR-JOBLOG
               PERFORM LER-POLITICA-NOTAS
               PERFORM LER-POLITICA-REVISAO
               PERFORM LER-PERIODO-LETIVO
           END-IF.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
           DISPLAY "--------------------------------".
           DISPLAY "Revisao de Notas".
           DISPLAY "--------------------------------".
           DISPLAY " 1 - Registrar Pedido de Revisao".
           DISPLAY " 2 - Pedidos Pendentes por Professor".
           DISPLAY " 3 - Registrar Decisao".
           DISPLAY " 4 - Relatorio Mensal de Revisoes".
           DISPLAY " 5 - Sair".
           DISPLAY "--------------------------------".
           DISPLAY "Escolha uma opcao: ".
           ACCEPT WS-OPCAO.

           EVALUATE WS-OPCAO
               WHEN 1
                   PERFORM REGISTRAR-PEDIDO
               WHEN 2
                   PERFORM LISTAR-PENDENTES
               WHEN 3
                   PERFORM REGISTRAR-DECISAO
               WHEN 4
                   PERFORM RELATORIO-MENSAL
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
           ACCEPT WS-ARQ-REVISOES FROM ENVIRONMENT "REVISOES_NOTAS"
               ON EXCEPTION
                   MOVE "REVISOES-NOTAS.DATA" TO WS-ARQ-REVISOES
           END-ACCEPT.
           ACCEPT WS-ARQ-POLITICA-REVISAO FROM ENVIRONMENT
                   "POLITICA_REVISAO"
               ON EXCEPTION
                   MOVE "politica-revisao.ctl"
                       TO WS-ARQ-POLITICA-REVISAO
           END-ACCEPT.
           ACCEPT WS-ARQ-ALUNOS FROM ENVIRONMENT "ALUNOS_DATA"
               ON EXCEPTION
                   MOVE "alunos.data" TO WS-ARQ-ALUNOS
           END-ACCEPT.
           ACCEPT WS-ARQ-NOTAS-IDX FROM ENVIRONMENT "NOTAS_IDX"
               ON EXCEPTION
                   MOVE "notas.idx" TO WS-ARQ-NOTAS-IDX
           END-ACCEPT.
           ACCEPT WS-ARQ-NOTAS-AUDITORIA FROM ENVIRONMENT
                   "NOTAS_AUDITORIA"
               ON EXCEPTION
                   MOVE "NOTAS-AUDITORIA.DATA"
                       TO WS-ARQ-NOTAS-AUDITORIA
           END-ACCEPT.
           ACCEPT WS-ARQ-TURMAS FROM ENVIRONMENT "TURMAS_IDX"
               ON EXCEPTION
                   MOVE "turmas.idx" TO WS-ARQ-TURMAS
           END-ACCEPT.
           ACCEPT WS-ARQ-PROFESSORES FROM ENVIRONMENT "PROFESSORES_IDX"
               ON EXCEPTION
                   MOVE "professores.idx" TO WS-ARQ-PROFESSORES
           END-ACCEPT.
           ACCEPT WS-ARQ-RELATORIO FROM ENVIRONMENT "REVISOES_LST"
               ON EXCEPTION
                   MOVE "REVISOES-NOTAS.LST" TO WS-ARQ-RELATORIO
           END-ACCEPT.
           ACCEPT WS-OPERADOR FROM ENVIRONMENT "OPERADOR_ATUAL"
               ON EXCEPTION
                   MOVE SPACES TO WS-OPERADOR
           END-ACCEPT.
           IF WS-OPERADOR = SPACES
               MOVE "--------" TO WS-OPERADOR
           END-IF.

       LER-POLITICA-REVISAO.
           OPEN INPUT ARQ-POLITICA-REVISAO.
           IF WS-STATUS-POLITICA-REVISAO = "00"
               READ ARQ-POLITICA-REVISAO
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PRV-DATA-DIVULGACAO IS NUMERIC
                           MOVE PRV-DATA-DIVULGACAO
                               TO WS-DATA-DIVULGACAO
                       END-IF
                       IF PRV-DIAS-UTEIS IS NUMERIC
                           MOVE PRV-DIAS-UTEIS TO WS-DIAS-UTEIS-PRAZO
                       END-IF
               END-READ
               CLOSE ARQ-POLITICA-REVISAO
           END-IF.
           IF WS-DATA-DIVULGACAO > 0
               PERFORM CALCULAR-PRAZO-REVISAO
           END-IF.

      * Conta os dias uteis seguintes a divulgacao pelo calendario
      * empresarial; o ultimo deles e o limite para o pedido.
       CALCULAR-PRAZO-REVISAO.
           PERFORM ABRIR-CALENDARIO.
           MOVE WS-DATA-DIVULGACAO TO WS-CAL-DATA-CONSULTA.
           MOVE 0 TO WS-DIAS-CONTADOS.
           PERFORM UNTIL WS-DIAS-CONTADOS >= WS-DIAS-UTEIS-PRAZO
               COMPUTE WS-CAL-DIAS-CORRIDOS
                   = FUNCTION INTEGER-OF-DATE
                       (WS-CAL-DATA-CONSULTA) + 1
               COMPUTE WS-CAL-DATA-CONSULTA
                   = FUNCTION DATE-OF-INTEGER
                       (WS-CAL-DIAS-CORRIDOS)
               PERFORM VERIFICAR-DIA-UTIL
               IF WS-CAL-DIA-UTIL = "S"
                   ADD 1 TO WS-DIAS-CONTADOS
               END-IF
           END-PERFORM.
           MOVE WS-CAL-DATA-CONSULTA TO WS-DATA-LIMITE.
           PERFORM FECHAR-CALENDARIO.

       REGISTRAR-PEDIDO.
           DISPLAY "--------------------------------".
           DISPLAY "Registrar Pedido de Revisao".
           DISPLAY "--------------------------------".
           DISPLAY "Matricula do aluno: ".
           ACCEPT WS-MATRICULA.
           DISPLAY "Turma: ".
           ACCEPT WS-TURMA.
           DISPLAY "Nota contestada (1 a 4): ".
           ACCEPT WS-NOTA-TXT.
           DISPLAY "Motivo: ".
           ACCEPT WS-MOTIVO.
           PERFORM VALIDAR-PEDIDO.
           IF WS-REGISTRO-VALIDO = "N"
               DISPLAY "Pedido rejeitado: " WS-MOTIVO-ERRO
           ELSE
               PERFORM GRAVAR-PEDIDO
           END-IF.
           PERFORM INICIO.

       VALIDAR-PEDIDO.
           MOVE "S" TO WS-REGISTRO-VALIDO.
           MOVE SPACES TO WS-MOTIVO-ERRO.
           IF WS-MATRICULA = SPACES OR WS-TURMA = SPACES
               MOVE "N" TO WS-REGISTRO-VALIDO
               MOVE "Matricula e turma obrigatorias"
                   TO WS-MOTIVO-ERRO
           END-IF.
           IF WS-REGISTRO-VALIDO = "S"
               IF WS-NOTA-TXT IS NUMERIC
                   MOVE WS-NOTA-TXT TO WS-NOTA-NUM
               ELSE
                   MOVE 0 TO WS-NOTA-NUM
               END-IF
               IF WS-NOTA-NUM < 1 OR WS-NOTA-NUM > 4
                   MOVE "N" TO WS-REGISTRO-VALIDO
                   MOVE "Nota deve ser 1, 2, 3 ou 4"
                       TO WS-MOTIVO-ERRO
               END-IF
           END-IF.
           IF WS-REGISTRO-VALIDO = "S" AND WS-MOTIVO = SPACES
               MOVE "N" TO WS-REGISTRO-VALIDO
               MOVE "Motivo obrigatorio" TO WS-MOTIVO-ERRO
           END-IF.
           IF WS-REGISTRO-VALIDO = "S" AND WS-DATA-LIMITE > 0
                   AND WS-DATA-HOJE > WS-DATA-LIMITE
               MOVE "N" TO WS-REGISTRO-VALIDO
               MOVE SPACES TO WS-MOTIVO-ERRO
               STRING "Fora do prazo de revisao (limite "
                   DELIMITED BY SIZE
                   WS-DATA-LIMITE DELIMITED BY SIZE
                   ")" DELIMITED BY SIZE
                   INTO WS-MOTIVO-ERRO
               END-STRING
           END-IF.
           IF WS-REGISTRO-VALIDO = "S"
               PERFORM LOCALIZAR-TURMA-ALUNO
           END-IF.
           IF WS-REGISTRO-VALIDO = "S"
               PERFORM VERIFICAR-PEDIDO-ABERTO
           END-IF.

      * O aluno precisa estar na turma no periodo letivo corrente;
      * o professor da turma e quem decide o pedido.
       LOCALIZAR-TURMA-ALUNO.
           OPEN INPUT ARQ-TURMAS.
           IF WS-STATUS-TURMAS NOT = "00"
               MOVE "N" TO WS-REGISTRO-VALIDO
               MOVE "Cadastro de turmas indisponivel"
                   TO WS-MOTIVO-ERRO
           ELSE
               MOVE WS-PERIODO-LETIVO TO TUR-PERIODO
               MOVE WS-TURMA TO TUR-CODIGO
               MOVE WS-MATRICULA TO TUR-MATRICULA-ALUNO
               READ ARQ-TURMAS
                   INVALID KEY
                       MOVE "N" TO WS-REGISTRO-VALIDO
                       MOVE "Aluno nao matriculado na turma"
                           TO WS-MOTIVO-ERRO
                   NOT INVALID KEY
                       MOVE TUR-MATRICULA-PROFESSOR TO WS-PROFESSOR
               END-READ
               CLOSE ARQ-TURMAS
           END-IF.

      * Um pedido pendente por aluno, turma e nota; apura tambem o
      * ultimo numero usado.
       VERIFICAR-PEDIDO-ABERTO.
           MOVE 0 TO WS-ULTIMO-NUMERO.
           MOVE "N" TO WS-FIM-ARQ.
           OPEN INPUT ARQ-REVISOES.
           IF WS-STATUS-REVISOES = "00"
               PERFORM UNTIL WS-FIM-ARQ = "S"
                   READ ARQ-REVISOES
                       AT END
                           MOVE "S" TO WS-FIM-ARQ
                       NOT AT END
                           IF RVN-NUMERO > WS-ULTIMO-NUMERO
                               MOVE RVN-NUMERO TO WS-ULTIMO-NUMERO
                           END-IF
                           IF RVN-MATRICULA = WS-MATRICULA
                                   AND RVN-TURMA = WS-TURMA
                                   AND RVN-PERIODO
                                       = WS-PERIODO-LETIVO
                                   AND RVN-NOTA = WS-NOTA-NUM
                                   AND REVISAO-PENDENTE
                               MOVE "N" TO WS-REGISTRO-VALIDO
                               MOVE "Ja existe pedido pendente"
                                   TO WS-MOTIVO-ERRO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQ-REVISOES
           END-IF.

       GRAVAR-PEDIDO.
           OPEN EXTEND ARQ-REVISOES.
           IF WS-STATUS-REVISOES = "35"
               OPEN OUTPUT ARQ-REVISOES
           END-IF.
           IF WS-STATUS-REVISOES NOT = "00"
               DISPLAY "Erro ao abrir arquivo! Status: "
                  WS-STATUS-REVISOES
               MOVE "RevisaoNotas" TO WS-ERRLOG-PROGRAMA
               MOVE "GRAVAR-PEDIDO" TO WS-ERRLOG-PARAGRAFO
               MOVE WS-ARQ-REVISOES TO WS-ERRLOG-ARQUIVO
               MOVE WS-STATUS-REVISOES TO WS-ERRLOG-STATUS
               PERFORM GRAVAR-ERRORLOG
           ELSE
               INITIALIZE REGISTRO-REVISAO
               COMPUTE RVN-NUMERO = WS-ULTIMO-NUMERO + 1
               MOVE WS-MATRICULA TO RVN-MATRICULA
               MOVE WS-PERIODO-LETIVO TO RVN-PERIODO
               MOVE WS-TURMA TO RVN-TURMA
               MOVE WS-PROFESSOR TO RVN-PROFESSOR
               MOVE WS-NOTA-NUM TO RVN-NOTA
               MOVE WS-MOTIVO TO RVN-MOTIVO
               MOVE WS-DATA-HOJE TO RVN-DATA-PEDIDO
               MOVE "P" TO RVN-SITUACAO
               MOVE WS-OPERADOR TO RVN-OPERADOR
               WRITE REGISTRO-REVISAO
               CLOSE ARQ-REVISOES
               DISPLAY "Pedido " RVN-NUMERO " registrado para o "
                  "professor " WS-PROFESSOR
               ADD 1 TO WS-TOTAL-OPERACOES
           END-IF.

       LISTAR-PENDENTES.
           DISPLAY "--------------------------------".
           DISPLAY "Pedidos Pendentes por Professor".
           DISPLAY "--------------------------------".
           DISPLAY "Matricula do professor (branco = todos): ".
           ACCEPT WS-PROFESSOR-PEDIDO.
           OPEN INPUT ARQ-REVISOES.
           IF WS-STATUS-REVISOES NOT = "00"
               DISPLAY "Nenhum pedido em " WS-ARQ-REVISOES
           ELSE
               CLOSE ARQ-REVISOES
               MOVE "N" TO WS-PROFESSORES-ABERTOS
               OPEN INPUT ARQ-PROFESSORES
               IF WS-STATUS-PROFESSORES = "00"
                   MOVE "S" TO WS-PROFESSORES-ABERTOS
               END-IF
               OPEN OUTPUT RELATORIO
               MOVE SPACES TO LINHA-RELATORIO
               STRING "Pedidos de revisao pendentes em "
                   DELIMITED BY SIZE
                   WS-DATA-HOJE DELIMITED BY SIZE
                   INTO LINHA-RELATORIO
               END-STRING
               WRITE LINHA-RELATORIO
               MOVE 0 TO WS-QTD-LISTADOS
               SORT ARQ-SORT-REVISAO
                   ON ASCENDING KEY SRT-PROFESSOR SRT-NUMERO
                   INPUT PROCEDURE IS SELECIONAR-PENDENTES
                   OUTPUT PROCEDURE IS ESCREVER-PENDENTES
               CLOSE RELATORIO
               IF WS-PROFESSORES-ABERTOS = "S"
                   CLOSE ARQ-PROFESSORES
               END-IF
               DISPLAY "Pendentes listados: " WS-QTD-LISTADOS
               DISPLAY "Relatorio gravado em " WS-ARQ-RELATORIO
           END-IF.
           PERFORM INICIO.

       SELECIONAR-PENDENTES.
           MOVE "N" TO WS-FIM-ARQ.
           OPEN INPUT ARQ-REVISOES.
           PERFORM UNTIL WS-FIM-ARQ = "S"
               READ ARQ-REVISOES
                   AT END
                       MOVE "S" TO WS-FIM-ARQ
                   NOT AT END
                       IF REVISAO-PENDENTE
                               AND (WS-PROFESSOR-PEDIDO = SPACES
                               OR RVN-PROFESSOR = WS-PROFESSOR-PEDIDO)
                           MOVE RVN-PROFESSOR TO SRT-PROFESSOR
                           MOVE RVN-NUMERO TO SRT-NUMERO
                           MOVE RVN-MATRICULA TO SRT-MATRICULA
                           MOVE RVN-TURMA TO SRT-TURMA
                           MOVE RVN-NOTA TO SRT-NOTA
                           MOVE RVN-DATA-PEDIDO TO SRT-DATA-PEDIDO
                           MOVE RVN-MOTIVO TO SRT-MOTIVO
                           RELEASE REG-SORT-REVISAO
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ARQ-REVISOES.

       ESCREVER-PENDENTES.
           MOVE LOW-VALUES TO WS-PROFESSOR-GRUPO.
           MOVE "N" TO WS-FIM-RETORNO.
           PERFORM UNTIL WS-FIM-RETORNO = "S"
               RETURN ARQ-SORT-REVISAO
                   AT END
                       MOVE "S" TO WS-FIM-RETORNO
                   NOT AT END
                       IF SRT-PROFESSOR NOT = WS-PROFESSOR-GRUPO
                           MOVE SRT-PROFESSOR TO WS-PROFESSOR-GRUPO
                           PERFORM ESCREVER-CABECALHO-PROFESSOR
                       END-IF
                       MOVE SRT-NUMERO TO LP-NUMERO
                       MOVE SRT-DATA-PEDIDO TO LP-DATA
                       MOVE SRT-MATRICULA TO LP-MATRICULA
                       MOVE SRT-TURMA TO LP-TURMA
                       MOVE SRT-NOTA TO LP-NOTA
                       MOVE SRT-MOTIVO TO LP-MOTIVO
                       MOVE LINHA-PENDENTE TO LINHA-RELATORIO
                       WRITE LINHA-RELATORIO
                       ADD 1 TO WS-QTD-LISTADOS
               END-RETURN
           END-PERFORM.

       ESCREVER-CABECALHO-PROFESSOR.
           MOVE WS-PROFESSOR-GRUPO TO PRO-MATRICULA.
           PERFORM BUSCAR-NOME-PROFESSOR.
           MOVE SPACES TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "Professor: " DELIMITED BY SIZE
               WS-PROFESSOR-GRUPO DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-NOME-PROFESSOR DELIMITED BY SIZE
               INTO LINHA-RELATORIO
           END-STRING.
           WRITE LINHA-RELATORIO.
           MOVE "Pedido  Data      Matricula Turma   Nota Motivo"
               TO LINHA-RELATORIO.
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

       REGISTRAR-DECISAO.
           DISPLAY "--------------------------------".
           DISPLAY "Registrar Decisao".
           DISPLAY "--------------------------------".
           DISPLAY "Numero do pedido: ".
           ACCEPT WS-NUMERO-TXT.
           IF WS-NUMERO-TXT IS NUMERIC
               MOVE WS-NUMERO-TXT TO WS-NUMERO
               PERFORM LOCALIZAR-PEDIDO
           ELSE
               MOVE "N" TO WS-PEDIDO-ACHADO
           END-IF.
           IF WS-PEDIDO-ACHADO = "N"
               DISPLAY "Pedido nao encontrado."
           ELSE
           IF WS-PED-SITUACAO NOT = "P"
               DISPLAY "Pedido ja decidido."
           ELSE
               DISPLAY "Decisao (D=deferir I=indeferir): "
               ACCEPT WS-DECISAO
               EVALUATE WS-DECISAO
                   WHEN "D"
                       DISPLAY "Nova nota: " WITH NO ADVANCING
                       ACCEPT WS-NOTA-NOVA
                       IF WS-NOTA-NOVA > 10
                           DISPLAY "Nota invalida!"
                       ELSE
                           PERFORM APLICAR-NOVA-NOTA
                           IF WS-NOTA-APLICADA = "S"
                               PERFORM ATUALIZAR-PEDIDO
                           END-IF
                       END-IF
                   WHEN "I"
                       MOVE 0 TO WS-NOTA-ANTERIOR
                       MOVE 0 TO WS-NOTA-NOVA
                       PERFORM ATUALIZAR-PEDIDO
                   WHEN OTHER
                       DISPLAY "Decisao invalida!"
               END-EVALUATE
           END-IF
           END-IF.
           PERFORM INICIO.

       LOCALIZAR-PEDIDO.
           MOVE "N" TO WS-PEDIDO-ACHADO.
           MOVE "N" TO WS-FIM-ARQ.
           OPEN INPUT ARQ-REVISOES.
           IF WS-STATUS-REVISOES = "00"
               PERFORM UNTIL WS-FIM-ARQ = "S"
                   READ ARQ-REVISOES
                       AT END
                           MOVE "S" TO WS-FIM-ARQ
                       NOT AT END
                           IF RVN-NUMERO = WS-NUMERO
                               MOVE "S" TO WS-PEDIDO-ACHADO
                               MOVE "S" TO WS-FIM-ARQ
                               MOVE RVN-MATRICULA TO WS-PED-MATRICULA
                               MOVE RVN-NOTA TO WS-PED-NOTA
                               MOVE RVN-SITUACAO TO WS-PED-SITUACAO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQ-REVISOES
           END-IF.

      * Caminho normal de alteracao de nota: alunos.data, notas.idx
      * e trilha de auditoria, com o numero do pedido como motivo.
       APLICAR-NOVA-NOTA.
           MOVE "N" TO WS-NOTA-APLICADA.
           MOVE "N" TO WS-FIM-ARQ.
           OPEN I-O ARQUIVO-ALUNOS.
           IF WS-STATUS-ALUNOS NOT = "00"
               DISPLAY "Erro ao abrir " WS-ARQ-ALUNOS
                  " Status: " WS-STATUS-ALUNOS
               MOVE "RevisaoNotas" TO WS-ERRLOG-PROGRAMA
               MOVE "APLICAR-NOVA-NOTA" TO WS-ERRLOG-PARAGRAFO
               MOVE WS-ARQ-ALUNOS TO WS-ERRLOG-ARQUIVO
               MOVE WS-STATUS-ALUNOS TO WS-ERRLOG-STATUS
               PERFORM GRAVAR-ERRORLOG
           ELSE
               PERFORM UNTIL WS-FIM-ARQ = "S"
                   READ ARQUIVO-ALUNOS
                       AT END
                           MOVE "S" TO WS-FIM-ARQ
                       NOT AT END
                           IF REGISTRO-ALUNO(1:3) NOT = "HDR"
                                   AND REGISTRO-ALUNO(1:3) NOT = "TRL"
                                   AND MATRICULA-ALUNO
                                       = WS-PED-MATRICULA
                               PERFORM REGRAVAR-NOTA-ALUNO
                               MOVE "S" TO WS-NOTA-APLICADA
                               MOVE "S" TO WS-FIM-ARQ
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQUIVO-ALUNOS
               IF WS-NOTA-APLICADA = "N"
                   DISPLAY "Matricula nao encontrada em "
                      WS-ARQ-ALUNOS
               ELSE
                   PERFORM ATUALIZAR-NOTAS-IDX
                   PERFORM GRAVAR-AUDITORIA-NOTAS
                   MOVE MEDIA TO NOTA-ED
                   DISPLAY "Nota alterada. Nova media: " NOTA-ED
                      "  " RESULTADO
               END-IF
           END-IF.

       REGRAVAR-NOTA-ALUNO.
           MOVE MEDIA TO WS-MEDIA-ANTERIOR.
           MOVE RESULTADO TO WS-RESULTADO-ANTERIOR.
           EVALUATE WS-PED-NOTA
               WHEN 1
                   MOVE NOTA-1 TO WS-NOTA-ANTERIOR
                   MOVE WS-NOTA-NOVA TO NOTA-1
               WHEN 2
                   MOVE NOTA-2 TO WS-NOTA-ANTERIOR
                   MOVE WS-NOTA-NOVA TO NOTA-2
               WHEN 3
                   MOVE NOTA-3 TO WS-NOTA-ANTERIOR
                   MOVE WS-NOTA-NOVA TO NOTA-3
               WHEN 4
                   MOVE NOTA-4 TO WS-NOTA-ANTERIOR
                   MOVE WS-NOTA-NOVA TO NOTA-4
           END-EVALUATE.
           COMPUTE MEDIA = (NOTA-1 * WS-POL-PESO-1)
               + (NOTA-2 * WS-POL-PESO-2)
               + (NOTA-3 * WS-POL-PESO-3)
               + (NOTA-4 * WS-POL-PESO-4).
           IF MEDIA >= WS-POL-NOTA-CORTE
               MOVE "Aprovado" TO RESULTADO
           ELSE
               MOVE "Reprovado" TO RESULTADO
           END-IF.
           REWRITE REGISTRO-ALUNO.

       ATUALIZAR-NOTAS-IDX.
           OPEN I-O ARQ-NOTAS-IDX.
           IF WS-STATUS-NOTAS = "00"
               MOVE WS-PED-MATRICULA TO NOT-MATRICULA
               READ ARQ-NOTAS-IDX
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE NOTA-1 TO NOT-NOTA-1
                       MOVE NOTA-2 TO NOT-NOTA-2
                       MOVE NOTA-3 TO NOT-NOTA-3
                       MOVE NOTA-4 TO NOT-NOTA-4
                       MOVE MEDIA TO NOT-MEDIA
                       MOVE RESULTADO TO NOT-RESULTADO
                       REWRITE REGISTRO-NOTAS-IDX
               END-READ
               CLOSE ARQ-NOTAS-IDX
           END-IF.

       GRAVAR-AUDITORIA-NOTAS.
           OPEN EXTEND ARQ-NOTAS-AUDITORIA.
           IF WS-STATUS-NOTAS-AUDITORIA = "35"
               OPEN OUTPUT ARQ-NOTAS-AUDITORIA
           END-IF.
           MOVE MATRICULA-ALUNO TO NAU-MATRICULA.
           MOVE NOME-ALUNO TO NAU-NOME.
           MOVE NOTA-1 TO NAU-NOTA-1.
           MOVE NOTA-2 TO NAU-NOTA-2.
           MOVE NOTA-3 TO NAU-NOTA-3.
           MOVE NOTA-4 TO NAU-NOTA-4.
           MOVE WS-MEDIA-ANTERIOR TO NAU-MEDIA-ANTERIOR.
           MOVE WS-RESULTADO-ANTERIOR TO NAU-RESULTADO-ANTERIOR.
           MOVE MEDIA TO NAU-MEDIA-NOVA.
           MOVE RESULTADO TO NAU-RESULTADO-NOVO.
           MOVE WS-DATA-HOJE TO NAU-DATA.
           MOVE SPACES TO NAU-MOTIVO.
           STRING "REVISAO " DELIMITED BY SIZE
               WS-NUMERO DELIMITED BY SIZE
               INTO NAU-MOTIVO
           END-STRING.
           MOVE WS-OPERADOR TO NAU-OPERADOR.
           WRITE REGISTRO-NOTAS-AUDITORIA.
           CLOSE ARQ-NOTAS-AUDITORIA.

       ATUALIZAR-PEDIDO.
           MOVE "N" TO WS-ENCONTRADO.
           MOVE "N" TO WS-FIM-ARQ.
           OPEN I-O ARQ-REVISOES.
           IF WS-STATUS-REVISOES NOT = "00"
               DISPLAY "Erro ao abrir " WS-ARQ-REVISOES
                  " Status: " WS-STATUS-REVISOES
               MOVE "RevisaoNotas" TO WS-ERRLOG-PROGRAMA
               MOVE "ATUALIZAR-PEDIDO" TO WS-ERRLOG-PARAGRAFO
               MOVE WS-ARQ-REVISOES TO WS-ERRLOG-ARQUIVO
               MOVE WS-STATUS-REVISOES TO WS-ERRLOG-STATUS
               PERFORM GRAVAR-ERRORLOG
           ELSE
               PERFORM UNTIL WS-FIM-ARQ = "S"
                   READ ARQ-REVISOES
                       AT END
                           MOVE "S" TO WS-FIM-ARQ
                       NOT AT END
                           IF RVN-NUMERO = WS-NUMERO
                               MOVE WS-DECISAO TO RVN-SITUACAO
                               MOVE WS-NOTA-ANTERIOR
                                   TO RVN-NOTA-ANTERIOR
                               MOVE WS-NOTA-NOVA TO RVN-NOTA-NOVA
                               MOVE WS-DATA-HOJE TO RVN-DATA-DECISAO
                               MOVE WS-OPERADOR TO RVN-OPERADOR
                               REWRITE REGISTRO-REVISAO
                               MOVE "S" TO WS-ENCONTRADO
                               MOVE "S" TO WS-FIM-ARQ
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQ-REVISOES
               IF WS-ENCONTRADO = "S"
                   DISPLAY "Decisao registrada no pedido " WS-NUMERO
                   ADD 1 TO WS-TOTAL-OPERACOES
               END-IF
           END-IF.

      * Pedidos feitos no mes, por professor e desfecho.
       RELATORIO-MENSAL.
           DISPLAY "--------------------------------".
           DISPLAY "Relatorio Mensal de Revisoes".
           DISPLAY "--------------------------------".
           DISPLAY "Competencia (AAAAMM): ".
           ACCEPT WS-COMPETENCIA-TXT.
           IF WS-COMPETENCIA-TXT NOT NUMERIC
               DISPLAY "Competencia invalida!"
           ELSE
               MOVE WS-COMPETENCIA-TXT TO WS-COMPETENCIA
               PERFORM APURAR-REVISOES-MES
               PERFORM ESCREVER-RELATORIO-MENSAL
           END-IF.
           PERFORM INICIO.

       APURAR-REVISOES-MES.
           MOVE 0 TO QTD-PROFESSORES-REV.
           INITIALIZE WS-TOTAIS-MES.
           MOVE "N" TO WS-FIM-ARQ.
           OPEN INPUT ARQ-REVISOES.
           IF WS-STATUS-REVISOES = "00"
               PERFORM UNTIL WS-FIM-ARQ = "S"
                   READ ARQ-REVISOES
                       AT END
                           MOVE "S" TO WS-FIM-ARQ
                       NOT AT END
                           COMPUTE WS-DATA-PEDIDO-AAAAMM
                               = RVN-DATA-PEDIDO / 100
                           IF WS-DATA-PEDIDO-AAAAMM = WS-COMPETENCIA
                               PERFORM ACUMULAR-PROFESSOR-MES
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQ-REVISOES
           END-IF.

       ACUMULAR-PROFESSOR-MES.
           MOVE "N" TO ACHOU-PROFESSOR.
           PERFORM VARYING IDX-PRV FROM 1 BY 1
                   UNTIL IDX-PRV > QTD-PROFESSORES-REV
                   OR ACHOU-PROFESSOR = "S"
               IF TPV-PROFESSOR(IDX-PRV) = RVN-PROFESSOR
                   MOVE "S" TO ACHOU-PROFESSOR
               END-IF
           END-PERFORM.
           IF ACHOU-PROFESSOR = "S"
               SET IDX-PRV DOWN BY 1
           ELSE
               IF QTD-PROFESSORES-REV < 200
                   ADD 1 TO QTD-PROFESSORES-REV
                   SET IDX-PRV TO QTD-PROFESSORES-REV
                   MOVE RVN-PROFESSOR TO TPV-PROFESSOR(IDX-PRV)
                   MOVE 0 TO TPV-PEDIDOS(IDX-PRV)
                   MOVE 0 TO TPV-PENDENTES(IDX-PRV)
                   MOVE 0 TO TPV-DEFERIDOS(IDX-PRV)
                   MOVE 0 TO TPV-INDEFERIDOS(IDX-PRV)
                   MOVE "S" TO ACHOU-PROFESSOR
               END-IF
           END-IF.
           IF ACHOU-PROFESSOR = "S"
               ADD 1 TO TPV-PEDIDOS(IDX-PRV)
               ADD 1 TO WS-TOT-PEDIDOS
               EVALUATE TRUE
                   WHEN REVISAO-DEFERIDA
                       ADD 1 TO TPV-DEFERIDOS(IDX-PRV)
                       ADD 1 TO WS-TOT-DEFERIDOS
                   WHEN REVISAO-INDEFERIDA
                       ADD 1 TO TPV-INDEFERIDOS(IDX-PRV)
                       ADD 1 TO WS-TOT-INDEFERIDOS
                   WHEN OTHER
                       ADD 1 TO TPV-PENDENTES(IDX-PRV)
                       ADD 1 TO WS-TOT-PENDENTES
               END-EVALUATE
           END-IF.

       ESCREVER-RELATORIO-MENSAL.
           MOVE "N" TO WS-PROFESSORES-ABERTOS.
           OPEN INPUT ARQ-PROFESSORES.
           IF WS-STATUS-PROFESSORES = "00"
               MOVE "S" TO WS-PROFESSORES-ABERTOS
           END-IF.
           OPEN OUTPUT RELATORIO.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "Revisoes de nota - competencia " DELIMITED BY SIZE
               WS-COMPETENCIA DELIMITED BY SIZE
               INTO LINHA-RELATORIO
           END-STRING.
           WRITE LINHA-RELATORIO.
           MOVE SPACES TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE "Professor Nome" TO LINHA-RELATORIO.
           MOVE "Pedidos Deferid Indefer Pendent"
               TO LINHA-RELATORIO(42:31).
           WRITE LINHA-RELATORIO.
           PERFORM VARYING IDX-PRV FROM 1 BY 1
                   UNTIL IDX-PRV > QTD-PROFESSORES-REV
               MOVE TPV-PROFESSOR(IDX-PRV) TO PRO-MATRICULA
               PERFORM BUSCAR-NOME-PROFESSOR
               MOVE TPV-PROFESSOR(IDX-PRV) TO LM-PROFESSOR
               MOVE WS-NOME-PROFESSOR TO LM-NOME
               MOVE TPV-PEDIDOS(IDX-PRV) TO LM-PEDIDOS
               MOVE TPV-DEFERIDOS(IDX-PRV) TO LM-DEFERIDOS
               MOVE TPV-INDEFERIDOS(IDX-PRV) TO LM-INDEFERIDOS
               MOVE TPV-PENDENTES(IDX-PRV) TO LM-PENDENTES
               MOVE LINHA-MENSAL TO LINHA-RELATORIO
               WRITE LINHA-RELATORIO
           END-PERFORM.
           MOVE SPACES TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE "TOTAL" TO LM-PROFESSOR.
           MOVE SPACES TO LM-NOME.
           MOVE WS-TOT-PEDIDOS TO LM-PEDIDOS.
           MOVE WS-TOT-DEFERIDOS TO LM-DEFERIDOS.
           MOVE WS-TOT-INDEFERIDOS TO LM-INDEFERIDOS.
           MOVE WS-TOT-PENDENTES TO LM-PENDENTES.
           MOVE LINHA-MENSAL TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           CLOSE RELATORIO.
           IF WS-PROFESSORES-ABERTOS = "S"
               CLOSE ARQ-PROFESSORES
           END-IF.
           DISPLAY "Pedidos no mes: " WS-TOT-PEDIDOS.
           DISPLAY "Relatorio gravado em " WS-ARQ-RELATORIO.

       COPY POLNOTPD.

       COPY CALENDPD.

       COPY PERLETPD.

       COPY ERRLOGPD.

       COPY JOBLOGPD.

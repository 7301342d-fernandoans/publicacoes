       IDENTIFICATION DIVISION.
           PROGRAM-ID. FaltasProfessores.
           AUTHOR. Fernando Anselmo.

      * Registro de faltas de professores e agendamento das aulas
      * de reposicao. O movimento (faltas-professores.csv) traz
      * duas especies de linha:
      *   F;professor;turma;data;motivo;substituto
      *   R;turma;data da falta;data da reposicao;inicio;fim
      * A falta sem substituto cancela a aula e fica pendente de
      * reposicao. A reposicao usa a sala da turma e passa pelo
      * calendario (domingo e feriado nao) e pelo choque de
      * horario de sala e professor.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-MOVIMENTO ASSIGN TO WS-ARQ-MOVIMENTO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-MOVIMENTO.

           SELECT ARQ-FALTAS ASSIGN TO WS-ARQ-FALTAS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-FALTAS.

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

           SELECT ARQ-REJEITADOS ASSIGN TO WS-ARQ-REJEITADOS
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT RELATORIO ASSIGN TO WS-ARQ-RELATORIO
               ORGANIZATION IS LINE SEQUENTIAL.

           COPY CALENDSL.

           COPY ERRLOGSL.

           COPY PERLETSL.

           COPY JOBLOGSL.

       DATA DIVISION.
       FILE SECTION.
       FD ARQ-MOVIMENTO.
       01 LINHA-MOVIMENTO          PIC X(120).

       FD ARQ-FALTAS.
       01 REGISTRO-FALTA.
           COPY FALTAPRO.

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

       FD ARQ-REJEITADOS.
       01 REGISTRO-REJEITADO       PIC X(170).

       FD RELATORIO.
       01 LINHA-RELATORIO          PIC X(100).

       COPY CALENDFD.

       COPY ERRLOGFD.

       COPY PERLETFD.

       COPY JOBLOGFD.

       WORKING-STORAGE SECTION.
       COPY ERRLOGWS.

       COPY PERLETWS.

       COPY JOBLOGWS.

       COPY CALENDWS.

       COPY DATATXWS.

       01 WS-ARQ-MOVIMENTO       PIC X(40)
           VALUE "faltas-professores.csv".
       01 WS-ARQ-FALTAS          PIC X(40)
           VALUE "faltas-professores.data".
       01 WS-ARQ-TURMAS          PIC X(40) VALUE "turmas.idx".
       01 WS-ARQ-PROFESSORES     PIC X(40) VALUE "professores.idx".
       01 WS-ARQ-REJEITADOS      PIC X(40)
           VALUE "faltas-professores-rejeitadas.csv".
       01 WS-ARQ-RELATORIO       PIC X(40)
           VALUE "FALTAS-PROFESSORES.LST".

       01 WS-STATUS-MOVIMENTO    PIC X(2).
       01 WS-STATUS-FALTAS       PIC X(2).
       01 WS-STATUS-TURMAS       PIC X(2).
       01 WS-STATUS-PROFESSORES  PIC X(2).
       01 WS-PROFESSORES-ABERTOS PIC X(1) VALUE "N".

       01 WS-FIM-ARQ             PIC X VALUE "N".
       01 WS-ACHOU               PIC X VALUE "N".
       01 WS-LIVRE               PIC X VALUE "N".

       01 WS-DELIMITADOR         PIC X VALUE ";".

       COPY SEPARAWS.

       01 WS-DATA-HOJE           PIC 9(8).
       01 WS-TIPO-MOVIMENTO      PIC X(1).
       01 WS-PROFESSOR           PIC X(8).
       01 WS-SUBSTITUTO          PIC X(8).
       01 WS-TURMA               PIC X(6).
       01 WS-MOTIVO              PIC X(30).
       01 WS-DATA-FALTA          PIC 9(8).
       01 WS-DATA-REPOSICAO      PIC 9(8).
       01 WS-HORA-INICIO         PIC 9(4).
       01 WS-HORA-FIM            PIC 9(4).
       01 WS-MOTIVO-REJEICAO     PIC X(40).

      * Consulta de choque de horario: quem, onde, quando.
       01 WS-CONSULTA-PROFESSOR  PIC X(8).
       01 WS-CONSULTA-SALA       PIC X(6).
       01 WS-CONSULTA-DATA       PIC 9(8).
       01 WS-CONSULTA-DIA        PIC 9(1).
       01 WS-CONSULTA-INICIO     PIC 9(4).
       01 WS-CONSULTA-FIM        PIC 9(4).
       01 WS-FALTA-ATUAL         PIC 9(4) VALUE 0.

       01 WS-DIAS-CORRIDOS       PIC 9(8).
       01 WS-DIA-SEMANA          PIC 9(1).
       01 WS-FERIADO             PIC X(1).

       01 WS-DURACAO-AULA        PIC S9(4).
       01 WS-DURACAO-REPOSICAO   PIC S9(4).

       01 HORA-DECOMPOSTA.
           05 WS-HORA-HH         PIC 9(2).
           05 WS-HORA-MM         PIC 9(2).

      * Turmas do periodo (uma linha por turma, nao por aluno).
       01 QTD-SECOES             PIC 9(3) VALUE 0.
       01 TABELA-SECOES.
           05 SEC-ITEM OCCURS 300 TIMES INDEXED BY IDX-SEC IDX-AUX.
               10 SEC-CODIGO     PIC X(6).
               10 SEC-PROFESSOR  PIC X(8).
               10 SEC-DIA        PIC 9(1).
               10 SEC-INICIO     PIC 9(4).
               10 SEC-FIM        PIC 9(4).
               10 SEC-SALA       PIC X(6).

      * Faltas ja registradas mais as do movimento; o arquivo e
      * regravado inteiro no fim.
       01 QTD-FALTAS             PIC 9(4) VALUE 0.
       01 TABELA-FALTAS.
           05 TFA-ITEM OCCURS 3000 TIMES INDEXED BY IDX-TFA.
               10 TFA-PERIODO    PIC X(6).
               10 TFA-TURMA      PIC X(6).
               10 TFA-DATA       PIC 9(8).
               10 TFA-PROFESSOR  PIC X(8).
               10 TFA-MOTIVO     PIC X(30).
               10 TFA-SUBSTITUTO PIC X(8).
               10 TFA-SITUACAO   PIC X(1).
               10 TFA-REP-DATA   PIC 9(8).
               10 TFA-REP-INICIO PIC 9(4).
               10 TFA-REP-FIM    PIC 9(4).
               10 TFA-REP-SALA   PIC X(6).
               10 TFA-REGISTRO   PIC 9(8).

       01 WS-TOTAL-LIDOS         PIC 9(5) VALUE 0.
       01 WS-TOTAL-FALTAS        PIC 9(5) VALUE 0.
       01 WS-TOTAL-REPOSICOES    PIC 9(5) VALUE 0.
       01 WS-TOTAL-REJEITADOS    PIC 9(5) VALUE 0.

       PROCEDURE DIVISION.
       INICIO.
           PERFORM DEFINIR-ARQUIVOS.
           DISPLAY "============================================".
           DISPLAY " Faltas de Professores e Reposicoes".
           DISPLAY "============================================".
           MOVE "FaltasProfessores" TO WS-JOBLOG-PROGRAMA.
           MOVE "INICIO" TO WS-JOBLOG-EVENTO.
           PERFORM GRAVAR-JOBLOG.

           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
           PERFORM LER-PERIODO-LETIVO.

           OPEN INPUT ARQ-MOVIMENTO.
           IF WS-STATUS-MOVIMENTO NOT = "00"
               DISPLAY "Nenhum movimento em " WS-ARQ-MOVIMENTO
               MOVE 4 TO RETURN-CODE
           ELSE
               OPEN INPUT ARQ-TURMAS
               IF WS-STATUS-TURMAS NOT = "00"
                   DISPLAY "Erro ao abrir " WS-ARQ-TURMAS
                      " Status: " WS-STATUS-TURMAS
                   MOVE "FaltasProfessores" TO WS-ERRLOG-PROGRAMA
                   MOVE "INICIO" TO WS-ERRLOG-PARAGRAFO
                   MOVE WS-ARQ-TURMAS TO WS-ERRLOG-ARQUIVO
                   MOVE WS-STATUS-TURMAS TO WS-ERRLOG-STATUS
                   PERFORM GRAVAR-ERRORLOG
                   MOVE 8 TO RETURN-CODE
               ELSE
                   PERFORM CARREGAR-SECOES
                   CLOSE ARQ-TURMAS
                   PERFORM CARREGAR-FALTAS
                   OPEN INPUT ARQ-PROFESSORES
                   IF WS-STATUS-PROFESSORES = "00"
                       MOVE "S" TO WS-PROFESSORES-ABERTOS
                   END-IF
                   PERFORM ABRIR-CALENDARIO
                   OPEN OUTPUT ARQ-REJEITADOS
                   OPEN OUTPUT RELATORIO
                   PERFORM ESCREVER-CABECALHO
                   MOVE "N" TO WS-FIM-ARQ
                   PERFORM UNTIL WS-FIM-ARQ = "S"
                       READ ARQ-MOVIMENTO
                           AT END
                               MOVE "S" TO WS-FIM-ARQ
                           NOT AT END
                               PERFORM PROCESSAR-MOVIMENTO
                       END-READ
                   END-PERFORM
                   CLOSE RELATORIO
                   CLOSE ARQ-REJEITADOS
                   PERFORM FECHAR-CALENDARIO
                   IF WS-PROFESSORES-ABERTOS = "S"
                       CLOSE ARQ-PROFESSORES
                       MOVE "N" TO WS-PROFESSORES-ABERTOS
                   END-IF
                   PERFORM REGRAVAR-FALTAS
                   DISPLAY "Relatorio gravado em " WS-ARQ-RELATORIO
               END-IF
               CLOSE ARQ-MOVIMENTO
           END-IF.

           DISPLAY "Linhas lidas.........: " WS-TOTAL-LIDOS.
           DISPLAY "Faltas registradas...: " WS-TOTAL-FALTAS.
           DISPLAY "Reposicoes agendadas.: " WS-TOTAL-REPOSICOES.
           DISPLAY "Linhas rejeitadas....: " WS-TOTAL-REJEITADOS.
           IF WS-TOTAL-REJEITADOS > 0 AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF.

           MOVE WS-TOTAL-LIDOS TO WS-JOBLOG-QTD-REGISTROS.
           MOVE "FIM" TO WS-JOBLOG-EVENTO.
           PERFORM GRAVAR-JOBLOG.
           GOBACK.

       DEFINIR-ARQUIVOS.
           ACCEPT WS-ARQ-MOVIMENTO FROM ENVIRONMENT
                   "FALTAS_PROFESSORES_CSV"
               ON EXCEPTION
                   MOVE "faltas-professores.csv" TO WS-ARQ-MOVIMENTO
           END-ACCEPT.
           ACCEPT WS-ARQ-FALTAS FROM ENVIRONMENT
                   "FALTAS_PROFESSORES"
               ON EXCEPTION
                   MOVE "faltas-professores.data" TO WS-ARQ-FALTAS
           END-ACCEPT.
           ACCEPT WS-ARQ-TURMAS FROM ENVIRONMENT "TURMAS_IDX"
               ON EXCEPTION
                   MOVE "turmas.idx" TO WS-ARQ-TURMAS
           END-ACCEPT.
           ACCEPT WS-ARQ-PROFESSORES FROM ENVIRONMENT "PROFESSORES_IDX"
               ON EXCEPTION
                   MOVE "professores.idx" TO WS-ARQ-PROFESSORES
           END-ACCEPT.
           ACCEPT WS-ARQ-REJEITADOS FROM ENVIRONMENT
                   "FALTAS_PROFESSORES_REJEITADAS"
               ON EXCEPTION
                   MOVE "faltas-professores-rejeitadas.csv"
                       TO WS-ARQ-REJEITADOS
           END-ACCEPT.
           ACCEPT WS-ARQ-RELATORIO FROM ENVIRONMENT
                   "FALTAS_PROFESSORES_LST"
               ON EXCEPTION
                   MOVE "FALTAS-PROFESSORES.LST" TO WS-ARQ-RELATORIO
           END-ACCEPT.

       CARREGAR-SECOES.
           MOVE "N" TO WS-FIM-ARQ.
           PERFORM UNTIL WS-FIM-ARQ = "S"
               READ ARQ-TURMAS NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIM-ARQ
                   NOT AT END
                       IF TUR-PERIODO = WS-PERIODO-LETIVO
                               AND TUR-DIA-SEMANA >= 1
                               AND TUR-DIA-SEMANA <= 7
                           PERFORM GUARDAR-SECAO
                       END-IF
               END-READ
           END-PERFORM.

       GUARDAR-SECAO.
           MOVE "N" TO WS-ACHOU.
           PERFORM VARYING IDX-SEC FROM 1 BY 1
                   UNTIL IDX-SEC > QTD-SECOES
                   OR WS-ACHOU = "S"
               IF SEC-CODIGO(IDX-SEC) = TUR-CODIGO
                   MOVE "S" TO WS-ACHOU
               END-IF
           END-PERFORM.
           IF WS-ACHOU = "N" AND QTD-SECOES < 300
               ADD 1 TO QTD-SECOES
               SET IDX-SEC TO QTD-SECOES
               MOVE TUR-CODIGO TO SEC-CODIGO(IDX-SEC)
               MOVE TUR-MATRICULA-PROFESSOR
                   TO SEC-PROFESSOR(IDX-SEC)
               MOVE TUR-DIA-SEMANA TO SEC-DIA(IDX-SEC)
               MOVE TUR-HORA-INICIO TO SEC-INICIO(IDX-SEC)
               MOVE TUR-HORA-FIM TO SEC-FIM(IDX-SEC)
               MOVE TUR-SALA TO SEC-SALA(IDX-SEC)
           END-IF.

       CARREGAR-FALTAS.
           MOVE 0 TO QTD-FALTAS.
           MOVE "N" TO WS-FIM-ARQ.
           OPEN INPUT ARQ-FALTAS.
           IF WS-STATUS-FALTAS = "00"
               PERFORM UNTIL WS-FIM-ARQ = "S"
                   READ ARQ-FALTAS
                       AT END
                           MOVE "S" TO WS-FIM-ARQ
                       NOT AT END
                           IF QTD-FALTAS < 3000
                               ADD 1 TO QTD-FALTAS
                               SET IDX-TFA TO QTD-FALTAS
                               MOVE REGISTRO-FALTA
                                   TO TFA-ITEM(IDX-TFA)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQ-FALTAS
           END-IF.

       PROCESSAR-MOVIMENTO.
           IF LINHA-MOVIMENTO = SPACES
               CONTINUE
           ELSE
               ADD 1 TO WS-TOTAL-LIDOS
               MOVE SPACES TO WS-PARSE-LINHA
               MOVE LINHA-MOVIMENTO TO WS-PARSE-LINHA
               CALL "SeparaCampos" USING WS-PARSE-LINHA
                   WS-DELIMITADOR WS-PARSE-CAMPOS
                   WS-PARSE-QTD-CAMPOS WS-PARSE-QTD-REAIS
                   WS-PARSE-STATUS
               MOVE SPACES TO WS-MOTIVO-REJEICAO
               MOVE WS-PARSE-CAMPO(1) TO WS-TIPO-MOVIMENTO
               EVALUATE TRUE
                   WHEN WS-PARSE-CAMPO(1) = "F"
                       PERFORM VALIDAR-FALTA
                       IF WS-MOTIVO-REJEICAO = SPACES
                           PERFORM REGISTRAR-FALTA
                       END-IF
                   WHEN WS-PARSE-CAMPO(1) = "R"
                       PERFORM VALIDAR-REPOSICAO
                       IF WS-MOTIVO-REJEICAO = SPACES
                           PERFORM AGENDAR-REPOSICAO
                       END-IF
                   WHEN OTHER
                       MOVE "tipo de movimento invalido"
                           TO WS-MOTIVO-REJEICAO
               END-EVALUATE
               IF WS-MOTIVO-REJEICAO NOT = SPACES
                   PERFORM GRAVAR-REJEITADO
               END-IF
           END-IF.

      * F;professor;turma;data;motivo;substituto (opcional). A data
      * precisa cair no dia da semana da turma e nao ser feriado.
       VALIDAR-FALTA.
           MOVE WS-PARSE-CAMPO(2) TO WS-PROFESSOR.
           MOVE WS-PARSE-CAMPO(3) TO WS-TURMA.
           MOVE WS-PARSE-CAMPO(4) TO WS-DATA-TEXTO.
           MOVE WS-PARSE-CAMPO(5) TO WS-MOTIVO.
           MOVE WS-PARSE-CAMPO(6) TO WS-SUBSTITUTO.
           PERFORM CONVERTER-DATA-TEXTO.
           MOVE WS-DATA-CONVERTIDA TO WS-DATA-FALTA.
           EVALUATE TRUE
               WHEN WS-PARSE-QTD-REAIS < 5
                       OR WS-PARSE-QTD-REAIS > 6
                   MOVE "quantidade de campos invalida"
                       TO WS-MOTIVO-REJEICAO
               WHEN WS-PROFESSOR = SPACES
                       OR WS-TURMA = SPACES
                       OR WS-MOTIVO = SPACES
                   MOVE "campo obrigatorio em branco"
                       TO WS-MOTIVO-REJEICAO
               WHEN WS-DATA-FALTA = 0
                   MOVE "data da falta invalida"
                       TO WS-MOTIVO-REJEICAO
               WHEN OTHER
                   PERFORM LOCALIZAR-SECAO
                   IF WS-ACHOU = "N"
                       MOVE "turma nao encontrada no periodo"
                           TO WS-MOTIVO-REJEICAO
                   END-IF
           END-EVALUATE.
           IF WS-MOTIVO-REJEICAO = SPACES
               IF SEC-PROFESSOR(IDX-SEC) NOT = WS-PROFESSOR
                   MOVE "professor nao e o titular da turma"
                       TO WS-MOTIVO-REJEICAO
               END-IF
           END-IF.
           IF WS-MOTIVO-REJEICAO = SPACES
               MOVE WS-DATA-FALTA TO WS-CAL-DATA-CONSULTA
               PERFORM CLASSIFICAR-DATA
               IF WS-DIA-SEMANA NOT = SEC-DIA(IDX-SEC)
                   MOVE "turma nao tem aula nessa data"
                       TO WS-MOTIVO-REJEICAO
               ELSE
                   IF WS-FERIADO = "S"
                       MOVE "data da falta e feriado"
                           TO WS-MOTIVO-REJEICAO
                   END-IF
               END-IF
           END-IF.
           IF WS-MOTIVO-REJEICAO = SPACES
               MOVE WS-DATA-FALTA TO WS-CONSULTA-DATA
               PERFORM LOCALIZAR-FALTA
               IF WS-ACHOU = "S"
                   MOVE "falta ja registrada" TO WS-MOTIVO-REJEICAO
               END-IF
           END-IF.
           IF WS-MOTIVO-REJEICAO = SPACES
                   AND WS-SUBSTITUTO NOT = SPACES
               PERFORM VALIDAR-SUBSTITUTO
           END-IF.

       VALIDAR-SUBSTITUTO.
           IF WS-SUBSTITUTO = WS-PROFESSOR
               MOVE "substituto igual ao titular"
                   TO WS-MOTIVO-REJEICAO
           ELSE
               IF WS-PROFESSORES-ABERTOS = "S"
                   MOVE WS-SUBSTITUTO TO PRO-MATRICULA
                   READ ARQ-PROFESSORES
                       INVALID KEY
                           MOVE "substituto nao cadastrado"
                               TO WS-MOTIVO-REJEICAO
                       NOT INVALID KEY
                           IF PRO-ATIVO = "N"
                               MOVE "substituto inativo"
                                   TO WS-MOTIVO-REJEICAO
                           END-IF
                   END-READ
               END-IF
           END-IF.
           IF WS-MOTIVO-REJEICAO = SPACES
               MOVE 0 TO WS-FALTA-ATUAL
               MOVE WS-SUBSTITUTO TO WS-CONSULTA-PROFESSOR
               MOVE WS-DATA-FALTA TO WS-CONSULTA-DATA
               MOVE WS-DIA-SEMANA TO WS-CONSULTA-DIA
               MOVE SEC-INICIO(IDX-SEC) TO WS-CONSULTA-INICIO
               MOVE SEC-FIM(IDX-SEC) TO WS-CONSULTA-FIM
               PERFORM VERIFICAR-PROFESSOR-LIVRE
               IF WS-LIVRE = "N"
                   MOVE "substituto com choque de horario"
                       TO WS-MOTIVO-REJEICAO
               END-IF
           END-IF.

       REGISTRAR-FALTA.
           IF QTD-FALTAS < 3000
               ADD 1 TO QTD-FALTAS
               SET IDX-TFA TO QTD-FALTAS
               MOVE WS-PERIODO-LETIVO TO TFA-PERIODO(IDX-TFA)
               MOVE WS-TURMA TO TFA-TURMA(IDX-TFA)
               MOVE WS-DATA-FALTA TO TFA-DATA(IDX-TFA)
               MOVE WS-PROFESSOR TO TFA-PROFESSOR(IDX-TFA)
               MOVE WS-MOTIVO TO TFA-MOTIVO(IDX-TFA)
               MOVE WS-SUBSTITUTO TO TFA-SUBSTITUTO(IDX-TFA)
               IF WS-SUBSTITUTO = SPACES
                   MOVE "P" TO TFA-SITUACAO(IDX-TFA)
               ELSE
                   MOVE "S" TO TFA-SITUACAO(IDX-TFA)
               END-IF
               MOVE 0 TO TFA-REP-DATA(IDX-TFA)
               MOVE 0 TO TFA-REP-INICIO(IDX-TFA)
               MOVE 0 TO TFA-REP-FIM(IDX-TFA)
               MOVE SPACES TO TFA-REP-SALA(IDX-TFA)
               MOVE WS-DATA-HOJE TO TFA-REGISTRO(IDX-TFA)
               ADD 1 TO WS-TOTAL-FALTAS
               MOVE SPACES TO LINHA-RELATORIO
               IF WS-SUBSTITUTO = SPACES
                   STRING "Falta    " DELIMITED BY SIZE
                       WS-TURMA DELIMITED BY SIZE
                       "  " DELIMITED BY SIZE
                       WS-DATA-FALTA DELIMITED BY SIZE
                       "  prof " DELIMITED BY SIZE
                       WS-PROFESSOR DELIMITED BY SIZE
                       "  aula cancelada, reposicao pendente"
                       DELIMITED BY SIZE
                       INTO LINHA-RELATORIO
                   END-STRING
               ELSE
                   STRING "Falta    " DELIMITED BY SIZE
                       WS-TURMA DELIMITED BY SIZE
                       "  " DELIMITED BY SIZE
                       WS-DATA-FALTA DELIMITED BY SIZE
                       "  prof " DELIMITED BY SIZE
                       WS-PROFESSOR DELIMITED BY SIZE
                       "  substituto " DELIMITED BY SIZE
                       WS-SUBSTITUTO DELIMITED BY SIZE
                       INTO LINHA-RELATORIO
                   END-STRING
               END-IF
               WRITE LINHA-RELATORIO
           ELSE
               MOVE "registro de faltas lotado"
                   TO WS-MOTIVO-REJEICAO
           END-IF.

      * R;turma;data da falta;data da reposicao;inicio;fim. A
      * reposicao tem a mesma duracao da aula, na sala da turma,
      * depois da falta e fora de domingo e feriado.
       VALIDAR-REPOSICAO.
           MOVE WS-PARSE-CAMPO(2) TO WS-TURMA.
           MOVE WS-PARSE-CAMPO(3) TO WS-DATA-TEXTO.
           PERFORM CONVERTER-DATA-TEXTO.
           MOVE WS-DATA-CONVERTIDA TO WS-DATA-FALTA.
           MOVE WS-PARSE-CAMPO(4) TO WS-DATA-TEXTO.
           PERFORM CONVERTER-DATA-TEXTO.
           MOVE WS-DATA-CONVERTIDA TO WS-DATA-REPOSICAO.
           EVALUATE TRUE
               WHEN WS-PARSE-QTD-REAIS NOT = 6
                   MOVE "quantidade de campos invalida"
                       TO WS-MOTIVO-REJEICAO
               WHEN WS-TURMA = SPACES
                   MOVE "campo obrigatorio em branco"
                       TO WS-MOTIVO-REJEICAO
               WHEN WS-DATA-FALTA = 0
                   MOVE "data da falta invalida"
                       TO WS-MOTIVO-REJEICAO
               WHEN WS-DATA-REPOSICAO = 0
                   MOVE "data da reposicao invalida"
                       TO WS-MOTIVO-REJEICAO
               WHEN WS-PARSE-CAMPO(5)(1:4) IS NOT NUMERIC
                       OR WS-PARSE-CAMPO(5)(5:1) NOT = SPACE
                       OR WS-PARSE-CAMPO(6)(1:4) IS NOT NUMERIC
                       OR WS-PARSE-CAMPO(6)(5:1) NOT = SPACE
                   MOVE "horario invalido" TO WS-MOTIVO-REJEICAO
               WHEN OTHER
                   MOVE WS-PARSE-CAMPO(5)(1:4) TO WS-HORA-INICIO
                   MOVE WS-PARSE-CAMPO(6)(1:4) TO WS-HORA-FIM
                   PERFORM VALIDAR-HORARIO
           END-EVALUATE.
           IF WS-MOTIVO-REJEICAO = SPACES
               MOVE WS-DATA-FALTA TO WS-CONSULTA-DATA
               PERFORM LOCALIZAR-FALTA
               EVALUATE TRUE
                   WHEN WS-ACHOU = "N"
                       MOVE "falta nao registrada"
                           TO WS-MOTIVO-REJEICAO
                   WHEN TFA-SITUACAO(IDX-TFA) = "S"
                       MOVE "aula dada por substituto"
                           TO WS-MOTIVO-REJEICAO
                   WHEN OTHER
                       SET WS-FALTA-ATUAL TO IDX-TFA
               END-EVALUATE
           END-IF.
           IF WS-MOTIVO-REJEICAO = SPACES
               PERFORM LOCALIZAR-SECAO
               IF WS-ACHOU = "N"
                   MOVE "turma nao encontrada no periodo"
                       TO WS-MOTIVO-REJEICAO
               END-IF
           END-IF.
           IF WS-MOTIVO-REJEICAO = SPACES
               MOVE WS-DATA-REPOSICAO TO WS-CAL-DATA-CONSULTA
               PERFORM CLASSIFICAR-DATA
               PERFORM CALCULAR-DURACOES
               EVALUATE TRUE
                   WHEN WS-DATA-REPOSICAO <= WS-DATA-FALTA
                       MOVE "reposicao deve ser depois da falta"
                           TO WS-MOTIVO-REJEICAO
                   WHEN WS-DIA-SEMANA = 7 OR WS-FERIADO = "S"
                       MOVE "reposicao em domingo ou feriado"
                           TO WS-MOTIVO-REJEICAO
                   WHEN WS-DURACAO-REPOSICAO NOT = WS-DURACAO-AULA
                       MOVE "duracao diferente da aula"
                           TO WS-MOTIVO-REJEICAO
                   WHEN OTHER
                       PERFORM VERIFICAR-CHOQUE-REPOSICAO
               END-EVALUATE
           END-IF.

       VALIDAR-HORARIO.
           MOVE WS-HORA-INICIO TO HORA-DECOMPOSTA.
           IF WS-HORA-HH > 23 OR WS-HORA-MM > 59
               MOVE "horario invalido" TO WS-MOTIVO-REJEICAO
           END-IF.
           MOVE WS-HORA-FIM TO HORA-DECOMPOSTA.
           IF WS-HORA-HH > 23 OR WS-HORA-MM > 59
               MOVE "horario invalido" TO WS-MOTIVO-REJEICAO
           END-IF.
           IF WS-MOTIVO-REJEICAO = SPACES
                   AND WS-HORA-FIM <= WS-HORA-INICIO
               MOVE "horario invalido" TO WS-MOTIVO-REJEICAO
           END-IF.

       CALCULAR-DURACOES.
           MOVE SEC-FIM(IDX-SEC) TO HORA-DECOMPOSTA.
           COMPUTE WS-DURACAO-AULA = WS-HORA-HH * 60 + WS-HORA-MM.
           MOVE SEC-INICIO(IDX-SEC) TO HORA-DECOMPOSTA.
           COMPUTE WS-DURACAO-AULA = WS-DURACAO-AULA
               - (WS-HORA-HH * 60 + WS-HORA-MM).
           MOVE WS-HORA-FIM TO HORA-DECOMPOSTA.
           COMPUTE WS-DURACAO-REPOSICAO
               = WS-HORA-HH * 60 + WS-HORA-MM.
           MOVE WS-HORA-INICIO TO HORA-DECOMPOSTA.
           COMPUTE WS-DURACAO-REPOSICAO = WS-DURACAO-REPOSICAO
               - (WS-HORA-HH * 60 + WS-HORA-MM).

       VERIFICAR-CHOQUE-REPOSICAO.
           MOVE SEC-PROFESSOR(IDX-SEC) TO WS-CONSULTA-PROFESSOR.
           MOVE SEC-SALA(IDX-SEC) TO WS-CONSULTA-SALA.
           MOVE WS-DATA-REPOSICAO TO WS-CONSULTA-DATA.
           MOVE WS-DIA-SEMANA TO WS-CONSULTA-DIA.
           MOVE WS-HORA-INICIO TO WS-CONSULTA-INICIO.
           MOVE WS-HORA-FIM TO WS-CONSULTA-FIM.
           PERFORM VERIFICAR-SALA-LIVRE.
           IF WS-LIVRE = "N"
               MOVE "choque de horario na sala da turma"
                   TO WS-MOTIVO-REJEICAO
           ELSE
               PERFORM VERIFICAR-PROFESSOR-LIVRE
               IF WS-LIVRE = "N"
                   MOVE "choque de horario do professor"
                       TO WS-MOTIVO-REJEICAO
               END-IF
           END-IF.

       AGENDAR-REPOSICAO.
           SET IDX-TFA TO WS-FALTA-ATUAL.
           MOVE "A" TO TFA-SITUACAO(IDX-TFA).
           MOVE WS-DATA-REPOSICAO TO TFA-REP-DATA(IDX-TFA).
           MOVE WS-HORA-INICIO TO TFA-REP-INICIO(IDX-TFA).
           MOVE WS-HORA-FIM TO TFA-REP-FIM(IDX-TFA).
           MOVE SEC-SALA(IDX-SEC) TO TFA-REP-SALA(IDX-TFA).
           ADD 1 TO WS-TOTAL-REPOSICOES.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "Reposicao " DELIMITED BY SIZE
               WS-TURMA DELIMITED BY SIZE
               "  falta " DELIMITED BY SIZE
               WS-DATA-FALTA DELIMITED BY SIZE
               "  em " DELIMITED BY SIZE
               WS-DATA-REPOSICAO DELIMITED BY SIZE
               " de " DELIMITED BY SIZE
               WS-HORA-INICIO DELIMITED BY SIZE
               " a " DELIMITED BY SIZE
               WS-HORA-FIM DELIMITED BY SIZE
               " sala " DELIMITED BY SIZE
               SEC-SALA(IDX-SEC) DELIMITED BY SIZE
               INTO LINHA-RELATORIO
           END-STRING.
           WRITE LINHA-RELATORIO.

       LOCALIZAR-SECAO.
           MOVE "N" TO WS-ACHOU.
           PERFORM VARYING IDX-SEC FROM 1 BY 1
                   UNTIL IDX-SEC > QTD-SECOES
                   OR WS-ACHOU = "S"
               IF SEC-CODIGO(IDX-SEC) = WS-TURMA
                   MOVE "S" TO WS-ACHOU
               END-IF
           END-PERFORM.
           IF WS-ACHOU = "S"
               SET IDX-SEC DOWN BY 1
           END-IF.

      * Falta de WS-TURMA em WS-CONSULTA-DATA no periodo corrente.
       LOCALIZAR-FALTA.
           MOVE "N" TO WS-ACHOU.
           PERFORM VARYING IDX-TFA FROM 1 BY 1
                   UNTIL IDX-TFA > QTD-FALTAS
                   OR WS-ACHOU = "S"
               IF TFA-PERIODO(IDX-TFA) = WS-PERIODO-LETIVO
                       AND TFA-TURMA(IDX-TFA) = WS-TURMA
                       AND TFA-DATA(IDX-TFA) = WS-CONSULTA-DATA
                   MOVE "S" TO WS-ACHOU
               END-IF
           END-PERFORM.
           IF WS-ACHOU = "S"
               SET IDX-TFA DOWN BY 1
           END-IF.

      * Dia da semana (1=segunda a 7=domingo, como TUR-DIA-SEMANA)
      * e feriado cadastrado no calendario para WS-CAL-DATA-CONSULTA.
       CLASSIFICAR-DATA.
           COMPUTE WS-DIAS-CORRIDOS
               = FUNCTION INTEGER-OF-DATE(WS-CAL-DATA-CONSULTA).
           COMPUTE WS-DIA-SEMANA
               = FUNCTION MOD(WS-DIAS-CORRIDOS, 7).
           IF WS-DIA-SEMANA = 0
               MOVE 7 TO WS-DIA-SEMANA
           END-IF.
           MOVE "N" TO WS-FERIADO.
           IF WS-CALENDARIO-ABERTO = "S"
               MOVE WS-CAL-DATA-CONSULTA TO CAL-DATA
               READ ARQ-CALENDARIO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF DIA-FERIADO
                           MOVE "S" TO WS-FERIADO
                       END-IF
               END-READ
           END-IF.

      * A sala esta ocupada pela grade semanal das turmas e pelas
      * reposicoes ja agendadas na mesma data.
       VERIFICAR-SALA-LIVRE.
           MOVE "S" TO WS-LIVRE.
           PERFORM VARYING IDX-AUX FROM 1 BY 1
                   UNTIL IDX-AUX > QTD-SECOES
                   OR WS-LIVRE = "N"
               IF SEC-SALA(IDX-AUX) = WS-CONSULTA-SALA
                       AND SEC-DIA(IDX-AUX) = WS-CONSULTA-DIA
                       AND SEC-INICIO(IDX-AUX) < WS-CONSULTA-FIM
                       AND SEC-FIM(IDX-AUX) > WS-CONSULTA-INICIO
                   MOVE "N" TO WS-LIVRE
               END-IF
           END-PERFORM.
           PERFORM VARYING IDX-TFA FROM 1 BY 1
                   UNTIL IDX-TFA > QTD-FALTAS
                   OR WS-LIVRE = "N"
               IF IDX-TFA NOT = WS-FALTA-ATUAL
                       AND TFA-SITUACAO(IDX-TFA) = "A"
                       AND TFA-REP-SALA(IDX-TFA) = WS-CONSULTA-SALA
                       AND TFA-REP-DATA(IDX-TFA) = WS-CONSULTA-DATA
                       AND TFA-REP-INICIO(IDX-TFA) < WS-CONSULTA-FIM
                       AND TFA-REP-FIM(IDX-TFA) > WS-CONSULTA-INICIO
                   MOVE "N" TO WS-LIVRE
               END-IF
           END-PERFORM.

      * O professor esta ocupado pelas proprias turmas no dia da
      * semana, pelas reposicoes agendadas e pelas substituicoes
      * ja assumidas na mesma data.
       VERIFICAR-PROFESSOR-LIVRE.
           MOVE "S" TO WS-LIVRE.
           PERFORM VARYING IDX-AUX FROM 1 BY 1
                   UNTIL IDX-AUX > QTD-SECOES
                   OR WS-LIVRE = "N"
               IF SEC-PROFESSOR(IDX-AUX) = WS-CONSULTA-PROFESSOR
                       AND SEC-DIA(IDX-AUX) = WS-CONSULTA-DIA
                       AND SEC-INICIO(IDX-AUX) < WS-CONSULTA-FIM
                       AND SEC-FIM(IDX-AUX) > WS-CONSULTA-INICIO
                   MOVE "N" TO WS-LIVRE
               END-IF
           END-PERFORM.
           PERFORM VARYING IDX-TFA FROM 1 BY 1
                   UNTIL IDX-TFA > QTD-FALTAS
                   OR WS-LIVRE = "N"
               IF IDX-TFA NOT = WS-FALTA-ATUAL
                   EVALUATE TRUE
                       WHEN TFA-SITUACAO(IDX-TFA) = "A"
                           AND TFA-PROFESSOR(IDX-TFA)
                               = WS-CONSULTA-PROFESSOR
                           AND TFA-REP-DATA(IDX-TFA)
                               = WS-CONSULTA-DATA
                           AND TFA-REP-INICIO(IDX-TFA)
                               < WS-CONSULTA-FIM
                           AND TFA-REP-FIM(IDX-TFA)
                               > WS-CONSULTA-INICIO
                           MOVE "N" TO WS-LIVRE
                       WHEN TFA-SITUACAO(IDX-TFA) = "S"
                           AND TFA-SUBSTITUTO(IDX-TFA)
                               = WS-CONSULTA-PROFESSOR
                           AND TFA-DATA(IDX-TFA) = WS-CONSULTA-DATA
                           PERFORM VERIFICAR-SUBSTITUICAO
                   END-EVALUATE
               END-IF
           END-PERFORM.

       VERIFICAR-SUBSTITUICAO.
           PERFORM VARYING IDX-AUX FROM 1 BY 1
                   UNTIL IDX-AUX > QTD-SECOES
               IF SEC-CODIGO(IDX-AUX) = TFA-TURMA(IDX-TFA)
                       AND SEC-INICIO(IDX-AUX) < WS-CONSULTA-FIM
                       AND SEC-FIM(IDX-AUX) > WS-CONSULTA-INICIO
                   MOVE "N" TO WS-LIVRE
               END-IF
           END-PERFORM.

       GRAVAR-REJEITADO.
           ADD 1 TO WS-TOTAL-REJEITADOS.
           MOVE SPACES TO REGISTRO-REJEITADO.
           STRING LINHA-MOVIMENTO DELIMITED BY SIZE
               " || " DELIMITED BY SIZE
               WS-MOTIVO-REJEICAO DELIMITED BY SIZE
               INTO REGISTRO-REJEITADO
           END-STRING.
           WRITE REGISTRO-REJEITADO.

       ESCREVER-CABECALHO.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "Faltas de Professores e Reposicoes - Periodo "
               DELIMITED BY SIZE
               WS-PERIODO-LETIVO DELIMITED BY SIZE
               "  Data " DELIMITED BY SIZE
               WS-DATA-HOJE DELIMITED BY SIZE
               INTO LINHA-RELATORIO
           END-STRING.
           WRITE LINHA-RELATORIO.
           MOVE SPACES TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.

       REGRAVAR-FALTAS.
           OPEN OUTPUT ARQ-FALTAS.
           IF WS-STATUS-FALTAS NOT = "00"
               DISPLAY "Erro ao gravar " WS-ARQ-FALTAS
                  " Status: " WS-STATUS-FALTAS
               MOVE "FaltasProfessores" TO WS-ERRLOG-PROGRAMA
               MOVE "REGRAVAR-FALTAS" TO WS-ERRLOG-PARAGRAFO
               MOVE WS-ARQ-FALTAS TO WS-ERRLOG-ARQUIVO
               MOVE WS-STATUS-FALTAS TO WS-ERRLOG-STATUS
               PERFORM GRAVAR-ERRORLOG
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM VARYING IDX-TFA FROM 1 BY 1
                       UNTIL IDX-TFA > QTD-FALTAS
                   MOVE TFA-ITEM(IDX-TFA) TO REGISTRO-FALTA
                   WRITE REGISTRO-FALTA
               END-PERFORM
               CLOSE ARQ-FALTAS
               DISPLAY "Faltas gravadas em " WS-ARQ-FALTAS
           END-IF.

       COPY DATATXPD.

       COPY CALENDPD.

       COPY PERLETPD.

       COPY JOBLOGPD.

       COPY ERRLOGPD.

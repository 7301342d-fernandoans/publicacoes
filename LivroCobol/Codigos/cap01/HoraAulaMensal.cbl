       IDENTIFICATION DIVISION.
           PROGRAM-ID. HoraAulaMensal.
           AUTHOR. Fernando Anselmo.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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

           SELECT FUNCIONARIOS ASSIGN TO WS-ARQ-FUNCIONARIOS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-FUNCIONARIOS.

           SELECT ARQ-HORA-AULA ASSIGN TO WS-ARQ-HORA-AULA
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-HORA-AULA.

           SELECT ARQ-TITULACAO ASSIGN TO WS-ARQ-TITULACAO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-TITULACAO.

           SELECT ARQ-PROVENTOS ASSIGN TO WS-ARQ-PROVENTOS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-PROVENTOS.

           SELECT ARQ-FALTAS-PROF ASSIGN TO WS-ARQ-FALTAS-PROF
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-FALTAS-PROF.

           SELECT RELATORIO ASSIGN TO WS-ARQ-RELATORIO
               ORGANIZATION IS LINE SEQUENTIAL.

           COPY CALENDSL.

           COPY PERLETSL.

           COPY ERRLOGSL.

           COPY JOBLOGSL.

       DATA DIVISION.
       FILE SECTION.
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

       FD FUNCIONARIOS.
       01 DETALHEFUNCIONARIO.
           COPY FUNCIONARIO.

       FD ARQ-HORA-AULA.
       01 REGISTRO-HORA-AULA.
           COPY HORAAULA.

       FD ARQ-TITULACAO.
       01 REGISTRO-TITULACAO.
           COPY TITULACAO.

       FD ARQ-PROVENTOS.
       01 REGISTRO-PROVENTO.
           COPY PROVVAR.

       FD ARQ-FALTAS-PROF.
       01 REGISTRO-FALTA-PROF.
           COPY FALTAPRO.

       FD RELATORIO.
       01 LINHA-RELATORIO          PIC X(132).

       COPY CALENDFD.

       COPY PERLETFD.

       COPY ERRLOGFD.

       COPY JOBLOGFD.

       WORKING-STORAGE SECTION.
       COPY ERRLOGWS.

       COPY JOBLOGWS.

       COPY CALENDWS.

       COPY PERLETWS.

       01 WS-UNIDADE-FILTRO      PIC X(3) VALUE SPACES.

       01 WS-ARQ-TURMAS          PIC X(40) VALUE "turmas.idx".
       01 WS-ARQ-PROFESSORES     PIC X(40) VALUE "professores.idx".
       01 WS-ARQ-FUNCIONARIOS    PIC X(40)
           VALUE "FUNCIONARIOS.DATA".
       01 WS-ARQ-HORA-AULA       PIC X(40)
           VALUE "TABELA-HORA-AULA.DATA".
       01 WS-ARQ-TITULACAO       PIC X(40)
           VALUE "PROFESSORES-TITULACAO.DATA".
       01 WS-ARQ-PROVENTOS       PIC X(40)
           VALUE "PROVENTOS-VARIAVEIS.DATA".
       01 WS-ARQ-FALTAS-PROF     PIC X(40)
           VALUE "faltas-professores.data".
       01 WS-ARQ-RELATORIO       PIC X(40)
           VALUE "HORA-AULA.LST".

       01 WS-STATUS-TURMAS       PIC X(2).
       01 WS-STATUS-PROFESSORES  PIC X(2).
       01 WS-STATUS-FUNCIONARIOS PIC X(2).
       01 WS-STATUS-HORA-AULA    PIC X(2).
       01 WS-STATUS-TITULACAO    PIC X(2).
       01 WS-STATUS-PROVENTOS    PIC X(2).
       01 WS-STATUS-FALTAS-PROF  PIC X(2).
       01 WS-PROFESSORES-ABERTOS PIC X(1) VALUE "N".

       01 WS-FIM-TURMAS          PIC X VALUE "N".
       01 WS-FIM-ARQ             PIC X VALUE "N".
       01 WS-ENCONTRADO          PIC X VALUE "N".

       01 WS-DATA-HOJE           PIC 9(8).
       01 WS-COMPETENCIA-TXT     PIC X(6).
       01 WS-COMPETENCIA         PIC 9(6).

      * Repouso semanal remunerado do professor pago por aula:
      * um sexto do valor das aulas do mes (mes de quatro semanas
      * e meia).
       01 FATOR-DSR-AULA         PIC 9(1) VALUE 6.

      * Dias do mes: dia da semana (1=segunda a 7=domingo, como
      * TUR-DIA-SEMANA) e feriado marcado no calendario.
       01 WS-DIAS-NO-MES         PIC 9(2) VALUE 0.
       01 WS-DIA                 PIC 9(2).
       01 WS-DIAS-CORRIDOS       PIC 9(8).
       01 WS-DATA-AUX            PIC 9(8).
       01 WS-FERIADOS-MES        PIC 9(2) VALUE 0.
       01 TABELA-DIAS-MES.
           05 TDM-ITEM OCCURS 31 TIMES.
               10 TDM-DIA-SEMANA PIC 9(1).
               10 TDM-FERIADO    PIC X(1).

       01 QTD-SECOES             PIC 9(3) VALUE 0.
       01 TABELA-SECOES.
           05 SEC-ITEM OCCURS 200 TIMES INDEXED BY IDX-SEC.
               10 SEC-CODIGO     PIC X(6).
               10 SEC-CURSO      PIC X(20).
               10 SEC-PROFESSOR  PIC X(8).
               10 SEC-DIA        PIC 9(1).
               10 SEC-INICIO     PIC 9(4).
               10 SEC-FIM        PIC 9(4).
               10 SEC-AULAS      PIC 9(2).
               10 SEC-FALTAS     PIC 9(2).
               10 SEC-REPOSICOES PIC 9(2).
               10 SEC-MINUTOS    PIC 9(4).
               10 SEC-HORAS      PIC 9(4)V9(2).
               10 SEC-VALOR      PIC 9(7)V9(2).

       01 QTD-VALORES            PIC 9(3) VALUE 0.
       01 TABELA-VALORES.
           05 THA-ITEM OCCURS 100 TIMES INDEXED BY IDX-THA.
               10 THA-TIPO-CONTRATO PIC X(10).
               10 THA-TITULACAO  PIC X(1).
               10 THA-VALOR-HORA PIC 9(5)V9(2).

       01 QTD-TITULADOS          PIC 9(3) VALUE 0.
       01 TABELA-TITULACAO.
           05 TTI-ITEM OCCURS 500 TIMES INDEXED BY IDX-TTI.
               10 TTI-MATRICULA  PIC X(8).
               10 TTI-GRAU       PIC X(1).
               10 TTI-NIVEL      PIC 9(1).

       01 QTD-FUNCIONARIOS       PIC 9(3) VALUE 0.
       01 TABELA-FUNCIONARIOS.
           05 TFU-ITEM OCCURS 500 TIMES INDEXED BY IDX-FUN.
               10 TFU-MATRICULA  PIC 9(5).
               10 TFU-ATIVO      PIC X(1).

       01 QTD-PROFESSORES        PIC 9(3) VALUE 0.
       01 TABELA-PROFESSORES.
           05 TPR-ITEM OCCURS 200 TIMES INDEXED BY IDX-PRO.
               10 TPR-MATRICULA  PIC X(8).
               10 TPR-NOME       PIC X(30).
               10 TPR-CONTRATO   PIC X(10).
               10 TPR-TITULACAO  PIC X(1).
               10 TPR-VALOR-HORA PIC 9(5)V9(2).
               10 TPR-HORAS      PIC 9(4)V9(2).
               10 TPR-HORAS-SUBST PIC 9(4)V9(2).
               10 TPR-VALOR-AULAS PIC 9(7)V9(2).
               10 TPR-VALOR-DSR  PIC 9(7)V9(2).
               10 TPR-FUNCIONARIO PIC 9(5).
               10 TPR-LANCAR     PIC X(1).
               10 TPR-OCORRENCIA PIC X(30).

      * Aulas do mes dadas por substituto: a turma sai das horas
      * do titular e entra nas do substituto.
       01 QTD-SUBSTITUICOES      PIC 9(3) VALUE 0.
       01 TABELA-SUBSTITUICOES.
           05 TSU-ITEM OCCURS 500 TIMES INDEXED BY IDX-TSU.
               10 TSU-PROFESSOR  PIC X(8).
               10 TSU-SECAO      PIC 9(3).
       01 WS-PROFESSOR-BUSCA     PIC X(8).

       01 CALCULO-AULA.
           05 WS-INICIO-HORA      PIC 9(2).
           05 WS-INICIO-MIN       PIC 9(2).
           05 WS-FIM-HORA         PIC 9(2).
           05 WS-FIM-MIN          PIC 9(2).
           05 WS-MINUTOS-AULA     PIC S9(4).
           05 WS-NIVEL            PIC 9(1).
           05 WS-MATRICULA-TXT    PIC X(8).

       01 TOTAIS-HORA-AULA.
           05 WS-TOTAL-HORAS        PIC 9(6)V9(2) VALUE 0.
           05 WS-TOTAL-AULAS        PIC 9(9)V9(2) VALUE 0.
           05 WS-TOTAL-DSR          PIC 9(9)V9(2) VALUE 0.
           05 WS-TOTAL-LANCADOS     PIC 9(5) VALUE 0.
           05 WS-TOTAL-CANCELADOS   PIC 9(5) VALUE 0.
           05 WS-TOTAL-OCORRENCIAS  PIC 9(5) VALUE 0.

       01 WS-HORAS-ED            PIC Z,ZZ9.99.
       01 WS-VALOR-ED            PIC Z,ZZZ,ZZ9.99.
       01 WS-TOTAL-ED            PIC ZZZZ9.

       01 LINHA-CABECALHO-TURMA.
           05 FILLER             PIC X(4) VALUE SPACES.
           05 FILLER             PIC X(8) VALUE "Turma".
           05 FILLER             PIC X(21) VALUE "Curso".
           05 FILLER             PIC X(5) VALUE "Dia".
           05 FILLER             PIC X(11) VALUE "Horario".
           05 FILLER             PIC X(7) VALUE "Aulas".
           05 FILLER             PIC X(10) VALUE "    Horas".
           05 FILLER             PIC X(13) VALUE "        Valor".

       01 LINHA-TURMA.
           05 FILLER             PIC X(4) VALUE SPACES.
           05 LT-CODIGO          PIC X(6).
           05 FILLER             PIC X(2) VALUE SPACES.
           05 LT-CURSO           PIC X(20).
           05 FILLER             PIC X(2) VALUE SPACES.
           05 LT-DIA             PIC 9(1).
           05 FILLER             PIC X(2) VALUE SPACES.
           05 LT-INICIO          PIC 9(4).
           05 FILLER             PIC X(1) VALUE "-".
           05 LT-FIM             PIC 9(4).
           05 FILLER             PIC X(3) VALUE SPACES.
           05 LT-AULAS           PIC Z9.
           05 FILLER             PIC X(3) VALUE SPACES.
           05 LT-HORAS           PIC Z,ZZ9.99.
           05 FILLER             PIC X(1) VALUE SPACES.
           05 LT-VALOR           PIC Z,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       INICIO.
           PERFORM DEFINIR-ARQUIVOS.
           DISPLAY "============================================".
           DISPLAY " Hora-Aula dos Professores - Mensal".
           DISPLAY "============================================".
           MOVE "HoraAulaMensal" TO WS-JOBLOG-PROGRAMA.
           MOVE "INICIO" TO WS-JOBLOG-EVENTO.
           PERFORM GRAVAR-JOBLOG.

           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
           IF WS-COMPETENCIA-TXT IS NUMERIC
                   AND WS-COMPETENCIA-TXT(5:2) >= "01"
                   AND WS-COMPETENCIA-TXT(5:2) <= "12"
               MOVE WS-COMPETENCIA-TXT TO WS-COMPETENCIA
           ELSE
               MOVE WS-DATA-HOJE(1:6) TO WS-COMPETENCIA
           END-IF.
           PERFORM LER-PERIODO-LETIVO.
           PERFORM MONTAR-DIAS-MES.
           DISPLAY "Competencia: " WS-COMPETENCIA
              "  Periodo letivo: " WS-PERIODO-LETIVO
              "  Feriados: " WS-FERIADOS-MES.

           OPEN INPUT ARQ-TURMAS.
           IF WS-STATUS-TURMAS NOT = "00"
               DISPLAY "Erro ao abrir " WS-ARQ-TURMAS
                  " Status: " WS-STATUS-TURMAS
               MOVE "HoraAulaMensal" TO WS-ERRLOG-PROGRAMA
               MOVE "INICIO" TO WS-ERRLOG-PARAGRAFO
               MOVE WS-ARQ-TURMAS TO WS-ERRLOG-ARQUIVO
               MOVE WS-STATUS-TURMAS TO WS-ERRLOG-STATUS
               PERFORM GRAVAR-ERRORLOG
               MOVE 8 TO RETURN-CODE
               MOVE 0 TO WS-JOBLOG-QTD-REGISTROS
               MOVE "FIM" TO WS-JOBLOG-EVENTO
               PERFORM GRAVAR-JOBLOG
               GOBACK
           END-IF.
           PERFORM CARREGAR-SECOES UNTIL WS-FIM-TURMAS = "S".
           CLOSE ARQ-TURMAS.
           PERFORM CARREGAR-FALTAS-PROFESSORES.

           PERFORM CARREGAR-VALORES.
           IF QTD-VALORES = 0
               DISPLAY "Tabela de hora-aula vazia ou ausente: "
                  WS-ARQ-HORA-AULA
               MOVE "HoraAulaMensal" TO WS-ERRLOG-PROGRAMA
               MOVE "CARREGAR-VALORES" TO WS-ERRLOG-PARAGRAFO
               MOVE WS-ARQ-HORA-AULA TO WS-ERRLOG-ARQUIVO
               MOVE WS-STATUS-HORA-AULA TO WS-ERRLOG-STATUS
               PERFORM GRAVAR-ERRORLOG
               MOVE 8 TO RETURN-CODE
               MOVE 0 TO WS-JOBLOG-QTD-REGISTROS
               MOVE "FIM" TO WS-JOBLOG-EVENTO
               PERFORM GRAVAR-JOBLOG
               GOBACK
           END-IF.
           PERFORM CARREGAR-TITULACAO.
           PERFORM CARREGAR-FUNCIONARIOS.

           PERFORM VARYING IDX-SEC FROM 1 BY 1
                   UNTIL IDX-SEC > QTD-SECOES
               PERFORM CONTAR-AULAS-SECAO
           END-PERFORM.
           PERFORM VARYING IDX-TSU FROM 1 BY 1
                   UNTIL IDX-TSU > QTD-SUBSTITUICOES
               PERFORM CREDITAR-SUBSTITUICAO
           END-PERFORM.

           OPEN INPUT ARQ-PROFESSORES.
           IF WS-STATUS-PROFESSORES = "00"
               MOVE "S" TO WS-PROFESSORES-ABERTOS
           END-IF.
           PERFORM VARYING IDX-PRO FROM 1 BY 1
                   UNTIL IDX-PRO > QTD-PROFESSORES
               PERFORM CALCULAR-PROFESSOR
           END-PERFORM.
           IF WS-PROFESSORES-ABERTOS = "S"
               CLOSE ARQ-PROFESSORES
               MOVE "N" TO WS-PROFESSORES-ABERTOS
           END-IF.

           PERFORM LANCAR-PROVENTOS.

           OPEN OUTPUT RELATORIO.
           PERFORM ESCREVER-CABECALHO.
           PERFORM VARYING IDX-PRO FROM 1 BY 1
                   UNTIL IDX-PRO > QTD-PROFESSORES
               PERFORM ESCREVER-PROFESSOR
           END-PERFORM.
           PERFORM ESCREVER-TOTAL.
           CLOSE RELATORIO.

           DISPLAY "Demonstrativo gravado em " WS-ARQ-RELATORIO.
           MOVE WS-TOTAL-LANCADOS TO WS-TOTAL-ED.
           DISPLAY "Professores lancados na folha: " WS-TOTAL-ED.
           IF WS-TOTAL-OCORRENCIAS > 0 AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF.

           MOVE QTD-PROFESSORES TO WS-JOBLOG-QTD-REGISTROS.
           MOVE "FIM" TO WS-JOBLOG-EVENTO.
           PERFORM GRAVAR-JOBLOG.
           GOBACK.

       DEFINIR-ARQUIVOS.
           ACCEPT WS-ARQ-TURMAS FROM ENVIRONMENT "TURMAS_IDX"
               ON EXCEPTION
                   MOVE "turmas.idx" TO WS-ARQ-TURMAS
           END-ACCEPT.
           ACCEPT WS-ARQ-PROFESSORES FROM ENVIRONMENT "PROFESSORES_IDX"
               ON EXCEPTION
                   MOVE "professores.idx" TO WS-ARQ-PROFESSORES
           END-ACCEPT.
           ACCEPT WS-ARQ-FUNCIONARIOS FROM ENVIRONMENT
                   "FUNCIONARIOS_DATA"
               ON EXCEPTION
                   MOVE "FUNCIONARIOS.DATA" TO WS-ARQ-FUNCIONARIOS
           END-ACCEPT.
           ACCEPT WS-ARQ-HORA-AULA FROM ENVIRONMENT
                   "TABELA_HORA_AULA_DATA"
               ON EXCEPTION
                   MOVE "TABELA-HORA-AULA.DATA" TO WS-ARQ-HORA-AULA
           END-ACCEPT.
           ACCEPT WS-ARQ-TITULACAO FROM ENVIRONMENT
                   "PROFESSORES_TITULACAO_DATA"
               ON EXCEPTION
                   MOVE "PROFESSORES-TITULACAO.DATA"
                       TO WS-ARQ-TITULACAO
           END-ACCEPT.
           ACCEPT WS-ARQ-PROVENTOS FROM ENVIRONMENT
                   "PROVENTOS_VARIAVEIS_DATA"
               ON EXCEPTION
                   MOVE "PROVENTOS-VARIAVEIS.DATA" TO WS-ARQ-PROVENTOS
           END-ACCEPT.
           ACCEPT WS-ARQ-FALTAS-PROF FROM ENVIRONMENT
                   "FALTAS_PROFESSORES"
               ON EXCEPTION
                   MOVE "faltas-professores.data"
                       TO WS-ARQ-FALTAS-PROF
           END-ACCEPT.
           ACCEPT WS-ARQ-RELATORIO FROM ENVIRONMENT "HORA_AULA_LST"
               ON EXCEPTION
                   MOVE "HORA-AULA.LST" TO WS-ARQ-RELATORIO
           END-ACCEPT.
           ACCEPT WS-COMPETENCIA-TXT FROM ENVIRONMENT
                   "HORA_AULA_COMPETENCIA"
               ON EXCEPTION
                   MOVE SPACES TO WS-COMPETENCIA-TXT
           END-ACCEPT.
           ACCEPT WS-UNIDADE-FILTRO FROM ENVIRONMENT
                   "UNIDADE_FILTRO"
               ON EXCEPTION
                   MOVE SPACES TO WS-UNIDADE-FILTRO
           END-ACCEPT.

      * Classifica cada dia do mes: dia da semana pela data e
      * feriado somente quando cadastrado no calendario. Sabado
      * e domingo tem aula normalmente se houver turma no dia.
       MONTAR-DIAS-MES.
           MOVE 0 TO WS-FERIADOS-MES.
           COMPUTE WS-DATA-AUX = WS-COMPETENCIA * 100 + 1.
           COMPUTE WS-DIAS-CORRIDOS
               = FUNCTION INTEGER-OF-DATE(WS-DATA-AUX).
           IF WS-COMPETENCIA(5:2) = "12"
               COMPUTE WS-DATA-AUX
                   = (WS-COMPETENCIA + 89) * 100 + 1
           ELSE
               COMPUTE WS-DATA-AUX
                   = (WS-COMPETENCIA + 1) * 100 + 1
           END-IF.
           COMPUTE WS-DIAS-NO-MES
               = FUNCTION INTEGER-OF-DATE(WS-DATA-AUX)
                   - WS-DIAS-CORRIDOS.
           PERFORM ABRIR-CALENDARIO.
           PERFORM VARYING WS-DIA FROM 1 BY 1
                   UNTIL WS-DIA > WS-DIAS-NO-MES
               COMPUTE WS-CAL-DATA-CONSULTA
                   = WS-COMPETENCIA * 100 + WS-DIA
               COMPUTE WS-CAL-DIAS-CORRIDOS
                   = FUNCTION INTEGER-OF-DATE(WS-CAL-DATA-CONSULTA)
               COMPUTE WS-CAL-DIA-SEMANA
                   = FUNCTION MOD(WS-CAL-DIAS-CORRIDOS, 7)
               IF WS-CAL-DIA-SEMANA = 0
                   MOVE 7 TO WS-CAL-DIA-SEMANA
               END-IF
               MOVE WS-CAL-DIA-SEMANA TO TDM-DIA-SEMANA(WS-DIA)
               MOVE "N" TO TDM-FERIADO(WS-DIA)
               IF WS-CALENDARIO-ABERTO = "S"
                   MOVE WS-CAL-DATA-CONSULTA TO CAL-DATA
                   READ ARQ-CALENDARIO
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           IF DIA-FERIADO
                               MOVE "S" TO TDM-FERIADO(WS-DIA)
                               ADD 1 TO WS-FERIADOS-MES
                           END-IF
                   END-READ
               END-IF
           END-PERFORM.
           PERFORM FECHAR-CALENDARIO.

      * Uma secao por turma do periodo: o turmas.idx repete a
      * grade em cada aluno matriculado.
       CARREGAR-SECOES.
           READ ARQ-TURMAS NEXT RECORD
               AT END
                   MOVE "S" TO WS-FIM-TURMAS
               NOT AT END
                   IF TUR-PERIODO = WS-PERIODO-LETIVO
                           AND TUR-MATRICULA-PROFESSOR NOT = SPACES
                           AND TUR-DIA-SEMANA >= 1
                           AND TUR-DIA-SEMANA <= 7
                           AND TUR-HORA-FIM > TUR-HORA-INICIO
                           AND (WS-UNIDADE-FILTRO = SPACES
                               OR TUR-UNIDADE = WS-UNIDADE-FILTRO)
                       PERFORM GUARDAR-SECAO
                   END-IF
           END-READ.

       GUARDAR-SECAO.
           MOVE "N" TO WS-ENCONTRADO.
           PERFORM VARYING IDX-SEC FROM 1 BY 1
                   UNTIL IDX-SEC > QTD-SECOES
               IF SEC-CODIGO(IDX-SEC) = TUR-CODIGO
                   MOVE "S" TO WS-ENCONTRADO
               END-IF
           END-PERFORM.
           IF WS-ENCONTRADO = "N" AND QTD-SECOES < 200
               ADD 1 TO QTD-SECOES
               SET IDX-SEC TO QTD-SECOES
               MOVE TUR-CODIGO TO SEC-CODIGO(IDX-SEC)
               MOVE TUR-CURSO TO SEC-CURSO(IDX-SEC)
               MOVE TUR-MATRICULA-PROFESSOR
                   TO SEC-PROFESSOR(IDX-SEC)
               MOVE TUR-DIA-SEMANA TO SEC-DIA(IDX-SEC)
               MOVE TUR-HORA-INICIO TO SEC-INICIO(IDX-SEC)
               MOVE TUR-HORA-FIM TO SEC-FIM(IDX-SEC)
               MOVE 0 TO SEC-AULAS(IDX-SEC)
               MOVE 0 TO SEC-FALTAS(IDX-SEC)
               MOVE 0 TO SEC-REPOSICOES(IDX-SEC)
               MOVE 0 TO SEC-MINUTOS(IDX-SEC)
               MOVE 0 TO SEC-HORAS(IDX-SEC)
               MOVE 0 TO SEC-VALOR(IDX-SEC)
           END-IF.

      * Faltas do titular no mes (fora feriado, que ja nao conta
      * aula) reduzem as aulas da turma; reposicao realizada no mes
      * devolve a aula ao titular.
       CARREGAR-FALTAS-PROFESSORES.
           MOVE 0 TO QTD-SUBSTITUICOES.
           MOVE "N" TO WS-FIM-ARQ.
           OPEN INPUT ARQ-FALTAS-PROF.
           IF WS-STATUS-FALTAS-PROF = "00"
               PERFORM UNTIL WS-FIM-ARQ = "S"
                   READ ARQ-FALTAS-PROF
                       AT END
                           MOVE "S" TO WS-FIM-ARQ
                       NOT AT END
                           IF FPR-PERIODO = WS-PERIODO-LETIVO
                               PERFORM APLICAR-FALTA-PROFESSOR
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQ-FALTAS-PROF
           END-IF.

       APLICAR-FALTA-PROFESSOR.
           PERFORM VARYING IDX-SEC FROM 1 BY 1
                   UNTIL IDX-SEC > QTD-SECOES
                   OR SEC-CODIGO(IDX-SEC) = FPR-TURMA
               CONTINUE
           END-PERFORM.
           IF IDX-SEC <= QTD-SECOES
               MOVE FPR-DATA(7:2) TO WS-DIA
               IF FPR-DATA(1:6) = WS-COMPETENCIA
                       AND TDM-FERIADO(WS-DIA) = "N"
                   ADD 1 TO SEC-FALTAS(IDX-SEC)
                   IF FALTA-SUBSTITUIDA
                           AND QTD-SUBSTITUICOES < 500
                       ADD 1 TO QTD-SUBSTITUICOES
                       SET IDX-TSU TO QTD-SUBSTITUICOES
                       MOVE FPR-SUBSTITUTO TO TSU-PROFESSOR(IDX-TSU)
                       SET TSU-SECAO(IDX-TSU) TO IDX-SEC
                   END-IF
               END-IF
               IF REPOSICAO-AGENDADA
                       AND FPR-REPOSICAO-DATA(1:6) = WS-COMPETENCIA
                       AND FPR-REPOSICAO-DATA <= WS-DATA-HOJE
                   ADD 1 TO SEC-REPOSICOES(IDX-SEC)
               END-IF
           END-IF.

       CARREGAR-VALORES.
           MOVE 0 TO QTD-VALORES.
           MOVE "N" TO WS-FIM-ARQ.
           OPEN INPUT ARQ-HORA-AULA.
           IF WS-STATUS-HORA-AULA = "00"
               PERFORM UNTIL WS-FIM-ARQ = "S"
                   READ ARQ-HORA-AULA
                       AT END
                           MOVE "S" TO WS-FIM-ARQ
                       NOT AT END
                           IF QTD-VALORES < 100
                               ADD 1 TO QTD-VALORES
                               SET IDX-THA TO QTD-VALORES
                               MOVE HAU-TIPO-CONTRATO
                                   TO THA-TIPO-CONTRATO(IDX-THA)
                               MOVE HAU-TITULACAO
                                   TO THA-TITULACAO(IDX-THA)
                               MOVE HAU-VALOR-HORA
                                   TO THA-VALOR-HORA(IDX-THA)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQ-HORA-AULA
           END-IF.

      * Guarda o maior grau de cada professor (G < E < M < D).
       CARREGAR-TITULACAO.
           MOVE 0 TO QTD-TITULADOS.
           MOVE "N" TO WS-FIM-ARQ.
           OPEN INPUT ARQ-TITULACAO.
           IF WS-STATUS-TITULACAO = "00"
               PERFORM UNTIL WS-FIM-ARQ = "S"
                   READ ARQ-TITULACAO
                       AT END
                           MOVE "S" TO WS-FIM-ARQ
                       NOT AT END
                           PERFORM GUARDAR-TITULACAO
                   END-READ
               END-PERFORM
               CLOSE ARQ-TITULACAO
           END-IF.

       GUARDAR-TITULACAO.
           EVALUATE TRUE
               WHEN TITULO-DOUTOR
                   MOVE 4 TO WS-NIVEL
               WHEN TITULO-MESTRE
                   MOVE 3 TO WS-NIVEL
               WHEN TITULO-ESPECIALISTA
                   MOVE 2 TO WS-NIVEL
               WHEN OTHER
                   MOVE 1 TO WS-NIVEL
           END-EVALUATE.
           PERFORM VARYING IDX-TTI FROM 1 BY 1
                   UNTIL IDX-TTI > QTD-TITULADOS
                   OR TTI-MATRICULA(IDX-TTI) = TIT-MATRICULA
               CONTINUE
           END-PERFORM.
           IF IDX-TTI > QTD-TITULADOS AND QTD-TITULADOS < 500
               ADD 1 TO QTD-TITULADOS
               SET IDX-TTI TO QTD-TITULADOS
               MOVE TIT-MATRICULA TO TTI-MATRICULA(IDX-TTI)
               MOVE 0 TO TTI-NIVEL(IDX-TTI)
           END-IF.
           IF IDX-TTI <= QTD-TITULADOS
               IF WS-NIVEL > TTI-NIVEL(IDX-TTI)
                   MOVE WS-NIVEL TO TTI-NIVEL(IDX-TTI)
                   MOVE TIT-GRAU TO TTI-GRAU(IDX-TTI)
               END-IF
           END-IF.

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
                           IF DETALHEFUNCIONARIO(1:3) NOT = "HDR"
                                   AND DETALHEFUNCIONARIO(1:3)
                                       NOT = "TRL"
                                   AND MATRICULA-FUNCIONARIO
                                       IS NUMERIC
                                   AND QTD-FUNCIONARIOS < 500
                               ADD 1 TO QTD-FUNCIONARIOS
                               SET IDX-FUN TO QTD-FUNCIONARIOS
                               MOVE MATRICULA-FUNCIONARIO
                                   TO TFU-MATRICULA(IDX-FUN)
                               IF FUNCIONARIO-DESLIGADO
                                   MOVE "N" TO TFU-ATIVO(IDX-FUN)
                               ELSE
                                   MOVE "S" TO TFU-ATIVO(IDX-FUN)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FUNCIONARIOS
           END-IF.

      * Aulas dadas no mes: dias com o dia da semana da turma que
      * nao sao feriado, menos as faltas do titular e mais as
      * reposicoes, vezes a duracao da aula em horas.
       CONTAR-AULAS-SECAO.
           PERFORM VARYING WS-DIA FROM 1 BY 1
                   UNTIL WS-DIA > WS-DIAS-NO-MES
               IF TDM-DIA-SEMANA(WS-DIA) = SEC-DIA(IDX-SEC)
                       AND TDM-FERIADO(WS-DIA) = "N"
                   ADD 1 TO SEC-AULAS(IDX-SEC)
               END-IF
           END-PERFORM.
           IF SEC-FALTAS(IDX-SEC) > SEC-AULAS(IDX-SEC)
               MOVE 0 TO SEC-AULAS(IDX-SEC)
           ELSE
               SUBTRACT SEC-FALTAS(IDX-SEC) FROM SEC-AULAS(IDX-SEC)
           END-IF.
           ADD SEC-REPOSICOES(IDX-SEC) TO SEC-AULAS(IDX-SEC).
           DIVIDE SEC-INICIO(IDX-SEC) BY 100 GIVING WS-INICIO-HORA
               REMAINDER WS-INICIO-MIN.
           DIVIDE SEC-FIM(IDX-SEC) BY 100 GIVING WS-FIM-HORA
               REMAINDER WS-FIM-MIN.
           COMPUTE WS-MINUTOS-AULA
               = (WS-FIM-HORA * 60 + WS-FIM-MIN)
               - (WS-INICIO-HORA * 60 + WS-INICIO-MIN).
           IF WS-MINUTOS-AULA < 0
               MOVE 0 TO WS-MINUTOS-AULA
           END-IF.
           MOVE WS-MINUTOS-AULA TO SEC-MINUTOS(IDX-SEC).
           COMPUTE SEC-HORAS(IDX-SEC) ROUNDED
               = SEC-AULAS(IDX-SEC) * WS-MINUTOS-AULA / 60.

           MOVE SEC-PROFESSOR(IDX-SEC) TO WS-PROFESSOR-BUSCA.
           PERFORM LOCALIZAR-PROFESSOR.
           IF IDX-PRO <= QTD-PROFESSORES
               ADD SEC-HORAS(IDX-SEC) TO TPR-HORAS(IDX-PRO)
           END-IF.

      * Uma aula da turma, na duracao da grade, para o substituto.
       CREDITAR-SUBSTITUICAO.
           SET IDX-SEC TO TSU-SECAO(IDX-TSU).
           MOVE TSU-PROFESSOR(IDX-TSU) TO WS-PROFESSOR-BUSCA.
           PERFORM LOCALIZAR-PROFESSOR.
           IF IDX-PRO <= QTD-PROFESSORES
               COMPUTE TPR-HORAS-SUBST(IDX-PRO) ROUNDED
                   = TPR-HORAS-SUBST(IDX-PRO)
                   + SEC-MINUTOS(IDX-SEC) / 60
               COMPUTE TPR-HORAS(IDX-PRO) ROUNDED
                   = TPR-HORAS(IDX-PRO)
                   + SEC-MINUTOS(IDX-SEC) / 60
           END-IF.

      * Posiciona IDX-PRO no professor WS-PROFESSOR-BUSCA,
      * incluindo-o na tabela na primeira ocorrencia.
       LOCALIZAR-PROFESSOR.
           PERFORM VARYING IDX-PRO FROM 1 BY 1
                   UNTIL IDX-PRO > QTD-PROFESSORES
                   OR TPR-MATRICULA(IDX-PRO) = WS-PROFESSOR-BUSCA
               CONTINUE
           END-PERFORM.
           IF IDX-PRO > QTD-PROFESSORES AND QTD-PROFESSORES < 200
               ADD 1 TO QTD-PROFESSORES
               SET IDX-PRO TO QTD-PROFESSORES
               MOVE WS-PROFESSOR-BUSCA TO TPR-MATRICULA(IDX-PRO)
               MOVE SPACES TO TPR-NOME(IDX-PRO)
               MOVE SPACES TO TPR-CONTRATO(IDX-PRO)
               MOVE "G" TO TPR-TITULACAO(IDX-PRO)
               MOVE 0 TO TPR-VALOR-HORA(IDX-PRO)
               MOVE 0 TO TPR-HORAS(IDX-PRO)
               MOVE 0 TO TPR-HORAS-SUBST(IDX-PRO)
               MOVE 0 TO TPR-VALOR-AULAS(IDX-PRO)
               MOVE 0 TO TPR-VALOR-DSR(IDX-PRO)
               MOVE 0 TO TPR-FUNCIONARIO(IDX-PRO)
               MOVE "N" TO TPR-LANCAR(IDX-PRO)
               MOVE SPACES TO TPR-OCORRENCIA(IDX-PRO)
           END-IF.

      * Valor da hora pelo contrato e maior titulacao; o DSR e um
      * sexto das aulas. So entra na folha o professor que tambem
      * e funcionario ativo (mesma matricula de 5 digitos).
       CALCULAR-PROFESSOR.
           IF WS-PROFESSORES-ABERTOS = "S"
               MOVE TPR-MATRICULA(IDX-PRO) TO PRO-MATRICULA
               READ ARQ-PROFESSORES
                   INVALID KEY
                       MOVE "PROFESSOR NAO CADASTRADO"
                           TO TPR-OCORRENCIA(IDX-PRO)
                   NOT INVALID KEY
                       MOVE PRO-NOME TO TPR-NOME(IDX-PRO)
                       MOVE PRO-TIPO-CONTRATO
                           TO TPR-CONTRATO(IDX-PRO)
                       IF PRO-ATIVO = "N"
                           MOVE "PROFESSOR INATIVO COM TURMA"
                               TO TPR-OCORRENCIA(IDX-PRO)
                       END-IF
               END-READ
           ELSE
               MOVE "PROFESSORES.IDX INDISPONIVEL"
                   TO TPR-OCORRENCIA(IDX-PRO)
           END-IF.

           PERFORM VARYING IDX-TTI FROM 1 BY 1
                   UNTIL IDX-TTI > QTD-TITULADOS
               IF TTI-MATRICULA(IDX-TTI) = TPR-MATRICULA(IDX-PRO)
                   MOVE TTI-GRAU(IDX-TTI) TO TPR-TITULACAO(IDX-PRO)
               END-IF
           END-PERFORM.

           PERFORM VARYING IDX-THA FROM 1 BY 1
                   UNTIL IDX-THA > QTD-VALORES
               IF THA-TIPO-CONTRATO(IDX-THA) = TPR-CONTRATO(IDX-PRO)
                       AND THA-TITULACAO(IDX-THA)
                           = TPR-TITULACAO(IDX-PRO)
                   MOVE THA-VALOR-HORA(IDX-THA)
                       TO TPR-VALOR-HORA(IDX-PRO)
               END-IF
           END-PERFORM.
           IF TPR-VALOR-HORA(IDX-PRO) = 0
                   AND TPR-OCORRENCIA(IDX-PRO) = SPACES
               MOVE "SEM VALOR DE HORA-AULA"
                   TO TPR-OCORRENCIA(IDX-PRO)
           END-IF.

           COMPUTE TPR-VALOR-AULAS(IDX-PRO) ROUNDED
               = TPR-HORAS(IDX-PRO) * TPR-VALOR-HORA(IDX-PRO).
           COMPUTE TPR-VALOR-DSR(IDX-PRO) ROUNDED
               = TPR-VALOR-AULAS(IDX-PRO) / FATOR-DSR-AULA.

           IF TPR-OCORRENCIA(IDX-PRO) NOT = SPACES
               ADD 1 TO WS-TOTAL-OCORRENCIAS
           ELSE
               MOVE TPR-MATRICULA(IDX-PRO) TO WS-MATRICULA-TXT
               IF WS-MATRICULA-TXT(1:5) IS NUMERIC
                       AND WS-MATRICULA-TXT(6:3) = SPACES
                   PERFORM VARYING IDX-FUN FROM 1 BY 1
                           UNTIL IDX-FUN > QTD-FUNCIONARIOS
                       IF TFU-MATRICULA(IDX-FUN)
                               = WS-MATRICULA-TXT(1:5)
                               AND TFU-ATIVO(IDX-FUN) = "S"
                           MOVE TFU-MATRICULA(IDX-FUN)
                               TO TPR-FUNCIONARIO(IDX-PRO)
                       END-IF
                   END-PERFORM
               END-IF
               IF TPR-FUNCIONARIO(IDX-PRO) > 0
                       AND TPR-VALOR-AULAS(IDX-PRO) > 0
                   MOVE "S" TO TPR-LANCAR(IDX-PRO)
               END-IF
           END-IF.

           ADD TPR-HORAS(IDX-PRO) TO WS-TOTAL-HORAS.
           ADD TPR-VALOR-AULAS(IDX-PRO) TO WS-TOTAL-AULAS.
           ADD TPR-VALOR-DSR(IDX-PRO) TO WS-TOTAL-DSR.

      * Na reexecucao da competencia os lancamentos de hora-aula
      * anteriores sao cancelados e gravados de novo.
       LANCAR-PROVENTOS.
           MOVE "N" TO WS-FIM-ARQ.
           OPEN I-O ARQ-PROVENTOS.
           IF WS-STATUS-PROVENTOS = "00"
               PERFORM UNTIL WS-FIM-ARQ = "S"
                   READ ARQ-PROVENTOS
                       AT END
                           MOVE "S" TO WS-FIM-ARQ
                       NOT AT END
                           IF PVV-COMPETENCIA = WS-COMPETENCIA
                                   AND PROVENTO-ATIVO
                                   AND (RUBRICA-HORA-AULA
                                       OR RUBRICA-DSR-AULA)
                               SET PROVENTO-CANCELADO TO TRUE
                               REWRITE REGISTRO-PROVENTO
                               ADD 1 TO WS-TOTAL-CANCELADOS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQ-PROVENTOS
           END-IF.

           OPEN EXTEND ARQ-PROVENTOS.
           IF WS-STATUS-PROVENTOS = "35"
               OPEN OUTPUT ARQ-PROVENTOS
           END-IF.
           IF WS-STATUS-PROVENTOS NOT = "00"
               DISPLAY "Erro ao abrir " WS-ARQ-PROVENTOS
                  " Status: " WS-STATUS-PROVENTOS
               MOVE "HoraAulaMensal" TO WS-ERRLOG-PROGRAMA
               MOVE "LANCAR-PROVENTOS" TO WS-ERRLOG-PARAGRAFO
               MOVE WS-ARQ-PROVENTOS TO WS-ERRLOG-ARQUIVO
               MOVE WS-STATUS-PROVENTOS TO WS-ERRLOG-STATUS
               PERFORM GRAVAR-ERRORLOG
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM VARYING IDX-PRO FROM 1 BY 1
                       UNTIL IDX-PRO > QTD-PROFESSORES
                   IF TPR-LANCAR(IDX-PRO) = "S"
                       PERFORM GRAVAR-PROVENTOS-PROFESSOR
                   END-IF
               END-PERFORM
               CLOSE ARQ-PROVENTOS
           END-IF.

       GRAVAR-PROVENTOS-PROFESSOR.
           MOVE TPR-FUNCIONARIO(IDX-PRO) TO PVV-MATRICULA.
           MOVE WS-COMPETENCIA TO PVV-COMPETENCIA.
           SET RUBRICA-HORA-AULA TO TRUE.
           MOVE TPR-HORAS(IDX-PRO) TO PVV-HORAS.
           MOVE TPR-VALOR-AULAS(IDX-PRO) TO PVV-VALOR.
           SET PROVENTO-ATIVO TO TRUE.
           MOVE WS-DATA-HOJE TO PVV-DATA-LANCAMENTO.
           WRITE REGISTRO-PROVENTO.
           IF TPR-VALOR-DSR(IDX-PRO) > 0
               SET RUBRICA-DSR-AULA TO TRUE
               MOVE 0 TO PVV-HORAS
               MOVE TPR-VALOR-DSR(IDX-PRO) TO PVV-VALOR
               WRITE REGISTRO-PROVENTO
           END-IF.
           ADD 1 TO WS-TOTAL-LANCADOS.

       ESCREVER-CABECALHO.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "Demonstrativo de Hora-Aula - Competencia "
               DELIMITED BY SIZE
               WS-COMPETENCIA DELIMITED BY SIZE
               "  Periodo letivo " DELIMITED BY SIZE
               WS-PERIODO-LETIVO DELIMITED BY SIZE
               "  Unidade: " DELIMITED BY SIZE
               WS-UNIDADE-FILTRO DELIMITED BY SIZE
               INTO LINHA-RELATORIO
           END-STRING.
           WRITE LINHA-RELATORIO.

       ESCREVER-PROFESSOR.
           MOVE SPACES TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE TPR-VALOR-HORA(IDX-PRO) TO WS-VALOR-ED.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "Professor: " DELIMITED BY SIZE
               TPR-MATRICULA(IDX-PRO) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               TPR-NOME(IDX-PRO) DELIMITED BY SIZE
               "  Contrato: " DELIMITED BY SIZE
               TPR-CONTRATO(IDX-PRO) DELIMITED BY SIZE
               "  Titulacao: " DELIMITED BY SIZE
               TPR-TITULACAO(IDX-PRO) DELIMITED BY SIZE
               "  Valor/hora: " DELIMITED BY SIZE
               WS-VALOR-ED DELIMITED BY SIZE
               INTO LINHA-RELATORIO
           END-STRING.
           WRITE LINHA-RELATORIO.
           MOVE LINHA-CABECALHO-TURMA TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           PERFORM VARYING IDX-SEC FROM 1 BY 1
                   UNTIL IDX-SEC > QTD-SECOES
               IF SEC-PROFESSOR(IDX-SEC) = TPR-MATRICULA(IDX-PRO)
                   PERFORM ESCREVER-TURMA
               END-IF
           END-PERFORM.

           MOVE TPR-HORAS(IDX-PRO) TO WS-HORAS-ED.
           MOVE TPR-VALOR-AULAS(IDX-PRO) TO WS-VALOR-ED.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "    Aulas do mes: " DELIMITED BY SIZE
               WS-HORAS-ED DELIMITED BY SIZE
               " horas  " DELIMITED BY SIZE
               WS-VALOR-ED DELIMITED BY SIZE
               INTO LINHA-RELATORIO
           END-STRING.
           WRITE LINHA-RELATORIO.
           IF TPR-HORAS-SUBST(IDX-PRO) > 0
               MOVE TPR-HORAS-SUBST(IDX-PRO) TO WS-HORAS-ED
               MOVE SPACES TO LINHA-RELATORIO
               STRING "    Substituicoes (incluidas): "
                   DELIMITED BY SIZE
                   WS-HORAS-ED DELIMITED BY SIZE
                   " horas" DELIMITED BY SIZE
                   INTO LINHA-RELATORIO
               END-STRING
               WRITE LINHA-RELATORIO
           END-IF.
           MOVE TPR-VALOR-DSR(IDX-PRO) TO WS-VALOR-ED.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "    DSR (1/6 das aulas): " DELIMITED BY SIZE
               WS-VALOR-ED DELIMITED BY SIZE
               INTO LINHA-RELATORIO
           END-STRING.
           WRITE LINHA-RELATORIO.
           MOVE SPACES TO LINHA-RELATORIO.
           EVALUATE TRUE
               WHEN TPR-OCORRENCIA(IDX-PRO) NOT = SPACES
                   STRING "    Folha: NAO LANCADO - " DELIMITED BY SIZE
                       TPR-OCORRENCIA(IDX-PRO) DELIMITED BY SIZE
                       INTO LINHA-RELATORIO
                   END-STRING
               WHEN TPR-LANCAR(IDX-PRO) = "S"
                   STRING "    Folha: LANCADO NA MATRICULA "
                       DELIMITED BY SIZE
                       TPR-FUNCIONARIO(IDX-PRO) DELIMITED BY SIZE
                       INTO LINHA-RELATORIO
                   END-STRING
               WHEN TPR-FUNCIONARIO(IDX-PRO) = 0
                   MOVE "    Folha: SEM VINCULO EM FUNCIONARIOS.DATA"
                       TO LINHA-RELATORIO
               WHEN OTHER
                   MOVE "    Folha: SEM AULAS NO MES"
                       TO LINHA-RELATORIO
           END-EVALUATE.
           WRITE LINHA-RELATORIO.

       ESCREVER-TURMA.
           COMPUTE SEC-VALOR(IDX-SEC) ROUNDED
               = SEC-HORAS(IDX-SEC) * TPR-VALOR-HORA(IDX-PRO).
           MOVE SEC-CODIGO(IDX-SEC) TO LT-CODIGO.
           MOVE SEC-CURSO(IDX-SEC) TO LT-CURSO.
           MOVE SEC-DIA(IDX-SEC) TO LT-DIA.
           MOVE SEC-INICIO(IDX-SEC) TO LT-INICIO.
           MOVE SEC-FIM(IDX-SEC) TO LT-FIM.
           MOVE SEC-AULAS(IDX-SEC) TO LT-AULAS.
           MOVE SEC-HORAS(IDX-SEC) TO LT-HORAS.
           MOVE SEC-VALOR(IDX-SEC) TO LT-VALOR.
           MOVE SPACES TO LINHA-RELATORIO.
           MOVE LINHA-TURMA TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           IF SEC-FALTAS(IDX-SEC) > 0 OR SEC-REPOSICOES(IDX-SEC) > 0
               MOVE SPACES TO LINHA-RELATORIO
               STRING "      Faltas no mes: " DELIMITED BY SIZE
                   SEC-FALTAS(IDX-SEC) DELIMITED BY SIZE
                   "  Reposicoes no mes: " DELIMITED BY SIZE
                   SEC-REPOSICOES(IDX-SEC) DELIMITED BY SIZE
                   INTO LINHA-RELATORIO
               END-STRING
               WRITE LINHA-RELATORIO
           END-IF.

       ESCREVER-TOTAL.
           MOVE SPACES TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE QTD-PROFESSORES TO WS-TOTAL-ED.
           MOVE WS-TOTAL-HORAS TO WS-HORAS-ED.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "Professores: " DELIMITED BY SIZE
               WS-TOTAL-ED DELIMITED BY SIZE
               "  Horas-aula: " DELIMITED BY SIZE
               WS-HORAS-ED DELIMITED BY SIZE
               INTO LINHA-RELATORIO
           END-STRING.
           WRITE LINHA-RELATORIO.
           MOVE WS-TOTAL-AULAS TO WS-VALOR-ED.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "Valor das aulas: " DELIMITED BY SIZE
               WS-VALOR-ED DELIMITED BY SIZE
               INTO LINHA-RELATORIO
           END-STRING.
           WRITE LINHA-RELATORIO.
           MOVE WS-TOTAL-DSR TO WS-VALOR-ED.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "Valor do DSR...: " DELIMITED BY SIZE
               WS-VALOR-ED DELIMITED BY SIZE
               INTO LINHA-RELATORIO
           END-STRING.
           WRITE LINHA-RELATORIO.
           MOVE WS-TOTAL-LANCADOS TO WS-TOTAL-ED.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "Lancados na folha: " DELIMITED BY SIZE
               WS-TOTAL-ED DELIMITED BY SIZE
               INTO LINHA-RELATORIO
           END-STRING.
           WRITE LINHA-RELATORIO.
           MOVE WS-TOTAL-OCORRENCIAS TO WS-TOTAL-ED.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "Com ocorrencia...: " DELIMITED BY SIZE
               WS-TOTAL-ED DELIMITED BY SIZE
               INTO LINHA-RELATORIO
           END-STRING.
           WRITE LINHA-RELATORIO.

       COPY CALENDPD.

       COPY PERLETPD.

       COPY JOBLOGPD.

       COPY ERRLOGPD.

       IDENTIFICATION DIVISION.
           PROGRAM-ID. CoeficienteRendimento.
           AUTHOR. Fernando Anselmo.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-HISTORICO ASSIGN TO WS-ARQ-HISTORICO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-HISTORICO.

           SELECT ARQ-ALUNOS ASSIGN TO WS-ARQ-ALUNOS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ALU-MATRICULA
               FILE STATUS IS WS-STATUS-ALUNOS.

           SELECT ARQ-GRADE ASSIGN TO WS-ARQ-GRADE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-GRADE.

           SELECT ARQ-COEFICIENTE ASSIGN TO WS-ARQ-COEFICIENTE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CRE-MATRICULA
               FILE STATUS IS WS-STATUS-COEFICIENTE.

           SELECT ARQ-TRABALHO ASSIGN TO WS-ARQ-TRABALHO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-TRABALHO.

           SELECT RELATORIO ASSIGN TO WS-ARQ-RELATORIO
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ARQ-SORT-HISTORICO ASSIGN TO WS-ARQ-SORT-HISTORICO.

           SELECT ARQ-SORT-RANKING ASSIGN TO WS-ARQ-SORT-RANKING.

           COPY ERRLOGSL.

           COPY JOBLOGSL.

       DATA DIVISION.
       FILE SECTION.
       FD ARQ-HISTORICO.
       01 REGISTRO-HISTORICO.
           COPY HISTESC.

       FD ARQ-ALUNOS.
       01 REGISTRO-ALUNO.
           COPY ALUNO.

       FD ARQ-GRADE.
       01 REGISTRO-GRADE.
           COPY GRADECUR.

       FD ARQ-COEFICIENTE.
       01 REGISTRO-COEFICIENTE.
           COPY COEFREND.

      * Um registro por aluno avaliado, entrada das classificacoes
      * por curso/unidade e do quadro de honra.
       FD ARQ-TRABALHO.
       01 REGISTRO-TRABALHO.
           05 TRB-MATRICULA        PIC X(8).
           05 TRB-NOME             PIC X(30).
           05 TRB-CURSO            PIC X(20).
           05 TRB-UNIDADE          PIC X(3).
           05 TRB-COEFICIENTE      PIC 9(3)V9(2).
           05 TRB-CREDITOS         PIC 9(4).
           05 TRB-REPROVACOES      PIC 9(3).
           05 TRB-MEDIA-PERIODO    PIC 9(3)V9(2).
           05 TRB-CURSOU-PERIODO   PIC X(1).
           05 TRB-REPROV-PERIODO   PIC 9(3).

       FD RELATORIO.
       01 LINHA-RELATORIO          PIC X(100).

       SD ARQ-SORT-HISTORICO.
       01 REG-SORT-HISTORICO.
           05 SRT-MATRICULA        PIC X(8).
           05 SRT-PERIODO          PIC X(6).
           05 SRT-NOME             PIC X(20).
           05 SRT-MEDIA            PIC 9(3)V9(2).
           05 SRT-RESULTADO        PIC X(11).
           05 SRT-CREDITOS         PIC 9(2).

       SD ARQ-SORT-RANKING.
       01 REG-SORT-RANKING.
           05 SRK-MATRICULA        PIC X(8).
           05 SRK-NOME             PIC X(30).
           05 SRK-CURSO            PIC X(20).
           05 SRK-UNIDADE          PIC X(3).
           05 SRK-COEFICIENTE      PIC 9(3)V9(2).
           05 SRK-CREDITOS         PIC 9(4).
           05 SRK-REPROVACOES      PIC 9(3).
           05 SRK-MEDIA-PERIODO    PIC 9(3)V9(2).
           05 SRK-CURSOU-PERIODO   PIC X(1).
           05 SRK-REPROV-PERIODO   PIC 9(3).

       COPY ERRLOGFD.

       COPY JOBLOGFD.

       WORKING-STORAGE SECTION.
       COPY ERRLOGWS.

       COPY JOBLOGWS.

       01 WS-ARQ-HISTORICO       PIC X(40)
           VALUE "historico-escolar.data".
       01 WS-ARQ-ALUNOS          PIC X(40) VALUE "alunos.idx".
       01 WS-ARQ-GRADE           PIC X(40)
           VALUE "grade-curricular.data".
       01 WS-ARQ-COEFICIENTE     PIC X(40) VALUE "coeficiente.idx".
       01 WS-ARQ-TRABALHO        PIC X(40) VALUE "coeficiente.tmp".
       01 WS-ARQ-RELATORIO       PIC X(40) VALUE "COEFICIENTE.LST".
       01 WS-ARQ-SORT-HISTORICO  PIC X(40) VALUE "COEFICIENTE.SRT".
       01 WS-ARQ-SORT-RANKING    PIC X(40) VALUE "COEFRANK.SRT".

       01 WS-STATUS-HISTORICO    PIC X(2).
       01 WS-STATUS-ALUNOS       PIC X(2).
       01 WS-STATUS-GRADE        PIC X(2).
       01 WS-STATUS-COEFICIENTE  PIC X(2).
       01 WS-STATUS-TRABALHO     PIC X(2).

       01 WS-FIM-HISTORICO       PIC X VALUE "N".
       01 WS-FIM-GRADE           PIC X VALUE "N".
       01 WS-FIM-RETORNO         PIC X VALUE "N".

       01 WS-PERIODO-AVALIACAO   PIC X(6) VALUE SPACES.
       01 WS-PERIODO-MAIOR       PIC X(6) VALUE SPACES.
       01 WS-DATA-HOJE           PIC 9(8).

      * Quadro de honra: os HONRA_QUANTIDADE primeiros de cada
      * curso/unidade no periodo ou quem atingir HONRA_MEDIA
      * (formato 9999, ex. 0900 = 9,00), sempre sem reprovacao
      * no periodo.
       01 WS-HONRA-QTD-TXT       PIC X(3).
       01 WS-HONRA-QUANTIDADE    PIC 9(3) VALUE 10.
       01 WS-HONRA-MEDIA-TXT     PIC X(4).
       01 WS-HONRA-MEDIA-NUM REDEFINES WS-HONRA-MEDIA-TXT
                                 PIC 9(2)V9(2).
       01 WS-HONRA-MEDIA         PIC 9(2)V9(2) VALUE 0.

      * Creditos por disciplina da grade curricular.
       01 QTD-GRADE              PIC 9(3) VALUE 0.
       01 TABELA-GRADE.
           05 TGR-ITEM OCCURS 500 TIMES INDEXED BY IDX-GRA.
               10 TGR-DISCIPLINA PIC X(20).
               10 TGR-CREDITOS   PIC 9(2).
       01 WS-ACHOU-GRADE         PIC X VALUE "N".

      * Acumuladores do aluno em avaliacao.
       01 WS-PRIMEIRO-REGISTRO   PIC X VALUE "S".
       01 WS-ALUNO-ATUAL         PIC X(8).
       01 WS-NOME-ATUAL          PIC X(20).
       01 WS-SOMA-PONDERADA      PIC 9(7)V9(2).
       01 WS-SOMA-CREDITOS       PIC 9(4).
       01 WS-QTD-REPROVACOES     PIC 9(3).
       01 WS-SOMA-PONDERADA-PER  PIC 9(7)V9(2).
       01 WS-SOMA-CREDITOS-PER   PIC 9(4).
       01 WS-REPROVACOES-PER     PIC 9(3).

      * Alunos do curso/unidade em classificacao.
       01 WS-GRUPO-CURSO         PIC X(20).
       01 WS-GRUPO-UNIDADE       PIC X(3).
       01 WS-COEF-ANTERIOR       PIC 9(3)V9(2).
       01 WS-POSICAO             PIC 9(4).
       01 QTD-GRUPO              PIC 9(4) VALUE 0.
       01 TABELA-GRUPO.
           05 TGP-ITEM OCCURS 2000 TIMES INDEXED BY IDX-GRP.
               10 TGP-MATRICULA      PIC X(8).
               10 TGP-NOME           PIC X(30).
               10 TGP-COEFICIENTE    PIC 9(3)V9(2).
               10 TGP-CREDITOS       PIC 9(4).
               10 TGP-REPROVACOES    PIC 9(3).
               10 TGP-MEDIA-PERIODO  PIC 9(3)V9(2).
               10 TGP-POSICAO        PIC 9(4).

       01 WS-QTD-HONRA-GRUPO     PIC 9(4).
       01 WS-HONRA-OK            PIC X VALUE "N".
       01 WS-MEDIA-ULTIMA-HONRA  PIC 9(3)V9(2).

       01 WS-TOTAIS.
           05 WS-TOTAL-AVALIADOS     PIC 9(5) VALUE 0.
           05 WS-TOTAL-IGNORADOS     PIC 9(5) VALUE 0.
           05 WS-TOTAL-GRUPOS        PIC 9(5) VALUE 0.
           05 WS-TOTAL-HONRA         PIC 9(5) VALUE 0.
       01 WS-TOTAL-ED            PIC ZZZZ9.

       01 LINHA-GRUPO.
           05 FILLER             PIC X(7) VALUE "Curso: ".
           05 LG-CURSO           PIC X(20).
           05 FILLER             PIC X(11) VALUE "  Unidade: ".
           05 LG-UNIDADE         PIC X(3).
           05 FILLER             PIC X(10) VALUE "  Alunos: ".
           05 LG-QTD             PIC ZZZ9.

       01 LINHA-ALUNO.
           05 LA-POSICAO         PIC ZZZ9.
           05 FILLER             PIC X(2) VALUE SPACES.
           05 LA-MATRICULA       PIC X(8).
           05 FILLER             PIC X(2) VALUE SPACES.
           05 LA-NOME            PIC X(30).
           05 FILLER             PIC X(2) VALUE SPACES.
           05 LA-COEFICIENTE     PIC ZZ9.99.
           05 FILLER             PIC X(2) VALUE SPACES.
           05 LA-MEDIA-PERIODO   PIC ZZ9.99.
           05 FILLER             PIC X(2) VALUE SPACES.
           05 LA-CREDITOS        PIC ZZZ9.
           05 FILLER             PIC X(2) VALUE SPACES.
           05 LA-REPROVACOES     PIC ZZ9.

       PROCEDURE DIVISION.
       INICIO.
           PERFORM DEFINIR-ARQUIVOS.
           DISPLAY "============================================".
           DISPLAY " Coeficiente de Rendimento e Quadro de Honra".
           DISPLAY "============================================".
           MOVE "CoeficienteRendimento" TO WS-JOBLOG-PROGRAMA.
           MOVE "INICIO" TO WS-JOBLOG-EVENTO.
           PERFORM GRAVAR-JOBLOG.

           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
           PERFORM LER-PARAMETROS.
           PERFORM CARREGAR-GRADE.

           OPEN INPUT ARQ-HISTORICO.
           IF WS-STATUS-HISTORICO NOT = "00"
               DISPLAY "Erro ao abrir " WS-ARQ-HISTORICO
                  " Status: " WS-STATUS-HISTORICO
               MOVE "CoeficienteRendimento" TO WS-ERRLOG-PROGRAMA
               MOVE "INICIO" TO WS-ERRLOG-PARAGRAFO
               MOVE WS-ARQ-HISTORICO TO WS-ERRLOG-ARQUIVO
               MOVE WS-STATUS-HISTORICO TO WS-ERRLOG-STATUS
               PERFORM GRAVAR-ERRORLOG
               MOVE 8 TO RETURN-CODE
           ELSE
               CLOSE ARQ-HISTORICO
               OPEN INPUT ARQ-ALUNOS
               IF WS-STATUS-ALUNOS NOT = "00"
                   DISPLAY "Erro ao abrir " WS-ARQ-ALUNOS
                      " Status: " WS-STATUS-ALUNOS
                   MOVE "CoeficienteRendimento" TO WS-ERRLOG-PROGRAMA
                   MOVE "INICIO" TO WS-ERRLOG-PARAGRAFO
                   MOVE WS-ARQ-ALUNOS TO WS-ERRLOG-ARQUIVO
                   MOVE WS-STATUS-ALUNOS TO WS-ERRLOG-STATUS
                   PERFORM GRAVAR-ERRORLOG
                   MOVE 8 TO RETURN-CODE
               ELSE
                   PERFORM CALCULAR-E-CLASSIFICAR
                   CLOSE ARQ-ALUNOS
               END-IF
           END-IF.

           DISPLAY "Alunos avaliados.....: " WS-TOTAL-AVALIADOS.
           DISPLAY "Fora do cadastro.....: " WS-TOTAL-IGNORADOS.
           DISPLAY "Quadro de honra......: " WS-TOTAL-HONRA.

           MOVE WS-TOTAL-AVALIADOS TO WS-JOBLOG-QTD-REGISTROS.
           MOVE "FIM" TO WS-JOBLOG-EVENTO.
           PERFORM GRAVAR-JOBLOG.
           GOBACK.

       DEFINIR-ARQUIVOS.
           ACCEPT WS-ARQ-HISTORICO FROM ENVIRONMENT
                   "HISTORICO_ESCOLAR"
               ON EXCEPTION
                   MOVE "historico-escolar.data" TO WS-ARQ-HISTORICO
           END-ACCEPT.
           ACCEPT WS-ARQ-ALUNOS FROM ENVIRONMENT "ALUNOS_IDX"
               ON EXCEPTION
                   MOVE "alunos.idx" TO WS-ARQ-ALUNOS
           END-ACCEPT.
           ACCEPT WS-ARQ-GRADE FROM ENVIRONMENT "GRADE_CURRICULAR"
               ON EXCEPTION
                   MOVE "grade-curricular.data" TO WS-ARQ-GRADE
           END-ACCEPT.
           ACCEPT WS-ARQ-COEFICIENTE FROM ENVIRONMENT
                   "COEFICIENTE_IDX"
               ON EXCEPTION
                   MOVE "coeficiente.idx" TO WS-ARQ-COEFICIENTE
           END-ACCEPT.
           ACCEPT WS-ARQ-RELATORIO FROM ENVIRONMENT
                   "COEFICIENTE_LST"
               ON EXCEPTION
                   MOVE "COEFICIENTE.LST" TO WS-ARQ-RELATORIO
           END-ACCEPT.

       LER-PARAMETROS.
           ACCEPT WS-PERIODO-AVALIACAO FROM ENVIRONMENT
                   "COEFICIENTE_PERIODO"
               ON EXCEPTION
                   MOVE SPACES TO WS-PERIODO-AVALIACAO
           END-ACCEPT.
           ACCEPT WS-HONRA-QTD-TXT FROM ENVIRONMENT
                   "HONRA_QUANTIDADE"
               ON EXCEPTION
                   MOVE SPACES TO WS-HONRA-QTD-TXT
           END-ACCEPT.
           IF WS-HONRA-QTD-TXT IS NUMERIC
               MOVE WS-HONRA-QTD-TXT TO WS-HONRA-QUANTIDADE
           END-IF.
           ACCEPT WS-HONRA-MEDIA-TXT FROM ENVIRONMENT "HONRA_MEDIA"
               ON EXCEPTION
                   MOVE SPACES TO WS-HONRA-MEDIA-TXT
           END-ACCEPT.
           IF WS-HONRA-MEDIA-TXT IS NUMERIC
               MOVE WS-HONRA-MEDIA-NUM TO WS-HONRA-MEDIA
           END-IF.

      * Disciplina sem creditos na grade pesa 1.
       CARREGAR-GRADE.
           MOVE 0 TO QTD-GRADE.
           MOVE "N" TO WS-FIM-GRADE.
           OPEN INPUT ARQ-GRADE.
           IF WS-STATUS-GRADE = "00"
               PERFORM UNTIL WS-FIM-GRADE = "S"
                   READ ARQ-GRADE
                       AT END
                           MOVE "S" TO WS-FIM-GRADE
                       NOT AT END
                           IF QTD-GRADE < 500
                                   AND GRA-CREDITOS IS NUMERIC
                                   AND GRA-CREDITOS > 0
                               ADD 1 TO QTD-GRADE
                               SET IDX-GRA TO QTD-GRADE
                               MOVE GRA-DISCIPLINA
                                   TO TGR-DISCIPLINA(IDX-GRA)
                               MOVE GRA-CREDITOS
                                   TO TGR-CREDITOS(IDX-GRA)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQ-GRADE
           ELSE
               DISPLAY "Grade ausente: " WS-ARQ-GRADE
                  " - todas as disciplinas com peso 1."
           END-IF.

       CALCULAR-E-CLASSIFICAR.
           OPEN OUTPUT ARQ-TRABALHO.
           SORT ARQ-SORT-HISTORICO
               ON ASCENDING KEY SRT-MATRICULA SRT-PERIODO
               INPUT PROCEDURE IS CLASSIFICAR-HISTORICO
               OUTPUT PROCEDURE IS CALCULAR-COEFICIENTES.
           CLOSE ARQ-TRABALHO.

           OPEN OUTPUT ARQ-COEFICIENTE.
           OPEN OUTPUT RELATORIO.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "Coeficiente de Rendimento - Periodo "
               DELIMITED BY SIZE
               WS-PERIODO-AVALIACAO DELIMITED BY SIZE
               INTO LINHA-RELATORIO
           END-STRING.
           WRITE LINHA-RELATORIO.
           MOVE SPACES TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.

           SORT ARQ-SORT-RANKING
               ON ASCENDING KEY SRK-CURSO SRK-UNIDADE
               ON DESCENDING KEY SRK-COEFICIENTE
               ON ASCENDING KEY SRK-MATRICULA
               USING ARQ-TRABALHO
               OUTPUT PROCEDURE IS CLASSIFICAR-POSICOES.
           CLOSE ARQ-COEFICIENTE.

           MOVE SPACES TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "QUADRO DE HONRA - Periodo " DELIMITED BY SIZE
               WS-PERIODO-AVALIACAO DELIMITED BY SIZE
               INTO LINHA-RELATORIO
           END-STRING.
           WRITE LINHA-RELATORIO.

           SORT ARQ-SORT-RANKING
               ON ASCENDING KEY SRK-CURSO SRK-UNIDADE
               ON DESCENDING KEY SRK-MEDIA-PERIODO
               ON ASCENDING KEY SRK-MATRICULA
               USING ARQ-TRABALHO
               OUTPUT PROCEDURE IS LISTAR-QUADRO-HONRA.

           PERFORM ESCREVER-TOTAIS.
           CLOSE RELATORIO.
           DISPLAY "Periodo avaliado: " WS-PERIODO-AVALIACAO.
           DISPLAY "Coeficientes gravados em " WS-ARQ-COEFICIENTE.
           DISPLAY "Relatorio gravado em " WS-ARQ-RELATORIO.

      * Sem COEFICIENTE_PERIODO avalia-se ate o ultimo periodo
      * encerrado no historico.
       CLASSIFICAR-HISTORICO.
           MOVE "N" TO WS-FIM-HISTORICO.
           OPEN INPUT ARQ-HISTORICO.
           PERFORM UNTIL WS-FIM-HISTORICO = "S"
               READ ARQ-HISTORICO
                   AT END
                       MOVE "S" TO WS-FIM-HISTORICO
                   NOT AT END
                       IF HIS-RESULTADO NOT = "APROVEITADO"
                           PERFORM LIBERAR-HISTORICO
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ARQ-HISTORICO.
           IF WS-PERIODO-AVALIACAO = SPACES
               MOVE WS-PERIODO-MAIOR TO WS-PERIODO-AVALIACAO
           END-IF.

      * Disciplina aproveitada de outra instituicao so conta
      * credito na integralizacao: a nota externa e o periodo do
      * lancamento nao entram no coeficiente nem no periodo
      * avaliado.
       LIBERAR-HISTORICO.
           IF HIS-PERIODO > WS-PERIODO-MAIOR
               MOVE HIS-PERIODO TO WS-PERIODO-MAIOR
           END-IF.
           MOVE HIS-MATRICULA TO SRT-MATRICULA.
           MOVE HIS-PERIODO TO SRT-PERIODO.
           MOVE HIS-NOME TO SRT-NOME.
           MOVE HIS-MEDIA TO SRT-MEDIA.
           MOVE HIS-RESULTADO TO SRT-RESULTADO.
           PERFORM BUSCAR-CREDITOS.
           RELEASE REG-SORT-HISTORICO.

       BUSCAR-CREDITOS.
           MOVE 1 TO SRT-CREDITOS.
           MOVE "N" TO WS-ACHOU-GRADE.
           PERFORM VARYING IDX-GRA FROM 1 BY 1
                   UNTIL IDX-GRA > QTD-GRADE
                   OR WS-ACHOU-GRADE = "S"
               IF TGR-DISCIPLINA(IDX-GRA) = HIS-CURSO
                   MOVE "S" TO WS-ACHOU-GRADE
                   MOVE TGR-CREDITOS(IDX-GRA) TO SRT-CREDITOS
               END-IF
           END-PERFORM.

       CALCULAR-COEFICIENTES.
           MOVE "S" TO WS-PRIMEIRO-REGISTRO.
           MOVE "N" TO WS-FIM-RETORNO.
           PERFORM UNTIL WS-FIM-RETORNO = "S"
               RETURN ARQ-SORT-HISTORICO
                   AT END
                       MOVE "S" TO WS-FIM-RETORNO
                   NOT AT END
                       IF SRT-PERIODO NOT > WS-PERIODO-AVALIACAO
                           PERFORM ACUMULAR-HISTORICO
                       END-IF
               END-RETURN
           END-PERFORM.
           IF WS-PRIMEIRO-REGISTRO = "N"
               PERFORM GRAVAR-TRABALHO
           END-IF.

       ACUMULAR-HISTORICO.
           IF WS-PRIMEIRO-REGISTRO = "S"
               MOVE "N" TO WS-PRIMEIRO-REGISTRO
               PERFORM INICIAR-ALUNO
           ELSE
               IF SRT-MATRICULA NOT = WS-ALUNO-ATUAL
                   PERFORM GRAVAR-TRABALHO
                   PERFORM INICIAR-ALUNO
               END-IF
           END-IF.
           MOVE SRT-NOME TO WS-NOME-ATUAL.
           COMPUTE WS-SOMA-PONDERADA
               = WS-SOMA-PONDERADA + SRT-MEDIA * SRT-CREDITOS.
           ADD SRT-CREDITOS TO WS-SOMA-CREDITOS.
           IF SRT-RESULTADO = "Reprovado"
                   OR SRT-RESULTADO = "REP.FALTA"
               ADD 1 TO WS-QTD-REPROVACOES
           END-IF.
           IF SRT-PERIODO = WS-PERIODO-AVALIACAO
               COMPUTE WS-SOMA-PONDERADA-PER
                   = WS-SOMA-PONDERADA-PER + SRT-MEDIA * SRT-CREDITOS
               ADD SRT-CREDITOS TO WS-SOMA-CREDITOS-PER
               IF SRT-RESULTADO = "Reprovado"
                       OR SRT-RESULTADO = "REP.FALTA"
                   ADD 1 TO WS-REPROVACOES-PER
               END-IF
           END-IF.

       INICIAR-ALUNO.
           MOVE SRT-MATRICULA TO WS-ALUNO-ATUAL.
           MOVE 0 TO WS-SOMA-PONDERADA.
           MOVE 0 TO WS-SOMA-CREDITOS.
           MOVE 0 TO WS-QTD-REPROVACOES.
           MOVE 0 TO WS-SOMA-PONDERADA-PER.
           MOVE 0 TO WS-SOMA-CREDITOS-PER.
           MOVE 0 TO WS-REPROVACOES-PER.

      * Curso e unidade vem do cadastro; aluno que ja saiu de
      * alunos.idx nao entra na classificacao.
       GRAVAR-TRABALHO.
           MOVE WS-ALUNO-ATUAL TO ALU-MATRICULA.
           READ ARQ-ALUNOS
               INVALID KEY
                   ADD 1 TO WS-TOTAL-IGNORADOS
               NOT INVALID KEY
                   PERFORM MONTAR-TRABALHO
           END-READ.

       MONTAR-TRABALHO.
           ADD 1 TO WS-TOTAL-AVALIADOS.
           MOVE WS-ALUNO-ATUAL TO TRB-MATRICULA.
           MOVE ALU-NOME TO TRB-NOME.
           MOVE ALU-CURSO TO TRB-CURSO.
           MOVE ALU-UNIDADE TO TRB-UNIDADE.
           MOVE 0 TO TRB-COEFICIENTE.
           IF WS-SOMA-CREDITOS > 0
               COMPUTE TRB-COEFICIENTE ROUNDED
                   = WS-SOMA-PONDERADA / WS-SOMA-CREDITOS
           END-IF.
           MOVE WS-SOMA-CREDITOS TO TRB-CREDITOS.
           MOVE WS-QTD-REPROVACOES TO TRB-REPROVACOES.
           MOVE 0 TO TRB-MEDIA-PERIODO.
           MOVE "N" TO TRB-CURSOU-PERIODO.
           IF WS-SOMA-CREDITOS-PER > 0
               MOVE "S" TO TRB-CURSOU-PERIODO
               COMPUTE TRB-MEDIA-PERIODO ROUNDED
                   = WS-SOMA-PONDERADA-PER / WS-SOMA-CREDITOS-PER
           END-IF.
           MOVE WS-REPROVACOES-PER TO TRB-REPROV-PERIODO.
           WRITE REGISTRO-TRABALHO.

      * Coeficientes iguais dividem a mesma posicao.
       CLASSIFICAR-POSICOES.
           MOVE 0 TO QTD-GRUPO.
           MOVE "N" TO WS-FIM-RETORNO.
           PERFORM UNTIL WS-FIM-RETORNO = "S"
               RETURN ARQ-SORT-RANKING
                   AT END
                       MOVE "S" TO WS-FIM-RETORNO
                   NOT AT END
                       IF QTD-GRUPO > 0
                               AND (SRK-CURSO NOT = WS-GRUPO-CURSO
                               OR SRK-UNIDADE NOT = WS-GRUPO-UNIDADE)
                           PERFORM GRAVAR-GRUPO
                       END-IF
                       PERFORM GUARDAR-ALUNO-GRUPO
               END-RETURN
           END-PERFORM.
           IF QTD-GRUPO > 0
               PERFORM GRAVAR-GRUPO
           END-IF.

       GUARDAR-ALUNO-GRUPO.
           IF QTD-GRUPO = 0
               MOVE SRK-CURSO TO WS-GRUPO-CURSO
               MOVE SRK-UNIDADE TO WS-GRUPO-UNIDADE
               MOVE 1 TO WS-POSICAO
           ELSE
               IF SRK-COEFICIENTE NOT = WS-COEF-ANTERIOR
                   COMPUTE WS-POSICAO = QTD-GRUPO + 1
               END-IF
           END-IF.
           MOVE SRK-COEFICIENTE TO WS-COEF-ANTERIOR.
           IF QTD-GRUPO < 2000
               ADD 1 TO QTD-GRUPO
               SET IDX-GRP TO QTD-GRUPO
               MOVE SRK-MATRICULA TO TGP-MATRICULA(IDX-GRP)
               MOVE SRK-NOME TO TGP-NOME(IDX-GRP)
               MOVE SRK-COEFICIENTE TO TGP-COEFICIENTE(IDX-GRP)
               MOVE SRK-CREDITOS TO TGP-CREDITOS(IDX-GRP)
               MOVE SRK-REPROVACOES TO TGP-REPROVACOES(IDX-GRP)
               MOVE SRK-MEDIA-PERIODO TO TGP-MEDIA-PERIODO(IDX-GRP)
               MOVE WS-POSICAO TO TGP-POSICAO(IDX-GRP)
           END-IF.

       GRAVAR-GRUPO.
           ADD 1 TO WS-TOTAL-GRUPOS.
           MOVE WS-GRUPO-CURSO TO LG-CURSO.
           MOVE WS-GRUPO-UNIDADE TO LG-UNIDADE.
           MOVE QTD-GRUPO TO LG-QTD.
           MOVE SPACES TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE LINHA-GRUPO TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE "Pos.  Matricula Nome" TO LINHA-RELATORIO.
           MOVE "CR    Periodo Cred. Rep." TO LINHA-RELATORIO(52:24).
           WRITE LINHA-RELATORIO.
           PERFORM VARYING IDX-GRP FROM 1 BY 1
                   UNTIL IDX-GRP > QTD-GRUPO
               PERFORM GRAVAR-COEFICIENTE-ALUNO
           END-PERFORM.
           MOVE 0 TO QTD-GRUPO.

       GRAVAR-COEFICIENTE-ALUNO.
           MOVE TGP-MATRICULA(IDX-GRP) TO CRE-MATRICULA.
           MOVE WS-GRUPO-CURSO TO CRE-CURSO.
           MOVE WS-GRUPO-UNIDADE TO CRE-UNIDADE.
           MOVE TGP-COEFICIENTE(IDX-GRP) TO CRE-COEFICIENTE.
           MOVE TGP-CREDITOS(IDX-GRP) TO CRE-CREDITOS.
           MOVE TGP-REPROVACOES(IDX-GRP) TO CRE-REPROVACOES.
           MOVE WS-PERIODO-AVALIACAO TO CRE-PERIODO.
           MOVE TGP-MEDIA-PERIODO(IDX-GRP) TO CRE-MEDIA-PERIODO.
           MOVE TGP-POSICAO(IDX-GRP) TO CRE-POSICAO.
           MOVE QTD-GRUPO TO CRE-TOTAL-GRUPO.
           MOVE WS-DATA-HOJE TO CRE-DATA.
           WRITE REGISTRO-COEFICIENTE
               INVALID KEY
                   DISPLAY "Coeficiente duplicado: " CRE-MATRICULA
                      " Status: " WS-STATUS-COEFICIENTE
           END-WRITE.
           MOVE TGP-POSICAO(IDX-GRP) TO LA-POSICAO.
           MOVE TGP-MATRICULA(IDX-GRP) TO LA-MATRICULA.
           MOVE TGP-NOME(IDX-GRP) TO LA-NOME.
           MOVE TGP-COEFICIENTE(IDX-GRP) TO LA-COEFICIENTE.
           MOVE TGP-MEDIA-PERIODO(IDX-GRP) TO LA-MEDIA-PERIODO.
           MOVE TGP-CREDITOS(IDX-GRP) TO LA-CREDITOS.
           MOVE TGP-REPROVACOES(IDX-GRP) TO LA-REPROVACOES.
           MOVE LINHA-ALUNO TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.

      * So entra quem cursou o periodo sem nenhuma reprovacao;
      * empate com o ultimo dos primeiros tambem entra.
       LISTAR-QUADRO-HONRA.
           MOVE SPACES TO WS-GRUPO-CURSO.
           MOVE SPACES TO WS-GRUPO-UNIDADE.
           MOVE 0 TO WS-QTD-HONRA-GRUPO.
           MOVE "N" TO WS-FIM-RETORNO.
           PERFORM UNTIL WS-FIM-RETORNO = "S"
               RETURN ARQ-SORT-RANKING
                   AT END
                       MOVE "S" TO WS-FIM-RETORNO
                   NOT AT END
                       IF SRK-CURSOU-PERIODO = "S"
                               AND SRK-REPROV-PERIODO = 0
                           PERFORM AVALIAR-HONRA
                       END-IF
               END-RETURN
           END-PERFORM.

       AVALIAR-HONRA.
           IF SRK-CURSO NOT = WS-GRUPO-CURSO
                   OR SRK-UNIDADE NOT = WS-GRUPO-UNIDADE
               MOVE SRK-CURSO TO WS-GRUPO-CURSO
               MOVE SRK-UNIDADE TO WS-GRUPO-UNIDADE
               MOVE 0 TO WS-QTD-HONRA-GRUPO
               MOVE 0 TO WS-MEDIA-ULTIMA-HONRA
               MOVE SPACES TO LINHA-RELATORIO
               WRITE LINHA-RELATORIO
               MOVE SPACES TO LINHA-RELATORIO
               STRING "Curso: " DELIMITED BY SIZE
                   WS-GRUPO-CURSO DELIMITED BY SIZE
                   "  Unidade: " DELIMITED BY SIZE
                   WS-GRUPO-UNIDADE DELIMITED BY SIZE
                   INTO LINHA-RELATORIO
               END-STRING
               WRITE LINHA-RELATORIO
           END-IF.
           ADD 1 TO WS-QTD-HONRA-GRUPO.
           MOVE "N" TO WS-HONRA-OK.
           IF WS-HONRA-QUANTIDADE > 0
                   AND WS-QTD-HONRA-GRUPO NOT > WS-HONRA-QUANTIDADE
               MOVE "S" TO WS-HONRA-OK
               MOVE SRK-MEDIA-PERIODO TO WS-MEDIA-ULTIMA-HONRA
           END-IF.
           IF WS-HONRA-QUANTIDADE > 0
                   AND WS-QTD-HONRA-GRUPO > WS-HONRA-QUANTIDADE
                   AND SRK-MEDIA-PERIODO = WS-MEDIA-ULTIMA-HONRA
               MOVE "S" TO WS-HONRA-OK
           END-IF.
           IF WS-HONRA-MEDIA > 0
                   AND SRK-MEDIA-PERIODO NOT < WS-HONRA-MEDIA
               MOVE "S" TO WS-HONRA-OK
           END-IF.
           IF WS-HONRA-OK = "S"
               ADD 1 TO WS-TOTAL-HONRA
               MOVE WS-QTD-HONRA-GRUPO TO LA-POSICAO
               MOVE SRK-MATRICULA TO LA-MATRICULA
               MOVE SRK-NOME TO LA-NOME
               MOVE SRK-COEFICIENTE TO LA-COEFICIENTE
               MOVE SRK-MEDIA-PERIODO TO LA-MEDIA-PERIODO
               MOVE SRK-CREDITOS TO LA-CREDITOS
               MOVE SRK-REPROVACOES TO LA-REPROVACOES
               MOVE LINHA-ALUNO TO LINHA-RELATORIO
               WRITE LINHA-RELATORIO
           END-IF.

       ESCREVER-TOTAIS.
           MOVE SPACES TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE WS-TOTAL-AVALIADOS TO WS-TOTAL-ED.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "Alunos classificados....: " DELIMITED BY SIZE
               WS-TOTAL-ED DELIMITED BY SIZE
               INTO LINHA-RELATORIO
           END-STRING.
           WRITE LINHA-RELATORIO.
           MOVE WS-TOTAL-GRUPOS TO WS-TOTAL-ED.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "Cursos/unidades.........: " DELIMITED BY SIZE
               WS-TOTAL-ED DELIMITED BY SIZE
               INTO LINHA-RELATORIO
           END-STRING.
           WRITE LINHA-RELATORIO.
           MOVE WS-TOTAL-HONRA TO WS-TOTAL-ED.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "Quadro de honra.........: " DELIMITED BY SIZE
               WS-TOTAL-ED DELIMITED BY SIZE
               INTO LINHA-RELATORIO
           END-STRING.
           WRITE LINHA-RELATORIO.

       COPY JOBLOGPD.

       COPY ERRLOGPD.

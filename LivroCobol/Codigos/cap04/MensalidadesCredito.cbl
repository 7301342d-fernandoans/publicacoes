       IDENTIFICATION DIVISION.
           PROGRAM-ID. MensalidadesCredito.
           AUTHOR. Fernando Anselmo.

      * Ajuste pro rata de mensalidades por trancamento e por troca
      * de turma. Le TRANCAMENTOS-AUDITORIA.DATA e TROCAS-AUDITORIA
      * .DATA; a data efetiva e a data de processamento do evento.
      * Alcanca as faturas comuns (nao parcela de acordo) do curso
      * deixado, da competencia da data efetiva em diante:
      *  - trancamento: a competencia efetiva perde os dias nao
      *    utilizados (mes comercial de 30 dias) e as seguintes
      *    perdem o valor inteiro;
      *  - troca para curso mais barato (PRECOS-CURSOS.DATA): cada
      *    fatura perde a diferenca de preco, na mesma proporcao da
      *    bolsa, e a competencia efetiva so a dos dias restantes.
      * Fatura em aberto e cancelada ("C") quando o ajuste cobre o
      * valor todo, senao e abatida. Fatura ja paga gera estorno
      * (trancamento, ESTORNOS-MENSALIDADES.DATA) ou credito a
      * compensar na proxima mensalidade gerada (troca). Cada
      * ajuste vai para CREDITOS-MENSALIDADES.DATA, que tambem
      * impede ajustar duas vezes a mesma fatura pelo mesmo evento.
      * Emite o extrato de creditos por aluno e o registro mensal
      * de estornos (mes em ESTORNOS_COMPETENCIA, padrao o atual).
      * Cada registro de trancamento e a saida de uma turma: so
      * conta como cancelamento do curso quando o aluno ja nao tem
      * turma no periodo letivo corrente (turmas.idx), e entao
      * vale o ultimo trancamento; os demais ficam listados no
      * extrato sem ajuste.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-TRANCAMENTOS ASSIGN TO WS-ARQ-TRANCAMENTOS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-TRANCAMENTOS.

           SELECT ARQ-TROCAS ASSIGN TO WS-ARQ-TROCAS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-TROCAS.

           SELECT ARQ-PRECOS ASSIGN TO WS-ARQ-PRECOS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-PRECOS.

           SELECT ARQ-MENSALIDADES ASSIGN TO WS-ARQ-MENSALIDADES
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-MENSALIDADES.

           SELECT ARQ-ALUNOS ASSIGN TO WS-ARQ-ALUNOS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ALU-MATRICULA
               FILE STATUS IS WS-STATUS-ALUNOS.

           SELECT ARQ-TURMAS ASSIGN TO WS-ARQ-TURMAS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TUR-CHAVE
               ALTERNATE RECORD KEY IS TUR-MATRICULA-ALUNO
                   WITH DUPLICATES
               FILE STATUS IS WS-STATUS-TURMAS.

           SELECT ARQ-CREDITOS ASSIGN TO WS-ARQ-CREDITOS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-CREDITOS.

           SELECT ARQ-ESTORNOS ASSIGN TO WS-ARQ-ESTORNOS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-ESTORNOS.

           SELECT REL-EXTRATO ASSIGN TO WS-ARQ-REL-EXTRATO
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT REL-ESTORNOS ASSIGN TO WS-ARQ-REL-ESTORNOS
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ARQ-SORT-CREDITOS ASSIGN TO WS-ARQ-SORT-CREDITOS.

           COPY PERLETSL.

           COPY ERRLOGSL.

           COPY JOBLOGSL.

       DATA DIVISION.
       FILE SECTION.
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

       FD ARQ-TROCAS.
       01 REGISTRO-TROCA.
           05 TRO-MATRICULA        PIC X(8).
           05 TRO-TURMA-ORIGEM     PIC X(6).
           05 TRO-TURMA-DESTINO    PIC X(6).
           05 TRO-CURSO-ORIGEM     PIC X(20).
           05 TRO-CURSO-DESTINO    PIC X(20).
           05 TRO-MOTIVO           PIC X(20).
           05 TRO-DATA-PROCESSO    PIC 9(8).

       FD ARQ-PRECOS.
       01 REGISTRO-PRECO.
           COPY PRECO.

       FD ARQ-MENSALIDADES.
       01 REGISTRO-MENSALIDADE.
           COPY MENSALIDADE.

       FD ARQ-ALUNOS.
       01 REGISTRO-ALUNO.
           COPY ALUNO.

       FD ARQ-TURMAS.
       01 REG-TURMA.
           COPY TURMA.

       FD ARQ-CREDITOS.
       01 REGISTRO-CREDITO.
           COPY CREDITO.

       FD ARQ-ESTORNOS.
       01 REGISTRO-ESTORNO.
           COPY ESTORNO.

       FD REL-EXTRATO.
       01 LINHA-EXTRATO            PIC X(100).

       FD REL-ESTORNOS.
       01 LINHA-ESTORNOS           PIC X(100).

       SD ARQ-SORT-CREDITOS.
       01 REG-SORT-CREDITO.
           05 SRT-MATRICULA        PIC X(8).
           05 SRT-DATA-PROCESSO    PIC 9(8).
           05 SRT-COMPETENCIA      PIC 9(6).
           05 SRT-ORIGEM           PIC X(1).
           05 SRT-TURMA            PIC X(6).
           05 SRT-TIPO             PIC X(1).
           05 SRT-VALOR            PIC 9(7)V9(2).
           05 SRT-SITUACAO         PIC X(1).
           05 SRT-COMPETENCIA-USO  PIC 9(6).

       COPY PERLETFD.

       COPY ERRLOGFD.

       COPY JOBLOGFD.

       WORKING-STORAGE SECTION.
       COPY ERRLOGWS.

       COPY JOBLOGWS.

       COPY PERLETWS.

       01 WS-ARQ-TRANCAMENTOS    PIC X(40)
           VALUE "TRANCAMENTOS-AUDITORIA.DATA".
       01 WS-ARQ-TROCAS          PIC X(40)
           VALUE "TROCAS-AUDITORIA.DATA".
       01 WS-ARQ-PRECOS          PIC X(40)
           VALUE "PRECOS-CURSOS.DATA".
       01 WS-ARQ-MENSALIDADES    PIC X(40)
           VALUE "MENSALIDADES.DATA".
       01 WS-ARQ-ALUNOS          PIC X(40) VALUE "alunos.idx".
       01 WS-ARQ-TURMAS          PIC X(40) VALUE "turmas.idx".
       01 WS-ARQ-CREDITOS        PIC X(40)
           VALUE "CREDITOS-MENSALIDADES.DATA".
       01 WS-ARQ-ESTORNOS        PIC X(40)
           VALUE "ESTORNOS-MENSALIDADES.DATA".
       01 WS-ARQ-REL-EXTRATO     PIC X(40)
           VALUE "EXTRATO-CREDITOS.LST".
       01 WS-ARQ-REL-ESTORNOS    PIC X(40)
           VALUE "ESTORNOS-MES.LST".
       01 WS-ARQ-SORT-CREDITOS   PIC X(40) VALUE "CREDITOS.SRT".

       01 WS-STATUS-TRANCAMENTOS PIC X(2).
       01 WS-STATUS-TROCAS       PIC X(2).
       01 WS-STATUS-PRECOS       PIC X(2).
       01 WS-STATUS-MENSALIDADES PIC X(2).
       01 WS-STATUS-ALUNOS       PIC X(2).
       01 WS-STATUS-TURMAS       PIC X(2).
       01 WS-STATUS-CREDITOS     PIC X(2).
       01 WS-STATUS-ESTORNOS     PIC X(2).
       01 WS-ALUNOS-ABERTO       PIC X VALUE "N".

       01 WS-FIM-ARQ             PIC X VALUE "N".
       01 WS-FIM-RETORNO         PIC X VALUE "N".
       01 WS-FIM-TURMAS          PIC X VALUE "N".
       01 WS-TURMA-RESTANTE      PIC X VALUE "N".
       01 WS-EVENTO-ANTERIOR     PIC X VALUE "N".
       01 WS-CREDITOS-EXISTE     PIC X VALUE "N".

       01 WS-DATA-HOJE           PIC 9(8).
       01 WS-COMPETENCIA-TXT     PIC X(6).
       01 WS-COMPETENCIA-REGISTRO PIC 9(6).

       01 QTD-PRECOS             PIC 9(3) VALUE 0.
       01 TABELA-PRECOS.
           05 TPC-ITEM OCCURS 100 TIMES INDEXED BY IDX-PRE.
               10 TPC-CURSO      PIC X(20).
               10 TPC-VALOR      PIC 9(7)V9(2).

       01 WS-CURSO-BUSCA         PIC X(20).
       01 WS-PRECO-ENCONTRADO    PIC X VALUE "N".
       01 WS-VALOR-CURSO         PIC 9(7)V9(2).
       01 WS-PRECO-ORIGEM        PIC 9(7)V9(2).

       01 QTD-EVENTOS            PIC 9(4) VALUE 0.
       01 TABELA-EVENTOS.
           05 TEV-ITEM OCCURS 3000 TIMES INDEXED BY IDX-EVE.
               10 TEV-ORIGEM     PIC X(1).
               10 TEV-MATRICULA  PIC X(8).
               10 TEV-TURMA      PIC X(6).
               10 TEV-CURSO      PIC X(20).
               10 TEV-DATA       PIC 9(8).
               10 TEV-COMPETENCIA PIC 9(6).
               10 TEV-DIA        PIC 9(2).
               10 TEV-DIFERENCA  PIC 9(7)V9(2).

       01 QTD-PARCIAIS           PIC 9(4) VALUE 0.
       01 TABELA-PARCIAIS.
           05 TPA-ITEM OCCURS 3000 TIMES INDEXED BY IDX-PAR.
               10 TPA-MATRICULA  PIC X(8).
               10 TPA-TURMA      PIC X(6).
               10 TPA-CURSO      PIC X(20).
               10 TPA-DATA       PIC 9(8).

       01 QTD-AJUSTES            PIC 9(5) VALUE 0.
       01 TABELA-AJUSTES.
           05 TAJ-ITEM OCCURS 10000 TIMES INDEXED BY IDX-AJU.
               10 TAJ-MATRICULA  PIC X(8).
               10 TAJ-ORIGEM     PIC X(1).
               10 TAJ-DATA       PIC 9(8).
               10 TAJ-COMPETENCIA PIC 9(6).
               10 TAJ-COMPETENCIA-USO PIC 9(6).
               10 TAJ-VALOR      PIC 9(7)V9(2).

       01 WS-JA-AJUSTADA         PIC X VALUE "N".
       01 WS-VALOR-MENSAL        PIC 9(7)V9(2).
       01 WS-VALOR-REFERENCIA    PIC 9(7)V9(2).
       01 WS-VALOR-AJUSTE        PIC 9(7)V9(2).

       01 WS-MATRICULA-GRUPO     PIC X(8).
       01 WS-GRUPO-AJUSTADO      PIC 9(9)V9(2).
       01 WS-GRUPO-ESTORNADO     PIC 9(9)V9(2).
       01 WS-GRUPO-PENDENTE      PIC 9(9)V9(2).

       01 WS-QTD-ESTORNOS-MES    PIC 9(5) VALUE 0.
       01 WS-SOMA-ESTORNOS-MES   PIC 9(9)V9(2) VALUE 0.

       01 WS-VALOR-ED            PIC ZZZ,ZZZ,ZZ9.99.
       01 WS-ESTORNADO-ED        PIC ZZZ,ZZZ,ZZ9.99.
       01 WS-PENDENTE-ED         PIC ZZZ,ZZZ,ZZ9.99.
       01 WS-QTD-ED              PIC ZZZZ9.

       01 LE-CABECALHO.
           05 FILLER             PIC X(10) VALUE "Processo".
           05 FILLER             PIC X(14) VALUE "Origem".
           05 FILLER             PIC X(8)  VALUE "Turma".
           05 FILLER             PIC X(8)  VALUE "Compet.".
           05 FILLER             PIC X(14) VALUE "Ajuste".
           05 FILLER             PIC X(13) VALUE "        Valor".
           05 FILLER             PIC X(3)  VALUE SPACES.
           05 FILLER             PIC X(20) VALUE "Situacao".

       01 LE-DETALHE.
           05 LE-DATA-PROCESSO   PIC 9(8).
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 LE-ORIGEM          PIC X(12).
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 LE-TURMA           PIC X(6).
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 LE-COMPETENCIA     PIC 9(6).
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 LE-TIPO            PIC X(12).
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 LE-VALOR           PIC ZZ,ZZZ,ZZ9.99.
           05 FILLER             PIC X(3)  VALUE SPACES.
           05 LE-SITUACAO        PIC X(20).

       01 LR-CABECALHO.
           05 FILLER             PIC X(10) VALUE "Matricula".
           05 FILLER             PIC X(32) VALUE "Nome".
           05 FILLER             PIC X(13) VALUE "CPF".
           05 FILLER             PIC X(8)  VALUE "Compet.".
           05 FILLER             PIC X(10) VALUE "Pagamento".
           05 FILLER             PIC X(13) VALUE "        Valor".

       01 LR-DETALHE.
           05 LR-MATRICULA       PIC X(8).
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 LR-NOME            PIC X(30).
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 LR-CPF             PIC 9(11).
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 LR-COMPETENCIA     PIC 9(6).
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 LR-DATA-PAGAMENTO  PIC 9(8).
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 LR-VALOR           PIC ZZ,ZZZ,ZZ9.99.

       01 WS-TOTAL-EVENTOS       PIC 9(5) VALUE 0.
       01 WS-TOTAL-SEM-PRECO     PIC 9(5) VALUE 0.
       01 WS-TOTAL-SEM-DIFERENCA PIC 9(5) VALUE 0.
       01 WS-TOTAL-CANCELADAS    PIC 9(5) VALUE 0.
       01 WS-TOTAL-ABATIDAS      PIC 9(5) VALUE 0.
       01 WS-TOTAL-ESTORNOS      PIC 9(5) VALUE 0.
       01 WS-TOTAL-CREDITOS      PIC 9(5) VALUE 0.
       01 WS-TOTAL-JA-AJUSTADAS  PIC 9(5) VALUE 0.
       01 WS-TOTAL-PARCIAIS      PIC 9(5) VALUE 0.

       PROCEDURE DIVISION.
       INICIO.
           PERFORM DEFINIR-ARQUIVOS.
           DISPLAY "============================================".
           DISPLAY " Credito e Estorno Pro Rata de Mensalidades".
           DISPLAY "============================================".
           MOVE "MensalidadesCredito" TO WS-JOBLOG-PROGRAMA.
           MOVE "INICIO" TO WS-JOBLOG-EVENTO.
           PERFORM GRAVAR-JOBLOG.

           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
           IF WS-COMPETENCIA-TXT IS NUMERIC
               MOVE WS-COMPETENCIA-TXT TO WS-COMPETENCIA-REGISTRO
           ELSE
               MOVE WS-DATA-HOJE(1:6) TO WS-COMPETENCIA-REGISTRO
           END-IF.

           PERFORM LER-PERIODO-LETIVO.
           DISPLAY "Periodo letivo: " WS-PERIODO-LETIVO.

           PERFORM CARREGAR-PRECOS.
           PERFORM CARREGAR-TRANCAMENTOS.
           PERFORM CARREGAR-TROCAS.
           IF QTD-EVENTOS > 0 AND RETURN-CODE < 8
               PERFORM CARREGAR-AJUSTES-ANTERIORES
           END-IF.
           IF QTD-EVENTOS > 0 AND RETURN-CODE < 8
               PERFORM AJUSTAR-MENSALIDADES
           END-IF.
           PERFORM EMITIR-EXTRATO.
           PERFORM EMITIR-REGISTRO-ESTORNOS.

           DISPLAY "Eventos considerados.: " WS-TOTAL-EVENTOS.
           DISPLAY "Trancamentos parciais: " WS-TOTAL-PARCIAIS.
           DISPLAY "Trocas sem preco.....: " WS-TOTAL-SEM-PRECO.
           DISPLAY "Trocas sem diferenca.: " WS-TOTAL-SEM-DIFERENCA.
           DISPLAY "Faturas canceladas...: " WS-TOTAL-CANCELADAS.
           DISPLAY "Faturas abatidas.....: " WS-TOTAL-ABATIDAS.
           DISPLAY "Estornos gerados.....: " WS-TOTAL-ESTORNOS.
           DISPLAY "Creditos a compensar.: " WS-TOTAL-CREDITOS.
           DISPLAY "Ja ajustadas (puladas): " WS-TOTAL-JA-AJUSTADAS.
           IF WS-TOTAL-SEM-PRECO > 0 AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF.

           COMPUTE WS-JOBLOG-QTD-REGISTROS = WS-TOTAL-CANCELADAS
               + WS-TOTAL-ABATIDAS + WS-TOTAL-ESTORNOS
               + WS-TOTAL-CREDITOS.
           MOVE "FIM" TO WS-JOBLOG-EVENTO.
           PERFORM GRAVAR-JOBLOG.
           GOBACK.

       DEFINIR-ARQUIVOS.
           ACCEPT WS-ARQ-TRANCAMENTOS FROM ENVIRONMENT
                   "TRANCAMENTOS_AUDITORIA"
               ON EXCEPTION
                   MOVE "TRANCAMENTOS-AUDITORIA.DATA"
                       TO WS-ARQ-TRANCAMENTOS
           END-ACCEPT.
           ACCEPT WS-ARQ-TROCAS FROM ENVIRONMENT "TROCAS_AUDITORIA"
               ON EXCEPTION
                   MOVE "TROCAS-AUDITORIA.DATA" TO WS-ARQ-TROCAS
           END-ACCEPT.
           ACCEPT WS-ARQ-PRECOS FROM ENVIRONMENT "PRECOS_CURSOS"
               ON EXCEPTION
                   MOVE "PRECOS-CURSOS.DATA" TO WS-ARQ-PRECOS
           END-ACCEPT.
           ACCEPT WS-ARQ-MENSALIDADES FROM ENVIRONMENT
                   "MENSALIDADES_DATA"
               ON EXCEPTION
                   MOVE "MENSALIDADES.DATA" TO WS-ARQ-MENSALIDADES
           END-ACCEPT.
           ACCEPT WS-ARQ-ALUNOS FROM ENVIRONMENT "ALUNOS_IDX"
               ON EXCEPTION
                   MOVE "alunos.idx" TO WS-ARQ-ALUNOS
           END-ACCEPT.
           ACCEPT WS-ARQ-TURMAS FROM ENVIRONMENT "TURMAS_IDX"
               ON EXCEPTION
                   MOVE "turmas.idx" TO WS-ARQ-TURMAS
           END-ACCEPT.
           ACCEPT WS-ARQ-CREDITOS FROM ENVIRONMENT
                   "CREDITOS_MENSALIDADES"
               ON EXCEPTION
                   MOVE "CREDITOS-MENSALIDADES.DATA"
                       TO WS-ARQ-CREDITOS
           END-ACCEPT.
           ACCEPT WS-ARQ-ESTORNOS FROM ENVIRONMENT
                   "ESTORNOS_MENSALIDADES"
               ON EXCEPTION
                   MOVE "ESTORNOS-MENSALIDADES.DATA"
                       TO WS-ARQ-ESTORNOS
           END-ACCEPT.
           ACCEPT WS-ARQ-REL-EXTRATO FROM ENVIRONMENT
                   "EXTRATO_CREDITOS_LST"
               ON EXCEPTION
                   MOVE "EXTRATO-CREDITOS.LST" TO WS-ARQ-REL-EXTRATO
           END-ACCEPT.
           ACCEPT WS-ARQ-REL-ESTORNOS FROM ENVIRONMENT
                   "ESTORNOS_MES_LST"
               ON EXCEPTION
                   MOVE "ESTORNOS-MES.LST" TO WS-ARQ-REL-ESTORNOS
           END-ACCEPT.
           ACCEPT WS-COMPETENCIA-TXT FROM ENVIRONMENT
                   "ESTORNOS_COMPETENCIA"
               ON EXCEPTION
                   MOVE SPACES TO WS-COMPETENCIA-TXT
           END-ACCEPT.

       REGISTRAR-ERRO-ABERTURA.
           DISPLAY "Erro ao abrir " WS-ERRLOG-ARQUIVO
              " Status: " WS-ERRLOG-STATUS.
           MOVE "MensalidadesCredito" TO WS-ERRLOG-PROGRAMA.
           MOVE "INICIO" TO WS-ERRLOG-PARAGRAFO.
           PERFORM GRAVAR-ERRORLOG.
           MOVE 8 TO RETURN-CODE.

       CARREGAR-PRECOS.
           MOVE 0 TO QTD-PRECOS.
           MOVE "N" TO WS-FIM-ARQ.
           OPEN INPUT ARQ-PRECOS.
           IF WS-STATUS-PRECOS = "00"
               PERFORM UNTIL WS-FIM-ARQ = "S"
                   READ ARQ-PRECOS
                       AT END
                           MOVE "S" TO WS-FIM-ARQ
                       NOT AT END
                           IF QTD-PRECOS < 100
                               ADD 1 TO QTD-PRECOS
                               SET IDX-PRE TO QTD-PRECOS
                               MOVE PRE-CURSO TO TPC-CURSO(IDX-PRE)
                               MOVE PRE-VALOR TO TPC-VALOR(IDX-PRE)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQ-PRECOS
           ELSE
               DISPLAY "Tabela de precos ausente: " WS-ARQ-PRECOS
           END-IF.

       BUSCAR-PRECO-CURSO.
           MOVE "N" TO WS-PRECO-ENCONTRADO.
           MOVE 0 TO WS-VALOR-CURSO.
           PERFORM VARYING IDX-PRE FROM 1 BY 1
                   UNTIL IDX-PRE > QTD-PRECOS
               IF TPC-CURSO(IDX-PRE) = WS-CURSO-BUSCA
                   MOVE "S" TO WS-PRECO-ENCONTRADO
                   MOVE TPC-VALOR(IDX-PRE) TO WS-VALOR-CURSO
               END-IF
           END-PERFORM.

      * Sem turmas.idx nao ha como distinguir trancamento de uma
      * disciplina de cancelamento do curso: nenhum ajuste e feito.
       CARREGAR-TRANCAMENTOS.
           MOVE "N" TO WS-FIM-ARQ.
           OPEN INPUT ARQ-TRANCAMENTOS.
           IF WS-STATUS-TRANCAMENTOS = "00"
               OPEN INPUT ARQ-TURMAS
               IF WS-STATUS-TURMAS NOT = "00"
                   MOVE WS-ARQ-TURMAS TO WS-ERRLOG-ARQUIVO
                   MOVE WS-STATUS-TURMAS TO WS-ERRLOG-STATUS
                   PERFORM REGISTRAR-ERRO-ABERTURA
               ELSE
                   PERFORM UNTIL WS-FIM-ARQ = "S"
                       READ ARQ-TRANCAMENTOS
                           AT END
                               MOVE "S" TO WS-FIM-ARQ
                           NOT AT END
                               IF TRA-MATRICULA NOT = SPACES
                                       AND TRA-DATA-PROCESSO IS NUMERIC
                                       AND TRA-DATA-PROCESSO > 0
                                   PERFORM AVALIAR-TRANCAMENTO
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE ARQ-TURMAS
               END-IF
               CLOSE ARQ-TRANCAMENTOS
           END-IF.

       AVALIAR-TRANCAMENTO.
           PERFORM VERIFICAR-TURMAS-RESTANTES.
           IF WS-TURMA-RESTANTE = "S"
               PERFORM GUARDAR-TRANCAMENTO-PARCIAL
           ELSE
               PERFORM GUARDAR-TRANCAMENTO
           END-IF.

      * O aluno segue matriculado se ainda tiver qualquer turma no
      * periodo letivo corrente.
       VERIFICAR-TURMAS-RESTANTES.
           MOVE "N" TO WS-TURMA-RESTANTE.
           MOVE "N" TO WS-FIM-TURMAS.
           MOVE TRA-MATRICULA TO TUR-MATRICULA-ALUNO.
           START ARQ-TURMAS KEY IS = TUR-MATRICULA-ALUNO
               INVALID KEY
                   MOVE "S" TO WS-FIM-TURMAS
           END-START.
           PERFORM UNTIL WS-FIM-TURMAS = "S"
               READ ARQ-TURMAS NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIM-TURMAS
                   NOT AT END
                       IF TUR-MATRICULA-ALUNO NOT = TRA-MATRICULA
                           MOVE "S" TO WS-FIM-TURMAS
                       ELSE
                           IF TUR-PERIODO = WS-PERIODO-LETIVO
                               MOVE "S" TO WS-TURMA-RESTANTE
                               MOVE "S" TO WS-FIM-TURMAS
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       GUARDAR-TRANCAMENTO-PARCIAL.
           ADD 1 TO WS-TOTAL-PARCIAIS.
           IF QTD-PARCIAIS < 3000
               ADD 1 TO QTD-PARCIAIS
               SET IDX-PAR TO QTD-PARCIAIS
               MOVE TRA-MATRICULA TO TPA-MATRICULA(IDX-PAR)
               MOVE TRA-TURMA TO TPA-TURMA(IDX-PAR)
               MOVE TRA-CURSO TO TPA-CURSO(IDX-PAR)
               MOVE TRA-DATA-PROCESSO TO TPA-DATA(IDX-PAR)
           END-IF.

      * Sem turma restante, o cancelamento vale a partir do ultimo
      * trancamento do aluno no curso; os anteriores foram saidas
      * de disciplinas enquanto ele seguia matriculado.
       GUARDAR-TRANCAMENTO.
           MOVE "N" TO WS-EVENTO-ANTERIOR.
           PERFORM VARYING IDX-EVE FROM 1 BY 1
                   UNTIL IDX-EVE > QTD-EVENTOS
                   OR WS-EVENTO-ANTERIOR = "S"
               IF TEV-ORIGEM(IDX-EVE) = "T"
                       AND TEV-MATRICULA(IDX-EVE) = TRA-MATRICULA
                       AND TEV-CURSO(IDX-EVE) = TRA-CURSO
                   MOVE "S" TO WS-EVENTO-ANTERIOR
                   IF TRA-DATA-PROCESSO > TEV-DATA(IDX-EVE)
                       MOVE TRA-TURMA TO TEV-TURMA(IDX-EVE)
                       MOVE TRA-DATA-PROCESSO TO TEV-DATA(IDX-EVE)
                       PERFORM DATAR-EVENTO
                   END-IF
               END-IF
           END-PERFORM.
           EVALUATE TRUE
               WHEN WS-EVENTO-ANTERIOR = "S"
                   CONTINUE
               WHEN QTD-EVENTOS NOT < 3000
                   PERFORM REGISTRAR-LIMITE-EVENTOS
               WHEN OTHER
                   ADD 1 TO QTD-EVENTOS
                   ADD 1 TO WS-TOTAL-EVENTOS
                   SET IDX-EVE TO QTD-EVENTOS
                   MOVE "T" TO TEV-ORIGEM(IDX-EVE)
                   MOVE TRA-MATRICULA TO TEV-MATRICULA(IDX-EVE)
                   MOVE TRA-TURMA TO TEV-TURMA(IDX-EVE)
                   MOVE TRA-CURSO TO TEV-CURSO(IDX-EVE)
                   MOVE TRA-DATA-PROCESSO TO TEV-DATA(IDX-EVE)
                   MOVE 0 TO TEV-DIFERENCA(IDX-EVE)
                   PERFORM DATAR-EVENTO
           END-EVALUATE.

      * Troca dentro do mesmo curso nao muda o preco; troca para
      * curso mais caro nao gera credito.
       CARREGAR-TROCAS.
           MOVE "N" TO WS-FIM-ARQ.
           OPEN INPUT ARQ-TROCAS.
           IF WS-STATUS-TROCAS = "00"
               PERFORM UNTIL WS-FIM-ARQ = "S"
                   READ ARQ-TROCAS
                       AT END
                           MOVE "S" TO WS-FIM-ARQ
                       NOT AT END
                           IF TRO-MATRICULA NOT = SPACES
                                   AND TRO-DATA-PROCESSO IS NUMERIC
                                   AND TRO-DATA-PROCESSO > 0
                                   AND TRO-CURSO-ORIGEM
                                       NOT = TRO-CURSO-DESTINO
                               PERFORM AVALIAR-TROCA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQ-TROCAS
           END-IF.

       AVALIAR-TROCA.
           MOVE TRO-CURSO-ORIGEM TO WS-CURSO-BUSCA.
           PERFORM BUSCAR-PRECO-CURSO.
           MOVE WS-VALOR-CURSO TO WS-PRECO-ORIGEM.
           IF WS-PRECO-ENCONTRADO = "S"
               MOVE TRO-CURSO-DESTINO TO WS-CURSO-BUSCA
               PERFORM BUSCAR-PRECO-CURSO
           END-IF.
           EVALUATE TRUE
               WHEN WS-PRECO-ENCONTRADO = "N"
                   ADD 1 TO WS-TOTAL-SEM-PRECO
                   DISPLAY "Troca sem preco cadastrado: matricula "
                      TRO-MATRICULA " curso " WS-CURSO-BUSCA
               WHEN WS-VALOR-CURSO NOT < WS-PRECO-ORIGEM
                   ADD 1 TO WS-TOTAL-SEM-DIFERENCA
               WHEN QTD-EVENTOS NOT < 3000
                   PERFORM REGISTRAR-LIMITE-EVENTOS
               WHEN OTHER
                   ADD 1 TO QTD-EVENTOS
                   ADD 1 TO WS-TOTAL-EVENTOS
                   SET IDX-EVE TO QTD-EVENTOS
                   MOVE "R" TO TEV-ORIGEM(IDX-EVE)
                   MOVE TRO-MATRICULA TO TEV-MATRICULA(IDX-EVE)
                   MOVE TRO-TURMA-DESTINO TO TEV-TURMA(IDX-EVE)
                   MOVE TRO-CURSO-ORIGEM TO TEV-CURSO(IDX-EVE)
                   MOVE TRO-DATA-PROCESSO TO TEV-DATA(IDX-EVE)
                   COMPUTE TEV-DIFERENCA(IDX-EVE)
                       = WS-PRECO-ORIGEM - WS-VALOR-CURSO
                   PERFORM DATAR-EVENTO
           END-EVALUATE.

      * Competencia da data efetiva e dias ja utilizados nela, no
      * mes comercial de 30 dias.
       DATAR-EVENTO.
           MOVE TEV-DATA(IDX-EVE)(1:6) TO TEV-COMPETENCIA(IDX-EVE).
           MOVE TEV-DATA(IDX-EVE)(7:2) TO TEV-DIA(IDX-EVE).
           IF TEV-DIA(IDX-EVE) > 30
               MOVE 30 TO TEV-DIA(IDX-EVE)
           END-IF.

       REGISTRAR-LIMITE-EVENTOS.
           IF RETURN-CODE < 8
               DISPLAY "Limite de eventos de trancamento e troca"
                  " excedido - nenhum ajuste efetuado"
               MOVE "MensalidadesCredito" TO WS-ERRLOG-PROGRAMA
               MOVE "CARREGAR-TRANCAMENTOS" TO WS-ERRLOG-PARAGRAFO
               MOVE WS-ARQ-TRANCAMENTOS TO WS-ERRLOG-ARQUIVO
               MOVE "LM" TO WS-ERRLOG-STATUS
               PERFORM GRAVAR-ERRORLOG
               MOVE 8 TO RETURN-CODE
           END-IF.

      * Chaves dos ajustes ja gravados: uma fatura nao e ajustada
      * de novo pelo mesmo trancamento (qualquer data) nem pela
      * mesma troca.
       CARREGAR-AJUSTES-ANTERIORES.
           MOVE 0 TO QTD-AJUSTES.
           MOVE "N" TO WS-FIM-ARQ.
           OPEN INPUT ARQ-CREDITOS.
           IF WS-STATUS-CREDITOS = "00"
               PERFORM UNTIL WS-FIM-ARQ = "S"
                   READ ARQ-CREDITOS
                       AT END
                           MOVE "S" TO WS-FIM-ARQ
                       NOT AT END
                           PERFORM GUARDAR-CHAVE-AJUSTE
                   END-READ
               END-PERFORM
               CLOSE ARQ-CREDITOS
           END-IF.

       GUARDAR-CHAVE-AJUSTE.
           IF QTD-AJUSTES NOT < 10000
               IF RETURN-CODE < 8
                   DISPLAY "Limite da tabela de ajustes excedido"
                      " - nenhum ajuste efetuado"
                   MOVE "MensalidadesCredito" TO WS-ERRLOG-PROGRAMA
                   MOVE "GUARDAR-CHAVE-AJUSTE"
                       TO WS-ERRLOG-PARAGRAFO
                   MOVE WS-ARQ-CREDITOS TO WS-ERRLOG-ARQUIVO
                   MOVE "LM" TO WS-ERRLOG-STATUS
                   PERFORM GRAVAR-ERRORLOG
                   MOVE 8 TO RETURN-CODE
               END-IF
           ELSE
               ADD 1 TO QTD-AJUSTES
               SET IDX-AJU TO QTD-AJUSTES
               MOVE CRE-MATRICULA TO TAJ-MATRICULA(IDX-AJU)
               MOVE CRE-ORIGEM TO TAJ-ORIGEM(IDX-AJU)
               MOVE CRE-DATA-EFETIVA TO TAJ-DATA(IDX-AJU)
               MOVE CRE-COMPETENCIA TO TAJ-COMPETENCIA(IDX-AJU)
               MOVE 0 TO TAJ-COMPETENCIA-USO(IDX-AJU)
               MOVE CRE-VALOR TO TAJ-VALOR(IDX-AJU)
               IF CREDITO-COMPENSADO
                   MOVE CRE-COMPETENCIA-USO
                       TO TAJ-COMPETENCIA-USO(IDX-AJU)
               END-IF
           END-IF.

       AJUSTAR-MENSALIDADES.
           MOVE "N" TO WS-FIM-ARQ.
           OPEN I-O ARQ-MENSALIDADES.
           IF WS-STATUS-MENSALIDADES NOT = "00"
               MOVE WS-ARQ-MENSALIDADES TO WS-ERRLOG-ARQUIVO
               MOVE WS-STATUS-MENSALIDADES TO WS-ERRLOG-STATUS
               PERFORM REGISTRAR-ERRO-ABERTURA
           ELSE
               OPEN EXTEND ARQ-CREDITOS
               IF WS-STATUS-CREDITOS = "35"
                   OPEN OUTPUT ARQ-CREDITOS
               END-IF
               OPEN EXTEND ARQ-ESTORNOS
               IF WS-STATUS-ESTORNOS = "35"
                   OPEN OUTPUT ARQ-ESTORNOS
               END-IF
               OPEN INPUT ARQ-ALUNOS
               IF WS-STATUS-ALUNOS = "00"
                   MOVE "S" TO WS-ALUNOS-ABERTO
               END-IF
               PERFORM UNTIL WS-FIM-ARQ = "S"
                   READ ARQ-MENSALIDADES
                       AT END
                           MOVE "S" TO WS-FIM-ARQ
                       NOT AT END
                           IF NOT PARCELA-ACORDO
                                   AND (MENSALIDADE-ABERTA
                                       OR MENSALIDADE-PAGA)
                               PERFORM AVALIAR-FATURA
                           END-IF
                   END-READ
               END-PERFORM
               IF WS-ALUNOS-ABERTO = "S"
                   CLOSE ARQ-ALUNOS
                   MOVE "N" TO WS-ALUNOS-ABERTO
               END-IF
               CLOSE ARQ-ESTORNOS
               CLOSE ARQ-CREDITOS
               CLOSE ARQ-MENSALIDADES
           END-IF.

      * A fatura ja cancelada por um evento anterior do mesmo
      * registro nao e mais alcancada pelos seguintes.
       AVALIAR-FATURA.
           PERFORM VARYING IDX-EVE FROM 1 BY 1
                   UNTIL IDX-EVE > QTD-EVENTOS
               IF TEV-MATRICULA(IDX-EVE) = MEN-MATRICULA
                       AND TEV-CURSO(IDX-EVE) = MEN-CURSO
                       AND MEN-COMPETENCIA
                           NOT < TEV-COMPETENCIA(IDX-EVE)
                       AND (MENSALIDADE-ABERTA OR MENSALIDADE-PAGA)
                   PERFORM APLICAR-EVENTO
               END-IF
           END-PERFORM.

      * Na troca, a diferenca acompanha a proporcao da bolsa; o
      * credito ja compensado na fatura volta ao valor de
      * referencia para nao reduzir essa proporcao.
       APLICAR-EVENTO.
           MOVE "N" TO WS-JA-AJUSTADA.
           PERFORM VARYING IDX-AJU FROM 1 BY 1
                   UNTIL IDX-AJU > QTD-AJUSTES
               IF TAJ-MATRICULA(IDX-AJU) = MEN-MATRICULA
                       AND TAJ-COMPETENCIA(IDX-AJU) = MEN-COMPETENCIA
                       AND TAJ-ORIGEM(IDX-AJU) = TEV-ORIGEM(IDX-EVE)
                       AND (TEV-ORIGEM(IDX-EVE) = "T"
                           OR TAJ-DATA(IDX-AJU) = TEV-DATA(IDX-EVE))
                   MOVE "S" TO WS-JA-AJUSTADA
               END-IF
           END-PERFORM.
           IF WS-JA-AJUSTADA = "S"
               ADD 1 TO WS-TOTAL-JA-AJUSTADAS
           ELSE
               IF TEV-ORIGEM(IDX-EVE) = "T"
                   MOVE MEN-VALOR-COBRADO TO WS-VALOR-MENSAL
               ELSE
                   MOVE MEN-VALOR-COBRADO TO WS-VALOR-REFERENCIA
                   PERFORM VARYING IDX-AJU FROM 1 BY 1
                           UNTIL IDX-AJU > QTD-AJUSTES
                       IF TAJ-MATRICULA(IDX-AJU) = MEN-MATRICULA
                               AND TAJ-COMPETENCIA-USO(IDX-AJU)
                                   = MEN-COMPETENCIA
                           ADD TAJ-VALOR(IDX-AJU)
                               TO WS-VALOR-REFERENCIA
                       END-IF
                   END-PERFORM
                   IF MEN-VALOR-BASE > 0
                       COMPUTE WS-VALOR-MENSAL ROUNDED
                           = TEV-DIFERENCA(IDX-EVE)
                           * WS-VALOR-REFERENCIA / MEN-VALOR-BASE
                   ELSE
                       MOVE 0 TO WS-VALOR-MENSAL
                   END-IF
               END-IF
               IF MEN-COMPETENCIA = TEV-COMPETENCIA(IDX-EVE)
                   COMPUTE WS-VALOR-AJUSTE ROUNDED
                       = WS-VALOR-MENSAL
                       * (30 - TEV-DIA(IDX-EVE)) / 30
               ELSE
                   MOVE WS-VALOR-MENSAL TO WS-VALOR-AJUSTE
               END-IF
               IF WS-VALOR-AJUSTE > MEN-VALOR-COBRADO
                   MOVE MEN-VALOR-COBRADO TO WS-VALOR-AJUSTE
               END-IF
               IF WS-VALOR-AJUSTE > 0
                   PERFORM EFETIVAR-AJUSTE
               END-IF
           END-IF.

       EFETIVAR-AJUSTE.
           MOVE SPACES TO REGISTRO-CREDITO.
           MOVE MEN-MATRICULA TO CRE-MATRICULA.
           MOVE TEV-ORIGEM(IDX-EVE) TO CRE-ORIGEM.
           MOVE TEV-TURMA(IDX-EVE) TO CRE-TURMA.
           MOVE MEN-CURSO TO CRE-CURSO.
           MOVE TEV-DATA(IDX-EVE) TO CRE-DATA-EFETIVA.
           MOVE MEN-COMPETENCIA TO CRE-COMPETENCIA.
           MOVE WS-VALOR-AJUSTE TO CRE-VALOR.
           MOVE 0 TO CRE-COMPETENCIA-USO.
           MOVE WS-DATA-HOJE TO CRE-DATA-PROCESSO.
           SET AJUSTE-EFETIVADO TO TRUE.
           EVALUATE TRUE
               WHEN MENSALIDADE-ABERTA
                       AND WS-VALOR-AJUSTE = MEN-VALOR-COBRADO
                   SET MENSALIDADE-CANCELADA TO TRUE
                   REWRITE REGISTRO-MENSALIDADE
                   SET AJUSTE-CANCELAMENTO TO TRUE
                   ADD 1 TO WS-TOTAL-CANCELADAS
               WHEN MENSALIDADE-ABERTA
                   ADD WS-VALOR-AJUSTE TO MEN-VALOR-DESCONTO
                   SUBTRACT WS-VALOR-AJUSTE FROM MEN-VALOR-COBRADO
                   REWRITE REGISTRO-MENSALIDADE
                   SET AJUSTE-ABATIMENTO TO TRUE
                   ADD 1 TO WS-TOTAL-ABATIDAS
               WHEN CREDITO-TRANCAMENTO
                   SET AJUSTE-ESTORNO TO TRUE
                   PERFORM GRAVAR-ESTORNO
                   ADD 1 TO WS-TOTAL-ESTORNOS
               WHEN OTHER
                   SET AJUSTE-CREDITO TO TRUE
                   SET CREDITO-PENDENTE TO TRUE
                   ADD 1 TO WS-TOTAL-CREDITOS
           END-EVALUATE.
           WRITE REGISTRO-CREDITO.
           IF QTD-AJUSTES < 10000
               PERFORM GUARDAR-CHAVE-AJUSTE
           END-IF.
           MOVE CRE-VALOR TO WS-VALOR-ED.
           DISPLAY "Ajuste " CRE-TIPO " matricula " CRE-MATRICULA
              " competencia " CRE-COMPETENCIA " valor " WS-VALOR-ED.

       GRAVAR-ESTORNO.
           MOVE SPACES TO REGISTRO-ESTORNO.
           MOVE MEN-MATRICULA TO EST-MATRICULA.
           MOVE 0 TO EST-CPF.
           IF WS-ALUNOS-ABERTO = "S"
               MOVE MEN-MATRICULA TO ALU-MATRICULA
               READ ARQ-ALUNOS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE ALU-NOME TO EST-NOME
                       MOVE ALU-CPF TO EST-CPF
               END-READ
           END-IF.
           MOVE MEN-CURSO TO EST-CURSO.
           MOVE MEN-COMPETENCIA TO EST-COMPETENCIA.
           MOVE MEN-DATA-PAGAMENTO TO EST-DATA-PAGAMENTO.
           MOVE WS-VALOR-AJUSTE TO EST-VALOR.
           MOVE TEV-DATA(IDX-EVE) TO EST-DATA-EFETIVA.
           MOVE WS-DATA-HOJE TO EST-DATA-PROCESSO.
           WRITE REGISTRO-ESTORNO.

      * Extrato por aluno de todos os ajustes ja registrados, com o
      * saldo de credito ainda a compensar.
       EMITIR-EXTRATO.
           MOVE "N" TO WS-CREDITOS-EXISTE.
           OPEN INPUT ARQ-CREDITOS.
           IF WS-STATUS-CREDITOS = "00"
               MOVE "S" TO WS-CREDITOS-EXISTE
               CLOSE ARQ-CREDITOS
           ELSE
               DISPLAY "Nenhum ajuste registrado em " WS-ARQ-CREDITOS
           END-IF.
           IF WS-CREDITOS-EXISTE = "S" OR QTD-PARCIAIS > 0
               OPEN OUTPUT REL-EXTRATO
               MOVE SPACES TO LINHA-EXTRATO
               STRING "Extrato de Creditos e Ajustes de Mensalidades"
                   DELIMITED BY SIZE
                   " em " DELIMITED BY SIZE
                   WS-DATA-HOJE DELIMITED BY SIZE
                   INTO LINHA-EXTRATO
               END-STRING
               WRITE LINHA-EXTRATO
               IF WS-CREDITOS-EXISTE = "S"
                   OPEN INPUT ARQ-ALUNOS
                   IF WS-STATUS-ALUNOS = "00"
                       MOVE "S" TO WS-ALUNOS-ABERTO
                   END-IF
                   SORT ARQ-SORT-CREDITOS
                       ON ASCENDING KEY SRT-MATRICULA
                           SRT-DATA-PROCESSO SRT-COMPETENCIA
                       INPUT PROCEDURE IS SELECIONAR-AJUSTES
                       OUTPUT PROCEDURE IS ESCREVER-EXTRATO
                   IF WS-ALUNOS-ABERTO = "S"
                       CLOSE ARQ-ALUNOS
                       MOVE "N" TO WS-ALUNOS-ABERTO
                   END-IF
               END-IF
               IF QTD-PARCIAIS > 0
                   PERFORM ESCREVER-TRANCAMENTOS-PARCIAIS
               END-IF
               CLOSE REL-EXTRATO
               DISPLAY "Extrato de creditos em " WS-ARQ-REL-EXTRATO
           END-IF.

       SELECIONAR-AJUSTES.
           MOVE "N" TO WS-FIM-ARQ.
           OPEN INPUT ARQ-CREDITOS.
           PERFORM UNTIL WS-FIM-ARQ = "S"
               READ ARQ-CREDITOS
                   AT END
                       MOVE "S" TO WS-FIM-ARQ
                   NOT AT END
                       MOVE CRE-MATRICULA TO SRT-MATRICULA
                       MOVE CRE-DATA-PROCESSO TO SRT-DATA-PROCESSO
                       MOVE CRE-COMPETENCIA TO SRT-COMPETENCIA
                       MOVE CRE-ORIGEM TO SRT-ORIGEM
                       MOVE CRE-TURMA TO SRT-TURMA
                       MOVE CRE-TIPO TO SRT-TIPO
                       MOVE CRE-VALOR TO SRT-VALOR
                       MOVE CRE-SITUACAO TO SRT-SITUACAO
                       MOVE CRE-COMPETENCIA-USO
                           TO SRT-COMPETENCIA-USO
                       RELEASE REG-SORT-CREDITO
               END-READ
           END-PERFORM.
           CLOSE ARQ-CREDITOS.

       ESCREVER-EXTRATO.
           MOVE HIGH-VALUES TO WS-MATRICULA-GRUPO.
           MOVE "N" TO WS-FIM-RETORNO.
           PERFORM UNTIL WS-FIM-RETORNO = "S"
               RETURN ARQ-SORT-CREDITOS
                   AT END
                       MOVE "S" TO WS-FIM-RETORNO
                   NOT AT END
                       IF SRT-MATRICULA NOT = WS-MATRICULA-GRUPO
                           IF WS-MATRICULA-GRUPO NOT = HIGH-VALUES
                               PERFORM ESCREVER-RODAPE-ALUNO
                           END-IF
                           MOVE SRT-MATRICULA TO WS-MATRICULA-GRUPO
                           PERFORM ESCREVER-CABECALHO-ALUNO
                       END-IF
                       PERFORM ESCREVER-LINHA-AJUSTE
               END-RETURN
           END-PERFORM.
           IF WS-MATRICULA-GRUPO NOT = HIGH-VALUES
               PERFORM ESCREVER-RODAPE-ALUNO
           END-IF.

       ESCREVER-CABECALHO-ALUNO.
           MOVE 0 TO WS-GRUPO-AJUSTADO.
           MOVE 0 TO WS-GRUPO-ESTORNADO.
           MOVE 0 TO WS-GRUPO-PENDENTE.
           MOVE SPACES TO ALU-NOME.
           IF WS-ALUNOS-ABERTO = "S"
               MOVE SRT-MATRICULA TO ALU-MATRICULA
               READ ARQ-ALUNOS
                   INVALID KEY
                       MOVE SPACES TO ALU-NOME
               END-READ
           END-IF.
           MOVE SPACES TO LINHA-EXTRATO.
           WRITE LINHA-EXTRATO.
           MOVE SPACES TO LINHA-EXTRATO.
           STRING "Matricula " DELIMITED BY SIZE
               SRT-MATRICULA DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               ALU-NOME DELIMITED BY SIZE
               INTO LINHA-EXTRATO
           END-STRING.
           WRITE LINHA-EXTRATO.
           WRITE LINHA-EXTRATO FROM LE-CABECALHO.

       ESCREVER-LINHA-AJUSTE.
           MOVE SRT-DATA-PROCESSO TO LE-DATA-PROCESSO.
           IF SRT-ORIGEM = "T"
               MOVE "Trancamento" TO LE-ORIGEM
           ELSE
               MOVE "Troca" TO LE-ORIGEM
           END-IF.
           MOVE SRT-TURMA TO LE-TURMA.
           MOVE SRT-COMPETENCIA TO LE-COMPETENCIA.
           MOVE SRT-VALOR TO LE-VALOR.
           MOVE SPACES TO LE-SITUACAO.
           EVALUATE SRT-TIPO
               WHEN "C"
                   MOVE "Cancelamento" TO LE-TIPO
                   ADD SRT-VALOR TO WS-GRUPO-AJUSTADO
               WHEN "A"
                   MOVE "Abatimento" TO LE-TIPO
                   ADD SRT-VALOR TO WS-GRUPO-AJUSTADO
               WHEN "E"
                   MOVE "Estorno" TO LE-TIPO
                   ADD SRT-VALOR TO WS-GRUPO-ESTORNADO
               WHEN OTHER
                   MOVE "Credito" TO LE-TIPO
           END-EVALUATE.
           EVALUATE SRT-SITUACAO
               WHEN "P"
                   MOVE "a compensar" TO LE-SITUACAO
                   ADD SRT-VALOR TO WS-GRUPO-PENDENTE
               WHEN "U"
                   STRING "compensado em " DELIMITED BY SIZE
                       SRT-COMPETENCIA-USO DELIMITED BY SIZE
                       INTO LE-SITUACAO
                   END-STRING
                   ADD SRT-VALOR TO WS-GRUPO-AJUSTADO
               WHEN OTHER
                   MOVE "efetivado" TO LE-SITUACAO
           END-EVALUATE.
           WRITE LINHA-EXTRATO FROM LE-DETALHE.

       ESCREVER-RODAPE-ALUNO.
           MOVE WS-GRUPO-AJUSTADO TO WS-VALOR-ED.
           MOVE WS-GRUPO-ESTORNADO TO WS-ESTORNADO-ED.
           MOVE WS-GRUPO-PENDENTE TO WS-PENDENTE-ED.
           MOVE SPACES TO LINHA-EXTRATO.
           STRING "  Abatido " DELIMITED BY SIZE
               WS-VALOR-ED DELIMITED BY SIZE
               "  Estornado " DELIMITED BY SIZE
               WS-ESTORNADO-ED DELIMITED BY SIZE
               "  Saldo a compensar " DELIMITED BY SIZE
               WS-PENDENTE-ED DELIMITED BY SIZE
               INTO LINHA-EXTRATO
           END-STRING.
           WRITE LINHA-EXTRATO.

      * Trancamentos de aluno que segue com turma no periodo: a
      * mensalidade do curso continua devida e nada e ajustado.
       ESCREVER-TRANCAMENTOS-PARCIAIS.
           MOVE SPACES TO LINHA-EXTRATO.
           WRITE LINHA-EXTRATO.
           MOVE SPACES TO LINHA-EXTRATO.
           STRING "Trancamentos sem ajuste - aluno com turma no "
               DELIMITED BY SIZE
               "periodo " DELIMITED BY SIZE
               WS-PERIODO-LETIVO DELIMITED BY SIZE
               INTO LINHA-EXTRATO
           END-STRING.
           WRITE LINHA-EXTRATO.
           PERFORM VARYING IDX-PAR FROM 1 BY 1
                   UNTIL IDX-PAR > QTD-PARCIAIS
               MOVE SPACES TO LINHA-EXTRATO
               STRING "Matricula " DELIMITED BY SIZE
                   TPA-MATRICULA(IDX-PAR) DELIMITED BY SIZE
                   "  Turma " DELIMITED BY SIZE
                   TPA-TURMA(IDX-PAR) DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   TPA-CURSO(IDX-PAR) DELIMITED BY SIZE
                   "  Processo " DELIMITED BY SIZE
                   TPA-DATA(IDX-PAR) DELIMITED BY SIZE
                   INTO LINHA-EXTRATO
               END-STRING
               WRITE LINHA-EXTRATO
           END-PERFORM.
           MOVE WS-TOTAL-PARCIAIS TO WS-QTD-ED.
           MOVE SPACES TO LINHA-EXTRATO.
           STRING "Total de trancamentos sem ajuste: " DELIMITED BY SIZE
               WS-QTD-ED DELIMITED BY SIZE
               INTO LINHA-EXTRATO
           END-STRING.
           WRITE LINHA-EXTRATO.

      * Registro mensal dos estornos processados no mes, para o
      * pagamento pelo financeiro.
       EMITIR-REGISTRO-ESTORNOS.
           MOVE 0 TO WS-QTD-ESTORNOS-MES.
           MOVE 0 TO WS-SOMA-ESTORNOS-MES.
           OPEN OUTPUT REL-ESTORNOS.
           MOVE SPACES TO LINHA-ESTORNOS.
           STRING "Registro Mensal de Estornos de Mensalidades - Mes "
               DELIMITED BY SIZE
               WS-COMPETENCIA-REGISTRO DELIMITED BY SIZE
               INTO LINHA-ESTORNOS
           END-STRING.
           WRITE LINHA-ESTORNOS.
           MOVE SPACES TO LINHA-ESTORNOS.
           WRITE LINHA-ESTORNOS.
           WRITE LINHA-ESTORNOS FROM LR-CABECALHO.
           MOVE "N" TO WS-FIM-ARQ.
           OPEN INPUT ARQ-ESTORNOS.
           IF WS-STATUS-ESTORNOS = "00"
               PERFORM UNTIL WS-FIM-ARQ = "S"
                   READ ARQ-ESTORNOS
                       AT END
                           MOVE "S" TO WS-FIM-ARQ
                       NOT AT END
                           IF EST-DATA-PROCESSO(1:6)
                                   = WS-COMPETENCIA-REGISTRO
                               PERFORM ESCREVER-LINHA-ESTORNO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQ-ESTORNOS
           END-IF.
           MOVE WS-QTD-ESTORNOS-MES TO WS-QTD-ED.
           MOVE WS-SOMA-ESTORNOS-MES TO WS-VALOR-ED.
           MOVE SPACES TO LINHA-ESTORNOS.
           WRITE LINHA-ESTORNOS.
           MOVE SPACES TO LINHA-ESTORNOS.
           STRING "Estornos no mes: " DELIMITED BY SIZE
               WS-QTD-ED DELIMITED BY SIZE
               "   Valor total: " DELIMITED BY SIZE
               WS-VALOR-ED DELIMITED BY SIZE
               INTO LINHA-ESTORNOS
           END-STRING.
           WRITE LINHA-ESTORNOS.
           CLOSE REL-ESTORNOS.
           DISPLAY "Registro de estornos em " WS-ARQ-REL-ESTORNOS.

       ESCREVER-LINHA-ESTORNO.
           MOVE EST-MATRICULA TO LR-MATRICULA.
           MOVE EST-NOME TO LR-NOME.
           MOVE EST-CPF TO LR-CPF.
           MOVE EST-COMPETENCIA TO LR-COMPETENCIA.
           MOVE EST-DATA-PAGAMENTO TO LR-DATA-PAGAMENTO.
           MOVE EST-VALOR TO LR-VALOR.
           WRITE LINHA-ESTORNOS FROM LR-DETALHE.
           ADD 1 TO WS-QTD-ESTORNOS-MES.
           ADD EST-VALOR TO WS-SOMA-ESTORNOS-MES.

       COPY PERLETPD.

       COPY JOBLOGPD.

       COPY ERRLOGPD.

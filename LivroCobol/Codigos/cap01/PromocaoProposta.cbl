       IDENTIFICATION DIVISION.
           PROGRAM-ID. PromocaoProposta.
           AUTHOR. Fernando Anselmo.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FUNCIONARIOS ASSIGN TO WS-ARQ-FUNCIONARIOS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-FUNCIONARIOS.

           SELECT ARQ-CARREIRA ASSIGN TO WS-ARQ-CARREIRA
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-CARREIRA.

           SELECT ARQ-AUDITORIA ASSIGN TO WS-ARQ-AUDITORIA
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-AUDITORIA.

           SELECT ARQ-ORCAMENTO ASSIGN TO WS-ARQ-ORCAMENTO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-ORCAMENTO.

           SELECT ARQ-PROPOSTAS ASSIGN TO WS-ARQ-PROPOSTAS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-PROPOSTAS.

           SELECT RELATORIO ASSIGN TO WS-ARQ-RELATORIO
               ORGANIZATION IS LINE SEQUENTIAL.

           COPY ERRLOGSL.

           COPY JOBLOGSL.

       DATA DIVISION.
       FILE SECTION.
       FD FUNCIONARIOS.
       01 DETALHEFUNCIONARIO.
           COPY FUNCIONARIO.

       FD ARQ-CARREIRA.
       01 REGISTRO-CARREIRA.
           COPY CARREIRA.

       FD ARQ-AUDITORIA.
       01 REGISTRO-AUDITORIA-CARREIRA.
           COPY CARAUD.

       FD ARQ-ORCAMENTO.
       01 REGISTRO-ORCAMENTO.
           COPY ORCAMENTO.

       FD ARQ-PROPOSTAS.
       01 REGISTRO-PROPOSTA.
           COPY PROMOCAO.

       FD RELATORIO.
       01 LINHA-RELATORIO          PIC X(110).

       COPY ERRLOGFD.

       COPY JOBLOGFD.

       WORKING-STORAGE SECTION.
       COPY ERRLOGWS.

       COPY JOBLOGWS.

       01 WS-ARQ-FUNCIONARIOS    PIC X(40)
           VALUE "FUNCIONARIOS.DATA".
       01 WS-ARQ-CARREIRA        PIC X(40)
           VALUE "CARREIRA.DATA".
       01 WS-ARQ-AUDITORIA       PIC X(40)
           VALUE "CARREIRA-AUDITORIA.DATA".
       01 WS-ARQ-ORCAMENTO       PIC X(40)
           VALUE "ORCAMENTO-DEPARTAMENTOS.DATA".
       01 WS-ARQ-PROPOSTAS       PIC X(40)
           VALUE "PROMOCOES-PROPOSTA.DATA".
       01 WS-ARQ-RELATORIO       PIC X(40)
           VALUE "PROMOCOES-PROPOSTA.LST".

       01 WS-STATUS-FUNCIONARIOS PIC X(2).
       01 WS-STATUS-CARREIRA     PIC X(2).
       01 WS-STATUS-AUDITORIA    PIC X(2).
       01 WS-STATUS-ORCAMENTO    PIC X(2).
       01 WS-STATUS-PROPOSTAS    PIC X(2).

       01 LEITURA-FINALIZADA     PIC X VALUE "N".
       01 WS-FIM-ARQ             PIC X VALUE "N".

       01 CONTROLE-CABECALHO.
           05 WS-CABECALHO-PRESENTE   PIC X VALUE "N".
           05 WS-TRAILER-PRESENTE     PIC X VALUE "N".
           05 WS-TRAILER-CONTAGEM     PIC 9(7) VALUE 0.
           05 WS-REGISTROS-DADOS      PIC 9(7) VALUE 0.

       01 WS-DATA-HOJE.
           05 WS-HOJE-AAAA           PIC 9(4).
           05 WS-HOJE-MM             PIC 9(2).
           05 WS-HOJE-DD             PIC 9(2).
       01 WS-ANO-TXT             PIC X(4).
       01 WS-ANO                 PIC 9(4).
       01 WS-APROVADAS-ABERTAS   PIC 9(5) VALUE 0.

       01 QTD-DEGRAUS            PIC 9(3) VALUE 0.
       01 TABELA-CARREIRA.
           05 TCR-ITEM OCCURS 500 TIMES INDEXED BY IDX-CRR.
               10 TCR-CARGO      PIC X(4).
               10 TCR-NIVEL      PIC 9(2).
               10 TCR-SALARIO    PIC 9(7)V9(2).
               10 TCR-MESES      PIC 9(3).
               10 TCR-SEGUINTE   PIC X(4).

       01 QTD-ULTIMAS            PIC 9(3) VALUE 0.
       01 TABELA-ULTIMA-MUDANCA.
           05 TUM-ITEM OCCURS 500 TIMES INDEXED BY IDX-TUM.
               10 TUM-MATRICULA  PIC 9(5).
               10 TUM-DATA       PIC 9(8).

       01 ENCONTROU-DEPARTAMENTO PIC X VALUE "N".
       01 QTD-DEPARTAMENTOS      PIC 9(3) VALUE 0.
       01 TABELA-DEPARTAMENTOS.
           05 TDP-ITEM OCCURS 100 TIMES INDEXED BY IDX-DEP.
               10 TDP-DEPARTAMENTO PIC X(4).
               10 TDP-FOLHA        PIC 9(11)V9(2).
               10 TDP-TETO         PIC 9(11)V9(2).
               10 TDP-ORCADO       PIC X(1).
               10 TDP-ACRESCIMO    PIC 9(11)V9(2).
               10 TDP-BLOQUEADAS   PIC 9(3).

       01 QTD-CANDIDATOS         PIC 9(3) VALUE 0.
       01 TABELA-CANDIDATOS.
           05 TCA-ITEM OCCURS 500 TIMES INDEXED BY IDX-CAN.
               10 TCA-MATRICULA     PIC 9(5).
               10 TCA-NOME          PIC X(30).
               10 TCA-DEPARTAMENTO  PIC X(4).
               10 TCA-TIPO          PIC X(1).
               10 TCA-CARGO-ATUAL   PIC X(4).
               10 TCA-NIVEL-ATUAL   PIC 9(2).
               10 TCA-SALARIO-ATUAL PIC 9(7)V9(2).
               10 TCA-CARGO-NOVO    PIC X(4).
               10 TCA-NIVEL-NOVO    PIC 9(2).
               10 TCA-SALARIO-NOVO  PIC 9(7)V9(2).
               10 TCA-MESES         PIC 9(3).
               10 TCA-SITUACAO      PIC X(1).
       01 IDX-ESCOLHIDO          PIC 9(3).
       01 WS-MAIOR-MESES         PIC S9(4).

      * Posicao do funcionario na tabela de carreira do cargo.
       01 AVALIACAO-CARREIRA.
           05 WS-CARGO-TEM-DEGRAUS   PIC X(1).
           05 WS-NIVEL-ATUAL         PIC 9(2).
           05 WS-MESES-EXIGIDOS      PIC 9(3).
           05 WS-CARGO-SEGUINTE      PIC X(4).
           05 WS-PROXIMO-NIVEL       PIC 9(2).
           05 WS-PROXIMO-SALARIO     PIC 9(7)V9(2).
           05 WS-NOVO-CARGO          PIC X(4).
           05 WS-NOVO-TIPO           PIC X(1).
           05 WS-DESDE.
               10 WS-DESDE-AAAA      PIC 9(4).
               10 WS-DESDE-MM        PIC 9(2).
               10 WS-DESDE-DD        PIC 9(2).
           05 WS-MESES-NO-NIVEL      PIC S9(4).
           05 WS-DIFERENCA           PIC 9(7)V9(2).

       01 TOTAIS-PROPOSTA.
           05 WS-TOTAL-ATIVOS        PIC 9(5) VALUE 0.
           05 WS-TOTAL-SEM-TABELA    PIC 9(5) VALUE 0.
           05 WS-TOTAL-PROPOSTAS     PIC 9(5) VALUE 0.
           05 WS-TOTAL-SEM-ORCAMENTO PIC 9(5) VALUE 0.
           05 WS-TOTAL-ACRESCIMO     PIC 9(11)V9(2) VALUE 0.
       01 WS-QTD-ED              PIC ZZZZ9.
       01 WS-VALOR-ED            PIC Z,ZZZ,ZZZ,ZZ9.99.

       01 LINHA-DETALHE.
           05 LD-MATRICULA       PIC 9(5).
           05 FILLER             PIC X(2) VALUE SPACES.
           05 LD-NOME            PIC X(25).
           05 FILLER             PIC X(1) VALUE SPACES.
           05 LD-DEPARTAMENTO    PIC X(4).
           05 FILLER             PIC X(2) VALUE SPACES.
           05 LD-TIPO            PIC X(10).
           05 LD-CARGO-ATUAL     PIC X(4).
           05 FILLER             PIC X(1) VALUE "/".
           05 LD-NIVEL-ATUAL     PIC 99.
           05 FILLER             PIC X(4) VALUE " -> ".
           05 LD-CARGO-NOVO      PIC X(4).
           05 FILLER             PIC X(1) VALUE "/".
           05 LD-NIVEL-NOVO      PIC 99.
           05 LD-SALARIO-ATUAL   PIC ZZZZ,ZZ9.99.
           05 LD-SALARIO-NOVO    PIC ZZZZ,ZZ9.99.
           05 LD-MESES           PIC ZZZ9.
           05 FILLER             PIC X(2) VALUE SPACES.
           05 LD-SITUACAO        PIC X(13).

       PROCEDURE DIVISION.
       INICIO.
           PERFORM DEFINIR-ARQUIVOS.
           DISPLAY "============================================".
           DISPLAY " Proposta Anual de Progressao e Promocao".
           DISPLAY "============================================".
           MOVE "PromocaoProposta" TO WS-JOBLOG-PROGRAMA.
           MOVE "INICIO" TO WS-JOBLOG-EVENTO.
           PERFORM GRAVAR-JOBLOG.

           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
           MOVE SPACES TO WS-ANO-TXT.
           ACCEPT WS-ANO-TXT FROM ENVIRONMENT "PROMOCAO_ANO"
               ON EXCEPTION
                   MOVE SPACES TO WS-ANO-TXT
           END-ACCEPT.
           IF WS-ANO-TXT IS NUMERIC AND WS-ANO-TXT NOT = "0000"
               MOVE WS-ANO-TXT TO WS-ANO
           ELSE
               MOVE WS-HOJE-AAAA TO WS-ANO
           END-IF.
           DISPLAY "Ano da proposta: " WS-ANO.

           PERFORM CONFERIR-PROPOSTAS-ABERTAS.
           IF WS-APROVADAS-ABERTAS > 0
               MOVE WS-APROVADAS-ABERTAS TO WS-QTD-ED
               DISPLAY "ERRO: " WS-QTD-ED " proposta(s) aprovada(s)"
                  " ainda nao aplicada(s) em " WS-ARQ-PROPOSTAS
               DISPLAY "Execute PromocaoAplicacao antes de nova"
                  " proposta."
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM CARREGAR-CARREIRA
               IF QTD-DEGRAUS = 0
                   DISPLAY "Tabela de carreira vazia: "
                      WS-ARQ-CARREIRA
                   MOVE 4 TO RETURN-CODE
               ELSE
                   PERFORM CARREGAR-ULTIMAS-MUDANCAS
                   PERFORM CARREGAR-FUNCIONARIOS
                   IF RETURN-CODE < 8
                       PERFORM CARREGAR-ORCAMENTO
                       PERFORM ALOCAR-ORCAMENTO
                       PERFORM GRAVAR-PROPOSTAS
                       PERFORM EMITIR-RELATORIO
                   END-IF
               END-IF
           END-IF.

           MOVE WS-TOTAL-PROPOSTAS TO WS-QTD-ED.
           DISPLAY "Propostas dentro do orcamento..: " WS-QTD-ED.
           MOVE WS-TOTAL-SEM-ORCAMENTO TO WS-QTD-ED.
           DISPLAY "Propostas sem saldo no teto....: " WS-QTD-ED.
           IF WS-TOTAL-SEM-ORCAMENTO > 0 AND RETURN-CODE = 0
               MOVE 4 TO RETURN-CODE
           END-IF.

           MOVE WS-TOTAL-PROPOSTAS TO WS-JOBLOG-QTD-REGISTROS.
           MOVE "FIM" TO WS-JOBLOG-EVENTO.
           PERFORM GRAVAR-JOBLOG.
           GOBACK.

       DEFINIR-ARQUIVOS.
           ACCEPT WS-ARQ-FUNCIONARIOS FROM ENVIRONMENT
                   "FUNCIONARIOS_DATA"
               ON EXCEPTION
                   MOVE "FUNCIONARIOS.DATA" TO WS-ARQ-FUNCIONARIOS
           END-ACCEPT.
           ACCEPT WS-ARQ-CARREIRA FROM ENVIRONMENT "CARREIRA_DATA"
               ON EXCEPTION
                   MOVE "CARREIRA.DATA" TO WS-ARQ-CARREIRA
           END-ACCEPT.
           ACCEPT WS-ARQ-AUDITORIA FROM ENVIRONMENT
                   "CARREIRA_AUDITORIA"
               ON EXCEPTION
                   MOVE "CARREIRA-AUDITORIA.DATA" TO WS-ARQ-AUDITORIA
           END-ACCEPT.
           ACCEPT WS-ARQ-ORCAMENTO FROM ENVIRONMENT
                   "ORCAMENTO_DEPARTAMENTOS"
               ON EXCEPTION
                   MOVE "ORCAMENTO-DEPARTAMENTOS.DATA"
                       TO WS-ARQ-ORCAMENTO
           END-ACCEPT.
           ACCEPT WS-ARQ-PROPOSTAS FROM ENVIRONMENT
                   "PROMOCOES_PROPOSTA"
               ON EXCEPTION
                   MOVE "PROMOCOES-PROPOSTA.DATA" TO WS-ARQ-PROPOSTAS
           END-ACCEPT.
           ACCEPT WS-ARQ-RELATORIO FROM ENVIRONMENT
                   "PROMOCOES_PROPOSTA_LST"
               ON EXCEPTION
                   MOVE "PROMOCOES-PROPOSTA.LST" TO WS-ARQ-RELATORIO
           END-ACCEPT.

      * Proposta aprovada pelo RH e ainda nao aplicada nao pode
      * ser sobreposta por uma nova execucao.
       CONFERIR-PROPOSTAS-ABERTAS.
           MOVE 0 TO WS-APROVADAS-ABERTAS.
           MOVE "N" TO WS-FIM-ARQ.
           OPEN INPUT ARQ-PROPOSTAS.
           IF WS-STATUS-PROPOSTAS = "00"
               PERFORM UNTIL WS-FIM-ARQ = "S"
                   READ ARQ-PROPOSTAS
                       AT END
                           MOVE "S" TO WS-FIM-ARQ
                       NOT AT END
                           IF PROPOSTA-APROVADA
                               ADD 1 TO WS-APROVADAS-ABERTAS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQ-PROPOSTAS
           END-IF.

       CARREGAR-CARREIRA.
           MOVE 0 TO QTD-DEGRAUS.
           MOVE "N" TO WS-FIM-ARQ.
           OPEN INPUT ARQ-CARREIRA.
           IF WS-STATUS-CARREIRA = "00"
               PERFORM UNTIL WS-FIM-ARQ = "S"
                   READ ARQ-CARREIRA
                       AT END
                           MOVE "S" TO WS-FIM-ARQ
                       NOT AT END
                           IF QTD-DEGRAUS < 500
                               ADD 1 TO QTD-DEGRAUS
                               SET IDX-CRR TO QTD-DEGRAUS
                               MOVE CRR-CARGO TO TCR-CARGO(IDX-CRR)
                               MOVE CRR-NIVEL TO TCR-NIVEL(IDX-CRR)
                               MOVE CRR-SALARIO
                                   TO TCR-SALARIO(IDX-CRR)
                               MOVE CRR-MESES-MINIMOS
                                   TO TCR-MESES(IDX-CRR)
                               MOVE CRR-CARGO-SEGUINTE
                                   TO TCR-SEGUINTE(IDX-CRR)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQ-CARREIRA
           END-IF.

      * Guarda a data da ultima progressao ou promocao de cada
      * matricula; sem registro conta-se desde a admissao.
       CARREGAR-ULTIMAS-MUDANCAS.
           MOVE 0 TO QTD-ULTIMAS.
           MOVE "N" TO WS-FIM-ARQ.
           OPEN INPUT ARQ-AUDITORIA.
           IF WS-STATUS-AUDITORIA = "00"
               PERFORM UNTIL WS-FIM-ARQ = "S"
                   READ ARQ-AUDITORIA
                       AT END
                           MOVE "S" TO WS-FIM-ARQ
                       NOT AT END
                           PERFORM GUARDAR-ULTIMA-MUDANCA
                   END-READ
               END-PERFORM
               CLOSE ARQ-AUDITORIA
           END-IF.

       GUARDAR-ULTIMA-MUDANCA.
           SET IDX-TUM TO 1.
           SEARCH TUM-ITEM
               AT END
                   IF QTD-ULTIMAS < 500
                       ADD 1 TO QTD-ULTIMAS
                       SET IDX-TUM TO QTD-ULTIMAS
                       MOVE CAU-MATRICULA TO TUM-MATRICULA(IDX-TUM)
                       MOVE CAU-DATA TO TUM-DATA(IDX-TUM)
                   END-IF
               WHEN IDX-TUM <= QTD-ULTIMAS
                       AND TUM-MATRICULA(IDX-TUM) = CAU-MATRICULA
                   IF CAU-DATA > TUM-DATA(IDX-TUM)
                       MOVE CAU-DATA TO TUM-DATA(IDX-TUM)
                   END-IF
           END-SEARCH.

       CARREGAR-FUNCIONARIOS.
           OPEN INPUT FUNCIONARIOS.
           IF WS-STATUS-FUNCIONARIOS NOT = "00"
               DISPLAY "Erro ao abrir " WS-ARQ-FUNCIONARIOS
                  " Status: " WS-STATUS-FUNCIONARIOS
               MOVE "PromocaoProposta" TO WS-ERRLOG-PROGRAMA
               MOVE "CARREGAR-FUNCIONARIOS" TO WS-ERRLOG-PARAGRAFO
               MOVE WS-ARQ-FUNCIONARIOS TO WS-ERRLOG-ARQUIVO
               MOVE WS-STATUS-FUNCIONARIOS TO WS-ERRLOG-STATUS
               PERFORM GRAVAR-ERRORLOG
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM UNTIL LEITURA-FINALIZADA = "S"
                   READ FUNCIONARIOS
                       AT END
                           MOVE "S" TO LEITURA-FINALIZADA
                       NOT AT END
                           PERFORM CLASSIFICAR-FUNCIONARIO
                   END-READ
               END-PERFORM
               CLOSE FUNCIONARIOS
               PERFORM VERIFICAR-TRAILER
           END-IF.

       CLASSIFICAR-FUNCIONARIO.
           IF DETALHEFUNCIONARIO(1:3) = "HDR"
               MOVE "S" TO WS-CABECALHO-PRESENTE
           ELSE
           IF DETALHEFUNCIONARIO(1:3) = "TRL"
               MOVE "S" TO WS-TRAILER-PRESENTE
               IF DETALHEFUNCIONARIO(4:7) IS NUMERIC
                   MOVE DETALHEFUNCIONARIO(4:7)
                       TO WS-TRAILER-CONTAGEM
               END-IF
           ELSE
               ADD 1 TO WS-REGISTROS-DADOS
               IF NOT FUNCIONARIO-DESLIGADO
                   ADD 1 TO WS-TOTAL-ATIVOS
                   PERFORM ACUMULAR-FOLHA-DEPARTAMENTO
                   IF CODIGO-CARGO NOT = SPACES
                       PERFORM AVALIAR-FUNCIONARIO
                   END-IF
               END-IF
           END-IF
           END-IF.

       VERIFICAR-TRAILER.
           IF WS-CABECALHO-PRESENTE = "S"
               IF WS-TRAILER-PRESENTE = "N"
                   DISPLAY "ERRO: trailer ausente em "
                      WS-ARQ-FUNCIONARIOS
                   MOVE 8 TO RETURN-CODE
               ELSE
                   IF WS-TRAILER-CONTAGEM NOT = WS-REGISTROS-DADOS
                       DISPLAY "ERRO: trailer nao confere em "
                          WS-ARQ-FUNCIONARIOS " Esperado: "
                          WS-TRAILER-CONTAGEM " Lido: "
                          WS-REGISTROS-DADOS
                       MOVE 8 TO RETURN-CODE
                   END-IF
               END-IF
           END-IF.

       ACUMULAR-FOLHA-DEPARTAMENTO.
           MOVE "N" TO ENCONTROU-DEPARTAMENTO.
           PERFORM VARYING IDX-DEP FROM 1 BY 1
                   UNTIL IDX-DEP > QTD-DEPARTAMENTOS
               IF TDP-DEPARTAMENTO(IDX-DEP) = CODIGO-DEPARTAMENTO
                   MOVE "S" TO ENCONTROU-DEPARTAMENTO
                   ADD SALARIO-FUNCIONARIO TO TDP-FOLHA(IDX-DEP)
               END-IF
           END-PERFORM.
           IF ENCONTROU-DEPARTAMENTO = "N"
                   AND QTD-DEPARTAMENTOS < 100
               ADD 1 TO QTD-DEPARTAMENTOS
               SET IDX-DEP TO QTD-DEPARTAMENTOS
               MOVE CODIGO-DEPARTAMENTO TO TDP-DEPARTAMENTO(IDX-DEP)
               MOVE SALARIO-FUNCIONARIO TO TDP-FOLHA(IDX-DEP)
               MOVE 0 TO TDP-TETO(IDX-DEP)
               MOVE "N" TO TDP-ORCADO(IDX-DEP)
               MOVE 0 TO TDP-ACRESCIMO(IDX-DEP)
               MOVE 0 TO TDP-BLOQUEADAS(IDX-DEP)
           END-IF.

      * O degrau atual e o mais alto cujo salario nao supera o do
      * funcionario; o proximo e o primeiro acima dele. Abaixo do
      * primeiro degrau o enquadramento nao exige carencia.
       AVALIAR-FUNCIONARIO.
           MOVE "N" TO WS-CARGO-TEM-DEGRAUS.
           MOVE 0 TO WS-NIVEL-ATUAL.
           MOVE 0 TO WS-MESES-EXIGIDOS.
           MOVE SPACES TO WS-CARGO-SEGUINTE.
           MOVE 0 TO WS-PROXIMO-NIVEL.
           MOVE 0 TO WS-PROXIMO-SALARIO.
           PERFORM VARYING IDX-CRR FROM 1 BY 1
                   UNTIL IDX-CRR > QTD-DEGRAUS
               IF TCR-CARGO(IDX-CRR) = CODIGO-CARGO
                   MOVE "S" TO WS-CARGO-TEM-DEGRAUS
                   PERFORM POSICIONAR-DEGRAU
               END-IF
           END-PERFORM.

           IF WS-CARGO-TEM-DEGRAUS = "N"
               ADD 1 TO WS-TOTAL-SEM-TABELA
           ELSE
               PERFORM CALCULAR-MESES-NO-NIVEL
               IF WS-MESES-NO-NIVEL >= WS-MESES-EXIGIDOS
                   MOVE CODIGO-CARGO TO WS-NOVO-CARGO
                   MOVE "N" TO WS-NOVO-TIPO
                   IF WS-PROXIMO-NIVEL = 0
                           AND WS-CARGO-SEGUINTE NOT = SPACES
                       MOVE WS-CARGO-SEGUINTE TO WS-NOVO-CARGO
                       MOVE "P" TO WS-NOVO-TIPO
                       PERFORM PROCURAR-DEGRAU-PROMOCAO
                   END-IF
                   IF WS-PROXIMO-NIVEL > 0
                       PERFORM GUARDAR-CANDIDATO
                   END-IF
               END-IF
           END-IF.

       POSICIONAR-DEGRAU.
           IF TCR-SALARIO(IDX-CRR) <= SALARIO-FUNCIONARIO
               IF TCR-NIVEL(IDX-CRR) > WS-NIVEL-ATUAL
                   MOVE TCR-NIVEL(IDX-CRR) TO WS-NIVEL-ATUAL
                   MOVE TCR-MESES(IDX-CRR) TO WS-MESES-EXIGIDOS
                   MOVE TCR-SEGUINTE(IDX-CRR) TO WS-CARGO-SEGUINTE
               END-IF
           ELSE
               IF WS-PROXIMO-NIVEL = 0
                       OR TCR-NIVEL(IDX-CRR) < WS-PROXIMO-NIVEL
                   MOVE TCR-NIVEL(IDX-CRR) TO WS-PROXIMO-NIVEL
                   MOVE TCR-SALARIO(IDX-CRR) TO WS-PROXIMO-SALARIO
               END-IF
           END-IF.

      * Na promocao entra no primeiro degrau do cargo seguinte
      * que pague mais que o salario atual.
       PROCURAR-DEGRAU-PROMOCAO.
           PERFORM VARYING IDX-CRR FROM 1 BY 1
                   UNTIL IDX-CRR > QTD-DEGRAUS
               IF TCR-CARGO(IDX-CRR) = WS-NOVO-CARGO
                       AND TCR-SALARIO(IDX-CRR) > SALARIO-FUNCIONARIO
                   IF WS-PROXIMO-NIVEL = 0
                           OR TCR-NIVEL(IDX-CRR) < WS-PROXIMO-NIVEL
                       MOVE TCR-NIVEL(IDX-CRR) TO WS-PROXIMO-NIVEL
                       MOVE TCR-SALARIO(IDX-CRR)
                           TO WS-PROXIMO-SALARIO
                   END-IF
               END-IF
           END-PERFORM.

       CALCULAR-MESES-NO-NIVEL.
           MOVE DATA-ADMISSAO TO WS-DESDE.
           SET IDX-TUM TO 1.
           SEARCH TUM-ITEM
               AT END
                   CONTINUE
               WHEN IDX-TUM <= QTD-ULTIMAS
                       AND TUM-MATRICULA(IDX-TUM)
                           = MATRICULA-FUNCIONARIO
                   MOVE TUM-DATA(IDX-TUM) TO WS-DESDE
           END-SEARCH.
           COMPUTE WS-MESES-NO-NIVEL
               = (WS-HOJE-AAAA * 12 + WS-HOJE-MM)
               - (WS-DESDE-AAAA * 12 + WS-DESDE-MM).
           IF WS-HOJE-DD < WS-DESDE-DD
               SUBTRACT 1 FROM WS-MESES-NO-NIVEL
           END-IF.
           IF WS-MESES-NO-NIVEL < 0
               MOVE 0 TO WS-MESES-NO-NIVEL
           END-IF.

       GUARDAR-CANDIDATO.
           IF QTD-CANDIDATOS < 500
               ADD 1 TO QTD-CANDIDATOS
               SET IDX-CAN TO QTD-CANDIDATOS
               MOVE MATRICULA-FUNCIONARIO TO TCA-MATRICULA(IDX-CAN)
               MOVE SPACES TO TCA-NOME(IDX-CAN)
               STRING PRIMEIRO-NOME DELIMITED BY SPACE
                   " " DELIMITED BY SIZE
                   ULTIMO-NOME DELIMITED BY SPACE
                   INTO TCA-NOME(IDX-CAN)
               END-STRING
               MOVE CODIGO-DEPARTAMENTO TO TCA-DEPARTAMENTO(IDX-CAN)
               MOVE WS-NOVO-TIPO TO TCA-TIPO(IDX-CAN)
               MOVE CODIGO-CARGO TO TCA-CARGO-ATUAL(IDX-CAN)
               MOVE WS-NIVEL-ATUAL TO TCA-NIVEL-ATUAL(IDX-CAN)
               MOVE SALARIO-FUNCIONARIO
                   TO TCA-SALARIO-ATUAL(IDX-CAN)
               MOVE WS-NOVO-CARGO TO TCA-CARGO-NOVO(IDX-CAN)
               MOVE WS-PROXIMO-NIVEL TO TCA-NIVEL-NOVO(IDX-CAN)
               MOVE WS-PROXIMO-SALARIO TO TCA-SALARIO-NOVO(IDX-CAN)
               MOVE WS-MESES-NO-NIVEL TO TCA-MESES(IDX-CAN)
               MOVE SPACES TO TCA-SITUACAO(IDX-CAN)
           END-IF.

       CARREGAR-ORCAMENTO.
           MOVE "N" TO WS-FIM-ARQ.
           OPEN INPUT ARQ-ORCAMENTO.
           IF WS-STATUS-ORCAMENTO NOT = "00"
               DISPLAY "Aviso: orcamento ausente em "
                  WS-ARQ-ORCAMENTO "; teto nao conferido."
           ELSE
               PERFORM UNTIL WS-FIM-ARQ = "S"
                   READ ARQ-ORCAMENTO
                       AT END
                           MOVE "S" TO WS-FIM-ARQ
                       NOT AT END
                           IF ORC-ANO = WS-ANO
                               PERFORM GUARDAR-TETO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQ-ORCAMENTO
           END-IF.

       GUARDAR-TETO.
           PERFORM VARYING IDX-DEP FROM 1 BY 1
                   UNTIL IDX-DEP > QTD-DEPARTAMENTOS
               IF TDP-DEPARTAMENTO(IDX-DEP) = ORC-DEPARTAMENTO
                   MOVE "S" TO TDP-ORCADO(IDX-DEP)
                   MOVE ORC-TETO-FOLHA TO TDP-TETO(IDX-DEP)
               END-IF
           END-PERFORM.

      * O saldo do teto de cada departamento e distribuido pelos
      * candidatos com mais tempo no degrau primeiro; quem nao cabe
      * fica registrado sem orcamento. Departamento sem orcamento
      * cadastrado no ano nao tem teto a conferir.
       ALOCAR-ORCAMENTO.
           PERFORM QTD-CANDIDATOS TIMES
               PERFORM ESCOLHER-MAIS-ANTIGO
               SET IDX-CAN TO IDX-ESCOLHIDO
               PERFORM CONFERIR-TETO
           END-PERFORM.

       ESCOLHER-MAIS-ANTIGO.
           MOVE -1 TO WS-MAIOR-MESES.
           MOVE 1 TO IDX-ESCOLHIDO.
           PERFORM VARYING IDX-CAN FROM 1 BY 1
                   UNTIL IDX-CAN > QTD-CANDIDATOS
               IF TCA-SITUACAO(IDX-CAN) = SPACES
                       AND TCA-MESES(IDX-CAN) > WS-MAIOR-MESES
                   MOVE TCA-MESES(IDX-CAN) TO WS-MAIOR-MESES
                   SET IDX-ESCOLHIDO TO IDX-CAN
               END-IF
           END-PERFORM.

       CONFERIR-TETO.
           COMPUTE WS-DIFERENCA = TCA-SALARIO-NOVO(IDX-CAN)
               - TCA-SALARIO-ATUAL(IDX-CAN).
           MOVE "P" TO TCA-SITUACAO(IDX-CAN).
           PERFORM VARYING IDX-DEP FROM 1 BY 1
                   UNTIL IDX-DEP > QTD-DEPARTAMENTOS
               IF TDP-DEPARTAMENTO(IDX-DEP)
                       = TCA-DEPARTAMENTO(IDX-CAN)
                   IF TDP-ORCADO(IDX-DEP) = "S"
                           AND TDP-FOLHA(IDX-DEP)
                               + TDP-ACRESCIMO(IDX-DEP)
                               + WS-DIFERENCA > TDP-TETO(IDX-DEP)
                       MOVE "O" TO TCA-SITUACAO(IDX-CAN)
                       ADD 1 TO TDP-BLOQUEADAS(IDX-DEP)
                   ELSE
                       ADD WS-DIFERENCA TO TDP-ACRESCIMO(IDX-DEP)
                   END-IF
               END-IF
           END-PERFORM.
           IF TCA-SITUACAO(IDX-CAN) = "O"
               ADD 1 TO WS-TOTAL-SEM-ORCAMENTO
           ELSE
               ADD 1 TO WS-TOTAL-PROPOSTAS
               ADD WS-DIFERENCA TO WS-TOTAL-ACRESCIMO
           END-IF.

       GRAVAR-PROPOSTAS.
           OPEN OUTPUT ARQ-PROPOSTAS.
           IF WS-STATUS-PROPOSTAS NOT = "00"
               DISPLAY "Erro ao abrir " WS-ARQ-PROPOSTAS
                  " Status: " WS-STATUS-PROPOSTAS
               MOVE "PromocaoProposta" TO WS-ERRLOG-PROGRAMA
               MOVE "GRAVAR-PROPOSTAS" TO WS-ERRLOG-PARAGRAFO
               MOVE WS-ARQ-PROPOSTAS TO WS-ERRLOG-ARQUIVO
               MOVE WS-STATUS-PROPOSTAS TO WS-ERRLOG-STATUS
               PERFORM GRAVAR-ERRORLOG
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM VARYING IDX-CAN FROM 1 BY 1
                       UNTIL IDX-CAN > QTD-CANDIDATOS
                   PERFORM GRAVAR-PROPOSTA
               END-PERFORM
               CLOSE ARQ-PROPOSTAS
               DISPLAY "Propostas gravadas em " WS-ARQ-PROPOSTAS
           END-IF.

       GRAVAR-PROPOSTA.
           MOVE SPACES TO REGISTRO-PROPOSTA.
           MOVE WS-ANO TO PRO-ANO.
           MOVE TCA-MATRICULA(IDX-CAN) TO PRO-MATRICULA.
           MOVE TCA-DEPARTAMENTO(IDX-CAN) TO PRO-DEPARTAMENTO.
           MOVE TCA-TIPO(IDX-CAN) TO PRO-TIPO.
           MOVE TCA-CARGO-ATUAL(IDX-CAN) TO PRO-CARGO-ATUAL.
           MOVE TCA-NIVEL-ATUAL(IDX-CAN) TO PRO-NIVEL-ATUAL.
           MOVE TCA-SALARIO-ATUAL(IDX-CAN) TO PRO-SALARIO-ATUAL.
           MOVE TCA-CARGO-NOVO(IDX-CAN) TO PRO-CARGO-NOVO.
           MOVE TCA-NIVEL-NOVO(IDX-CAN) TO PRO-NIVEL-NOVO.
           MOVE TCA-SALARIO-NOVO(IDX-CAN) TO PRO-SALARIO-NOVO.
           MOVE TCA-MESES(IDX-CAN) TO PRO-MESES-NIVEL.
           MOVE TCA-SITUACAO(IDX-CAN) TO PRO-SITUACAO.
           MOVE WS-DATA-HOJE TO PRO-DATA-PROPOSTA.
           MOVE 0 TO PRO-DATA-DECISAO.
           WRITE REGISTRO-PROPOSTA.

       EMITIR-RELATORIO.
           OPEN OUTPUT RELATORIO.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "PROPOSTA DE PROGRESSAO E PROMOCAO - ANO "
               DELIMITED BY SIZE
               WS-ANO DELIMITED BY SIZE
               INTO LINHA-RELATORIO
           END-STRING.
           WRITE LINHA-RELATORIO.
           MOVE ALL "=" TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE "Matr.  Nome                      Depto Tipo"
             & "      Atual      Proposto  Sal.Atual  Sal.Novo"
             & " Meses  Situacao" TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE ALL "-" TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           PERFORM VARYING IDX-CAN FROM 1 BY 1
                   UNTIL IDX-CAN > QTD-CANDIDATOS
               PERFORM ESCREVER-DETALHE
           END-PERFORM.
           MOVE ALL "-" TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           PERFORM VARYING IDX-DEP FROM 1 BY 1
                   UNTIL IDX-DEP > QTD-DEPARTAMENTOS
               PERFORM ESCREVER-RESUMO-DEPARTAMENTO
           END-PERFORM.
           MOVE SPACES TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE WS-TOTAL-ACRESCIMO TO WS-VALOR-ED.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "Acrescimo mensal proposto: " DELIMITED BY SIZE
               WS-VALOR-ED DELIMITED BY SIZE
               INTO LINHA-RELATORIO
           END-STRING.
           WRITE LINHA-RELATORIO.
           IF WS-TOTAL-SEM-TABELA > 0
               MOVE WS-TOTAL-SEM-TABELA TO WS-QTD-ED
               MOVE SPACES TO LINHA-RELATORIO
               STRING "Funcionarios em cargo sem tabela de carreira: "
                   DELIMITED BY SIZE
                   WS-QTD-ED DELIMITED BY SIZE
                   INTO LINHA-RELATORIO
               END-STRING
               WRITE LINHA-RELATORIO
           END-IF.
           CLOSE RELATORIO.
           DISPLAY "Relatorio gravado em " WS-ARQ-RELATORIO.

       ESCREVER-DETALHE.
           MOVE TCA-MATRICULA(IDX-CAN) TO LD-MATRICULA.
           MOVE TCA-NOME(IDX-CAN) TO LD-NOME.
           MOVE TCA-DEPARTAMENTO(IDX-CAN) TO LD-DEPARTAMENTO.
           IF TCA-TIPO(IDX-CAN) = "P"
               MOVE "PROMOCAO" TO LD-TIPO
           ELSE
               MOVE "DEGRAU" TO LD-TIPO
           END-IF.
           MOVE TCA-CARGO-ATUAL(IDX-CAN) TO LD-CARGO-ATUAL.
           MOVE TCA-NIVEL-ATUAL(IDX-CAN) TO LD-NIVEL-ATUAL.
           MOVE TCA-CARGO-NOVO(IDX-CAN) TO LD-CARGO-NOVO.
           MOVE TCA-NIVEL-NOVO(IDX-CAN) TO LD-NIVEL-NOVO.
           MOVE TCA-SALARIO-ATUAL(IDX-CAN) TO LD-SALARIO-ATUAL.
           MOVE TCA-SALARIO-NOVO(IDX-CAN) TO LD-SALARIO-NOVO.
           MOVE TCA-MESES(IDX-CAN) TO LD-MESES.
           IF TCA-SITUACAO(IDX-CAN) = "O"
               MOVE "SEM ORCAMENTO" TO LD-SITUACAO
           ELSE
               MOVE "PENDENTE RH" TO LD-SITUACAO
           END-IF.
           MOVE LINHA-DETALHE TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.

       ESCREVER-RESUMO-DEPARTAMENTO.
           MOVE SPACES TO LINHA-RELATORIO.
           IF TDP-ORCADO(IDX-DEP) = "S"
               MOVE TDP-TETO(IDX-DEP) TO WS-VALOR-ED
               STRING "Depto " DELIMITED BY SIZE
                   TDP-DEPARTAMENTO(IDX-DEP) DELIMITED BY SIZE
                   "  Teto: " DELIMITED BY SIZE
                   WS-VALOR-ED DELIMITED BY SIZE
                   INTO LINHA-RELATORIO
               END-STRING
           ELSE
               STRING "Depto " DELIMITED BY SIZE
                   TDP-DEPARTAMENTO(IDX-DEP) DELIMITED BY SIZE
                   "  Sem orcamento cadastrado no ano"
                   DELIMITED BY SIZE
                   INTO LINHA-RELATORIO
               END-STRING
           END-IF.
           WRITE LINHA-RELATORIO.
           MOVE TDP-FOLHA(IDX-DEP) TO WS-VALOR-ED.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "    Folha atual: " DELIMITED BY SIZE
               WS-VALOR-ED DELIMITED BY SIZE
               INTO LINHA-RELATORIO
           END-STRING.
           WRITE LINHA-RELATORIO.
           MOVE TDP-ACRESCIMO(IDX-DEP) TO WS-VALOR-ED.
           MOVE TDP-BLOQUEADAS(IDX-DEP) TO WS-QTD-ED.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "    Acrescimo proposto: " DELIMITED BY SIZE
               WS-VALOR-ED DELIMITED BY SIZE
               "  Barradas pelo teto: " DELIMITED BY SIZE
               WS-QTD-ED DELIMITED BY SIZE
               INTO LINHA-RELATORIO
           END-STRING.
           WRITE LINHA-RELATORIO.

       COPY JOBLOGPD.

       COPY ERRLOGPD.

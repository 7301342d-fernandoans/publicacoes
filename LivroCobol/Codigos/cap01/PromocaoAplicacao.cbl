       IDENTIFICATION DIVISION.
           PROGRAM-ID. PromocaoAplicacao.
           AUTHOR. Fernando Anselmo.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-PROPOSTAS ASSIGN TO WS-ARQ-PROPOSTAS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-PROPOSTAS.

           SELECT FUNCIONARIOS ASSIGN TO WS-ARQ-FUNCIONARIOS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-FUNCIONARIOS.

           SELECT ARQ-AUDITORIA ASSIGN TO WS-ARQ-AUDITORIA
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-AUDITORIA.

           COPY FICHASL.

           COPY ERRLOGSL.

           COPY JOBLOGSL.

       DATA DIVISION.
       FILE SECTION.
       FD ARQ-PROPOSTAS.
       01 REGISTRO-PROPOSTA.
           COPY PROMOCAO.

       FD FUNCIONARIOS.
       01 DETALHEFUNCIONARIO.
           COPY FUNCIONARIO.

       FD ARQ-AUDITORIA.
       01 REGISTRO-AUDITORIA-CARREIRA.
           COPY CARAUD.

       COPY FICHAFD.

       COPY ERRLOGFD.

       COPY JOBLOGFD.

       WORKING-STORAGE SECTION.
       COPY FICHAWS.

       COPY ERRLOGWS.

       COPY JOBLOGWS.

       01 WS-ARQ-PROPOSTAS         PIC X(40)
           VALUE "PROMOCOES-PROPOSTA.DATA".
       01 WS-ARQ-FUNCIONARIOS      PIC X(40)
           VALUE "FUNCIONARIOS.DATA".
       01 WS-ARQ-AUDITORIA         PIC X(40)
           VALUE "CARREIRA-AUDITORIA.DATA".

       01 WS-STATUS-PROPOSTAS      PIC X(2).
       01 WS-STATUS-FUNCIONARIOS   PIC X(2).
       01 WS-STATUS-AUDITORIA      PIC X(2).

       01 WS-FIM-ARQ               PIC X VALUE "N".
       01 LEITURA-FINALIZADA       PIC X VALUE "N".
       01 WS-FIM-CONFERENCIA       PIC X VALUE "N".

       01 WS-DATA-HOJE             PIC 9(8).
       01 WS-OPERADOR              PIC X(8).
       01 WS-BACKUP-OK             PIC X(1) VALUE "N".
       01 WS-TIPO-BACKUP           PIC X(1) VALUE "S".

       01 QTD-APROVADAS            PIC 9(3) VALUE 0.
       01 TABELA-APROVADAS.
           05 TAP-ITEM OCCURS 500 TIMES INDEXED BY IDX-APR.
               10 TAP-MATRICULA      PIC 9(5).
               10 TAP-TIPO           PIC X(1).
               10 TAP-CARGO-ATUAL    PIC X(4).
               10 TAP-NIVEL-ATUAL    PIC 9(2).
               10 TAP-SALARIO-ATUAL  PIC 9(7)V9(2).
               10 TAP-CARGO-NOVO     PIC X(4).
               10 TAP-NIVEL-NOVO     PIC 9(2).
               10 TAP-SALARIO-NOVO   PIC 9(7)V9(2).
               10 TAP-OPERADOR       PIC X(8).
               10 TAP-RESULTADO      PIC X(1).

       01 CONTROLE-CABECALHO.
           05 WS-CABECALHO-PRESENTE   PIC X VALUE "N".
           05 WS-TRAILER-PRESENTE     PIC X VALUE "N".
           05 WS-TRAILER-CONTAGEM     PIC 9(7) VALUE 0.
           05 WS-REGISTROS-DADOS      PIC 9(7) VALUE 0.
       01 WS-TOTAL-APLICADAS       PIC 9(5) VALUE 0.
       01 WS-TOTAL-DESCARTADAS     PIC 9(5) VALUE 0.
       01 WS-QTD-ED                PIC ZZZZ9.

       PROCEDURE DIVISION.
       INICIO.
           PERFORM DEFINIR-ARQUIVOS.
           DISPLAY "============================================".
           DISPLAY " Aplicacao de Progressoes e Promocoes".
           DISPLAY "============================================".
           MOVE "PromocaoAplicacao" TO WS-JOBLOG-PROGRAMA.
           MOVE "INICIO" TO WS-JOBLOG-EVENTO.
           PERFORM GRAVAR-JOBLOG.

           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.

           PERFORM CARREGAR-APROVADAS.
           IF QTD-APROVADAS = 0
               DISPLAY "Nenhuma proposta aprovada em "
                  WS-ARQ-PROPOSTAS
           ELSE
               PERFORM CONFERIR-ARQUIVO-ENTRADA
                   THRU FIM-CONFERIR-ENTRADA
               IF RETURN-CODE NOT = 8
                   PERFORM APLICAR-PROPOSTAS
                       THRU FIM-APLICAR-PROPOSTAS
               ELSE
                   DISPLAY "Aplicacao abortada: arquivo de entrada"
                      " incompleto."
               END-IF
               IF RETURN-CODE NOT = 8
                   PERFORM ATUALIZAR-PROPOSTAS
                   COMPUTE WS-TOTAL-DESCARTADAS
                       = QTD-APROVADAS - WS-TOTAL-APLICADAS
               END-IF
           END-IF.

           MOVE WS-TOTAL-APLICADAS TO WS-QTD-ED.
           DISPLAY "Propostas aplicadas...: " WS-QTD-ED.
           MOVE WS-TOTAL-DESCARTADAS TO WS-QTD-ED.
           DISPLAY "Propostas descartadas.: " WS-QTD-ED.
           DISPLAY "Auditoria gravada em " WS-ARQ-AUDITORIA.

           IF RETURN-CODE = 0 AND WS-TOTAL-DESCARTADAS > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
           MOVE WS-TOTAL-APLICADAS TO WS-JOBLOG-QTD-REGISTROS.
           MOVE "FIM" TO WS-JOBLOG-EVENTO.
           PERFORM GRAVAR-JOBLOG.
           GOBACK.

       DEFINIR-ARQUIVOS.
           ACCEPT WS-ARQ-PROPOSTAS FROM ENVIRONMENT
                   "PROMOCOES_PROPOSTA"
               ON EXCEPTION
                   MOVE "PROMOCOES-PROPOSTA.DATA" TO WS-ARQ-PROPOSTAS
           END-ACCEPT.
           ACCEPT WS-ARQ-FUNCIONARIOS FROM ENVIRONMENT
                   "FUNCIONARIOS_DATA"
               ON EXCEPTION
                   MOVE "FUNCIONARIOS.DATA" TO WS-ARQ-FUNCIONARIOS
           END-ACCEPT.
           ACCEPT WS-ARQ-AUDITORIA FROM ENVIRONMENT
                   "CARREIRA_AUDITORIA"
               ON EXCEPTION
                   MOVE "CARREIRA-AUDITORIA.DATA" TO WS-ARQ-AUDITORIA
           END-ACCEPT.
           ACCEPT WS-OPERADOR FROM ENVIRONMENT "OPERADOR_ATUAL"
               ON EXCEPTION
                   MOVE SPACES TO WS-OPERADOR
           END-ACCEPT.
           IF WS-OPERADOR = SPACES
               MOVE "--------" TO WS-OPERADOR
           END-IF.

       CARREGAR-APROVADAS.
           MOVE 0 TO QTD-APROVADAS.
           MOVE "N" TO WS-FIM-ARQ.
           OPEN INPUT ARQ-PROPOSTAS.
           IF WS-STATUS-PROPOSTAS = "00"
               PERFORM UNTIL WS-FIM-ARQ = "S"
                   READ ARQ-PROPOSTAS
                       AT END
                           MOVE "S" TO WS-FIM-ARQ
                       NOT AT END
                           IF PROPOSTA-APROVADA AND QTD-APROVADAS < 500
                               PERFORM GUARDAR-APROVADA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQ-PROPOSTAS
           END-IF.

       GUARDAR-APROVADA.
           ADD 1 TO QTD-APROVADAS.
           SET IDX-APR TO QTD-APROVADAS.
           MOVE PRO-MATRICULA TO TAP-MATRICULA(IDX-APR).
           MOVE PRO-TIPO TO TAP-TIPO(IDX-APR).
           MOVE PRO-CARGO-ATUAL TO TAP-CARGO-ATUAL(IDX-APR).
           MOVE PRO-NIVEL-ATUAL TO TAP-NIVEL-ATUAL(IDX-APR).
           MOVE PRO-SALARIO-ATUAL TO TAP-SALARIO-ATUAL(IDX-APR).
           MOVE PRO-CARGO-NOVO TO TAP-CARGO-NOVO(IDX-APR).
           MOVE PRO-NIVEL-NOVO TO TAP-NIVEL-NOVO(IDX-APR).
           MOVE PRO-SALARIO-NOVO TO TAP-SALARIO-NOVO(IDX-APR).
           MOVE PRO-OPERADOR-DECISAO TO TAP-OPERADOR(IDX-APR).
           MOVE "D" TO TAP-RESULTADO(IDX-APR).

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

       CONFERIR-ARQUIVO-ENTRADA.
           OPEN INPUT FUNCIONARIOS.
           IF WS-STATUS-FUNCIONARIOS NOT = "00"
               GO TO FIM-CONFERIR-ENTRADA
           END-IF.
           PERFORM UNTIL WS-FIM-CONFERENCIA = "S"
               READ FUNCIONARIOS
                   AT END
                       MOVE "S" TO WS-FIM-CONFERENCIA
                   NOT AT END
                       PERFORM CLASSIFICAR-LINHA-ENTRADA
               END-READ
           END-PERFORM.
           CLOSE FUNCIONARIOS.
           PERFORM VERIFICAR-TRAILER.

       FIM-CONFERIR-ENTRADA.
           EXIT.

       CLASSIFICAR-LINHA-ENTRADA.
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
           END-IF
           END-IF.

       APLICAR-PROPOSTAS.
           MOVE "N" TO WS-BACKUP-OK.
           CALL "GeraBackup" USING WS-ARQ-FUNCIONARIOS
               WS-TIPO-BACKUP WS-BACKUP-OK.
           IF WS-BACKUP-OK = "N"
               DISPLAY "Aplicacao cancelada: backup falhou."
               MOVE 8 TO RETURN-CODE
               GO TO FIM-APLICAR-PROPOSTAS
           END-IF.
           OPEN I-O FUNCIONARIOS.
           IF WS-STATUS-FUNCIONARIOS NOT = "00"
               DISPLAY "Erro ao abrir " WS-ARQ-FUNCIONARIOS
                  " Status: " WS-STATUS-FUNCIONARIOS
               MOVE "PromocaoAplicacao" TO WS-ERRLOG-PROGRAMA
               MOVE "APLICAR-PROPOSTAS" TO WS-ERRLOG-PARAGRAFO
               MOVE WS-ARQ-FUNCIONARIOS TO WS-ERRLOG-ARQUIVO
               MOVE WS-STATUS-FUNCIONARIOS TO WS-ERRLOG-STATUS
               PERFORM GRAVAR-ERRORLOG
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM UNTIL LEITURA-FINALIZADA = "S"
                   PERFORM LER-FUNCIONARIO
                   IF LEITURA-FINALIZADA NOT = "S"
                           AND DETALHEFUNCIONARIO(1:3) NOT = "HDR"
                           AND DETALHEFUNCIONARIO(1:3) NOT = "TRL"
                       PERFORM PROCURAR-APROVADA
                   END-IF
               END-PERFORM
               CLOSE FUNCIONARIOS
           END-IF.

       FIM-APLICAR-PROPOSTAS.
           EXIT.

       LER-FUNCIONARIO.
           READ FUNCIONARIOS
               AT END
                   MOVE "S" TO LEITURA-FINALIZADA
               NOT AT END
                   CONTINUE
           END-READ.

      * So aplica se o cadastro ainda esta como na proposta; um
      * desligamento ou outra alteracao de salario ou cargo depois
      * da proposta descarta a progressao.
       PROCURAR-APROVADA.
           SET IDX-APR TO 1.
           SEARCH TAP-ITEM
               AT END
                   CONTINUE
               WHEN IDX-APR <= QTD-APROVADAS
                       AND TAP-MATRICULA(IDX-APR)
                           = MATRICULA-FUNCIONARIO
                   IF FUNCIONARIO-DESLIGADO
                           OR SALARIO-FUNCIONARIO
                               NOT = TAP-SALARIO-ATUAL(IDX-APR)
                           OR CODIGO-CARGO
                               NOT = TAP-CARGO-ATUAL(IDX-APR)
                       DISPLAY "Aviso: matricula "
                          MATRICULA-FUNCIONARIO
                          " mudou desde a proposta; descartada."
                   ELSE
                       PERFORM APLICAR-PROGRESSAO
                   END-IF
           END-SEARCH.

       APLICAR-PROGRESSAO.
           MOVE TAP-CARGO-NOVO(IDX-APR) TO CODIGO-CARGO.
           MOVE TAP-SALARIO-NOVO(IDX-APR) TO SALARIO-FUNCIONARIO.
           REWRITE DETALHEFUNCIONARIO.
           MOVE "X" TO TAP-RESULTADO(IDX-APR).
           ADD 1 TO WS-TOTAL-APLICADAS.
           PERFORM GRAVAR-AUDITORIA.

       GRAVAR-AUDITORIA.
           OPEN EXTEND ARQ-AUDITORIA.
           IF WS-STATUS-AUDITORIA = "35"
               OPEN OUTPUT ARQ-AUDITORIA
           END-IF.
           MOVE MATRICULA-FUNCIONARIO TO CAU-MATRICULA.
           MOVE CODIGO-DEPARTAMENTO TO CAU-DEPARTAMENTO.
           MOVE TAP-TIPO(IDX-APR) TO CAU-TIPO.
           MOVE TAP-CARGO-ATUAL(IDX-APR) TO CAU-CARGO-ANTERIOR.
           MOVE TAP-NIVEL-ATUAL(IDX-APR) TO CAU-NIVEL-ANTERIOR.
           MOVE TAP-SALARIO-ATUAL(IDX-APR) TO CAU-SALARIO-ANTERIOR.
           MOVE TAP-CARGO-NOVO(IDX-APR) TO CAU-CARGO-NOVO.
           MOVE TAP-NIVEL-NOVO(IDX-APR) TO CAU-NIVEL-NOVO.
           MOVE TAP-SALARIO-NOVO(IDX-APR) TO CAU-SALARIO-NOVO.
           MOVE WS-DATA-HOJE TO CAU-DATA.
           MOVE TAP-OPERADOR(IDX-APR) TO CAU-OPERADOR-APROVACAO.
           MOVE WS-OPERADOR TO CAU-OPERADOR.
           WRITE REGISTRO-AUDITORIA-CARREIRA.
           CLOSE ARQ-AUDITORIA.
           PERFORM REGISTRAR-FICHA.

      * Ficha funcional: cargo/nivel e salario antes e depois.
       REGISTRAR-FICHA.
           MOVE CAU-MATRICULA TO WS-FIC-MATRICULA.
           MOVE CAU-DATA TO WS-FIC-DATA.
           IF CAU-TIPO = "P"
               MOVE "PROMOCAO" TO WS-FIC-TIPO
           ELSE
               MOVE "PROGRESSAO" TO WS-FIC-TIPO
           END-IF.
           MOVE SPACES TO WS-FIC-ANTERIOR.
           MOVE CAU-SALARIO-ANTERIOR TO WS-FIC-VALOR-ED.
           STRING CAU-CARGO-ANTERIOR DELIMITED BY SIZE
               "/" DELIMITED BY SIZE
               CAU-NIVEL-ANTERIOR DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-FIC-VALOR-ED DELIMITED BY SIZE
               INTO WS-FIC-ANTERIOR
           END-STRING.
           MOVE SPACES TO WS-FIC-NOVO.
           MOVE CAU-SALARIO-NOVO TO WS-FIC-VALOR-ED.
           STRING CAU-CARGO-NOVO DELIMITED BY SIZE
               "/" DELIMITED BY SIZE
               CAU-NIVEL-NOVO DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-FIC-VALOR-ED DELIMITED BY SIZE
               INTO WS-FIC-NOVO
           END-STRING.
           MOVE SPACES TO WS-FIC-DESCRICAO.
           STRING "Aprovada por " DELIMITED BY SIZE
               CAU-OPERADOR-APROVACAO DELIMITED BY SIZE
               INTO WS-FIC-DESCRICAO
           END-STRING.
           MOVE WS-OPERADOR TO WS-FIC-OPERADOR.
           PERFORM GRAVAR-EVENTO-FICHA.

      * Marca no arquivo de propostas o resultado de cada
      * aprovada: aplicada ou descartada.
       ATUALIZAR-PROPOSTAS.
           MOVE "N" TO WS-FIM-ARQ.
           OPEN I-O ARQ-PROPOSTAS.
           IF WS-STATUS-PROPOSTAS NOT = "00"
               DISPLAY "Erro ao abrir " WS-ARQ-PROPOSTAS
                  " Status: " WS-STATUS-PROPOSTAS
               MOVE "PromocaoAplicacao" TO WS-ERRLOG-PROGRAMA
               MOVE "ATUALIZAR-PROPOSTAS" TO WS-ERRLOG-PARAGRAFO
               MOVE WS-ARQ-PROPOSTAS TO WS-ERRLOG-ARQUIVO
               MOVE WS-STATUS-PROPOSTAS TO WS-ERRLOG-STATUS
               PERFORM GRAVAR-ERRORLOG
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM UNTIL WS-FIM-ARQ = "S"
                   READ ARQ-PROPOSTAS
                       AT END
                           MOVE "S" TO WS-FIM-ARQ
                       NOT AT END
                           IF PROPOSTA-APROVADA
                               PERFORM MARCAR-RESULTADO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQ-PROPOSTAS
           END-IF.

       MARCAR-RESULTADO.
           SET IDX-APR TO 1.
           SEARCH TAP-ITEM
               AT END
                   CONTINUE
               WHEN IDX-APR <= QTD-APROVADAS
                       AND TAP-MATRICULA(IDX-APR) = PRO-MATRICULA
                   MOVE TAP-RESULTADO(IDX-APR) TO PRO-SITUACAO
                   REWRITE REGISTRO-PROPOSTA
           END-SEARCH.

       COPY FICHAPD.

       COPY JOBLOGPD.

       COPY ERRLOGPD.

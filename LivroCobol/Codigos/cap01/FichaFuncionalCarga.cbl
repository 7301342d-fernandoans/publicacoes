       IDENTIFICATION DIVISION.
           PROGRAM-ID. FichaFuncionalCarga.
           AUTHOR. Fernando Anselmo.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FUNCIONARIOS ASSIGN TO WS-ARQ-FUNCIONARIOS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-FUNCIONARIOS.

           SELECT ARQ-DISSIDIO ASSIGN TO WS-ARQ-DISSIDIO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-DISSIDIO.

           SELECT ARQ-MOVDEP ASSIGN TO WS-ARQ-MOVDEP
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-MOVDEP.

           SELECT ARQ-CARREIRA ASSIGN TO WS-ARQ-CARREIRA
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-CARREIRA.

           SELECT ARQ-FERIAS ASSIGN TO WS-ARQ-FERIAS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-FERIAS.

           COPY FICHASL.

           COPY ERRLOGSL.

           COPY JOBLOGSL.

       DATA DIVISION.
       FILE SECTION.
       FD FUNCIONARIOS.
       01 DETALHEFUNCIONARIO.
           COPY FUNCIONARIO.

       FD ARQ-DISSIDIO.
       01 REGISTRO-DISSIDIO.
           05 AUD-MATRICULA        PIC 9(5).
           05 AUD-DEPARTAMENTO     PIC X(4).
           05 AUD-SALARIO-ANTERIOR PIC 9(7)V9(2).
           05 AUD-SALARIO-NOVO     PIC 9(7)V9(2).
           05 AUD-PERCENTUAL       PIC 9(3)V9(2).
           05 AUD-DATA-VIGENCIA    PIC X(10).
           05 AUD-DATA             PIC 9(8).

       FD ARQ-MOVDEP.
       01 REGISTRO-MOVDEP.
           COPY MOVDEP.

       FD ARQ-CARREIRA.
       01 REGISTRO-CARREIRA.
           COPY CARAUD.

       FD ARQ-FERIAS.
       01 REGISTRO-FERIAS.
           COPY FERIAS.

       COPY FICHAFD.

       COPY ERRLOGFD.

       COPY JOBLOGFD.

       WORKING-STORAGE SECTION.
       COPY FICHAWS.

       COPY ERRLOGWS.

       COPY JOBLOGWS.

       01 WS-ARQ-FUNCIONARIOS    PIC X(40)
           VALUE "FUNCIONARIOS.DATA".
       01 WS-ARQ-DISSIDIO        PIC X(40)
           VALUE "DISSIDIO-AUDITORIA.DATA".
       01 WS-ARQ-MOVDEP          PIC X(40)
           VALUE "MOVIMENTACAO-DEPARTAMENTOS.DATA".
       01 WS-ARQ-CARREIRA        PIC X(40)
           VALUE "CARREIRA-AUDITORIA.DATA".
       01 WS-ARQ-FERIAS          PIC X(40) VALUE "FERIAS.DATA".

       01 WS-STATUS-FUNCIONARIOS PIC X(2).
       01 WS-STATUS-DISSIDIO     PIC X(2).
       01 WS-STATUS-MOVDEP       PIC X(2).
       01 WS-STATUS-CARREIRA     PIC X(2).
       01 WS-STATUS-FERIAS       PIC X(2).
       01 WS-FIM-ARQ             PIC X VALUE "N".
       01 WS-FICHA-VAZIA         PIC X(1) VALUE "S".

       01 WS-ARQ-ATUAL           PIC X(40).
       01 WS-STATUS-ATUAL        PIC X(2).
       01 WS-DATA-TXT            PIC X(8).
       01 WS-PERCENTUAL-ED       PIC ZZ9.99.

       01 TOTAIS-CARGA.
           05 WS-TOTAL-ADMISSOES     PIC 9(7) VALUE 0.
           05 WS-TOTAL-DESLIGAMENTOS PIC 9(7) VALUE 0.
           05 WS-TOTAL-REAJUSTES     PIC 9(7) VALUE 0.
           05 WS-TOTAL-TRANSFERENCIAS PIC 9(7) VALUE 0.
           05 WS-TOTAL-CARREIRA      PIC 9(7) VALUE 0.
           05 WS-TOTAL-FERIAS        PIC 9(7) VALUE 0.
           05 WS-TOTAL-IGNORADOS     PIC 9(7) VALUE 0.
       01 WS-TOTAL-ED            PIC Z,ZZZ,ZZ9.

       PROCEDURE DIVISION.
       INICIO.
           PERFORM DEFINIR-ARQUIVOS.
           DISPLAY "============================================".
           DISPLAY " Carga Inicial da Ficha Funcional".
           DISPLAY "============================================".
           MOVE "FichaFuncionalCarga" TO WS-JOBLOG-PROGRAMA.
           MOVE "INICIO" TO WS-JOBLOG-EVENTO.
           PERFORM GRAVAR-JOBLOG.

           PERFORM VERIFICAR-FICHA.
           IF WS-FICHA-VAZIA = "N"
               DISPLAY "Ficha funcional " WS-ARQ-FICHA
                  " ja possui eventos. Carga recusada."
               MOVE 8 TO RETURN-CODE
               GO TO FIM-INICIO
           END-IF.

           OPEN OUTPUT ARQ-FICHA.
           IF WS-STATUS-FICHA NOT = "00"
               DISPLAY "Erro ao abrir " WS-ARQ-FICHA
                  " Status: " WS-STATUS-FICHA
               MOVE WS-ARQ-FICHA TO WS-ARQ-ATUAL
               MOVE WS-STATUS-FICHA TO WS-STATUS-ATUAL
               PERFORM REGISTRAR-ERRO
               MOVE 8 TO RETURN-CODE
               GO TO FIM-INICIO
           END-IF.

           PERFORM CARREGAR-FUNCIONARIOS.
           PERFORM CARREGAR-DISSIDIOS.
           PERFORM CARREGAR-TRANSFERENCIAS.
           PERFORM CARREGAR-CARREIRA.
           PERFORM CARREGAR-FERIAS.
           CLOSE ARQ-FICHA.

           MOVE WS-TOTAL-ADMISSOES TO WS-TOTAL-ED.
           DISPLAY "Admissoes..............: " WS-TOTAL-ED.
           MOVE WS-TOTAL-DESLIGAMENTOS TO WS-TOTAL-ED.
           DISPLAY "Desligamentos..........: " WS-TOTAL-ED.
           MOVE WS-TOTAL-REAJUSTES TO WS-TOTAL-ED.
           DISPLAY "Reajustes de dissidio..: " WS-TOTAL-ED.
           MOVE WS-TOTAL-TRANSFERENCIAS TO WS-TOTAL-ED.
           DISPLAY "Transferencias.........: " WS-TOTAL-ED.
           MOVE WS-TOTAL-CARREIRA TO WS-TOTAL-ED.
           DISPLAY "Promocoes/progressoes..: " WS-TOTAL-ED.
           MOVE WS-TOTAL-FERIAS TO WS-TOTAL-ED.
           DISPLAY "Eventos de ferias......: " WS-TOTAL-ED.
           MOVE WS-TOTAL-IGNORADOS TO WS-TOTAL-ED.
           DISPLAY "Registros ignorados....: " WS-TOTAL-ED.
           MOVE WS-FIC-GRAVADOS TO WS-TOTAL-ED.
           DISPLAY "Eventos gravados.......: " WS-TOTAL-ED.
           IF WS-TOTAL-IGNORADOS > 0 AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF.

       FIM-INICIO.
           MOVE WS-FIC-GRAVADOS TO WS-JOBLOG-QTD-REGISTROS.
           MOVE "FIM" TO WS-JOBLOG-EVENTO.
           PERFORM GRAVAR-JOBLOG.
           GOBACK.

       DEFINIR-ARQUIVOS.
           ACCEPT WS-ARQ-FUNCIONARIOS FROM ENVIRONMENT
                   "FUNCIONARIOS_DATA"
               ON EXCEPTION
                   MOVE "FUNCIONARIOS.DATA" TO WS-ARQ-FUNCIONARIOS
           END-ACCEPT.
           ACCEPT WS-ARQ-DISSIDIO FROM ENVIRONMENT
                   "DISSIDIO_AUDITORIA"
               ON EXCEPTION
                   MOVE "DISSIDIO-AUDITORIA.DATA" TO WS-ARQ-DISSIDIO
           END-ACCEPT.
           ACCEPT WS-ARQ-MOVDEP FROM ENVIRONMENT
                   "MOVIMENTACAO_DEPARTAMENTOS"
               ON EXCEPTION
                   MOVE "MOVIMENTACAO-DEPARTAMENTOS.DATA"
                       TO WS-ARQ-MOVDEP
           END-ACCEPT.
           ACCEPT WS-ARQ-CARREIRA FROM ENVIRONMENT
                   "CARREIRA_AUDITORIA"
               ON EXCEPTION
                   MOVE "CARREIRA-AUDITORIA.DATA" TO WS-ARQ-CARREIRA
           END-ACCEPT.
           ACCEPT WS-ARQ-FERIAS FROM ENVIRONMENT "FERIAS_DATA"
               ON EXCEPTION
                   MOVE "FERIAS.DATA" TO WS-ARQ-FERIAS
           END-ACCEPT.
           ACCEPT WS-ARQ-FICHA FROM ENVIRONMENT
                   "FICHA_FUNCIONAL_DATA"
               ON EXCEPTION
                   MOVE "FICHA-FUNCIONAL.DATA" TO WS-ARQ-FICHA
           END-ACCEPT.
           ACCEPT WS-FIC-OPERADOR FROM ENVIRONMENT "OPERADOR_ATUAL"
               ON EXCEPTION
                   MOVE SPACES TO WS-FIC-OPERADOR
           END-ACCEPT.
           IF WS-FIC-OPERADOR = SPACES
               MOVE "--------" TO WS-FIC-OPERADOR
           END-IF.

      * Carga executada uma unica vez, a partir do cadastro e das
      * trilhas de auditoria anteriores a ficha: so e permitida com
      * a ficha inexistente ou vazia. Fonte ausente e apenas avisada.
       VERIFICAR-FICHA.
           MOVE "S" TO WS-FICHA-VAZIA.
           OPEN INPUT ARQ-FICHA.
           IF WS-STATUS-FICHA = "00"
               READ ARQ-FICHA
                   NOT AT END
                       MOVE "N" TO WS-FICHA-VAZIA
               END-READ
               CLOSE ARQ-FICHA
           END-IF.

       CARREGAR-FUNCIONARIOS.
           MOVE "N" TO WS-FIM-ARQ.
           OPEN INPUT FUNCIONARIOS.
           IF WS-STATUS-FUNCIONARIOS NOT = "00"
               MOVE WS-ARQ-FUNCIONARIOS TO WS-ARQ-ATUAL
               MOVE WS-STATUS-FUNCIONARIOS TO WS-STATUS-ATUAL
               PERFORM AVISAR-FONTE-AUSENTE
           ELSE
               PERFORM UNTIL WS-FIM-ARQ = "S"
                   READ FUNCIONARIOS
                       AT END
                           MOVE "S" TO WS-FIM-ARQ
                       NOT AT END
                           IF DETALHEFUNCIONARIO(1:3) NOT = "HDR"
                                   AND DETALHEFUNCIONARIO(1:3)
                                       NOT = "TRL"
                               PERFORM CARREGAR-FUNCIONARIO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FUNCIONARIOS
           END-IF.

      * O salario de admissao nao consta do cadastro (so o atual);
      * a admissao registra a lotacao vigente.
       CARREGAR-FUNCIONARIO.
           IF MATRICULA-FUNCIONARIO IS NOT NUMERIC
                   OR DATA-ADMISSAO IS NOT NUMERIC
               ADD 1 TO WS-TOTAL-IGNORADOS
               DISPLAY "Funcionario ignorado: "
                  DETALHEFUNCIONARIO(1:25)
           ELSE
               MOVE MATRICULA-FUNCIONARIO TO WS-FIC-MATRICULA
               MOVE DATA-ADMISSAO TO WS-FIC-DATA
               MOVE "ADMISSAO" TO WS-FIC-TIPO
               MOVE SPACES TO WS-FIC-ANTERIOR
               MOVE SPACES TO WS-FIC-NOVO
               MOVE SPACES TO WS-FIC-DESCRICAO
               STRING "Depto " DELIMITED BY SIZE
                   CODIGO-DEPARTAMENTO DELIMITED BY SIZE
                   " Cargo " DELIMITED BY SIZE
                   CODIGO-CARGO DELIMITED BY SIZE
                   " Unid " DELIMITED BY SIZE
                   CODIGO-UNIDADE DELIMITED BY SIZE
                   INTO WS-FIC-DESCRICAO
               END-STRING
               PERFORM GRAVAR-EVENTO-CARGA
               ADD 1 TO WS-TOTAL-ADMISSOES
               IF FUNCIONARIO-DESLIGADO
                   IF DATA-DESLIGAMENTO IS NUMERIC
                       MOVE DATA-DESLIGAMENTO TO WS-FIC-DATA
                       MOVE "DESLIGAMENTO" TO WS-FIC-TIPO
                       MOVE "ATIVO" TO WS-FIC-ANTERIOR
                       MOVE "DESLIGADO" TO WS-FIC-NOVO
                       MOVE MOTIVO-DESLIGAMENTO TO WS-FIC-DESCRICAO
                       PERFORM GRAVAR-EVENTO-CARGA
                       ADD 1 TO WS-TOTAL-DESLIGAMENTOS
                   ELSE
                       ADD 1 TO WS-TOTAL-IGNORADOS
                       DISPLAY "Desligamento sem data: "
                          MATRICULA-FUNCIONARIO
                   END-IF
               END-IF
           END-IF.

       CARREGAR-DISSIDIOS.
           MOVE "N" TO WS-FIM-ARQ.
           OPEN INPUT ARQ-DISSIDIO.
           IF WS-STATUS-DISSIDIO NOT = "00"
               MOVE WS-ARQ-DISSIDIO TO WS-ARQ-ATUAL
               MOVE WS-STATUS-DISSIDIO TO WS-STATUS-ATUAL
               PERFORM AVISAR-FONTE-AUSENTE
           ELSE
               PERFORM UNTIL WS-FIM-ARQ = "S"
                   READ ARQ-DISSIDIO
                       AT END
                           MOVE "S" TO WS-FIM-ARQ
                       NOT AT END
                           PERFORM CARREGAR-DISSIDIO
                   END-READ
               END-PERFORM
               CLOSE ARQ-DISSIDIO
           END-IF.

      * Vigencia do dissidio gravada como AAAA-MM-DD.
       CARREGAR-DISSIDIO.
           MOVE SPACES TO WS-DATA-TXT.
           STRING AUD-DATA-VIGENCIA(1:4) DELIMITED BY SIZE
               AUD-DATA-VIGENCIA(6:2) DELIMITED BY SIZE
               AUD-DATA-VIGENCIA(9:2) DELIMITED BY SIZE
               INTO WS-DATA-TXT
           END-STRING.
           IF AUD-MATRICULA IS NOT NUMERIC
                   OR WS-DATA-TXT IS NOT NUMERIC
               ADD 1 TO WS-TOTAL-IGNORADOS
               DISPLAY "Dissidio ignorado: " REGISTRO-DISSIDIO(1:25)
           ELSE
               MOVE AUD-MATRICULA TO WS-FIC-MATRICULA
               MOVE WS-DATA-TXT TO WS-FIC-DATA
               MOVE "REAJUSTE" TO WS-FIC-TIPO
               MOVE AUD-SALARIO-ANTERIOR TO WS-FIC-VALOR-ED
               MOVE WS-FIC-VALOR-ED TO WS-FIC-ANTERIOR
               MOVE AUD-SALARIO-NOVO TO WS-FIC-VALOR-ED
               MOVE WS-FIC-VALOR-ED TO WS-FIC-NOVO
               MOVE AUD-PERCENTUAL TO WS-PERCENTUAL-ED
               MOVE SPACES TO WS-FIC-DESCRICAO
               STRING "Dissidio " DELIMITED BY SIZE
                   WS-PERCENTUAL-ED DELIMITED BY SIZE
                   "%" DELIMITED BY SIZE
                   INTO WS-FIC-DESCRICAO
               END-STRING
               PERFORM GRAVAR-EVENTO-CARGA
               ADD 1 TO WS-TOTAL-REAJUSTES
           END-IF.

       CARREGAR-TRANSFERENCIAS.
           MOVE "N" TO WS-FIM-ARQ.
           OPEN INPUT ARQ-MOVDEP.
           IF WS-STATUS-MOVDEP NOT = "00"
               MOVE WS-ARQ-MOVDEP TO WS-ARQ-ATUAL
               MOVE WS-STATUS-MOVDEP TO WS-STATUS-ATUAL
               PERFORM AVISAR-FONTE-AUSENTE
           ELSE
               PERFORM UNTIL WS-FIM-ARQ = "S"
                   READ ARQ-MOVDEP
                       AT END
                           MOVE "S" TO WS-FIM-ARQ
                       NOT AT END
                           PERFORM CARREGAR-TRANSFERENCIA
                   END-READ
               END-PERFORM
               CLOSE ARQ-MOVDEP
           END-IF.

       CARREGAR-TRANSFERENCIA.
           IF MDP-MATRICULA IS NOT NUMERIC
                   OR MDP-DATA-EFETIVA IS NOT NUMERIC
               ADD 1 TO WS-TOTAL-IGNORADOS
               DISPLAY "Transferencia ignorada: "
                  REGISTRO-MOVDEP(1:21)
           ELSE
               MOVE MDP-MATRICULA TO WS-FIC-MATRICULA
               MOVE MDP-DATA-EFETIVA TO WS-FIC-DATA
               MOVE "TRANSFERENCIA" TO WS-FIC-TIPO
               MOVE MDP-DEPTO-ORIGEM TO WS-FIC-ANTERIOR
               MOVE MDP-DEPTO-DESTINO TO WS-FIC-NOVO
               MOVE MDP-MOTIVO TO WS-FIC-DESCRICAO
               PERFORM GRAVAR-EVENTO-CARGA
               ADD 1 TO WS-TOTAL-TRANSFERENCIAS
           END-IF.

       CARREGAR-CARREIRA.
           MOVE "N" TO WS-FIM-ARQ.
           OPEN INPUT ARQ-CARREIRA.
           IF WS-STATUS-CARREIRA NOT = "00"
               MOVE WS-ARQ-CARREIRA TO WS-ARQ-ATUAL
               MOVE WS-STATUS-CARREIRA TO WS-STATUS-ATUAL
               PERFORM AVISAR-FONTE-AUSENTE
           ELSE
               PERFORM UNTIL WS-FIM-ARQ = "S"
                   READ ARQ-CARREIRA
                       AT END
                           MOVE "S" TO WS-FIM-ARQ
                       NOT AT END
                           PERFORM CARREGAR-PROMOCAO
                   END-READ
               END-PERFORM
               CLOSE ARQ-CARREIRA
           END-IF.

      * Mesmo formato de anterior/novo gravado por
      * PromocaoAplicacao: cargo/nivel e salario.
       CARREGAR-PROMOCAO.
           IF CAU-MATRICULA IS NOT NUMERIC
                   OR CAU-DATA IS NOT NUMERIC
               ADD 1 TO WS-TOTAL-IGNORADOS
               DISPLAY "Carreira ignorada: " REGISTRO-CARREIRA(1:25)
           ELSE
               MOVE CAU-MATRICULA TO WS-FIC-MATRICULA
               MOVE CAU-DATA TO WS-FIC-DATA
               IF CAU-TIPO = "P"
                   MOVE "PROMOCAO" TO WS-FIC-TIPO
               ELSE
                   MOVE "PROGRESSAO" TO WS-FIC-TIPO
               END-IF
               MOVE SPACES TO WS-FIC-ANTERIOR
               MOVE CAU-SALARIO-ANTERIOR TO WS-FIC-VALOR-ED
               STRING CAU-CARGO-ANTERIOR DELIMITED BY SIZE
                   "/" DELIMITED BY SIZE
                   CAU-NIVEL-ANTERIOR DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-FIC-VALOR-ED DELIMITED BY SIZE
                   INTO WS-FIC-ANTERIOR
               END-STRING
               MOVE SPACES TO WS-FIC-NOVO
               MOVE CAU-SALARIO-NOVO TO WS-FIC-VALOR-ED
               STRING CAU-CARGO-NOVO DELIMITED BY SIZE
                   "/" DELIMITED BY SIZE
                   CAU-NIVEL-NOVO DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-FIC-VALOR-ED DELIMITED BY SIZE
                   INTO WS-FIC-NOVO
               END-STRING
               MOVE SPACES TO WS-FIC-DESCRICAO
               STRING "Aprovada por " DELIMITED BY SIZE
                   CAU-OPERADOR-APROVACAO DELIMITED BY SIZE
                   INTO WS-FIC-DESCRICAO
               END-STRING
               PERFORM GRAVAR-EVENTO-CARGA
               ADD 1 TO WS-TOTAL-CARREIRA
           END-IF.

       CARREGAR-FERIAS.
           MOVE "N" TO WS-FIM-ARQ.
           OPEN INPUT ARQ-FERIAS.
           IF WS-STATUS-FERIAS NOT = "00"
               MOVE WS-ARQ-FERIAS TO WS-ARQ-ATUAL
               MOVE WS-STATUS-FERIAS TO WS-STATUS-ATUAL
               PERFORM AVISAR-FONTE-AUSENTE
           ELSE
               PERFORM UNTIL WS-FIM-ARQ = "S"
                   READ ARQ-FERIAS
                       AT END
                           MOVE "S" TO WS-FIM-ARQ
                       NOT AT END
                           PERFORM CARREGAR-PERIODO-FERIAS
                   END-READ
               END-PERFORM
               CLOSE ARQ-FERIAS
           END-IF.

      * FERIAS.DATA nao guarda a data do lancamento: o gozo e datado
      * pelo fim do periodo aquisitivo e a programacao pelo primeiro
      * dia da competencia programada.
       CARREGAR-PERIODO-FERIAS.
           IF FER-MATRICULA IS NOT NUMERIC
                   OR FER-FIM-AQUISITIVO IS NOT NUMERIC
               ADD 1 TO WS-TOTAL-IGNORADOS
               DISPLAY "Ferias ignoradas: " REGISTRO-FERIAS(1:21)
           ELSE
               MOVE FER-MATRICULA TO WS-FIC-MATRICULA
               MOVE SPACES TO WS-FIC-ANTERIOR
               MOVE SPACES TO WS-FIC-DESCRICAO
               STRING "Aquisitivo " DELIMITED BY SIZE
                   FER-INICIO-AQUISITIVO DELIMITED BY SIZE
                   "-" DELIMITED BY SIZE
                   FER-FIM-AQUISITIVO DELIMITED BY SIZE
                   INTO WS-FIC-DESCRICAO
               END-STRING
               IF FER-DIAS-GOZADOS IS NUMERIC
                       AND FER-DIAS-GOZADOS > 0
                   MOVE FER-FIM-AQUISITIVO TO WS-FIC-DATA
                   MOVE "FERIAS-GOZO" TO WS-FIC-TIPO
                   MOVE SPACES TO WS-FIC-NOVO
                   STRING "total " DELIMITED BY SIZE
                       FER-DIAS-GOZADOS DELIMITED BY SIZE
                       " dias" DELIMITED BY SIZE
                       INTO WS-FIC-NOVO
                   END-STRING
                   PERFORM GRAVAR-EVENTO-CARGA
                   ADD 1 TO WS-TOTAL-FERIAS
               END-IF
               IF FERIAS-PROGRAMADA
                       AND FER-MES-PROGRAMADO IS NUMERIC
                       AND FER-MES-PROGRAMADO > 0
                   COMPUTE WS-FIC-DATA = FER-MES-PROGRAMADO * 100 + 1
                   MOVE "FERIAS-PROG" TO WS-FIC-TIPO
                   MOVE SPACES TO WS-FIC-NOVO
                   STRING FER-DIAS-PROGRAMADOS DELIMITED BY SIZE
                       " dias em " DELIMITED BY SIZE
                       FER-MES-PROGRAMADO DELIMITED BY SIZE
                       INTO WS-FIC-NOVO
                   END-STRING
                   PERFORM GRAVAR-EVENTO-CARGA
                   ADD 1 TO WS-TOTAL-FERIAS
               END-IF
           END-IF.

       GRAVAR-EVENTO-CARGA.
           MOVE WS-FIC-MATRICULA TO FIC-MATRICULA.
           MOVE WS-FIC-DATA TO FIC-DATA-EVENTO.
           MOVE WS-FIC-TIPO TO FIC-TIPO-EVENTO.
           MOVE WS-FIC-ANTERIOR TO FIC-VALOR-ANTERIOR.
           MOVE WS-FIC-NOVO TO FIC-VALOR-NOVO.
           MOVE WS-FIC-DESCRICAO TO FIC-DESCRICAO.
           MOVE WS-FIC-OPERADOR TO FIC-OPERADOR.
           MOVE WS-JOBLOG-PROGRAMA TO FIC-PROGRAMA.
           ACCEPT FIC-DATA-REGISTRO FROM DATE YYYYMMDD.
           WRITE REGISTRO-FICHA.
           ADD 1 TO WS-FIC-GRAVADOS.

       AVISAR-FONTE-AUSENTE.
           DISPLAY "Fonte " WS-ARQ-ATUAL
              " nao lida. Status: " WS-STATUS-ATUAL.
           IF WS-STATUS-ATUAL NOT = "35"
               PERFORM REGISTRAR-ERRO
           END-IF.
           IF RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF.

       REGISTRAR-ERRO.
           MOVE WS-JOBLOG-PROGRAMA TO WS-ERRLOG-PROGRAMA.
           MOVE "INICIO" TO WS-ERRLOG-PARAGRAFO.
           MOVE WS-ARQ-ATUAL TO WS-ERRLOG-ARQUIVO.
           MOVE WS-STATUS-ATUAL TO WS-ERRLOG-STATUS.
           PERFORM GRAVAR-ERRORLOG.

       COPY JOBLOGPD.

       COPY ERRLOGPD.

       IDENTIFICATION DIVISION.
           PROGRAM-ID. Aproveitamento.
           AUTHOR. Fernando Anselmo.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-PEDIDOS ASSIGN TO WS-ARQ-PEDIDOS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-PEDIDOS.

           SELECT ARQ-EQUIVALENCIAS ASSIGN TO WS-ARQ-EQUIVALENCIAS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-EQUIVALENCIAS.

           SELECT ARQ-ALUNOS ASSIGN TO WS-ARQ-ALUNOS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ALU-MATRICULA
               FILE STATUS IS WS-STATUS-ALUNOS.

           SELECT ARQ-HISTORICO ASSIGN TO WS-ARQ-HISTORICO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-HISTORICO.

           SELECT ARQ-DECISOES ASSIGN TO WS-ARQ-DECISOES
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-DECISOES.

           SELECT ARQ-REJEITADOS ASSIGN TO WS-ARQ-REJEITADOS
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT RELATORIO ASSIGN TO WS-ARQ-RELATORIO
               ORGANIZATION IS LINE SEQUENTIAL.

           COPY POLNOTSL.

           COPY ERRLOGSL.

           COPY PERLETSL.

           COPY JOBLOGSL.

       DATA DIVISION.
       FILE SECTION.
       FD ARQ-PEDIDOS.
       01 LINHA-PEDIDO             PIC X(120).

       FD ARQ-EQUIVALENCIAS.
       01 REGISTRO-EQUIVALENCIA.
           COPY EQUIVAL.

       FD ARQ-ALUNOS.
       01 REGISTRO-ALUNO.
           COPY ALUNO.

       FD ARQ-HISTORICO.
       01 REGISTRO-HISTORICO.
           COPY HISTESC.

       FD ARQ-DECISOES.
       01 REGISTRO-DECISAO.
           COPY APROVEIT.

       FD ARQ-REJEITADOS.
       01 REGISTRO-REJEITADO       PIC X(160).

       FD RELATORIO.
       01 LINHA-RELATORIO          PIC X(100).

       COPY POLNOTFD.

       COPY ERRLOGFD.

       COPY PERLETFD.

       COPY JOBLOGFD.

       WORKING-STORAGE SECTION.
       COPY POLNOTWS.

       COPY ERRLOGWS.

       COPY PERLETWS.

       COPY JOBLOGWS.

       01 WS-ARQ-PEDIDOS         PIC X(40)
           VALUE "aproveitamentos.csv".
       01 WS-ARQ-EQUIVALENCIAS   PIC X(40)
           VALUE "equivalencias.data".
       01 WS-ARQ-ALUNOS          PIC X(40) VALUE "alunos.idx".
       01 WS-ARQ-HISTORICO       PIC X(40)
           VALUE "historico-escolar.data".
       01 WS-ARQ-DECISOES        PIC X(40)
           VALUE "APROVEITAMENTOS.DATA".
       01 WS-ARQ-REJEITADOS      PIC X(40)
           VALUE "aproveitamentos-rejeitados.csv".
       01 WS-ARQ-RELATORIO       PIC X(40)
           VALUE "APROVEITAMENTOS.LST".

       01 WS-STATUS-PEDIDOS      PIC X(2).
       01 WS-STATUS-EQUIVALENCIAS PIC X(2).
       01 WS-STATUS-ALUNOS       PIC X(2).
       01 WS-STATUS-HISTORICO    PIC X(2).
       01 WS-STATUS-DECISOES     PIC X(2).

       01 WS-FIM-ARQ             PIC X VALUE "N".
       01 WS-FIM-PEDIDOS         PIC X VALUE "N".

       01 WS-DELIMITADOR         PIC X VALUE ";".

       COPY SEPARAWS.

       01 WS-DATA-HOJE           PIC 9(8).

       01 QTD-EQUIVALENCIAS      PIC 9(4) VALUE 0.
       01 TABELA-EQUIVALENCIAS.
           05 TEQ-ITEM OCCURS 1000 TIMES INDEXED BY IDX-TEQ.
               10 TEQ-INSTITUICAO PIC X(30).
               10 TEQ-DISCIPLINA-EXTERNA PIC X(30).
               10 TEQ-CURSO      PIC X(20).
               10 TEQ-DISCIPLINA PIC X(20).
               10 TEQ-NOTA-MINIMA PIC 9(2)V9(2).

      * Disciplinas ja integralizadas (aprovadas ou aproveitadas)
      * no historico, acrescidas das deferidas nesta execucao.
       01 QTD-INTEGRALIZADAS     PIC 9(4) VALUE 0.
       01 TABELA-INTEGRALIZADAS.
           05 TIN-ITEM OCCURS 5000 TIMES INDEXED BY IDX-TIN.
               10 TIN-MATRICULA  PIC X(8).
               10 TIN-DISCIPLINA PIC X(20).

      * Pedido em avaliacao.
       01 WS-MATRICULA           PIC X(8).
       01 WS-INSTITUICAO         PIC X(30).
       01 WS-DISCIPLINA-EXTERNA  PIC X(30).
       01 WS-NOTA                PIC 9(2)V9(2).
       01 WS-NOTA-MINIMA         PIC 9(2)V9(2).
       01 WS-DISCIPLINA          PIC X(20).
       01 WS-ACHOU               PIC X VALUE "N".
       01 WS-MOTIVO-REJEICAO     PIC X(40).
       01 WS-MOTIVO-DECISAO      PIC X(40).
       01 WS-NOTA-ED             PIC Z9.99.
       01 WS-SITUACAO-ED         PIC X(10).

       01 WS-TOTAL-LIDOS         PIC 9(5) VALUE 0.
       01 WS-TOTAL-DEFERIDOS     PIC 9(5) VALUE 0.
       01 WS-TOTAL-INDEFERIDOS   PIC 9(5) VALUE 0.
       01 WS-TOTAL-REJEITADOS    PIC 9(5) VALUE 0.

       01 LINHA-DECISAO.
           05 LD-MATRICULA       PIC X(8).
           05 FILLER             PIC X(2) VALUE SPACES.
           05 LD-DISCIPLINA-EXTERNA PIC X(30).
           05 FILLER             PIC X(1) VALUE SPACES.
           05 LD-NOTA            PIC Z9.99.
           05 FILLER             PIC X(2) VALUE SPACES.
           05 LD-SITUACAO        PIC X(10).
           05 FILLER             PIC X(1) VALUE SPACES.
           05 LD-DETALHE         PIC X(40).

       PROCEDURE DIVISION.
       INICIO.
           PERFORM DEFINIR-ARQUIVOS.
           DISPLAY "============================================".
           DISPLAY " Aproveitamento de Estudos".
           DISPLAY "============================================".
           MOVE "Aproveitamento" TO WS-JOBLOG-PROGRAMA.
           MOVE "INICIO" TO WS-JOBLOG-EVENTO.
           PERFORM GRAVAR-JOBLOG.

           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
           PERFORM LER-POLITICA-NOTAS.
           PERFORM LER-PERIODO-LETIVO.

           OPEN INPUT ARQ-PEDIDOS.
           IF WS-STATUS-PEDIDOS NOT = "00"
               DISPLAY "Pedidos ausentes: " WS-ARQ-PEDIDOS
               MOVE 4 TO RETURN-CODE
           ELSE
               PERFORM CARREGAR-EQUIVALENCIAS
               PERFORM CARREGAR-INTEGRALIZADAS
               IF RETURN-CODE < 8
                   PERFORM AVALIAR-PEDIDOS
               END-IF
               CLOSE ARQ-PEDIDOS
           END-IF.

           DISPLAY "Pedidos lidos........: " WS-TOTAL-LIDOS.
           DISPLAY "Deferidos............: " WS-TOTAL-DEFERIDOS.
           DISPLAY "Indeferidos..........: " WS-TOTAL-INDEFERIDOS.
           DISPLAY "Linhas rejeitadas....: " WS-TOTAL-REJEITADOS.
           IF WS-TOTAL-REJEITADOS > 0 AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF.

           MOVE WS-TOTAL-LIDOS TO WS-JOBLOG-QTD-REGISTROS.
           MOVE "FIM" TO WS-JOBLOG-EVENTO.
           PERFORM GRAVAR-JOBLOG.
           GOBACK.

       DEFINIR-ARQUIVOS.
           ACCEPT WS-ARQ-PEDIDOS FROM ENVIRONMENT
                   "APROVEITAMENTOS_CSV"
               ON EXCEPTION
                   MOVE "aproveitamentos.csv" TO WS-ARQ-PEDIDOS
           END-ACCEPT.
           ACCEPT WS-ARQ-EQUIVALENCIAS FROM ENVIRONMENT
                   "EQUIVALENCIAS"
               ON EXCEPTION
                   MOVE "equivalencias.data" TO WS-ARQ-EQUIVALENCIAS
           END-ACCEPT.
           ACCEPT WS-ARQ-ALUNOS FROM ENVIRONMENT "ALUNOS_IDX"
               ON EXCEPTION
                   MOVE "alunos.idx" TO WS-ARQ-ALUNOS
           END-ACCEPT.
           ACCEPT WS-ARQ-HISTORICO FROM ENVIRONMENT
                   "HISTORICO_ESCOLAR"
               ON EXCEPTION
                   MOVE "historico-escolar.data" TO WS-ARQ-HISTORICO
           END-ACCEPT.
           ACCEPT WS-ARQ-DECISOES FROM ENVIRONMENT
                   "APROVEITAMENTOS_DATA"
               ON EXCEPTION
                   MOVE "APROVEITAMENTOS.DATA" TO WS-ARQ-DECISOES
           END-ACCEPT.
           ACCEPT WS-ARQ-REJEITADOS FROM ENVIRONMENT
                   "APROVEITAMENTOS_REJEITADOS"
               ON EXCEPTION
                   MOVE "aproveitamentos-rejeitados.csv"
                       TO WS-ARQ-REJEITADOS
           END-ACCEPT.
           ACCEPT WS-ARQ-RELATORIO FROM ENVIRONMENT
                   "APROVEITAMENTOS_LST"
               ON EXCEPTION
                   MOVE "APROVEITAMENTOS.LST" TO WS-ARQ-RELATORIO
           END-ACCEPT.

       CARREGAR-EQUIVALENCIAS.
           MOVE "N" TO WS-FIM-ARQ.
           OPEN INPUT ARQ-EQUIVALENCIAS.
           IF WS-STATUS-EQUIVALENCIAS = "00"
               PERFORM UNTIL WS-FIM-ARQ = "S"
                   READ ARQ-EQUIVALENCIAS
                       AT END
                           MOVE "S" TO WS-FIM-ARQ
                       NOT AT END
                           IF QTD-EQUIVALENCIAS < 1000
                               ADD 1 TO QTD-EQUIVALENCIAS
                               SET IDX-TEQ TO QTD-EQUIVALENCIAS
                               MOVE EQV-INSTITUICAO
                                   TO TEQ-INSTITUICAO(IDX-TEQ)
                               MOVE EQV-DISCIPLINA-EXTERNA
                                   TO TEQ-DISCIPLINA-EXTERNA(IDX-TEQ)
                               MOVE EQV-CURSO TO TEQ-CURSO(IDX-TEQ)
                               MOVE EQV-DISCIPLINA
                                   TO TEQ-DISCIPLINA(IDX-TEQ)
                               MOVE EQV-NOTA-MINIMA
                                   TO TEQ-NOTA-MINIMA(IDX-TEQ)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQ-EQUIVALENCIAS
           ELSE
               DISPLAY "Equivalencias ausentes: " WS-ARQ-EQUIVALENCIAS
                  " - todos os pedidos serao indeferidos."
           END-IF.

       CARREGAR-INTEGRALIZADAS.
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
                                   AND QTD-INTEGRALIZADAS < 5000
                               ADD 1 TO QTD-INTEGRALIZADAS
                               SET IDX-TIN TO QTD-INTEGRALIZADAS
                               MOVE HIS-MATRICULA
                                   TO TIN-MATRICULA(IDX-TIN)
                               MOVE HIS-CURSO
                                   TO TIN-DISCIPLINA(IDX-TIN)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQ-HISTORICO
           END-IF.

       AVALIAR-PEDIDOS.
           OPEN INPUT ARQ-ALUNOS.
           IF WS-STATUS-ALUNOS NOT = "00"
               DISPLAY "Erro ao abrir " WS-ARQ-ALUNOS
                  " Status: " WS-STATUS-ALUNOS
               MOVE "Aproveitamento" TO WS-ERRLOG-PROGRAMA
               MOVE "AVALIAR-PEDIDOS" TO WS-ERRLOG-PARAGRAFO
               MOVE WS-ARQ-ALUNOS TO WS-ERRLOG-ARQUIVO
               MOVE WS-STATUS-ALUNOS TO WS-ERRLOG-STATUS
               PERFORM GRAVAR-ERRORLOG
               MOVE 8 TO RETURN-CODE
           ELSE
               OPEN EXTEND ARQ-HISTORICO
               IF WS-STATUS-HISTORICO = "35"
                   OPEN OUTPUT ARQ-HISTORICO
               END-IF
               OPEN EXTEND ARQ-DECISOES
               IF WS-STATUS-DECISOES = "35"
                   OPEN OUTPUT ARQ-DECISOES
               END-IF
               OPEN OUTPUT ARQ-REJEITADOS
               OPEN OUTPUT RELATORIO
               MOVE SPACES TO LINHA-RELATORIO
               STRING "Aproveitamento de Estudos - Decisoes de "
                   DELIMITED BY SIZE
                   WS-DATA-HOJE DELIMITED BY SIZE
                   "  Periodo " DELIMITED BY SIZE
                   WS-PERIODO-LETIVO DELIMITED BY SIZE
                   INTO LINHA-RELATORIO
               END-STRING
               WRITE LINHA-RELATORIO
               MOVE SPACES TO LINHA-RELATORIO
               WRITE LINHA-RELATORIO
               MOVE SPACES TO LINHA-RELATORIO
               STRING "Matricula Disciplina externa            "
                   DELIMITED BY SIZE
                   "   Nota  Situacao   Disciplina / Motivo"
                   DELIMITED BY SIZE
                   INTO LINHA-RELATORIO
               END-STRING
               WRITE LINHA-RELATORIO
               PERFORM UNTIL WS-FIM-PEDIDOS = "S"
                   READ ARQ-PEDIDOS
                       AT END
                           MOVE "S" TO WS-FIM-PEDIDOS
                       NOT AT END
                           PERFORM PROCESSAR-PEDIDO
                   END-READ
               END-PERFORM
               MOVE SPACES TO LINHA-RELATORIO
               WRITE LINHA-RELATORIO
               MOVE SPACES TO LINHA-RELATORIO
               STRING "Deferidos: " DELIMITED BY SIZE
                   WS-TOTAL-DEFERIDOS DELIMITED BY SIZE
                   "  Indeferidos: " DELIMITED BY SIZE
                   WS-TOTAL-INDEFERIDOS DELIMITED BY SIZE
                   "  Rejeitados: " DELIMITED BY SIZE
                   WS-TOTAL-REJEITADOS DELIMITED BY SIZE
                   INTO LINHA-RELATORIO
               END-STRING
               WRITE LINHA-RELATORIO
               CLOSE RELATORIO
               CLOSE ARQ-REJEITADOS
               CLOSE ARQ-DECISOES
               CLOSE ARQ-HISTORICO
               CLOSE ARQ-ALUNOS
               DISPLAY "Decisoes gravadas em " WS-ARQ-DECISOES
               DISPLAY "Relatorio gravado em " WS-ARQ-RELATORIO
           END-IF.

      * Linha: matricula;instituicao;disciplina externa;nota.
      * Erros de preenchimento vao para o arquivo de rejeitados;
      * os pedidos validos recebem deferimento ou indeferimento.
       PROCESSAR-PEDIDO.
           IF LINHA-PEDIDO = SPACES
               CONTINUE
           ELSE
               ADD 1 TO WS-TOTAL-LIDOS
               MOVE SPACES TO WS-PARSE-LINHA
               MOVE LINHA-PEDIDO TO WS-PARSE-LINHA
               CALL "SeparaCampos" USING WS-PARSE-LINHA
                   WS-DELIMITADOR WS-PARSE-CAMPOS
                   WS-PARSE-QTD-CAMPOS WS-PARSE-QTD-REAIS
                   WS-PARSE-STATUS
               MOVE SPACES TO WS-MOTIVO-REJEICAO
               PERFORM VALIDAR-PEDIDO
               IF WS-MOTIVO-REJEICAO NOT = SPACES
                   PERFORM GRAVAR-REJEITADO
               ELSE
                   PERFORM DECIDIR-PEDIDO
               END-IF
           END-IF.

       VALIDAR-PEDIDO.
           MOVE WS-PARSE-CAMPO(1) TO WS-MATRICULA.
           MOVE WS-PARSE-CAMPO(2) TO WS-INSTITUICAO.
           MOVE WS-PARSE-CAMPO(3) TO WS-DISCIPLINA-EXTERNA.
           MOVE 0 TO WS-NOTA.
           EVALUATE TRUE
               WHEN WS-PARSE-QTD-REAIS NOT = 4
                   MOVE "quantidade de campos invalida"
                       TO WS-MOTIVO-REJEICAO
               WHEN WS-MATRICULA = SPACES
                       OR WS-INSTITUICAO = SPACES
                       OR WS-DISCIPLINA-EXTERNA = SPACES
                   MOVE "campo obrigatorio em branco"
                       TO WS-MOTIVO-REJEICAO
               WHEN FUNCTION TEST-NUMVAL(WS-PARSE-CAMPO(4)) NOT = 0
                   MOVE "nota invalida" TO WS-MOTIVO-REJEICAO
               WHEN FUNCTION NUMVAL(WS-PARSE-CAMPO(4)) > 10
                   MOVE "nota acima de 10" TO WS-MOTIVO-REJEICAO
               WHEN OTHER
                   COMPUTE WS-NOTA =
                       FUNCTION NUMVAL(WS-PARSE-CAMPO(4))
                   MOVE WS-MATRICULA TO ALU-MATRICULA
                   READ ARQ-ALUNOS
                       INVALID KEY
                           MOVE "aluno nao cadastrado"
                               TO WS-MOTIVO-REJEICAO
                   END-READ
           END-EVALUATE.

      * A equivalencia precisa existir para o curso do aluno; a
      * nota externa precisa atingir o minimo e a disciplina nao
      * pode ja estar integralizada.
       DECIDIR-PEDIDO.
           MOVE SPACES TO WS-DISCIPLINA.
           MOVE SPACES TO WS-MOTIVO-DECISAO.
           PERFORM LOCALIZAR-EQUIVALENCIA.
           IF WS-ACHOU = "N"
               MOVE "sem equivalencia para o curso do aluno"
                   TO WS-MOTIVO-DECISAO
           ELSE
               IF WS-NOTA < WS-NOTA-MINIMA
                   MOVE WS-NOTA-MINIMA TO WS-NOTA-ED
                   STRING "nota abaixo do minimo de "
                       DELIMITED BY SIZE
                       WS-NOTA-ED DELIMITED BY SIZE
                       INTO WS-MOTIVO-DECISAO
                   END-STRING
               ELSE
                   PERFORM VERIFICAR-INTEGRALIZADA
                   IF WS-ACHOU = "S"
                       MOVE "disciplina ja integralizada"
                           TO WS-MOTIVO-DECISAO
                   END-IF
               END-IF
           END-IF.

           MOVE WS-MATRICULA TO APR-MATRICULA.
           MOVE WS-INSTITUICAO TO APR-INSTITUICAO.
           MOVE WS-DISCIPLINA-EXTERNA TO APR-DISCIPLINA-EXTERNA.
           MOVE WS-NOTA TO APR-NOTA.
           MOVE WS-DISCIPLINA TO APR-DISCIPLINA.
           MOVE WS-DATA-HOJE TO APR-DATA-DECISAO.
           MOVE WS-MATRICULA TO LD-MATRICULA.
           MOVE WS-DISCIPLINA-EXTERNA TO LD-DISCIPLINA-EXTERNA.
           MOVE WS-NOTA TO LD-NOTA.
           IF WS-MOTIVO-DECISAO = SPACES
               MOVE "D" TO APR-SITUACAO
               MOVE "deferido" TO APR-MOTIVO
               MOVE "DEFERIDO" TO LD-SITUACAO
               MOVE WS-DISCIPLINA TO LD-DETALHE
               PERFORM GRAVAR-HISTORICO
               ADD 1 TO WS-TOTAL-DEFERIDOS
           ELSE
               MOVE "I" TO APR-SITUACAO
               MOVE WS-MOTIVO-DECISAO TO APR-MOTIVO
               MOVE "INDEFERIDO" TO LD-SITUACAO
               MOVE WS-MOTIVO-DECISAO TO LD-DETALHE
               ADD 1 TO WS-TOTAL-INDEFERIDOS
           END-IF.
           WRITE REGISTRO-DECISAO.
           MOVE LINHA-DECISAO TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.

       LOCALIZAR-EQUIVALENCIA.
           MOVE "N" TO WS-ACHOU.
           PERFORM VARYING IDX-TEQ FROM 1 BY 1
                   UNTIL IDX-TEQ > QTD-EQUIVALENCIAS
                   OR WS-ACHOU = "S"
               IF TEQ-INSTITUICAO(IDX-TEQ) = WS-INSTITUICAO
                       AND TEQ-DISCIPLINA-EXTERNA(IDX-TEQ)
                           = WS-DISCIPLINA-EXTERNA
                       AND TEQ-CURSO(IDX-TEQ) = ALU-CURSO
                   MOVE "S" TO WS-ACHOU
                   MOVE TEQ-DISCIPLINA(IDX-TEQ) TO WS-DISCIPLINA
                   IF TEQ-NOTA-MINIMA(IDX-TEQ) > 0
                       MOVE TEQ-NOTA-MINIMA(IDX-TEQ)
                           TO WS-NOTA-MINIMA
                   ELSE
                       MOVE WS-POL-NOTA-CORTE TO WS-NOTA-MINIMA
                   END-IF
               END-IF
           END-PERFORM.

       VERIFICAR-INTEGRALIZADA.
           MOVE "N" TO WS-ACHOU.
           PERFORM VARYING IDX-TIN FROM 1 BY 1
                   UNTIL IDX-TIN > QTD-INTEGRALIZADAS
                   OR WS-ACHOU = "S"
               IF TIN-MATRICULA(IDX-TIN) = WS-MATRICULA
                       AND TIN-DISCIPLINA(IDX-TIN) = WS-DISCIPLINA
                   MOVE "S" TO WS-ACHOU
               END-IF
           END-PERFORM.

      * A disciplina dispensada entra no historico no periodo
      * letivo corrente, com a nota externa como media.
       GRAVAR-HISTORICO.
           MOVE WS-MATRICULA TO HIS-MATRICULA.
           MOVE WS-PERIODO-LETIVO TO HIS-PERIODO.
           MOVE ALU-NOME TO HIS-NOME.
           MOVE WS-DISCIPLINA TO HIS-CURSO.
           MOVE WS-NOTA TO HIS-NOTA-1.
           MOVE 0 TO HIS-NOTA-2.
           MOVE 0 TO HIS-NOTA-3.
           MOVE 0 TO HIS-NOTA-4.
           MOVE WS-NOTA TO HIS-MEDIA.
           MOVE "APROVEITADO" TO HIS-RESULTADO.
           WRITE REGISTRO-HISTORICO.
           IF QTD-INTEGRALIZADAS < 5000
               ADD 1 TO QTD-INTEGRALIZADAS
               SET IDX-TIN TO QTD-INTEGRALIZADAS
               MOVE WS-MATRICULA TO TIN-MATRICULA(IDX-TIN)
               MOVE WS-DISCIPLINA TO TIN-DISCIPLINA(IDX-TIN)
           END-IF.

       GRAVAR-REJEITADO.
           ADD 1 TO WS-TOTAL-REJEITADOS.
           MOVE SPACES TO REGISTRO-REJEITADO.
           STRING LINHA-PEDIDO DELIMITED BY SIZE
               " || " DELIMITED BY SIZE
               WS-MOTIVO-REJEICAO DELIMITED BY SIZE
               INTO REGISTRO-REJEITADO
           END-STRING.
           WRITE REGISTRO-REJEITADO.

       COPY POLNOTPD.

       COPY PERLETPD.

       COPY JOBLOGPD.

       COPY ERRLOGPD.

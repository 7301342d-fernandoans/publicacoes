       IDENTIFICATION DIVISION.
           PROGRAM-ID. VestibularInscricoes.
           AUTHOR. Fernando Anselmo.

      * Carga das inscricoes do vestibular com as notas das provas
      * (candidatos-vestibular.csv, entregue pela banca) para
      * candidatos-vestibular.data. Linha:
      * inscricao;nome;cpf;curso;unidade;nota1;...;nota5, notas de
      * 0 a 100 com ponto decimal. Inscricao ja carregada e
      * rejeitada; a classificacao e feita depois por
      * VestibularClassificacao.cbl.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-INSCRICOES ASSIGN TO WS-ARQ-INSCRICOES
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-INSCRICOES.

           SELECT ARQ-CANDIDATOS ASSIGN TO WS-ARQ-CANDIDATOS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-CANDIDATOS.

           SELECT ARQ-REJEITADOS ASSIGN TO WS-ARQ-REJEITADOS
               ORGANIZATION IS LINE SEQUENTIAL.

           COPY ERRLOGSL.

           COPY JOBLOGSL.

       DATA DIVISION.
       FILE SECTION.
       FD ARQ-INSCRICOES.
       01 LINHA-INSCRICAO          PIC X(200).

       FD ARQ-CANDIDATOS.
       01 REGISTRO-CANDIDATO.
           COPY CANDIDATO.

       FD ARQ-REJEITADOS.
       01 REGISTRO-REJEITADO       PIC X(250).

       COPY ERRLOGFD.

       COPY JOBLOGFD.

       WORKING-STORAGE SECTION.
       COPY ERRLOGWS.

       COPY JOBLOGWS.

       COPY SEPARAWS.

       01 WS-ARQ-INSCRICOES      PIC X(40)
           VALUE "candidatos-vestibular.csv".
       01 WS-ARQ-CANDIDATOS      PIC X(40)
           VALUE "candidatos-vestibular.data".
       01 WS-ARQ-REJEITADOS      PIC X(40)
           VALUE "candidatos-rejeitados.csv".

       01 WS-STATUS-INSCRICOES   PIC X(2).
       01 WS-STATUS-CANDIDATOS   PIC X(2).
       01 WS-FIM-ARQ             PIC X VALUE "N".
       01 WS-DELIMITADOR         PIC X VALUE ";".

       01 WS-MOTIVO-REJEICAO     PIC X(40).
       01 WS-PROVA               PIC 9(1).
       01 WS-CAMPO-NOTA          PIC 9(2).
       01 WS-NOTA-TXT            PIC X(50).
       01 WS-NOTAS.
           05 WS-NOTA            PIC 9(3)V9(2) OCCURS 5 TIMES.

       01 QTD-INSCRICOES         PIC 9(5) VALUE 0.
       01 TABELA-INSCRICOES.
           05 TIN-INSCRICAO      PIC X(8) OCCURS 5000 TIMES
               INDEXED BY IDX-INS.

       01 WS-TOTAL-LIDOS         PIC 9(5) VALUE 0.
       01 WS-TOTAL-CARREGADOS    PIC 9(5) VALUE 0.
       01 WS-TOTAL-REJEITADOS    PIC 9(5) VALUE 0.

       PROCEDURE DIVISION.
       INICIO.
           PERFORM DEFINIR-ARQUIVOS.
           DISPLAY "============================================".
           DISPLAY " Vestibular - Carga de Inscricoes".
           DISPLAY "============================================".
           MOVE "VestibularInscricoes" TO WS-JOBLOG-PROGRAMA.
           MOVE "INICIO" TO WS-JOBLOG-EVENTO.
           PERFORM GRAVAR-JOBLOG.

           OPEN INPUT ARQ-INSCRICOES.
           IF WS-STATUS-INSCRICOES NOT = "00"
               DISPLAY "Erro ao abrir " WS-ARQ-INSCRICOES
                  " Status: " WS-STATUS-INSCRICOES
               MOVE "VestibularInscricoes" TO WS-ERRLOG-PROGRAMA
               MOVE "INICIO" TO WS-ERRLOG-PARAGRAFO
               MOVE WS-ARQ-INSCRICOES TO WS-ERRLOG-ARQUIVO
               MOVE WS-STATUS-INSCRICOES TO WS-ERRLOG-STATUS
               PERFORM GRAVAR-ERRORLOG
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM CARREGAR-INSCRICOES
               OPEN EXTEND ARQ-CANDIDATOS
               IF WS-STATUS-CANDIDATOS = "35"
                   OPEN OUTPUT ARQ-CANDIDATOS
               END-IF
               OPEN OUTPUT ARQ-REJEITADOS
               PERFORM UNTIL WS-FIM-ARQ = "S"
                   READ ARQ-INSCRICOES
                       AT END
                           MOVE "S" TO WS-FIM-ARQ
                       NOT AT END
                           PERFORM PROCESSAR-INSCRICAO
                   END-READ
               END-PERFORM
               CLOSE ARQ-REJEITADOS
               CLOSE ARQ-CANDIDATOS
               CLOSE ARQ-INSCRICOES
           END-IF.

           DISPLAY "Linhas lidas.........: " WS-TOTAL-LIDOS.
           DISPLAY "Candidatos carregados: " WS-TOTAL-CARREGADOS.
           DISPLAY "Linhas rejeitadas....: " WS-TOTAL-REJEITADOS.
           IF WS-TOTAL-REJEITADOS > 0 AND RETURN-CODE < 4
               DISPLAY "Rejeicoes em " WS-ARQ-REJEITADOS
               MOVE 4 TO RETURN-CODE
           END-IF.

           MOVE WS-TOTAL-CARREGADOS TO WS-JOBLOG-QTD-REGISTROS.
           MOVE "FIM" TO WS-JOBLOG-EVENTO.
           PERFORM GRAVAR-JOBLOG.
           GOBACK.

       DEFINIR-ARQUIVOS.
           ACCEPT WS-ARQ-INSCRICOES FROM ENVIRONMENT
                   "CANDIDATOS_VESTIBULAR_CSV"
               ON EXCEPTION
                   MOVE "candidatos-vestibular.csv"
                       TO WS-ARQ-INSCRICOES
           END-ACCEPT.
           ACCEPT WS-ARQ-CANDIDATOS FROM ENVIRONMENT
                   "CANDIDATOS_VESTIBULAR"
               ON EXCEPTION
                   MOVE "candidatos-vestibular.data"
                       TO WS-ARQ-CANDIDATOS
           END-ACCEPT.
           ACCEPT WS-ARQ-REJEITADOS FROM ENVIRONMENT
                   "CANDIDATOS_REJEITADOS"
               ON EXCEPTION
                   MOVE "candidatos-rejeitados.csv"
                       TO WS-ARQ-REJEITADOS
           END-ACCEPT.

       CARREGAR-INSCRICOES.
           MOVE "N" TO WS-FIM-ARQ.
           OPEN INPUT ARQ-CANDIDATOS.
           IF WS-STATUS-CANDIDATOS = "00"
               PERFORM UNTIL WS-FIM-ARQ = "S"
                   READ ARQ-CANDIDATOS
                       AT END
                           MOVE "S" TO WS-FIM-ARQ
                       NOT AT END
                           PERFORM ANOTAR-INSCRICAO
                   END-READ
               END-PERFORM
               CLOSE ARQ-CANDIDATOS
           END-IF.
           MOVE "N" TO WS-FIM-ARQ.

       ANOTAR-INSCRICAO.
           IF QTD-INSCRICOES < 5000
               ADD 1 TO QTD-INSCRICOES
               SET IDX-INS TO QTD-INSCRICOES
               MOVE CND-INSCRICAO TO TIN-INSCRICAO(IDX-INS)
           END-IF.

       PROCESSAR-INSCRICAO.
           IF LINHA-INSCRICAO = SPACES
               CONTINUE
           ELSE
               ADD 1 TO WS-TOTAL-LIDOS
               MOVE SPACES TO WS-PARSE-LINHA
               MOVE LINHA-INSCRICAO TO WS-PARSE-LINHA
               CALL "SeparaCampos" USING WS-PARSE-LINHA
                   WS-DELIMITADOR WS-PARSE-CAMPOS
                   WS-PARSE-QTD-CAMPOS WS-PARSE-QTD-REAIS
                   WS-PARSE-STATUS
               MOVE SPACES TO WS-MOTIVO-REJEICAO
               PERFORM VALIDAR-INSCRICAO
               IF WS-MOTIVO-REJEICAO NOT = SPACES
                   PERFORM GRAVAR-REJEITADO
               ELSE
                   PERFORM GRAVAR-CANDIDATO
               END-IF
           END-IF.

       VALIDAR-INSCRICAO.
           EVALUATE TRUE
               WHEN WS-PARSE-QTD-REAIS NOT = 10
                   MOVE "quantidade de campos invalida"
                       TO WS-MOTIVO-REJEICAO
               WHEN WS-PARSE-CAMPO(1) = SPACES
                       OR WS-PARSE-CAMPO(2) = SPACES
                       OR WS-PARSE-CAMPO(4) = SPACES
                   MOVE "campo obrigatorio em branco"
                       TO WS-MOTIVO-REJEICAO
               WHEN WS-PARSE-CAMPO(3)(1:11) NOT NUMERIC
                       OR WS-PARSE-CAMPO(3)(12:39) NOT = SPACES
                   MOVE "cpf deve ter 11 digitos"
                       TO WS-MOTIVO-REJEICAO
               WHEN OTHER
                   PERFORM VARYING IDX-INS FROM 1 BY 1
                           UNTIL IDX-INS > QTD-INSCRICOES
                       IF TIN-INSCRICAO(IDX-INS)
                               = WS-PARSE-CAMPO(1)(1:8)
                           MOVE "inscricao ja carregada"
                               TO WS-MOTIVO-REJEICAO
                       END-IF
                   END-PERFORM
           END-EVALUATE.
           IF WS-MOTIVO-REJEICAO = SPACES
               PERFORM VARYING WS-PROVA FROM 1 BY 1
                       UNTIL WS-PROVA > 5
                   COMPUTE WS-CAMPO-NOTA = WS-PROVA + 5
                   MOVE WS-PARSE-CAMPO(WS-CAMPO-NOTA) TO WS-NOTA-TXT
                   IF FUNCTION TEST-NUMVAL(WS-NOTA-TXT) NOT = 0
                       MOVE "nota invalida" TO WS-MOTIVO-REJEICAO
                   ELSE
                       IF FUNCTION NUMVAL(WS-NOTA-TXT) > 100
                           MOVE "nota acima de 100"
                               TO WS-MOTIVO-REJEICAO
                       ELSE
                           COMPUTE WS-NOTA(WS-PROVA) =
                               FUNCTION NUMVAL(WS-NOTA-TXT)
                       END-IF
                   END-IF
               END-PERFORM
           END-IF.

       GRAVAR-CANDIDATO.
           MOVE SPACES TO REGISTRO-CANDIDATO.
           MOVE WS-PARSE-CAMPO(1) TO CND-INSCRICAO.
           MOVE WS-PARSE-CAMPO(2) TO CND-NOME.
           MOVE WS-PARSE-CAMPO(3) TO CND-CPF.
           MOVE WS-PARSE-CAMPO(4) TO CND-CURSO.
           MOVE WS-PARSE-CAMPO(5) TO CND-UNIDADE.
           MOVE WS-NOTAS TO CND-NOTAS.
           MOVE 0 TO CND-NOTA-FINAL.
           MOVE 0 TO CND-CLASSIFICACAO.
           SET CANDIDATO-INSCRITO TO TRUE.
           WRITE REGISTRO-CANDIDATO.
           ADD 1 TO WS-TOTAL-CARREGADOS.
           PERFORM ANOTAR-INSCRICAO.

       GRAVAR-REJEITADO.
           ADD 1 TO WS-TOTAL-REJEITADOS.
           MOVE SPACES TO REGISTRO-REJEITADO.
           STRING LINHA-INSCRICAO DELIMITED BY SIZE
               " || " DELIMITED BY SIZE
               WS-MOTIVO-REJEICAO DELIMITED BY SIZE
               INTO REGISTRO-REJEITADO
           END-STRING.
           WRITE REGISTRO-REJEITADO.

       COPY JOBLOGPD.

       COPY ERRLOGPD.

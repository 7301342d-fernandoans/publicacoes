       IDENTIFICATION DIVISION.
           PROGRAM-ID. EventosRetorno.
           AUTHOR. Fernando Anselmo.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-RETORNO ASSIGN TO WS-ARQ-RETORNO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-RETORNO.

           SELECT ARQ-CONTROLE-EVENTOS
               ASSIGN TO WS-ARQ-CONTROLE-EVENTOS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EVC-CHAVE
               FILE STATUS IS WS-STATUS-CONTROLE-EVENTOS.

           SELECT RELATORIO ASSIGN TO WS-ARQ-RELATORIO
               ORGANIZATION IS LINE SEQUENTIAL.

           COPY ERRLOGSL.

           COPY JOBLOGSL.

       DATA DIVISION.
       FILE SECTION.
       FD ARQ-RETORNO.
       01 REGISTRO-RETORNO.
           COPY EVTRET.

       FD ARQ-CONTROLE-EVENTOS.
       01 REGISTRO-CONTROLE-EVENTO.
           COPY EVTCTL.

       FD RELATORIO.
       01 LINHA-RELATORIO             PIC X(100).

       COPY ERRLOGFD.

       COPY JOBLOGFD.

       WORKING-STORAGE SECTION.
       COPY ERRLOGWS.

       COPY JOBLOGWS.

       01 WS-ARQ-RETORNO              PIC X(40)
           VALUE "RETORNO-EVENTOS.DATA".
       01 WS-ARQ-CONTROLE-EVENTOS     PIC X(40)
           VALUE "eventos-controle.idx".
       01 WS-ARQ-RELATORIO            PIC X(40)
           VALUE "RETORNO-EVENTOS.LST".

       01 WS-STATUS-RETORNO           PIC X(2).
       01 WS-STATUS-CONTROLE-EVENTOS  PIC X(2).

       01 WS-FIM-RETORNO              PIC X VALUE "N".
       01 WS-DATA-HOJE                PIC 9(8).
       01 WS-RESULTADO                PIC X(12).

       01 TOTAIS-RETORNO.
           05 WS-QTD-LIDOS            PIC 9(7) VALUE 0.
           05 WS-QTD-ACEITOS          PIC 9(7) VALUE 0.
           05 WS-QTD-RECUSADOS        PIC 9(7) VALUE 0.
           05 WS-QTD-IGNORADOS        PIC 9(7) VALUE 0.

       01 LINHA-DETALHE.
           05 LD-EVENTO               PIC X(6).
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 LD-MATRICULA            PIC 9(5).
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 LD-REFERENCIA           PIC X(8).
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 LD-RESULTADO            PIC X(12).
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 LD-MOTIVO               PIC X(40).

       PROCEDURE DIVISION.
       INICIO.
           PERFORM DEFINIR-ARQUIVOS.
           DISPLAY "============================================".
           DISPLAY " Retorno dos Eventos de Folha (eSocial)".
           DISPLAY "============================================".
           MOVE "EventosRetorno" TO WS-JOBLOG-PROGRAMA.
           MOVE "INICIO" TO WS-JOBLOG-EVENTO.
           PERFORM GRAVAR-JOBLOG.

           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.

           OPEN INPUT ARQ-RETORNO.
           IF WS-STATUS-RETORNO NOT = "00"
               DISPLAY "Erro ao abrir " WS-ARQ-RETORNO
                  " Status: " WS-STATUS-RETORNO
               MOVE "EventosRetorno" TO WS-ERRLOG-PROGRAMA
               MOVE "INICIO" TO WS-ERRLOG-PARAGRAFO
               MOVE WS-ARQ-RETORNO TO WS-ERRLOG-ARQUIVO
               MOVE WS-STATUS-RETORNO TO WS-ERRLOG-STATUS
               PERFORM GRAVAR-ERRORLOG
               MOVE 8 TO RETURN-CODE
           ELSE
               OPEN I-O ARQ-CONTROLE-EVENTOS
               IF WS-STATUS-CONTROLE-EVENTOS NOT = "00"
                   DISPLAY "Erro ao abrir " WS-ARQ-CONTROLE-EVENTOS
                      " Status: " WS-STATUS-CONTROLE-EVENTOS
                   MOVE "EventosRetorno" TO WS-ERRLOG-PROGRAMA
                   MOVE "INICIO" TO WS-ERRLOG-PARAGRAFO
                   MOVE WS-ARQ-CONTROLE-EVENTOS TO WS-ERRLOG-ARQUIVO
                   MOVE WS-STATUS-CONTROLE-EVENTOS
                       TO WS-ERRLOG-STATUS
                   PERFORM GRAVAR-ERRORLOG
                   MOVE 8 TO RETURN-CODE
               ELSE
                   OPEN OUTPUT RELATORIO
                   MOVE "Retorno do processamento dos eventos"
                       TO LINHA-RELATORIO
                   WRITE LINHA-RELATORIO
                   PERFORM UNTIL WS-FIM-RETORNO = "S"
                       READ ARQ-RETORNO
                           AT END
                               MOVE "S" TO WS-FIM-RETORNO
                           NOT AT END
                               ADD 1 TO WS-QTD-LIDOS
                               PERFORM APLICAR-RETORNO
                       END-READ
                   END-PERFORM
                   PERFORM ESCREVER-TOTAIS
                   CLOSE RELATORIO
                   CLOSE ARQ-CONTROLE-EVENTOS
                   DISPLAY "Relatorio gravado em " WS-ARQ-RELATORIO
               END-IF
               CLOSE ARQ-RETORNO
           END-IF.

           IF WS-QTD-IGNORADOS > 0 AND RETURN-CODE = 0
               MOVE 4 TO RETURN-CODE
           END-IF.

           MOVE WS-QTD-LIDOS TO WS-JOBLOG-QTD-REGISTROS.
           MOVE "FIM" TO WS-JOBLOG-EVENTO.
           PERFORM GRAVAR-JOBLOG.
           GOBACK.

       DEFINIR-ARQUIVOS.
           ACCEPT WS-ARQ-RETORNO FROM ENVIRONMENT
                   "RETORNO_EVENTOS_DATA"
               ON EXCEPTION
                   MOVE "RETORNO-EVENTOS.DATA" TO WS-ARQ-RETORNO
           END-ACCEPT.
           ACCEPT WS-ARQ-CONTROLE-EVENTOS FROM ENVIRONMENT
                   "EVENTOS_CONTROLE_IDX"
               ON EXCEPTION
                   MOVE "eventos-controle.idx"
                       TO WS-ARQ-CONTROLE-EVENTOS
           END-ACCEPT.
           ACCEPT WS-ARQ-RELATORIO FROM ENVIRONMENT
                   "RETORNO_EVENTOS_LST"
               ON EXCEPTION
                   MOVE "RETORNO-EVENTOS.LST" TO WS-ARQ-RELATORIO
           END-ACCEPT.

      * O retorno so vale para o envio que o gerou: um retorno com
      * identificador antigo (evento ja reenviado) e ignorado.
       APLICAR-RETORNO.
           MOVE RTE-EVENTO TO EVC-EVENTO.
           MOVE RTE-MATRICULA TO EVC-MATRICULA.
           MOVE RTE-REFERENCIA TO EVC-REFERENCIA.
           READ ARQ-CONTROLE-EVENTOS
               INVALID KEY
                   MOVE "SEM ENVIO" TO WS-RESULTADO
                   ADD 1 TO WS-QTD-IGNORADOS
               NOT INVALID KEY
                   IF EVC-ID-EVENTO NOT = RTE-ID-EVENTO
                       MOVE "ID ANTIGO" TO WS-RESULTADO
                       ADD 1 TO WS-QTD-IGNORADOS
                   ELSE
                       PERFORM ATUALIZAR-CONTROLE
                   END-IF
           END-READ.
           MOVE RTE-EVENTO TO LD-EVENTO.
           MOVE RTE-MATRICULA TO LD-MATRICULA.
           MOVE RTE-REFERENCIA TO LD-REFERENCIA.
           MOVE WS-RESULTADO TO LD-RESULTADO.
           MOVE RTE-MOTIVO TO LD-MOTIVO.
           MOVE SPACES TO LINHA-RELATORIO.
           MOVE LINHA-DETALHE TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.

       ATUALIZAR-CONTROLE.
           EVALUATE TRUE
               WHEN RETORNO-ACEITO
                   SET EVENTO-ACEITO TO TRUE
                   MOVE SPACES TO EVC-MOTIVO-RECUSA
                   MOVE "ACEITO" TO WS-RESULTADO
                   ADD 1 TO WS-QTD-ACEITOS
               WHEN RETORNO-RECUSADO
                   SET EVENTO-RECUSADO TO TRUE
                   MOVE RTE-MOTIVO TO EVC-MOTIVO-RECUSA
                   MOVE "RECUSADO" TO WS-RESULTADO
                   ADD 1 TO WS-QTD-RECUSADOS
               WHEN OTHER
                   MOVE "SITUACAO INV" TO WS-RESULTADO
                   ADD 1 TO WS-QTD-IGNORADOS
           END-EVALUATE.
           IF RETORNO-ACEITO OR RETORNO-RECUSADO
               MOVE WS-DATA-HOJE TO EVC-DATA-RETORNO
               REWRITE REGISTRO-CONTROLE-EVENTO
               IF WS-STATUS-CONTROLE-EVENTOS NOT = "00"
                   DISPLAY "Erro ao atualizar evento " EVC-CHAVE
                      " Status: " WS-STATUS-CONTROLE-EVENTOS
                   MOVE "EventosRetorno" TO WS-ERRLOG-PROGRAMA
                   MOVE "ATUALIZAR-CONTROLE" TO WS-ERRLOG-PARAGRAFO
                   MOVE WS-ARQ-CONTROLE-EVENTOS TO WS-ERRLOG-ARQUIVO
                   MOVE WS-STATUS-CONTROLE-EVENTOS
                       TO WS-ERRLOG-STATUS
                   PERFORM GRAVAR-ERRORLOG
                   MOVE "NAO GRAVADO" TO WS-RESULTADO
                   IF RETORNO-ACEITO
                       SUBTRACT 1 FROM WS-QTD-ACEITOS
                   ELSE
                       SUBTRACT 1 FROM WS-QTD-RECUSADOS
                   END-IF
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.

       ESCREVER-TOTAIS.
           MOVE SPACES TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "Retornos lidos.....: " DELIMITED BY SIZE
               WS-QTD-LIDOS DELIMITED BY SIZE
               INTO LINHA-RELATORIO
           END-STRING.
           WRITE LINHA-RELATORIO.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "Aceitos............: " DELIMITED BY SIZE
               WS-QTD-ACEITOS DELIMITED BY SIZE
               INTO LINHA-RELATORIO
           END-STRING.
           WRITE LINHA-RELATORIO.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "Recusados (reenvio): " DELIMITED BY SIZE
               WS-QTD-RECUSADOS DELIMITED BY SIZE
               INTO LINHA-RELATORIO
           END-STRING.
           WRITE LINHA-RELATORIO.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "Ignorados..........: " DELIMITED BY SIZE
               WS-QTD-IGNORADOS DELIMITED BY SIZE
               INTO LINHA-RELATORIO
           END-STRING.
           WRITE LINHA-RELATORIO.
           DISPLAY "Aceitos: " WS-QTD-ACEITOS
              "  Recusados: " WS-QTD-RECUSADOS
              "  Ignorados: " WS-QTD-IGNORADOS.

       COPY JOBLOGPD.

       COPY ERRLOGPD.

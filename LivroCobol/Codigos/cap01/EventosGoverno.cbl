       IDENTIFICATION DIVISION.
           PROGRAM-ID. EventosGoverno.
           AUTHOR. Fernando Anselmo.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FUNCIONARIOS ASSIGN TO WS-ARQ-FUNCIONARIOS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-FUNCIONARIOS.

           COPY FOLHAHSL.

           SELECT ARQ-CONTROLE-FOLHA ASSIGN TO WS-ARQ-CONTROLE-FOLHA
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-CONTROLE-FOLHA.

           SELECT ARQ-CONTROLE-EVENTOS
               ASSIGN TO WS-ARQ-CONTROLE-EVENTOS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EVC-CHAVE
               FILE STATUS IS WS-STATUS-CONTROLE-EVENTOS.

           SELECT ARQ-EVENTOS ASSIGN TO WS-ARQ-EVENTOS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-EVENTOS.

           COPY ERRLOGSL.

           COPY JOBLOGSL.

       DATA DIVISION.
       FILE SECTION.
       FD FUNCIONARIOS.
       01 DETALHEFUNCIONARIO.
           COPY FUNCIONARIO.

       COPY FOLHAHFD.

       FD ARQ-CONTROLE-FOLHA.
       01 REGISTRO-CONTROLE-FOLHA.
           COPY FOLHACTL.

       FD ARQ-CONTROLE-EVENTOS.
       01 REGISTRO-CONTROLE-EVENTO.
           COPY EVTCTL.

       FD ARQ-EVENTOS.
       COPY EVTGOV.

       COPY ERRLOGFD.

       COPY JOBLOGFD.

       WORKING-STORAGE SECTION.
       COPY ERRLOGWS.

       COPY JOBLOGWS.

       COPY FOLHAHWS.

       01 WS-ARQ-FUNCIONARIOS         PIC X(40)
           VALUE "FUNCIONARIOS.DATA".
       01 WS-ARQ-CONTROLE-FOLHA       PIC X(40)
           VALUE "FOLHA-CONTROLE.DATA".
       01 WS-ARQ-CONTROLE-EVENTOS     PIC X(40)
           VALUE "eventos-controle.idx".
       01 WS-ARQ-EVENTOS              PIC X(40)
           VALUE "EVENTOS-GOVERNO.DATA".

       01 WS-STATUS-FUNCIONARIOS      PIC X(2).
       01 WS-STATUS-CONTROLE-FOLHA    PIC X(2).
       01 WS-STATUS-CONTROLE-EVENTOS  PIC X(2).
       01 WS-STATUS-EVENTOS           PIC X(2).

       01 LEITURA-FINALIZADA          PIC X VALUE "N".
       01 WS-FIM-HISTORICO            PIC X VALUE "N".
       01 WS-FIM-CONTROLE-FOLHA       PIC X VALUE "N".

       01 CONTROLE-CABECALHO.
           05 WS-CABECALHO-PRESENTE   PIC X VALUE "N".
           05 WS-TRAILER-PRESENTE     PIC X VALUE "N".
           05 WS-TRAILER-CONTAGEM     PIC 9(7) VALUE 0.
           05 WS-REGISTROS-DADOS      PIC 9(7) VALUE 0.

       01 WS-EMPRESA                  PIC X(30).
       01 WS-DATA-HOJE                PIC 9(8).
       01 WS-HORA-AGORA               PIC 9(8).
       01 WS-LOTE.
           05 WS-LOTE-DATA            PIC 9(8).
           05 WS-LOTE-HORA            PIC 9(6).
       01 WS-SEQUENCIA-EVENTO         PIC 9(5) VALUE 0.

      * Admissoes anteriores a data de corte nao geram evento; a
      * carga inicial do eSocial ja as informou.
       01 WS-DATA-CORTE-TXT           PIC X(8).
       01 WS-DATA-CORTE               PIC 9(8) VALUE 0.
       01 WS-DATA-ADMISSAO-NUM        PIC 9(8).

       01 QTD-FUNCIONARIOS            PIC 9(3) VALUE 0.
       01 TABELA-FUNCIONARIOS.
           05 TFU-ITEM OCCURS 500 TIMES INDEXED BY IDX-FUN.
               10 TFU-MATRICULA       PIC 9(5).
               10 TFU-CPF             PIC 9(11).
               10 TFU-NOME            PIC X(40).
               10 TFU-DEPARTAMENTO    PIC X(4).
               10 TFU-CARGO           PIC X(4).
               10 TFU-UNIDADE         PIC X(3).

       01 QTD-COMPETENCIAS            PIC 9(3) VALUE 0.
       01 TABELA-COMPETENCIAS.
           05 TCF-ITEM OCCURS 200 TIMES INDEXED BY IDX-CMP.
               10 TCF-COMPETENCIA     PIC 9(6).
               10 TCF-UNIDADE         PIC X(3).

       01 WS-COMPETENCIA-FECHADA      PIC X VALUE "N".
       01 WS-UNIDADE-FUNCIONARIO      PIC X(3).
       01 WS-GERAR-EVENTO             PIC X VALUE "N".
       01 WS-EVENTO-REENVIO           PIC X VALUE "N".
       01 WS-NOME-COMPLETO            PIC X(40).

       01 TOTAIS-EVENTOS.
           05 WS-QTD-ADMISSAO         PIC 9(7) VALUE 0.
           05 WS-QTD-REMUNERACAO      PIC 9(7) VALUE 0.
           05 WS-QTD-DESLIGAMENTO     PIC 9(7) VALUE 0.
           05 WS-QTD-EVENTOS          PIC 9(7) VALUE 0.
           05 WS-QTD-REENVIOS         PIC 9(7) VALUE 0.
           05 WS-QTD-JA-ENVIADOS      PIC 9(7) VALUE 0.
           05 WS-SOMA-REMUNERACAO     PIC 9(11)V9(2) VALUE 0.

       PROCEDURE DIVISION.
       INICIO.
           PERFORM DEFINIR-ARQUIVOS.
           DISPLAY "============================================".
           DISPLAY " Eventos de Folha ao Governo (eSocial)".
           DISPLAY "============================================".
           MOVE "EventosGoverno" TO WS-JOBLOG-PROGRAMA.
           MOVE "INICIO" TO WS-JOBLOG-EVENTO.
           PERFORM GRAVAR-JOBLOG.

           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-AGORA FROM TIME.
           MOVE WS-DATA-HOJE TO WS-LOTE-DATA.
           MOVE WS-HORA-AGORA(1:6) TO WS-LOTE-HORA.

           PERFORM CARREGAR-COMPETENCIAS-FECHADAS.
           PERFORM ABRIR-CONTROLE-EVENTOS.
           IF WS-STATUS-CONTROLE-EVENTOS NOT = "00"
               DISPLAY "Erro ao abrir " WS-ARQ-CONTROLE-EVENTOS
                  " Status: " WS-STATUS-CONTROLE-EVENTOS
               MOVE "EventosGoverno" TO WS-ERRLOG-PROGRAMA
               MOVE "INICIO" TO WS-ERRLOG-PARAGRAFO
               MOVE WS-ARQ-CONTROLE-EVENTOS TO WS-ERRLOG-ARQUIVO
               MOVE WS-STATUS-CONTROLE-EVENTOS TO WS-ERRLOG-STATUS
               PERFORM GRAVAR-ERRORLOG
               MOVE 8 TO RETURN-CODE
           ELSE
               OPEN OUTPUT ARQ-EVENTOS
               PERFORM GRAVAR-CABECALHO-EVENTOS
               PERFORM GERAR-EVENTOS-CADASTRO
               IF RETURN-CODE NOT = 8
                   PERFORM GERAR-EVENTOS-REMUNERACAO
               END-IF
               PERFORM GRAVAR-TRAILER-EVENTOS
               CLOSE ARQ-EVENTOS
               CLOSE ARQ-CONTROLE-EVENTOS
               DISPLAY "Eventos gravados em " WS-ARQ-EVENTOS
           END-IF.

           DISPLAY "Admissoes.............: " WS-QTD-ADMISSAO.
           DISPLAY "Remuneracoes..........: " WS-QTD-REMUNERACAO.
           DISPLAY "Desligamentos.........: " WS-QTD-DESLIGAMENTO.
           DISPLAY "Reenvios de recusados.: " WS-QTD-REENVIOS.
           DISPLAY "Ja enviados (ignorados): " WS-QTD-JA-ENVIADOS.

           IF WS-QTD-EVENTOS = 0 AND RETURN-CODE = 0
               DISPLAY "Aviso: nenhum evento novo a enviar."
               MOVE 4 TO RETURN-CODE
           END-IF.

           MOVE WS-QTD-EVENTOS TO WS-JOBLOG-QTD-REGISTROS.
           MOVE "FIM" TO WS-JOBLOG-EVENTO.
           PERFORM GRAVAR-JOBLOG.
           GOBACK.

       DEFINIR-ARQUIVOS.
           ACCEPT WS-ARQ-FUNCIONARIOS FROM ENVIRONMENT
                   "FUNCIONARIOS_DATA"
               ON EXCEPTION
                   MOVE "FUNCIONARIOS.DATA" TO WS-ARQ-FUNCIONARIOS
           END-ACCEPT.
           ACCEPT WS-ARQ-FOLHA-HISTORICO FROM ENVIRONMENT
                   "FOLHA_HISTORICO_IDX"
               ON EXCEPTION
                   MOVE "folha-historico.idx"
                       TO WS-ARQ-FOLHA-HISTORICO
           END-ACCEPT.
           ACCEPT WS-ARQ-CONTROLE-FOLHA FROM ENVIRONMENT
                   "FOLHA_CONTROLE_DATA"
               ON EXCEPTION
                   MOVE "FOLHA-CONTROLE.DATA"
                       TO WS-ARQ-CONTROLE-FOLHA
           END-ACCEPT.
           ACCEPT WS-ARQ-CONTROLE-EVENTOS FROM ENVIRONMENT
                   "EVENTOS_CONTROLE_IDX"
               ON EXCEPTION
                   MOVE "eventos-controle.idx"
                       TO WS-ARQ-CONTROLE-EVENTOS
           END-ACCEPT.
           ACCEPT WS-ARQ-EVENTOS FROM ENVIRONMENT
                   "EVENTOS_GOVERNO_DATA"
               ON EXCEPTION
                   MOVE "EVENTOS-GOVERNO.DATA" TO WS-ARQ-EVENTOS
           END-ACCEPT.
           ACCEPT WS-EMPRESA FROM ENVIRONMENT "EMPRESA_NOME"
               ON EXCEPTION
                   MOVE "EMPRESA" TO WS-EMPRESA
           END-ACCEPT.
           ACCEPT WS-DATA-CORTE-TXT FROM ENVIRONMENT
                   "EVENTOS_DATA_CORTE"
               ON EXCEPTION
                   MOVE SPACES TO WS-DATA-CORTE-TXT
           END-ACCEPT.
           IF WS-DATA-CORTE-TXT IS NUMERIC
               MOVE WS-DATA-CORTE-TXT TO WS-DATA-CORTE
           END-IF.

       ABRIR-CONTROLE-EVENTOS.
           OPEN I-O ARQ-CONTROLE-EVENTOS.
           IF WS-STATUS-CONTROLE-EVENTOS = "35"
               OPEN OUTPUT ARQ-CONTROLE-EVENTOS
               CLOSE ARQ-CONTROLE-EVENTOS
               OPEN I-O ARQ-CONTROLE-EVENTOS
           END-IF.

      * Remuneracao so e informada depois que FolhaControle fecha a
      * competencia: calculo ainda sujeito a estorno nao sai. Vale
      * o fechamento da folha consolidada (unidade em branco) ou o
      * da unidade do funcionario; o historico carregado antes do
      * fechamento do seu campus espera.
       CARREGAR-COMPETENCIAS-FECHADAS.
           OPEN INPUT ARQ-CONTROLE-FOLHA.
           IF WS-STATUS-CONTROLE-FOLHA = "00"
               PERFORM UNTIL WS-FIM-CONTROLE-FOLHA = "S"
                   READ ARQ-CONTROLE-FOLHA
                       AT END
                           MOVE "S" TO WS-FIM-CONTROLE-FOLHA
                       NOT AT END
                           IF COMPETENCIA-FECHADA
                                   AND QTD-COMPETENCIAS < 200
                               ADD 1 TO QTD-COMPETENCIAS
                               SET IDX-CMP TO QTD-COMPETENCIAS
                               MOVE FCT-COMPETENCIA
                                   TO TCF-COMPETENCIA(IDX-CMP)
                               MOVE FCT-UNIDADE
                                   TO TCF-UNIDADE(IDX-CMP)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQ-CONTROLE-FOLHA
           END-IF.

       GRAVAR-CABECALHO-EVENTOS.
           MOVE SPACES TO EVENTO-CABECALHO.
           MOVE "0" TO EVG-CAB-TIPO.
           MOVE WS-EMPRESA TO EVG-CAB-EMPRESA.
           MOVE WS-LOTE TO EVG-CAB-LOTE.
           MOVE WS-DATA-HOJE TO EVG-CAB-DATA.
           WRITE EVENTO-CABECALHO.

      * Admissoes e desligamentos vem do cadastro; a tabela de
      * funcionarios fica em memoria para os eventos de remuneracao.
       GERAR-EVENTOS-CADASTRO.
           OPEN INPUT FUNCIONARIOS.
           IF WS-STATUS-FUNCIONARIOS NOT = "00"
               DISPLAY "Erro ao abrir " WS-ARQ-FUNCIONARIOS
                  " Status: " WS-STATUS-FUNCIONARIOS
               MOVE "EventosGoverno" TO WS-ERRLOG-PROGRAMA
               MOVE "GERAR-EVENTOS-CADASTRO" TO WS-ERRLOG-PARAGRAFO
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
               PERFORM GUARDAR-FUNCIONARIO
               PERFORM GERAR-EVENTO-ADMISSAO
               IF FUNCIONARIO-DESLIGADO
                   PERFORM GERAR-EVENTO-DESLIGAMENTO
               END-IF
           END-IF
           END-IF.

       GUARDAR-FUNCIONARIO.
           MOVE SPACES TO WS-NOME-COMPLETO.
           STRING PRIMEIRO-NOME DELIMITED BY SPACE
               " " DELIMITED BY SIZE
               ULTIMO-NOME DELIMITED BY SPACE
               INTO WS-NOME-COMPLETO
           END-STRING.
           IF QTD-FUNCIONARIOS < 500
               ADD 1 TO QTD-FUNCIONARIOS
               SET IDX-FUN TO QTD-FUNCIONARIOS
               MOVE MATRICULA-FUNCIONARIO TO TFU-MATRICULA(IDX-FUN)
               MOVE CPF-FUNCIONARIO TO TFU-CPF(IDX-FUN)
               MOVE WS-NOME-COMPLETO TO TFU-NOME(IDX-FUN)
               MOVE CODIGO-DEPARTAMENTO TO TFU-DEPARTAMENTO(IDX-FUN)
               MOVE CODIGO-CARGO TO TFU-CARGO(IDX-FUN)
               MOVE CODIGO-UNIDADE TO TFU-UNIDADE(IDX-FUN)
           END-IF.

       GERAR-EVENTO-ADMISSAO.
           MOVE DATA-ADMISSAO TO WS-DATA-ADMISSAO-NUM.
           IF WS-DATA-ADMISSAO-NUM >= WS-DATA-CORTE
               MOVE "S-2200" TO EVC-EVENTO
               MOVE MATRICULA-FUNCIONARIO TO EVC-MATRICULA
               MOVE DATA-ADMISSAO TO EVC-REFERENCIA
               PERFORM VERIFICAR-EVENTO-ENVIADO
               IF WS-GERAR-EVENTO = "S"
                   PERFORM MONTAR-DETALHE-CADASTRO
                   MOVE SALARIO-FUNCIONARIO TO EVG-DET-VALOR-1
                   PERFORM GRAVAR-EVENTO
                   ADD 1 TO WS-QTD-ADMISSAO
               END-IF
           END-IF.

       GERAR-EVENTO-DESLIGAMENTO.
           MOVE "S-2299" TO EVC-EVENTO.
           MOVE MATRICULA-FUNCIONARIO TO EVC-MATRICULA.
           MOVE DATA-DESLIGAMENTO TO EVC-REFERENCIA.
           PERFORM VERIFICAR-EVENTO-ENVIADO.
           IF WS-GERAR-EVENTO = "S"
               PERFORM MONTAR-DETALHE-CADASTRO
               MOVE SALARIO-FUNCIONARIO TO EVG-DET-VALOR-1
               MOVE MOTIVO-DESLIGAMENTO TO EVG-DET-MOTIVO
               PERFORM GRAVAR-EVENTO
               ADD 1 TO WS-QTD-DESLIGAMENTO
           END-IF.

       MONTAR-DETALHE-CADASTRO.
           MOVE SPACES TO EVENTO-DETALHE.
           MOVE MATRICULA-FUNCIONARIO TO EVG-DET-MATRICULA.
           MOVE CPF-FUNCIONARIO TO EVG-DET-CPF.
           MOVE WS-NOME-COMPLETO TO EVG-DET-NOME.
           MOVE CODIGO-DEPARTAMENTO TO EVG-DET-DEPARTAMENTO.
           MOVE CODIGO-CARGO TO EVG-DET-CARGO.
           MOVE 0 TO EVG-DET-VALOR-1.
           MOVE 0 TO EVG-DET-VALOR-2.
           MOVE 0 TO EVG-DET-VALOR-3.

      * Consulta o controle pela chave ja montada em EVC-CHAVE.
      * Evento novo ou recusado deve ser gerado; enviado aguardando
      * retorno ou aceito e ignorado.
       VERIFICAR-EVENTO-ENVIADO.
           MOVE "N" TO WS-GERAR-EVENTO.
           MOVE "N" TO WS-EVENTO-REENVIO.
           READ ARQ-CONTROLE-EVENTOS
               INVALID KEY
                   MOVE "S" TO WS-GERAR-EVENTO
               NOT INVALID KEY
                   IF EVENTO-RECUSADO
                       MOVE "S" TO WS-GERAR-EVENTO
                       MOVE "S" TO WS-EVENTO-REENVIO
                   ELSE
                       ADD 1 TO WS-QTD-JA-ENVIADOS
                   END-IF
           END-READ.

      * Grava o detalhe e registra o envio no controle; a chave de
      * EVC-CHAVE continua posicionada pela verificacao.
       GRAVAR-EVENTO.
           ADD 1 TO WS-SEQUENCIA-EVENTO.
           MOVE "1" TO EVG-DET-TIPO.
           MOVE EVC-EVENTO TO EVG-DET-EVENTO.
           MOVE EVC-REFERENCIA TO EVG-DET-REFERENCIA.
           MOVE SPACES TO EVG-DET-ID.
           STRING WS-LOTE DELIMITED BY SIZE
               WS-SEQUENCIA-EVENTO DELIMITED BY SIZE
               INTO EVG-DET-ID
           END-STRING.
           WRITE EVENTO-DETALHE.
           ADD 1 TO WS-QTD-EVENTOS.

           MOVE EVG-DET-ID TO EVC-ID-EVENTO.
           MOVE WS-DATA-HOJE TO EVC-DATA-ENVIO.
           SET EVENTO-ENVIADO TO TRUE.
           MOVE 0 TO EVC-DATA-RETORNO.
           MOVE SPACES TO EVC-MOTIVO-RECUSA.
           IF WS-EVENTO-REENVIO = "S"
               REWRITE REGISTRO-CONTROLE-EVENTO
               ADD 1 TO WS-QTD-REENVIOS
           ELSE
               WRITE REGISTRO-CONTROLE-EVENTO
           END-IF.
           IF WS-STATUS-CONTROLE-EVENTOS NOT = "00"
               DISPLAY "Erro ao registrar evento " EVC-CHAVE
                  " Status: " WS-STATUS-CONTROLE-EVENTOS
               MOVE "EventosGoverno" TO WS-ERRLOG-PROGRAMA
               MOVE "GRAVAR-EVENTO" TO WS-ERRLOG-PARAGRAFO
               MOVE WS-ARQ-CONTROLE-EVENTOS TO WS-ERRLOG-ARQUIVO
               MOVE WS-STATUS-CONTROLE-EVENTOS TO WS-ERRLOG-STATUS
               PERFORM GRAVAR-ERRORLOG
               MOVE 8 TO RETURN-CODE
           END-IF.

      * A remuneracao vem do historico de pagamentos, que guarda
      * todas as competencias fechadas da folha consolidada e das
      * unidades; o movimento da folha so tem o ultimo calculo.
       GERAR-EVENTOS-REMUNERACAO.
           MOVE "N" TO WS-FIM-HISTORICO.
           OPEN INPUT ARQ-FOLHA-HISTORICO.
           IF WS-STATUS-FOLHA-HISTORICO NOT = "00"
               DISPLAY "Aviso: " WS-ARQ-FOLHA-HISTORICO
                  " indisponivel; sem eventos de remuneracao."
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           ELSE
               PERFORM UNTIL WS-FIM-HISTORICO = "S"
                   READ ARQ-FOLHA-HISTORICO NEXT RECORD
                       AT END
                           MOVE "S" TO WS-FIM-HISTORICO
                       NOT AT END
                           PERFORM AVALIAR-HISTORICO
                   END-READ
               END-PERFORM
               CLOSE ARQ-FOLHA-HISTORICO
           END-IF.

       AVALIAR-HISTORICO.
           MOVE SPACES TO WS-UNIDADE-FUNCIONARIO.
           PERFORM VARYING IDX-FUN FROM 1 BY 1
                   UNTIL IDX-FUN > QTD-FUNCIONARIOS
               IF TFU-MATRICULA(IDX-FUN) = FHI-MATRICULA
                   MOVE TFU-UNIDADE(IDX-FUN) TO WS-UNIDADE-FUNCIONARIO
               END-IF
           END-PERFORM.
           MOVE "N" TO WS-COMPETENCIA-FECHADA.
           PERFORM VARYING IDX-CMP FROM 1 BY 1
                   UNTIL IDX-CMP > QTD-COMPETENCIAS
               IF TCF-COMPETENCIA(IDX-CMP) = FHI-COMPETENCIA
                       AND (TCF-UNIDADE(IDX-CMP) = SPACES
                           OR TCF-UNIDADE(IDX-CMP)
                               = WS-UNIDADE-FUNCIONARIO)
                   MOVE "S" TO WS-COMPETENCIA-FECHADA
               END-IF
           END-PERFORM.
           IF WS-COMPETENCIA-FECHADA = "S"
               MOVE "S-1200" TO EVC-EVENTO
               MOVE FHI-MATRICULA TO EVC-MATRICULA
               MOVE SPACES TO EVC-REFERENCIA
               MOVE FHI-COMPETENCIA TO EVC-REFERENCIA(1:6)
               PERFORM VERIFICAR-EVENTO-ENVIADO
               IF WS-GERAR-EVENTO = "S"
                   PERFORM MONTAR-DETALHE-REMUNERACAO
                   PERFORM GRAVAR-EVENTO
                   ADD 1 TO WS-QTD-REMUNERACAO
                   ADD FHI-SALARIO-BRUTO TO WS-SOMA-REMUNERACAO
               END-IF
           END-IF.

       MONTAR-DETALHE-REMUNERACAO.
           MOVE SPACES TO EVENTO-DETALHE.
           MOVE FHI-MATRICULA TO EVG-DET-MATRICULA.
           MOVE 0 TO EVG-DET-CPF.
           MOVE FHI-DEPARTAMENTO TO EVG-DET-DEPARTAMENTO.
           PERFORM VARYING IDX-FUN FROM 1 BY 1
                   UNTIL IDX-FUN > QTD-FUNCIONARIOS
               IF TFU-MATRICULA(IDX-FUN) = FHI-MATRICULA
                   MOVE TFU-CPF(IDX-FUN) TO EVG-DET-CPF
                   MOVE TFU-NOME(IDX-FUN) TO EVG-DET-NOME
                   MOVE TFU-CARGO(IDX-FUN) TO EVG-DET-CARGO
               END-IF
           END-PERFORM.
           MOVE FHI-SALARIO-BRUTO TO EVG-DET-VALOR-1.
           MOVE FHI-DESCONTO-INSS TO EVG-DET-VALOR-2.
           MOVE FHI-DESCONTO-IRRF TO EVG-DET-VALOR-3.

       GRAVAR-TRAILER-EVENTOS.
           MOVE SPACES TO EVENTO-TRAILER.
           MOVE "9" TO EVG-TRL-TIPO.
           MOVE WS-QTD-EVENTOS TO EVG-TRL-QTD.
           MOVE WS-QTD-ADMISSAO TO EVG-TRL-QTD-ADMISSAO.
           MOVE WS-QTD-REMUNERACAO TO EVG-TRL-QTD-REMUNERACAO.
           MOVE WS-QTD-DESLIGAMENTO TO EVG-TRL-QTD-DESLIGAMENTO.
           MOVE WS-SOMA-REMUNERACAO TO EVG-TRL-SOMA-REMUNERACAO.
           WRITE EVENTO-TRAILER.

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

       COPY JOBLOGPD.

       COPY ERRLOGPD.

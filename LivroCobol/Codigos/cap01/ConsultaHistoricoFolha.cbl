       IDENTIFICATION DIVISION.
           PROGRAM-ID. ConsultaHistoricoFolha.
           AUTHOR. Fernando Anselmo.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FUNCIONARIOS ASSIGN TO WS-ARQ-FUNCIONARIOS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-FUNCIONARIOS.

           COPY FOLHAHSL.

           COPY ERRLOGSL.

           COPY JOBLOGSL.

       DATA DIVISION.
       FILE SECTION.
       FD FUNCIONARIOS.
       01 DETALHEFUNCIONARIO.
           COPY FUNCIONARIO.

       COPY FOLHAHFD.

       COPY ERRLOGFD.

       COPY JOBLOGFD.

       WORKING-STORAGE SECTION.
       COPY ERRLOGWS.

       COPY JOBLOGWS.

       COPY FOLHAHWS.

       01 WS-ARQ-FUNCIONARIOS    PIC X(40)
           VALUE "FUNCIONARIOS.DATA".
       01 WS-STATUS-FUNCIONARIOS PIC X(2).
       01 WS-ARQUIVOS-DEFINIDOS  PIC X VALUE "N".

       01 WS-OPCAO               PIC 9.
       01 WS-FIM-ARQ             PIC X VALUE "N".
       01 WS-TOTAL-OPERACOES     PIC 9(5) VALUE ZEROS.

       01 WS-MATRICULA-TXT       PIC X(5).
       01 WS-MATRICULA           PIC 9(5).
       01 WS-INICIAL-TXT         PIC X(6).
       01 WS-COMPETENCIA-INICIAL PIC 9(6).
       01 WS-FINAL-TXT           PIC X(6).
       01 WS-COMPETENCIA-FINAL   PIC 9(6).
       01 WS-NOME                PIC X(40).

       01 WS-REGISTRO-VALIDO     PIC X VALUE "S".
       01 WS-MOTIVO-ERRO         PIC X(40) VALUE SPACES.

       01 TOTAIS-CONSULTA.
           05 WS-QTD-MESES       PIC 9(3) VALUE 0.
           05 WS-SOMA-BRUTO      PIC 9(11)V9(2) VALUE 0.
           05 WS-SOMA-DESCONTOS  PIC 9(11)V9(2) VALUE 0.
           05 WS-SOMA-LIQUIDO    PIC 9(11)V9(2) VALUE 0.

       01 LINHA-HISTORICO.
           05 LH-COMPETENCIA     PIC 9(6).
           05 FILLER             PIC X(2) VALUE SPACES.
           05 LH-DEPARTAMENTO    PIC X(4).
           05 FILLER             PIC X(1) VALUE SPACES.
           05 LH-BRUTO           PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER             PIC X(1) VALUE SPACES.
           05 LH-DESCONTOS       PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER             PIC X(1) VALUE SPACES.
           05 LH-LIQUIDO         PIC ZZZ,ZZZ,ZZ9.99.

       01 LINHA-TOTAL.
           05 FILLER             PIC X(8) VALUE "Total".
           05 LT-MESES           PIC ZZ9.
           05 FILLER             PIC X(2) VALUE SPACES.
           05 LT-BRUTO           PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER             PIC X(1) VALUE SPACES.
           05 LT-DESCONTOS       PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER             PIC X(1) VALUE SPACES.
           05 LT-LIQUIDO         PIC ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       INICIO.
           IF WS-ARQUIVOS-DEFINIDOS = "N"
               PERFORM DEFINIR-ARQUIVOS
               MOVE "S" TO WS-ARQUIVOS-DEFINIDOS
               MOVE "ConsultaHistoricoFolha" TO WS-JOBLOG-PROGRAMA
               MOVE "INICIO" TO WS-JOBLOG-EVENTO
               PERFORM GRAVAR-JOBLOG
           END-IF.
           DISPLAY "--------------------------------".
           DISPLAY "Histórico de Pagamentos".
           DISPLAY "--------------------------------".
           DISPLAY " 1 - Consultar Funcionário".
           DISPLAY " 2 - Sair".
           DISPLAY "--------------------------------".
           DISPLAY "Escolha uma opção: ".
           ACCEPT WS-OPCAO.

           EVALUATE WS-OPCAO
               WHEN 1
                   PERFORM CONSULTAR
               WHEN 2
                   MOVE WS-TOTAL-OPERACOES TO WS-JOBLOG-QTD-REGISTROS
                   MOVE "FIM" TO WS-JOBLOG-EVENTO
                   PERFORM GRAVAR-JOBLOG
                   GOBACK
               WHEN OTHER
                   DISPLAY "Opção inválida!"
                   PERFORM INICIO
           END-EVALUATE.

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

       CONSULTAR.
           DISPLAY "--------------------------------".
           DISPLAY "Consultar Funcionário".
           DISPLAY "--------------------------------".
           DISPLAY "Matrícula (5 dígitos): ".
           ACCEPT WS-MATRICULA-TXT.
           DISPLAY "Competência inicial (AAAAMM): ".
           ACCEPT WS-INICIAL-TXT.
           DISPLAY "Competência final (AAAAMM, branco = inicial): ".
           ACCEPT WS-FINAL-TXT.
           IF WS-FINAL-TXT = SPACES
               MOVE WS-INICIAL-TXT TO WS-FINAL-TXT
           END-IF.

           PERFORM VALIDAR-CONSULTA.
           IF WS-REGISTRO-VALIDO = "N"
               DISPLAY "Consulta recusada: " WS-MOTIVO-ERRO
           ELSE
               PERFORM LOCALIZAR-NOME
               PERFORM LISTAR-HISTORICO
               ADD 1 TO WS-TOTAL-OPERACOES
           END-IF.
           PERFORM INICIO.

       VALIDAR-CONSULTA.
           MOVE "S" TO WS-REGISTRO-VALIDO.
           MOVE SPACES TO WS-MOTIVO-ERRO.
           IF WS-MATRICULA-TXT IS NOT NUMERIC
               MOVE "N" TO WS-REGISTRO-VALIDO
               MOVE "Matricula invalida" TO WS-MOTIVO-ERRO
           ELSE
               MOVE WS-MATRICULA-TXT TO WS-MATRICULA
           END-IF.
           IF WS-REGISTRO-VALIDO = "S"
               IF WS-INICIAL-TXT IS NOT NUMERIC
                       OR WS-FINAL-TXT IS NOT NUMERIC
                   MOVE "N" TO WS-REGISTRO-VALIDO
                   MOVE "Competencia invalida (use AAAAMM)"
                       TO WS-MOTIVO-ERRO
               ELSE
                   MOVE WS-INICIAL-TXT TO WS-COMPETENCIA-INICIAL
                   MOVE WS-FINAL-TXT TO WS-COMPETENCIA-FINAL
               END-IF
           END-IF.
           IF WS-REGISTRO-VALIDO = "S"
               IF WS-INICIAL-TXT(5:2) < "01"
                       OR WS-INICIAL-TXT(5:2) > "12"
                       OR WS-FINAL-TXT(5:2) < "01"
                       OR WS-FINAL-TXT(5:2) > "12"
                   MOVE "N" TO WS-REGISTRO-VALIDO
                   MOVE "Mes da competencia invalido"
                       TO WS-MOTIVO-ERRO
               END-IF
           END-IF.
           IF WS-REGISTRO-VALIDO = "S"
               IF WS-COMPETENCIA-FINAL < WS-COMPETENCIA-INICIAL
                   MOVE "N" TO WS-REGISTRO-VALIDO
                   MOVE "Competencia final antes da inicial"
                       TO WS-MOTIVO-ERRO
               END-IF
           END-IF.

       LOCALIZAR-NOME.
           MOVE "(nao consta no cadastro)" TO WS-NOME.
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
                                       = WS-MATRICULA
                               MOVE NOME-FUNCIONARIO TO WS-NOME
                               MOVE "S" TO WS-FIM-ARQ
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FUNCIONARIOS
           END-IF.

      * Le pela chave matricula + competencia a partir da inicial,
      * ate trocar a matricula ou passar da final.
       LISTAR-HISTORICO.
           MOVE 0 TO WS-QTD-MESES.
           MOVE 0 TO WS-SOMA-BRUTO.
           MOVE 0 TO WS-SOMA-DESCONTOS.
           MOVE 0 TO WS-SOMA-LIQUIDO.
           OPEN INPUT ARQ-FOLHA-HISTORICO.
           IF WS-STATUS-FOLHA-HISTORICO NOT = "00"
               DISPLAY "Erro ao abrir " WS-ARQ-FOLHA-HISTORICO
                  " Status: " WS-STATUS-FOLHA-HISTORICO
               MOVE "ConsultaHistoricoFolha" TO WS-ERRLOG-PROGRAMA
               MOVE "LISTAR-HISTORICO" TO WS-ERRLOG-PARAGRAFO
               MOVE WS-ARQ-FOLHA-HISTORICO TO WS-ERRLOG-ARQUIVO
               MOVE WS-STATUS-FOLHA-HISTORICO TO WS-ERRLOG-STATUS
               PERFORM GRAVAR-ERRORLOG
           ELSE
               DISPLAY "Funcionário: " WS-MATRICULA " " WS-NOME
               DISPLAY "Período: " WS-COMPETENCIA-INICIAL
                  " a " WS-COMPETENCIA-FINAL
               DISPLAY "Compet. Dep.          Bruto"
                  "      Descontos        Líquido"
               MOVE "N" TO WS-FIM-ARQ
               MOVE WS-MATRICULA TO FHI-MATRICULA
               MOVE WS-COMPETENCIA-INICIAL TO FHI-COMPETENCIA
               START ARQ-FOLHA-HISTORICO KEY IS >= FHI-CHAVE
                   INVALID KEY
                       MOVE "S" TO WS-FIM-ARQ
               END-START
               PERFORM UNTIL WS-FIM-ARQ = "S"
                   READ ARQ-FOLHA-HISTORICO NEXT RECORD
                       AT END
                           MOVE "S" TO WS-FIM-ARQ
                       NOT AT END
                           IF FHI-MATRICULA NOT = WS-MATRICULA
                                   OR FHI-COMPETENCIA
                                       > WS-COMPETENCIA-FINAL
                               MOVE "S" TO WS-FIM-ARQ
                           ELSE
                               PERFORM MOSTRAR-COMPETENCIA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQ-FOLHA-HISTORICO
               IF WS-QTD-MESES = 0
                   DISPLAY "Nenhum pagamento no período."
               ELSE
                   MOVE WS-QTD-MESES TO LT-MESES
                   MOVE WS-SOMA-BRUTO TO LT-BRUTO
                   MOVE WS-SOMA-DESCONTOS TO LT-DESCONTOS
                   MOVE WS-SOMA-LIQUIDO TO LT-LIQUIDO
                   DISPLAY LINHA-TOTAL
               END-IF
           END-IF.

       MOSTRAR-COMPETENCIA.
           ADD 1 TO WS-QTD-MESES.
           ADD FHI-SALARIO-BRUTO TO WS-SOMA-BRUTO.
           ADD FHI-TOTAL-DESCONTOS TO WS-SOMA-DESCONTOS.
           ADD FHI-SALARIO-LIQUIDO TO WS-SOMA-LIQUIDO.
           MOVE FHI-COMPETENCIA TO LH-COMPETENCIA.
           MOVE FHI-DEPARTAMENTO TO LH-DEPARTAMENTO.
           MOVE FHI-SALARIO-BRUTO TO LH-BRUTO.
           MOVE FHI-TOTAL-DESCONTOS TO LH-DESCONTOS.
           MOVE FHI-SALARIO-LIQUIDO TO LH-LIQUIDO.
           DISPLAY LINHA-HISTORICO.

       COPY JOBLOGPD.

       COPY ERRLOGPD.

       IDENTIFICATION DIVISION.
           PROGRAM-ID. BolsasDependentes.
           AUTHOR. Fernando Anselmo.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FUNCIONARIOS ASSIGN TO WS-ARQ-FUNCIONARIOS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-FUNCIONARIOS.

           SELECT ARQ-DEPENDENTES ASSIGN TO WS-ARQ-DEPENDENTES
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-DEPENDENTES.

           SELECT ARQ-ALUNOS ASSIGN TO WS-ARQ-ALUNOS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ALU-MATRICULA
               FILE STATUS IS WS-STATUS-ALUNOS.

           SELECT ARQ-BOLSAS ASSIGN TO WS-ARQ-BOLSAS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-BOLSAS.

           SELECT ARQ-POLITICA ASSIGN TO WS-ARQ-POLITICA
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-POLITICA.

           SELECT RELATORIO ASSIGN TO WS-ARQ-RELATORIO
               ORGANIZATION IS LINE SEQUENTIAL.

           COPY ERRLOGSL.

           COPY JOBLOGSL.

       DATA DIVISION.
       FILE SECTION.
       FD FUNCIONARIOS.
       01 DETALHEFUNCIONARIO.
           COPY FUNCIONARIO.

       FD ARQ-DEPENDENTES.
       01 REGISTRO-DEPENDENTE.
           COPY DEPENDENTE.

       FD ARQ-ALUNOS.
       01 REGISTRO-ALUNO.
           COPY ALUNO.

       FD ARQ-BOLSAS.
       01 REGISTRO-BOLSA.
           COPY BOLSA.

       FD ARQ-POLITICA.
       01 REGISTRO-POLITICA.
           COPY POLBOLSA.

       FD RELATORIO.
       01 LINHA-RELATORIO          PIC X(100).

       COPY ERRLOGFD.

       COPY JOBLOGFD.

       WORKING-STORAGE SECTION.
       COPY ERRLOGWS.

       COPY JOBLOGWS.

       01 WS-ARQ-FUNCIONARIOS    PIC X(40)
           VALUE "FUNCIONARIOS.DATA".
       01 WS-ARQ-DEPENDENTES     PIC X(40)
           VALUE "DEPENDENTES.DATA".
       01 WS-ARQ-ALUNOS          PIC X(40) VALUE "alunos.idx".
       01 WS-ARQ-BOLSAS          PIC X(40) VALUE "BOLSAS.DATA".
       01 WS-ARQ-POLITICA        PIC X(40)
           VALUE "BOLSAS-POLITICA.DATA".
       01 WS-ARQ-RELATORIO       PIC X(40)
           VALUE "BOLSAS-DEPENDENTES.LST".

       01 WS-STATUS-FUNCIONARIOS PIC X(2).
       01 WS-STATUS-DEPENDENTES  PIC X(2).
       01 WS-STATUS-ALUNOS       PIC X(2).
       01 WS-STATUS-BOLSAS       PIC X(2).
       01 WS-STATUS-POLITICA     PIC X(2).

       01 WS-FIM-FUNCIONARIOS    PIC X VALUE "N".
       01 WS-FIM-DEPENDENTES     PIC X VALUE "N".
       01 WS-FIM-ALUNOS          PIC X VALUE "N".
       01 WS-FIM-BOLSAS          PIC X VALUE "N".
       01 WS-FIM-POLITICA        PIC X VALUE "N".

       01 WS-FONTE-FUNCIONARIO   PIC X(20) VALUE "FUNCIONARIO".

       01 WS-DATA-HOJE           PIC 9(8).
       01 WS-COMPETENCIA-TXT     PIC X(6).
       01 WS-COMPETENCIA         PIC 9(6).
       01 WS-COMPETENCIA-ANTERIOR PIC 9(6).
       01 WS-DATA-REFERENCIA     PIC 9(8).
       01 FILLER REDEFINES WS-DATA-REFERENCIA.
           05 WS-REFERENCIA-AAAA PIC 9(4).
           05 WS-REFERENCIA-MMDD PIC 9(4).
       01 WS-COMPETENCIA-FIM     PIC 9(6).

      * Faixas de tempo de servico da politica de bolsa. Sem o
      * arquivo de politica valem as faixas padrao de
      * CARREGAR-POLITICA-PADRAO.
       01 QTD-POLITICA           PIC 9(3) VALUE 0.
       01 TABELA-POLITICA.
           05 TPO-ITEM OCCURS 20 TIMES INDEXED BY IDX-POL.
               10 TPO-ANOS-MINIMO PIC 9(2).
               10 TPO-PERCENTUAL  PIC 9(3)V9(2).

       01 QTD-FUNCIONARIOS       PIC 9(3) VALUE 0.
       01 TABELA-FUNCIONARIOS.
           05 TFU-ITEM OCCURS 500 TIMES INDEXED BY IDX-FUN.
               10 TFU-MATRICULA     PIC 9(5).
               10 TFU-ADMISSAO.
                   15 TFU-ADMISSAO-AAAA PIC 9(4).
                   15 TFU-ADMISSAO-MMDD PIC 9(4).
               10 TFU-DESLIGADO     PIC X.
               10 TFU-DATA-DESLIGAMENTO PIC X(8).

      * Dependentes com o aluno localizado: TDP-QTD-NOME conta os
      * alunos de mesmo nome; mais de um sem CPF que desempate
      * fica como excecao.
       01 QTD-DEPENDENTES        PIC 9(3) VALUE 0.
       01 TABELA-DEPENDENTES.
           05 TDP-ITEM OCCURS 500 TIMES INDEXED BY IDX-DEP.
               10 TDP-MATRICULA-FUNC PIC 9(5).
               10 TDP-NOME          PIC X(30).
               10 TDP-NOME-BUSCA    PIC X(30).
               10 TDP-CPF           PIC 9(11).
               10 TDP-ALUNO         PIC X(8).
               10 TDP-ACHOU-CPF     PIC X.
               10 TDP-QTD-NOME      PIC 9(2).

      * Todas as bolsas do arquivo na ordem de gravacao; as
      * alteradas sao regravadas na mesma posicao e as novas sao
      * acrescentadas ao final.
       01 QTD-BOLSAS             PIC 9(4) VALUE 0.
       01 QTD-BOLSAS-ARQUIVO     PIC 9(4) VALUE 0.
       01 TABELA-BOLSAS.
           05 TBO-ITEM OCCURS 2000 TIMES INDEXED BY IDX-BOL.
               10 TBO-MATRICULA     PIC X(8).
               10 TBO-PERCENTUAL    PIC 9(3)V9(2).
               10 TBO-FONTE         PIC X(20).
               10 TBO-INICIO        PIC 9(6).
               10 TBO-FIM           PIC 9(6).
               10 TBO-ALTERADA      PIC X.
               10 TBO-VINCULADA     PIC X.

       01 WS-BOLSAS-EXCEDIDAS    PIC X VALUE "N".
       01 WS-POSICAO             PIC 9(4) VALUE 0.

       01 WS-NOME-ALUNO          PIC X(30).
       01 WS-MINUSCULAS          PIC X(26)
           VALUE "abcdefghijklmnopqrstuvwxyz".
       01 WS-MAIUSCULAS          PIC X(26)
           VALUE "ABCDEFGHIJKLMNOPQRSTUVWXYZ".

       01 WS-ACHOU-FUNCIONARIO   PIC X VALUE "N".
       01 WS-ANOS-SERVICO        PIC 9(3).
       01 WS-PERCENTUAL          PIC 9(3)V9(2).
       01 WS-ANOS-FAIXA          PIC 9(2).
       01 WS-ACHOU-FAIXA         PIC X VALUE "N".
       01 WS-BOLSA-ATUAL         PIC 9(4).
       01 WS-BOLSA-OUTRA-FONTE   PIC X VALUE "N".
       01 WS-SITUACAO            PIC X(35).

       01 WS-TOTAIS.
           05 WS-TOTAL-VINCULADOS    PIC 9(5) VALUE 0.
           05 WS-TOTAL-CRIADAS       PIC 9(5) VALUE 0.
           05 WS-TOTAL-ALTERADAS     PIC 9(5) VALUE 0.
           05 WS-TOTAL-ENCERRADAS    PIC 9(5) VALUE 0.
           05 WS-TOTAL-MANTIDAS      PIC 9(5) VALUE 0.
           05 WS-TOTAL-EXCECOES      PIC 9(5) VALUE 0.
           05 WS-TOTAL-SEM-VINCULO   PIC 9(5) VALUE 0.

       01 WS-TOTAL-ED            PIC ZZZZ9.

       01 LINHA-BOLSA.
           05 LB-MATRICULA-FUNC  PIC 9(5).
           05 FILLER             PIC X(2) VALUE SPACES.
           05 LB-NOME            PIC X(30).
           05 FILLER             PIC X(2) VALUE SPACES.
           05 LB-ALUNO           PIC X(8).
           05 FILLER             PIC X(2) VALUE SPACES.
           05 LB-PERCENTUAL      PIC ZZ9.99.
           05 FILLER             PIC X(2) VALUE SPACES.
           05 LB-SITUACAO        PIC X(35).

       PROCEDURE DIVISION.
       INICIO.
           PERFORM DEFINIR-ARQUIVOS.
           DISPLAY "============================================".
           DISPLAY " Bolsas de Dependentes de Funcionarios".
           DISPLAY "============================================".
           MOVE "BolsasDependentes" TO WS-JOBLOG-PROGRAMA.
           MOVE "INICIO" TO WS-JOBLOG-EVENTO.
           PERFORM GRAVAR-JOBLOG.

           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
           ACCEPT WS-COMPETENCIA-TXT FROM ENVIRONMENT
                   "BOLSA_COMPETENCIA"
               ON EXCEPTION
                   MOVE SPACES TO WS-COMPETENCIA-TXT
           END-ACCEPT.
           IF WS-COMPETENCIA-TXT IS NUMERIC
               MOVE WS-COMPETENCIA-TXT TO WS-COMPETENCIA
           ELSE
               MOVE WS-DATA-HOJE(1:6) TO WS-COMPETENCIA
           END-IF.
           IF WS-COMPETENCIA(5:2) = "01"
               COMPUTE WS-COMPETENCIA-ANTERIOR = WS-COMPETENCIA - 89
           ELSE
               COMPUTE WS-COMPETENCIA-ANTERIOR = WS-COMPETENCIA - 1
           END-IF.
           COMPUTE WS-DATA-REFERENCIA = WS-COMPETENCIA * 100 + 1.
           DISPLAY "Competencia: " WS-COMPETENCIA.

           PERFORM CARREGAR-POLITICA.
           PERFORM CARREGAR-FUNCIONARIOS.
           PERFORM CARREGAR-DEPENDENTES.
           PERFORM CARREGAR-BOLSAS.
           IF WS-BOLSAS-EXCEDIDAS = "S"
               DISPLAY "Arquivo de bolsas excede a capacidade da "
                  "tabela (2000). Nada foi alterado."
               MOVE "BolsasDependentes" TO WS-ERRLOG-PROGRAMA
               MOVE "CARREGAR-BOLSAS" TO WS-ERRLOG-PARAGRAFO
               MOVE WS-ARQ-BOLSAS TO WS-ERRLOG-ARQUIVO
               MOVE WS-STATUS-BOLSAS TO WS-ERRLOG-STATUS
               PERFORM GRAVAR-ERRORLOG
               MOVE 8 TO RETURN-CODE
               MOVE 0 TO WS-JOBLOG-QTD-REGISTROS
               MOVE "FIM" TO WS-JOBLOG-EVENTO
               PERFORM GRAVAR-JOBLOG
               GOBACK
           END-IF.

           OPEN INPUT ARQ-ALUNOS.
           IF WS-STATUS-ALUNOS NOT = "00"
               DISPLAY "Erro ao abrir " WS-ARQ-ALUNOS
                  " Status: " WS-STATUS-ALUNOS
               MOVE "BolsasDependentes" TO WS-ERRLOG-PROGRAMA
               MOVE "INICIO" TO WS-ERRLOG-PARAGRAFO
               MOVE WS-ARQ-ALUNOS TO WS-ERRLOG-ARQUIVO
               MOVE WS-STATUS-ALUNOS TO WS-ERRLOG-STATUS
               PERFORM GRAVAR-ERRORLOG
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM UNTIL WS-FIM-ALUNOS = "S"
                   READ ARQ-ALUNOS NEXT RECORD
                       AT END
                           MOVE "S" TO WS-FIM-ALUNOS
                       NOT AT END
                           PERFORM LOCALIZAR-DEPENDENTES-ALUNO
                   END-READ
               END-PERFORM
               CLOSE ARQ-ALUNOS

               OPEN OUTPUT RELATORIO
               MOVE SPACES TO LINHA-RELATORIO
               STRING "Bolsas de Dependentes de Funcionarios - "
                   DELIMITED BY SIZE
                   "Competencia " DELIMITED BY SIZE
                   WS-COMPETENCIA DELIMITED BY SIZE
                   INTO LINHA-RELATORIO
               END-STRING
               WRITE LINHA-RELATORIO
               MOVE SPACES TO LINHA-RELATORIO
               WRITE LINHA-RELATORIO
               MOVE SPACES TO LINHA-RELATORIO
               MOVE "Func." TO LINHA-RELATORIO(1:5)
               MOVE "Dependente" TO LINHA-RELATORIO(8:10)
               MOVE "Aluno" TO LINHA-RELATORIO(40:5)
               MOVE "%Bolsa" TO LINHA-RELATORIO(50:6)
               MOVE "Situacao" TO LINHA-RELATORIO(58:8)
               WRITE LINHA-RELATORIO
               PERFORM VARYING IDX-DEP FROM 1 BY 1
                       UNTIL IDX-DEP > QTD-DEPENDENTES
                   PERFORM PROCESSAR-DEPENDENTE
               END-PERFORM
               PERFORM LISTAR-BOLSAS-SEM-VINCULO
               PERFORM GRAVAR-BOLSAS
               PERFORM ESCREVER-TOTAIS
               CLOSE RELATORIO
               DISPLAY "Relatorio gravado em " WS-ARQ-RELATORIO
           END-IF.

           DISPLAY "Bolsas criadas.......: " WS-TOTAL-CRIADAS.
           DISPLAY "Bolsas alteradas.....: " WS-TOTAL-ALTERADAS.
           DISPLAY "Bolsas encerradas....: " WS-TOTAL-ENCERRADAS.
           DISPLAY "Excecoes.............: " WS-TOTAL-EXCECOES.
           IF RETURN-CODE = 0
                   AND (WS-TOTAL-EXCECOES > 0
                       OR WS-TOTAL-SEM-VINCULO > 0)
               MOVE 4 TO RETURN-CODE
           END-IF.

           COMPUTE WS-JOBLOG-QTD-REGISTROS = WS-TOTAL-CRIADAS
               + WS-TOTAL-ALTERADAS + WS-TOTAL-ENCERRADAS.
           MOVE "FIM" TO WS-JOBLOG-EVENTO.
           PERFORM GRAVAR-JOBLOG.
           GOBACK.

       DEFINIR-ARQUIVOS.
           ACCEPT WS-ARQ-FUNCIONARIOS FROM ENVIRONMENT
                   "FUNCIONARIOS_DATA"
               ON EXCEPTION
                   MOVE "FUNCIONARIOS.DATA" TO WS-ARQ-FUNCIONARIOS
           END-ACCEPT.
           ACCEPT WS-ARQ-DEPENDENTES FROM ENVIRONMENT
                   "DEPENDENTES_DATA"
               ON EXCEPTION
                   MOVE "DEPENDENTES.DATA" TO WS-ARQ-DEPENDENTES
           END-ACCEPT.
           ACCEPT WS-ARQ-ALUNOS FROM ENVIRONMENT "ALUNOS_IDX"
               ON EXCEPTION
                   MOVE "alunos.idx" TO WS-ARQ-ALUNOS
           END-ACCEPT.
           ACCEPT WS-ARQ-BOLSAS FROM ENVIRONMENT "BOLSAS_DATA"
               ON EXCEPTION
                   MOVE "BOLSAS.DATA" TO WS-ARQ-BOLSAS
           END-ACCEPT.
           ACCEPT WS-ARQ-POLITICA FROM ENVIRONMENT
                   "BOLSAS_POLITICA_DATA"
               ON EXCEPTION
                   MOVE "BOLSAS-POLITICA.DATA" TO WS-ARQ-POLITICA
           END-ACCEPT.
           ACCEPT WS-ARQ-RELATORIO FROM ENVIRONMENT
                   "BOLSAS_DEPENDENTES_LST"
               ON EXCEPTION
                   MOVE "BOLSAS-DEPENDENTES.LST" TO WS-ARQ-RELATORIO
           END-ACCEPT.

       CARREGAR-POLITICA.
           MOVE 0 TO QTD-POLITICA.
           MOVE "N" TO WS-FIM-POLITICA.
           OPEN INPUT ARQ-POLITICA.
           IF WS-STATUS-POLITICA = "00"
               PERFORM UNTIL WS-FIM-POLITICA = "S"
                   READ ARQ-POLITICA
                       AT END
                           MOVE "S" TO WS-FIM-POLITICA
                       NOT AT END
                           IF PBF-ANOS-MINIMO IS NUMERIC
                                   AND PBF-PERCENTUAL IS NUMERIC
                                   AND QTD-POLITICA < 20
                               ADD 1 TO QTD-POLITICA
                               SET IDX-POL TO QTD-POLITICA
                               MOVE PBF-ANOS-MINIMO
                                   TO TPO-ANOS-MINIMO(IDX-POL)
                               MOVE PBF-PERCENTUAL
                                   TO TPO-PERCENTUAL(IDX-POL)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQ-POLITICA
           END-IF.
           IF QTD-POLITICA = 0
               DISPLAY "Politica de bolsas ausente: " WS-ARQ-POLITICA
                  " - usando faixas padrao."
               PERFORM CARREGAR-POLITICA-PADRAO
           END-IF.

      * Faixas padrao: ate 2 anos 30%, de 2 a 5 anos 50%, de 5 a
      * 10 anos 75% e a partir de 10 anos bolsa integral.
       CARREGAR-POLITICA-PADRAO.
           MOVE 4 TO QTD-POLITICA.
           MOVE 0 TO TPO-ANOS-MINIMO(1).
           MOVE 30 TO TPO-PERCENTUAL(1).
           MOVE 2 TO TPO-ANOS-MINIMO(2).
           MOVE 50 TO TPO-PERCENTUAL(2).
           MOVE 5 TO TPO-ANOS-MINIMO(3).
           MOVE 75 TO TPO-PERCENTUAL(3).
           MOVE 10 TO TPO-ANOS-MINIMO(4).
           MOVE 100 TO TPO-PERCENTUAL(4).

       CARREGAR-FUNCIONARIOS.
           MOVE 0 TO QTD-FUNCIONARIOS.
           MOVE "N" TO WS-FIM-FUNCIONARIOS.
           OPEN INPUT FUNCIONARIOS.
           IF WS-STATUS-FUNCIONARIOS = "00"
               PERFORM UNTIL WS-FIM-FUNCIONARIOS = "S"
                   READ FUNCIONARIOS
                       AT END
                           MOVE "S" TO WS-FIM-FUNCIONARIOS
                       NOT AT END
                           IF DETALHEFUNCIONARIO(1:3) NOT = "HDR"
                                   AND DETALHEFUNCIONARIO(1:3)
                                       NOT = "TRL"
                                   AND MATRICULA-FUNCIONARIO
                                       IS NUMERIC
                                   AND QTD-FUNCIONARIOS < 500
                               ADD 1 TO QTD-FUNCIONARIOS
                               SET IDX-FUN TO QTD-FUNCIONARIOS
                               MOVE MATRICULA-FUNCIONARIO
                                   TO TFU-MATRICULA(IDX-FUN)
                               MOVE DATA-ADMISSAO
                                   TO TFU-ADMISSAO(IDX-FUN)
                               MOVE "N" TO TFU-DESLIGADO(IDX-FUN)
                               IF FUNCIONARIO-DESLIGADO
                                   MOVE "S"
                                       TO TFU-DESLIGADO(IDX-FUN)
                               END-IF
                               MOVE DATA-DESLIGAMENTO
                                   TO TFU-DATA-DESLIGAMENTO(IDX-FUN)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FUNCIONARIOS
           ELSE
               DISPLAY "Erro ao abrir " WS-ARQ-FUNCIONARIOS
                  " Status: " WS-STATUS-FUNCIONARIOS
               MOVE "BolsasDependentes" TO WS-ERRLOG-PROGRAMA
               MOVE "CARREGAR-FUNCIONARIOS" TO WS-ERRLOG-PARAGRAFO
               MOVE WS-ARQ-FUNCIONARIOS TO WS-ERRLOG-ARQUIVO
               MOVE WS-STATUS-FUNCIONARIOS TO WS-ERRLOG-STATUS
               PERFORM GRAVAR-ERRORLOG
               MOVE 4 TO RETURN-CODE
           END-IF.

       CARREGAR-DEPENDENTES.
           MOVE 0 TO QTD-DEPENDENTES.
           MOVE "N" TO WS-FIM-DEPENDENTES.
           OPEN INPUT ARQ-DEPENDENTES.
           IF WS-STATUS-DEPENDENTES = "00"
               PERFORM UNTIL WS-FIM-DEPENDENTES = "S"
                   READ ARQ-DEPENDENTES
                       AT END
                           MOVE "S" TO WS-FIM-DEPENDENTES
                       NOT AT END
                           IF QTD-DEPENDENTES < 500
                               ADD 1 TO QTD-DEPENDENTES
                               SET IDX-DEP TO QTD-DEPENDENTES
                               PERFORM GUARDAR-DEPENDENTE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQ-DEPENDENTES
           ELSE
               DISPLAY "Cadastro de dependentes ausente: "
                  WS-ARQ-DEPENDENTES
           END-IF.

       GUARDAR-DEPENDENTE.
           MOVE DPD-MATRICULA-FUNC TO TDP-MATRICULA-FUNC(IDX-DEP).
           MOVE DPD-NOME-DEPENDENTE TO TDP-NOME(IDX-DEP).
           MOVE DPD-NOME-DEPENDENTE TO TDP-NOME-BUSCA(IDX-DEP).
           INSPECT TDP-NOME-BUSCA(IDX-DEP)
               CONVERTING WS-MINUSCULAS TO WS-MAIUSCULAS.
           IF DPD-CPF IS NUMERIC
               MOVE DPD-CPF TO TDP-CPF(IDX-DEP)
           ELSE
               MOVE 0 TO TDP-CPF(IDX-DEP)
           END-IF.
           MOVE SPACES TO TDP-ALUNO(IDX-DEP).
           MOVE "N" TO TDP-ACHOU-CPF(IDX-DEP).
           MOVE 0 TO TDP-QTD-NOME(IDX-DEP).

       CARREGAR-BOLSAS.
           MOVE 0 TO QTD-BOLSAS.
           MOVE "N" TO WS-FIM-BOLSAS.
           MOVE "N" TO WS-BOLSAS-EXCEDIDAS.
           OPEN INPUT ARQ-BOLSAS.
           IF WS-STATUS-BOLSAS = "00"
               PERFORM UNTIL WS-FIM-BOLSAS = "S"
                   READ ARQ-BOLSAS
                       AT END
                           MOVE "S" TO WS-FIM-BOLSAS
                       NOT AT END
                           IF QTD-BOLSAS < 2000
                               ADD 1 TO QTD-BOLSAS
                               SET IDX-BOL TO QTD-BOLSAS
                               PERFORM GUARDAR-BOLSA
                           ELSE
                               MOVE "S" TO WS-BOLSAS-EXCEDIDAS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQ-BOLSAS
           END-IF.
           MOVE QTD-BOLSAS TO QTD-BOLSAS-ARQUIVO.

       GUARDAR-BOLSA.
           MOVE BOL-MATRICULA TO TBO-MATRICULA(IDX-BOL).
           MOVE BOL-PERCENTUAL TO TBO-PERCENTUAL(IDX-BOL).
           MOVE BOL-FONTE TO TBO-FONTE(IDX-BOL).
           MOVE BOL-COMPETENCIA-INICIO TO TBO-INICIO(IDX-BOL).
           MOVE BOL-COMPETENCIA-FIM TO TBO-FIM(IDX-BOL).
           MOVE "N" TO TBO-ALTERADA(IDX-BOL).
           MOVE "N" TO TBO-VINCULADA(IDX-BOL).

      * O aluno e comparado com cada dependente: o CPF, quando os
      * dois o tem, decide; sem CPF vale o nome completo.
       LOCALIZAR-DEPENDENTES-ALUNO.
           MOVE ALU-NOME TO WS-NOME-ALUNO.
           INSPECT WS-NOME-ALUNO
               CONVERTING WS-MINUSCULAS TO WS-MAIUSCULAS.
           PERFORM VARYING IDX-DEP FROM 1 BY 1
                   UNTIL IDX-DEP > QTD-DEPENDENTES
               IF TDP-CPF(IDX-DEP) > 0
                       AND ALU-CPF IS NUMERIC
                       AND ALU-CPF = TDP-CPF(IDX-DEP)
                   MOVE ALU-MATRICULA TO TDP-ALUNO(IDX-DEP)
                   MOVE "S" TO TDP-ACHOU-CPF(IDX-DEP)
               ELSE
                   IF TDP-ACHOU-CPF(IDX-DEP) = "N"
                           AND WS-NOME-ALUNO = TDP-NOME-BUSCA(IDX-DEP)
                           AND (TDP-CPF(IDX-DEP) = 0
                               OR ALU-CPF NOT NUMERIC
                               OR ALU-CPF = 0)
                       ADD 1 TO TDP-QTD-NOME(IDX-DEP)
                       MOVE ALU-MATRICULA TO TDP-ALUNO(IDX-DEP)
                   END-IF
               END-IF
           END-PERFORM.

       PROCESSAR-DEPENDENTE.
           MOVE TDP-MATRICULA-FUNC(IDX-DEP) TO LB-MATRICULA-FUNC.
           MOVE TDP-NOME(IDX-DEP) TO LB-NOME.
           MOVE TDP-ALUNO(IDX-DEP) TO LB-ALUNO.
           MOVE 0 TO LB-PERCENTUAL.
           IF TDP-ALUNO(IDX-DEP) = SPACES
               MOVE "EXCECAO: ALUNO NAO LOCALIZADO" TO WS-SITUACAO
               PERFORM GRAVAR-EXCECAO
           ELSE
               IF TDP-ACHOU-CPF(IDX-DEP) = "N"
                       AND TDP-QTD-NOME(IDX-DEP) > 1
                   MOVE SPACES TO LB-ALUNO
                   MOVE "EXCECAO: NOME EM MAIS DE 1 ALUNO"
                       TO WS-SITUACAO
                   PERFORM GRAVAR-EXCECAO
               ELSE
                   PERFORM BUSCAR-FUNCIONARIO
                   IF WS-ACHOU-FUNCIONARIO = "N"
                       MOVE "EXCECAO: FUNCIONARIO INEXISTENTE"
                           TO WS-SITUACAO
                       PERFORM GRAVAR-EXCECAO
                   ELSE
                       ADD 1 TO WS-TOTAL-VINCULADOS
                       IF TFU-DESLIGADO(IDX-FUN) = "S"
                           PERFORM ENCERRAR-BOLSAS-DESLIGADO
                       ELSE
                           PERFORM CONCEDER-BOLSA
                       END-IF
                   END-IF
               END-IF
           END-IF.

       BUSCAR-FUNCIONARIO.
           MOVE "N" TO WS-ACHOU-FUNCIONARIO.
           PERFORM VARYING IDX-FUN FROM 1 BY 1
                   UNTIL IDX-FUN > QTD-FUNCIONARIOS
                       OR WS-ACHOU-FUNCIONARIO = "S"
               IF TFU-MATRICULA(IDX-FUN) = TDP-MATRICULA-FUNC(IDX-DEP)
                   MOVE "S" TO WS-ACHOU-FUNCIONARIO
               END-IF
           END-PERFORM.
           IF WS-ACHOU-FUNCIONARIO = "S"
               SET IDX-FUN DOWN BY 1
           END-IF.

      * Anos completos de casa no primeiro dia da competencia e a
      * faixa da politica de maior minimo atingido.
       CALCULAR-PERCENTUAL.
           IF TFU-ADMISSAO-AAAA(IDX-FUN) NOT NUMERIC
                   OR TFU-ADMISSAO-AAAA(IDX-FUN)
                       >= WS-REFERENCIA-AAAA
               MOVE 0 TO WS-ANOS-SERVICO
           ELSE
               COMPUTE WS-ANOS-SERVICO = WS-REFERENCIA-AAAA
                   - TFU-ADMISSAO-AAAA(IDX-FUN)
               IF WS-REFERENCIA-MMDD < TFU-ADMISSAO-MMDD(IDX-FUN)
                   SUBTRACT 1 FROM WS-ANOS-SERVICO
               END-IF
           END-IF.
           MOVE 0 TO WS-PERCENTUAL.
           MOVE 0 TO WS-ANOS-FAIXA.
           MOVE "N" TO WS-ACHOU-FAIXA.
           PERFORM VARYING IDX-POL FROM 1 BY 1
                   UNTIL IDX-POL > QTD-POLITICA
               IF TPO-ANOS-MINIMO(IDX-POL) <= WS-ANOS-SERVICO
                       AND (WS-ACHOU-FAIXA = "N"
                           OR TPO-ANOS-MINIMO(IDX-POL)
                               >= WS-ANOS-FAIXA)
                   MOVE "S" TO WS-ACHOU-FAIXA
                   MOVE TPO-ANOS-MINIMO(IDX-POL) TO WS-ANOS-FAIXA
                   MOVE TPO-PERCENTUAL(IDX-POL) TO WS-PERCENTUAL
               END-IF
           END-PERFORM.

      * Bolsa vigente do aluno na competencia (qualquer fonte).
       BUSCAR-BOLSA-VIGENTE.
           MOVE 0 TO WS-BOLSA-ATUAL.
           MOVE "N" TO WS-BOLSA-OUTRA-FONTE.
           PERFORM VARYING IDX-BOL FROM 1 BY 1
                   UNTIL IDX-BOL > QTD-BOLSAS
               IF TBO-MATRICULA(IDX-BOL) = TDP-ALUNO(IDX-DEP)
                       AND TBO-INICIO(IDX-BOL) <= WS-COMPETENCIA
                       AND (TBO-FIM(IDX-BOL) = 0
                           OR TBO-FIM(IDX-BOL) >= WS-COMPETENCIA)
                   IF TBO-FONTE(IDX-BOL) = WS-FONTE-FUNCIONARIO
                       SET WS-BOLSA-ATUAL TO IDX-BOL
                   ELSE
                       MOVE "S" TO WS-BOLSA-OUTRA-FONTE
                   END-IF
               END-IF
           END-PERFORM.

      * Funcionario ativo: cria a bolsa ou ajusta o percentual a
      * faixa atual. A troca de faixa encerra a bolsa na
      * competencia anterior e abre outra, preservando o historico
      * das mensalidades ja faturadas. Aluno com bolsa de outra
      * fonte nao acumula a de funcionario.
       CONCEDER-BOLSA.
           PERFORM CALCULAR-PERCENTUAL.
           MOVE WS-PERCENTUAL TO LB-PERCENTUAL.
           PERFORM BUSCAR-BOLSA-VIGENTE.
           IF WS-BOLSA-ATUAL = 0
               IF WS-BOLSA-OUTRA-FONTE = "S"
                   MOVE "EXCECAO: BOLSA DE OUTRA FONTE" TO WS-SITUACAO
                   PERFORM GRAVAR-EXCECAO
               ELSE
                   PERFORM INCLUIR-BOLSA
                   MOVE "BOLSA CRIADA" TO WS-SITUACAO
                   ADD 1 TO WS-TOTAL-CRIADAS
                   PERFORM GRAVAR-LINHA-BOLSA
               END-IF
           ELSE
               SET IDX-BOL TO WS-BOLSA-ATUAL
               MOVE "S" TO TBO-VINCULADA(IDX-BOL)
               EVALUATE TRUE
                   WHEN TBO-PERCENTUAL(IDX-BOL) >= WS-PERCENTUAL
                           AND TBO-ALTERADA(IDX-BOL) = "S"
                       CONTINUE
                   WHEN TBO-PERCENTUAL(IDX-BOL) = WS-PERCENTUAL
                       ADD 1 TO WS-TOTAL-MANTIDAS
                   WHEN TBO-INICIO(IDX-BOL) = WS-COMPETENCIA
                       MOVE WS-PERCENTUAL TO TBO-PERCENTUAL(IDX-BOL)
                       MOVE "S" TO TBO-ALTERADA(IDX-BOL)
                       MOVE "PERCENTUAL ALTERADO" TO WS-SITUACAO
                       ADD 1 TO WS-TOTAL-ALTERADAS
                       PERFORM GRAVAR-LINHA-BOLSA
                   WHEN OTHER
                       MOVE WS-COMPETENCIA-ANTERIOR
                           TO TBO-FIM(IDX-BOL)
                       MOVE "S" TO TBO-ALTERADA(IDX-BOL)
                       PERFORM INCLUIR-BOLSA
                       MOVE "NOVA FAIXA DE TEMPO DE CASA"
                           TO WS-SITUACAO
                       ADD 1 TO WS-TOTAL-ALTERADAS
                       PERFORM GRAVAR-LINHA-BOLSA
               END-EVALUATE
           END-IF.

       INCLUIR-BOLSA.
           IF QTD-BOLSAS < 2000
               ADD 1 TO QTD-BOLSAS
               SET IDX-BOL TO QTD-BOLSAS
               MOVE TDP-ALUNO(IDX-DEP) TO TBO-MATRICULA(IDX-BOL)
               MOVE WS-PERCENTUAL TO TBO-PERCENTUAL(IDX-BOL)
               MOVE WS-FONTE-FUNCIONARIO TO TBO-FONTE(IDX-BOL)
               MOVE WS-COMPETENCIA TO TBO-INICIO(IDX-BOL)
               MOVE 0 TO TBO-FIM(IDX-BOL)
               MOVE "S" TO TBO-ALTERADA(IDX-BOL)
               MOVE "S" TO TBO-VINCULADA(IDX-BOL)
           END-IF.

      * Funcionario desligado: a bolsa vale ate a competencia do
      * desligamento e deixa de ser aplicada na seguinte.
       ENCERRAR-BOLSAS-DESLIGADO.
           IF TFU-DATA-DESLIGAMENTO(IDX-FUN)(1:6) IS NUMERIC
               MOVE TFU-DATA-DESLIGAMENTO(IDX-FUN)(1:6)
                   TO WS-COMPETENCIA-FIM
           ELSE
               MOVE WS-COMPETENCIA-ANTERIOR TO WS-COMPETENCIA-FIM
           END-IF.
           PERFORM VARYING IDX-BOL FROM 1 BY 1
                   UNTIL IDX-BOL > QTD-BOLSAS
               IF TBO-MATRICULA(IDX-BOL) = TDP-ALUNO(IDX-DEP)
                       AND TBO-FONTE(IDX-BOL) = WS-FONTE-FUNCIONARIO
                       AND (TBO-FIM(IDX-BOL) = 0
                           OR TBO-FIM(IDX-BOL) > WS-COMPETENCIA-FIM)
                   MOVE "S" TO TBO-VINCULADA(IDX-BOL)
                   MOVE "S" TO TBO-ALTERADA(IDX-BOL)
                   MOVE WS-COMPETENCIA-FIM TO TBO-FIM(IDX-BOL)
                   MOVE TBO-PERCENTUAL(IDX-BOL) TO LB-PERCENTUAL
                   MOVE SPACES TO WS-SITUACAO
                   STRING "ENCERRADA EM " DELIMITED BY SIZE
                       TBO-FIM(IDX-BOL) DELIMITED BY SIZE
                       " (DESLIGADO)" DELIMITED BY SIZE
                       INTO WS-SITUACAO
                   END-STRING
                   ADD 1 TO WS-TOTAL-ENCERRADAS
                   PERFORM GRAVAR-LINHA-BOLSA
               END-IF
           END-PERFORM.

       GRAVAR-LINHA-BOLSA.
           MOVE WS-SITUACAO TO LB-SITUACAO.
           MOVE LINHA-BOLSA TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.

       GRAVAR-EXCECAO.
           ADD 1 TO WS-TOTAL-EXCECOES.
           PERFORM GRAVAR-LINHA-BOLSA.

      * Bolsas de funcionario vigentes sem dependente vinculado
      * nesta execucao sao apenas listadas para a secretaria.
       LISTAR-BOLSAS-SEM-VINCULO.
           PERFORM VARYING IDX-BOL FROM 1 BY 1
                   UNTIL IDX-BOL > QTD-BOLSAS
               IF TBO-FONTE(IDX-BOL) = WS-FONTE-FUNCIONARIO
                       AND TBO-VINCULADA(IDX-BOL) = "N"
                       AND TBO-INICIO(IDX-BOL) <= WS-COMPETENCIA
                       AND (TBO-FIM(IDX-BOL) = 0
                           OR TBO-FIM(IDX-BOL) >= WS-COMPETENCIA)
                   MOVE 0 TO LB-MATRICULA-FUNC
                   MOVE SPACES TO LB-NOME
                   MOVE TBO-MATRICULA(IDX-BOL) TO LB-ALUNO
                   MOVE TBO-PERCENTUAL(IDX-BOL) TO LB-PERCENTUAL
                   MOVE "ALERTA: SEM DEPENDENTE VINCULADO"
                       TO WS-SITUACAO
                   ADD 1 TO WS-TOTAL-SEM-VINCULO
                   PERFORM GRAVAR-LINHA-BOLSA
               END-IF
           END-PERFORM.

      * Regrava as bolsas alteradas na mesma posicao do arquivo e
      * acrescenta as novas ao final.
       GRAVAR-BOLSAS.
           IF QTD-BOLSAS-ARQUIVO > 0
               MOVE "N" TO WS-FIM-BOLSAS
               MOVE 0 TO WS-POSICAO
               OPEN I-O ARQ-BOLSAS
               IF WS-STATUS-BOLSAS NOT = "00"
                   PERFORM ERRO-GRAVAR-BOLSAS
               ELSE
                   PERFORM UNTIL WS-FIM-BOLSAS = "S"
                       READ ARQ-BOLSAS
                           AT END
                               MOVE "S" TO WS-FIM-BOLSAS
                           NOT AT END
                               ADD 1 TO WS-POSICAO
                               PERFORM REGRAVAR-BOLSA
                       END-READ
                   END-PERFORM
                   CLOSE ARQ-BOLSAS
               END-IF
           END-IF.
           IF QTD-BOLSAS > QTD-BOLSAS-ARQUIVO
               OPEN EXTEND ARQ-BOLSAS
               IF WS-STATUS-BOLSAS = "35"
                   OPEN OUTPUT ARQ-BOLSAS
               END-IF
               IF WS-STATUS-BOLSAS NOT = "00"
                   PERFORM ERRO-GRAVAR-BOLSAS
               ELSE
                   COMPUTE WS-POSICAO = QTD-BOLSAS-ARQUIVO + 1
                   PERFORM VARYING IDX-BOL FROM WS-POSICAO BY 1
                           UNTIL IDX-BOL > QTD-BOLSAS
                       PERFORM MONTAR-REGISTRO-BOLSA
                       WRITE REGISTRO-BOLSA
                   END-PERFORM
                   CLOSE ARQ-BOLSAS
               END-IF
           END-IF.

       REGRAVAR-BOLSA.
           IF WS-POSICAO <= QTD-BOLSAS-ARQUIVO
               SET IDX-BOL TO WS-POSICAO
               IF TBO-ALTERADA(IDX-BOL) = "S"
                   PERFORM MONTAR-REGISTRO-BOLSA
                   REWRITE REGISTRO-BOLSA
                   IF WS-STATUS-BOLSAS NOT = "00"
                       PERFORM ERRO-GRAVAR-BOLSAS
                   END-IF
               END-IF
           END-IF.

       MONTAR-REGISTRO-BOLSA.
           MOVE TBO-MATRICULA(IDX-BOL) TO BOL-MATRICULA.
           MOVE TBO-PERCENTUAL(IDX-BOL) TO BOL-PERCENTUAL.
           MOVE TBO-FONTE(IDX-BOL) TO BOL-FONTE.
           MOVE TBO-INICIO(IDX-BOL) TO BOL-COMPETENCIA-INICIO.
           MOVE TBO-FIM(IDX-BOL) TO BOL-COMPETENCIA-FIM.

       ERRO-GRAVAR-BOLSAS.
           DISPLAY "Erro ao gravar " WS-ARQ-BOLSAS
              " Status: " WS-STATUS-BOLSAS.
           MOVE "BolsasDependentes" TO WS-ERRLOG-PROGRAMA.
           MOVE "GRAVAR-BOLSAS" TO WS-ERRLOG-PARAGRAFO.
           MOVE WS-ARQ-BOLSAS TO WS-ERRLOG-ARQUIVO.
           MOVE WS-STATUS-BOLSAS TO WS-ERRLOG-STATUS.
           PERFORM GRAVAR-ERRORLOG.
           MOVE 8 TO RETURN-CODE.

       ESCREVER-TOTAIS.
           MOVE SPACES TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE WS-TOTAL-VINCULADOS TO WS-TOTAL-ED.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "Dependentes vinculados..: " DELIMITED BY SIZE
               WS-TOTAL-ED DELIMITED BY SIZE
               INTO LINHA-RELATORIO
           END-STRING.
           WRITE LINHA-RELATORIO.
           MOVE WS-TOTAL-CRIADAS TO WS-TOTAL-ED.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "Bolsas criadas..........: " DELIMITED BY SIZE
               WS-TOTAL-ED DELIMITED BY SIZE
               INTO LINHA-RELATORIO
           END-STRING.
           WRITE LINHA-RELATORIO.
           MOVE WS-TOTAL-ALTERADAS TO WS-TOTAL-ED.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "Bolsas alteradas........: " DELIMITED BY SIZE
               WS-TOTAL-ED DELIMITED BY SIZE
               INTO LINHA-RELATORIO
           END-STRING.
           WRITE LINHA-RELATORIO.
           MOVE WS-TOTAL-ENCERRADAS TO WS-TOTAL-ED.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "Bolsas encerradas.......: " DELIMITED BY SIZE
               WS-TOTAL-ED DELIMITED BY SIZE
               INTO LINHA-RELATORIO
           END-STRING.
           WRITE LINHA-RELATORIO.
           MOVE WS-TOTAL-MANTIDAS TO WS-TOTAL-ED.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "Bolsas mantidas.........: " DELIMITED BY SIZE
               WS-TOTAL-ED DELIMITED BY SIZE
               INTO LINHA-RELATORIO
           END-STRING.
           WRITE LINHA-RELATORIO.
           MOVE WS-TOTAL-EXCECOES TO WS-TOTAL-ED.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "Dependentes nao casados.: " DELIMITED BY SIZE
               WS-TOTAL-ED DELIMITED BY SIZE
               INTO LINHA-RELATORIO
           END-STRING.
           WRITE LINHA-RELATORIO.
           MOVE WS-TOTAL-SEM-VINCULO TO WS-TOTAL-ED.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "Bolsas sem dependente...: " DELIMITED BY SIZE
               WS-TOTAL-ED DELIMITED BY SIZE
               INTO LINHA-RELATORIO
           END-STRING.
           WRITE LINHA-RELATORIO.

       COPY ERRLOGPD.

       COPY JOBLOGPD.

       IDENTIFICATION DIVISION.
           PROGRAM-ID. VestibularConfirmacao.
           AUTHOR. Fernando Anselmo.

      * Confirmacao de vaga do vestibular (confirmacoes-vestibular
      * .csv). Linha: inscricao;acao;endereco;cidade;uf;cep;
      * telefone;email;responsavel;contato, acao C (confirma) ou
      * D (desiste; basta inscricao;D). A confirmacao do aprovado
      * gera numa passada so o aluno em alunos.idx (matricula nova
      * AAAA + sequencial do ano, CPF pelo digito verificador e sem
      * duplicidade), o cadastro complementar em
      * ALUNOS-CADASTRO.DATA, a primeira mensalidade em
      * MENSALIDADES.DATA e a vaga ocupada em
      * cursos-capacidade.idx. A desistencia libera a vaga para a
      * proxima chamada de VestibularClassificacao.cbl.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-CONFIRMACOES ASSIGN TO WS-ARQ-CONFIRMACOES
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-CONFIRMACOES.

           SELECT ARQ-CANDIDATOS ASSIGN TO WS-ARQ-CANDIDATOS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-CANDIDATOS.

           SELECT ARQ-TRABALHO ASSIGN TO WS-ARQ-TRABALHO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-TRABALHO.

           SELECT ARQ-ALUNOS ASSIGN TO WS-ARQ-ALUNOS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ALU-MATRICULA
               FILE STATUS IS WS-STATUS-ALUNOS.

           SELECT ARQ-CADASTRO ASSIGN TO WS-ARQ-CADASTRO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-CADASTRO.

           SELECT ARQ-MENSALIDADES ASSIGN TO WS-ARQ-MENSALIDADES
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-MENSALIDADES.

           SELECT ARQ-PRECOS ASSIGN TO WS-ARQ-PRECOS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-PRECOS.

           SELECT ARQ-CAPACIDADE ASSIGN TO WS-ARQ-CAPACIDADE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CAP-CURSO
               FILE STATUS IS WS-STATUS-CAPACIDADE.

           SELECT ARQ-REJEITADOS ASSIGN TO WS-ARQ-REJEITADOS
               ORGANIZATION IS LINE SEQUENTIAL.

           COPY ERRLOGSL.

           COPY TRAVASL.

           COPY CALENDSL.

           COPY JOBLOGSL.

       DATA DIVISION.
       FILE SECTION.
       FD ARQ-CONFIRMACOES.
       01 LINHA-CONFIRMACAO        PIC X(200).

       FD ARQ-CANDIDATOS.
       01 REGISTRO-CANDIDATO.
           COPY CANDIDATO.

       FD ARQ-TRABALHO.
       01 REGISTRO-TRABALHO        PIC X(115).

       FD ARQ-ALUNOS.
       01 REGISTRO-ALUNO.
           COPY ALUNO.

       FD ARQ-CADASTRO.
       01 REGISTRO-CADASTRO.
           COPY CADALUNO.

       FD ARQ-MENSALIDADES.
       01 REGISTRO-MENSALIDADE.
           COPY MENSALIDADE.

       FD ARQ-PRECOS.
       01 REGISTRO-PRECO.
           COPY PRECO.

       FD ARQ-CAPACIDADE.
       01 REG-CAPACIDADE.
           05 CAP-CURSO             PIC X(20).
           05 CAP-VAGAS-MAXIMAS     PIC 9(5).
           05 CAP-VAGAS-OCUPADAS    PIC 9(5).

       FD ARQ-REJEITADOS.
       01 REGISTRO-REJEITADO       PIC X(250).

       COPY ERRLOGFD.

       COPY TRAVAFD.

       COPY CALENDFD.

       COPY JOBLOGFD.

       WORKING-STORAGE SECTION.
       COPY ERRLOGWS.

       COPY TRAVAWS.

       COPY CALENDWS.

       COPY JOBLOGWS.

       COPY CPFWS.

       COPY SEPARAWS.

       01 WS-ARQ-CONFIRMACOES    PIC X(40)
           VALUE "confirmacoes-vestibular.csv".
       01 WS-ARQ-CANDIDATOS      PIC X(40)
           VALUE "candidatos-vestibular.data".
       01 WS-ARQ-TRABALHO        PIC X(40)
           VALUE "candidatos-vestibular.trab".
       01 WS-ARQ-ALUNOS          PIC X(40) VALUE "alunos.idx".
       01 WS-ARQ-CADASTRO        PIC X(40)
           VALUE "ALUNOS-CADASTRO.DATA".
       01 WS-ARQ-MENSALIDADES    PIC X(40)
           VALUE "MENSALIDADES.DATA".
       01 WS-ARQ-PRECOS          PIC X(40)
           VALUE "PRECOS-CURSOS.DATA".
       01 WS-ARQ-CAPACIDADE      PIC X(40)
           VALUE "cursos-capacidade.idx".
       01 WS-ARQ-REJEITADOS      PIC X(40)
           VALUE "confirmacoes-rejeitadas.csv".

       01 WS-STATUS-CONFIRMACOES PIC X(2).
       01 WS-STATUS-CANDIDATOS   PIC X(2).
       01 WS-STATUS-TRABALHO     PIC X(2).
       01 WS-STATUS-ALUNOS       PIC X(2).
       01 WS-STATUS-CADASTRO     PIC X(2).
       01 WS-STATUS-MENSALIDADES PIC X(2).
       01 WS-STATUS-PRECOS       PIC X(2).
       01 WS-STATUS-CAPACIDADE   PIC X(2).

       01 WS-FIM-ARQ             PIC X VALUE "N".
       01 WS-FIM-TRABALHO        PIC X VALUE "N".
       01 WS-ALUNOS-ABERTO       PIC X VALUE "N".
       01 WS-CAPACIDADE-CONFIGURADA PIC X VALUE "N".
       01 WS-CAPACIDADE-LIDA     PIC X VALUE "N".
       01 WS-DELIMITADOR         PIC X VALUE ";".

       01 WS-DATA-HOJE           PIC 9(8).
       01 WS-COMPETENCIA         PIC 9(6).
       01 WS-VENCIMENTO          PIC 9(8).
       01 WS-DATA-INICIO         PIC X(10).

      * Matricula nova: ano corrente e sequencial de quatro
      * digitos, seguindo a maior ja usada no ano em alunos.idx.
       01 WS-MATRICULA-NOVA.
           05 WS-MAT-ANO         PIC X(4).
           05 WS-MAT-SEQUENCIA   PIC 9(4).
       01 WS-ULTIMA-SEQUENCIA    PIC 9(4) VALUE 0.

       01 QTD-CONFIRMACOES       PIC 9(3) VALUE 0.
       01 TABELA-CONFIRMACOES.
           05 TCF-ITEM OCCURS 500 TIMES INDEXED BY IDX-CNF.
               10 TCF-LINHA      PIC X(200).
               10 TCF-INSCRICAO  PIC X(8).
               10 TCF-ACAO       PIC X(1).
               10 TCF-ENDERECO   PIC X(40).
               10 TCF-CIDADE     PIC X(25).
               10 TCF-UF         PIC X(2).
               10 TCF-CEP        PIC X(9).
               10 TCF-TELEFONE   PIC X(15).
               10 TCF-EMAIL      PIC X(40).
               10 TCF-RESPONSAVEL PIC X(30).
               10 TCF-CONTATO    PIC X(15).
               10 TCF-USADA      PIC X(1).

       01 QTD-CPFS               PIC 9(4) VALUE 0.
       01 TABELA-CPFS.
           05 TCP-CPF            PIC 9(11) OCCURS 5000 TIMES
               INDEXED BY IDX-TCP.

       01 QTD-PRECOS             PIC 9(3) VALUE 0.
       01 TABELA-PRECOS.
           05 TPC-ITEM OCCURS 100 TIMES INDEXED BY IDX-PRE.
               10 TPC-CURSO      PIC X(20).
               10 TPC-VALOR      PIC 9(7)V9(2).

       01 WS-CPF-NUMERICO        PIC 9(11).
       01 WS-VALOR-CURSO         PIC 9(7)V9(2).
       01 WS-MOTIVO-REJEICAO     PIC X(40).
       01 WS-LINHA-REJEITADA     PIC X(200).

       01 WS-TOTAL-LIDAS         PIC 9(5) VALUE 0.
       01 WS-TOTAL-MATRICULADOS  PIC 9(5) VALUE 0.
       01 WS-TOTAL-DESISTENCIAS  PIC 9(5) VALUE 0.
       01 WS-TOTAL-REJEITADAS    PIC 9(5) VALUE 0.

       PROCEDURE DIVISION.
       INICIO.
           PERFORM DEFINIR-ARQUIVOS.
           DISPLAY "============================================".
           DISPLAY " Vestibular - Confirmacao de Vagas".
           DISPLAY "============================================".
           MOVE "VestibularConfirmacao" TO WS-JOBLOG-PROGRAMA.
           MOVE "INICIO" TO WS-JOBLOG-EVENTO.
           PERFORM GRAVAR-JOBLOG.

           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
           MOVE WS-DATA-HOJE(1:6) TO WS-COMPETENCIA.
           MOVE WS-DATA-HOJE(1:4) TO WS-MAT-ANO.
           MOVE SPACES TO WS-DATA-INICIO.
           STRING WS-DATA-HOJE(1:4) DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               WS-DATA-HOJE(5:2) DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               WS-DATA-HOJE(7:2) DELIMITED BY SIZE
               INTO WS-DATA-INICIO
           END-STRING.

           OPEN OUTPUT ARQ-REJEITADOS.
           OPEN INPUT ARQ-CONFIRMACOES.
           IF WS-STATUS-CONFIRMACOES NOT = "00"
               MOVE WS-ARQ-CONFIRMACOES TO WS-ERRLOG-ARQUIVO
               MOVE WS-STATUS-CONFIRMACOES TO WS-ERRLOG-STATUS
               PERFORM REGISTRAR-ERRO-ABERTURA
           ELSE
               PERFORM CARREGAR-CONFIRMACOES
               CLOSE ARQ-CONFIRMACOES
               MOVE "alunos.lck" TO WS-ARQ-TRAVA
               PERFORM OBTER-TRAVA
               IF NOT TRAVA-OBTIDA
                   MOVE 8 TO RETURN-CODE
               ELSE
                   PERFORM ABRIR-ALUNOS
                   IF WS-ALUNOS-ABERTO = "S"
                       PERFORM PROCESSAR-CONFIRMACOES
                       CLOSE ARQ-ALUNOS
                   END-IF
                   PERFORM LIBERAR-TRAVA
               END-IF
           END-IF.
           CLOSE ARQ-REJEITADOS.

           DISPLAY "Confirmacoes lidas...: " WS-TOTAL-LIDAS.
           DISPLAY "Alunos matriculados..: " WS-TOTAL-MATRICULADOS.
           DISPLAY "Desistencias.........: " WS-TOTAL-DESISTENCIAS.
           DISPLAY "Rejeitadas...........: " WS-TOTAL-REJEITADAS.
           IF WS-TOTAL-REJEITADAS > 0 AND RETURN-CODE < 4
               DISPLAY "Rejeicoes em " WS-ARQ-REJEITADOS
               MOVE 4 TO RETURN-CODE
           END-IF.

           MOVE WS-TOTAL-MATRICULADOS TO WS-JOBLOG-QTD-REGISTROS.
           MOVE "FIM" TO WS-JOBLOG-EVENTO.
           PERFORM GRAVAR-JOBLOG.
           GOBACK.

       DEFINIR-ARQUIVOS.
           ACCEPT WS-ARQ-CONFIRMACOES FROM ENVIRONMENT
                   "CONFIRMACOES_VESTIBULAR"
               ON EXCEPTION
                   MOVE "confirmacoes-vestibular.csv"
                       TO WS-ARQ-CONFIRMACOES
           END-ACCEPT.
           ACCEPT WS-ARQ-CANDIDATOS FROM ENVIRONMENT
                   "CANDIDATOS_VESTIBULAR"
               ON EXCEPTION
                   MOVE "candidatos-vestibular.data"
                       TO WS-ARQ-CANDIDATOS
           END-ACCEPT.
           ACCEPT WS-ARQ-TRABALHO FROM ENVIRONMENT
                   "CANDIDATOS_VESTIBULAR_TRAB"
               ON EXCEPTION
                   MOVE "candidatos-vestibular.trab"
                       TO WS-ARQ-TRABALHO
           END-ACCEPT.
           ACCEPT WS-ARQ-ALUNOS FROM ENVIRONMENT "ALUNOS_IDX"
               ON EXCEPTION
                   MOVE "alunos.idx" TO WS-ARQ-ALUNOS
           END-ACCEPT.
           ACCEPT WS-ARQ-CADASTRO FROM ENVIRONMENT "ALUNOS_CADASTRO"
               ON EXCEPTION
                   MOVE "ALUNOS-CADASTRO.DATA" TO WS-ARQ-CADASTRO
           END-ACCEPT.
           ACCEPT WS-ARQ-MENSALIDADES FROM ENVIRONMENT
                   "MENSALIDADES_DATA"
               ON EXCEPTION
                   MOVE "MENSALIDADES.DATA" TO WS-ARQ-MENSALIDADES
           END-ACCEPT.
           ACCEPT WS-ARQ-PRECOS FROM ENVIRONMENT "PRECOS_CURSOS"
               ON EXCEPTION
                   MOVE "PRECOS-CURSOS.DATA" TO WS-ARQ-PRECOS
           END-ACCEPT.
           ACCEPT WS-ARQ-CAPACIDADE FROM ENVIRONMENT "CURSOS_CAPACIDADE"
               ON EXCEPTION
                   MOVE "cursos-capacidade.idx" TO WS-ARQ-CAPACIDADE
           END-ACCEPT.
           ACCEPT WS-ARQ-REJEITADOS FROM ENVIRONMENT
                   "CONFIRMACOES_REJEITADAS"
               ON EXCEPTION
                   MOVE "confirmacoes-rejeitadas.csv"
                       TO WS-ARQ-REJEITADOS
           END-ACCEPT.

       REGISTRAR-ERRO-ABERTURA.
           DISPLAY "Erro ao abrir " WS-ERRLOG-ARQUIVO
              " Status: " WS-ERRLOG-STATUS.
           MOVE "VestibularConfirmacao" TO WS-ERRLOG-PROGRAMA.
           MOVE "INICIO" TO WS-ERRLOG-PARAGRAFO.
           PERFORM GRAVAR-ERRORLOG.
           MOVE 8 TO RETURN-CODE.

       CARREGAR-CONFIRMACOES.
           MOVE "N" TO WS-FIM-ARQ.
           PERFORM UNTIL WS-FIM-ARQ = "S"
               READ ARQ-CONFIRMACOES
                   AT END
                       MOVE "S" TO WS-FIM-ARQ
                   NOT AT END
                       IF LINHA-CONFIRMACAO NOT = SPACES
                           ADD 1 TO WS-TOTAL-LIDAS
                           PERFORM GUARDAR-CONFIRMACAO
                       END-IF
               END-READ
           END-PERFORM.

       GUARDAR-CONFIRMACAO.
           MOVE SPACES TO WS-PARSE-LINHA.
           MOVE LINHA-CONFIRMACAO TO WS-PARSE-LINHA.
           CALL "SeparaCampos" USING WS-PARSE-LINHA
               WS-DELIMITADOR WS-PARSE-CAMPOS
               WS-PARSE-QTD-CAMPOS WS-PARSE-QTD-REAIS
               WS-PARSE-STATUS.
           MOVE SPACES TO WS-MOTIVO-REJEICAO.
           PERFORM VARYING IDX-CNF FROM 1 BY 1
                   UNTIL IDX-CNF > QTD-CONFIRMACOES
               IF TCF-INSCRICAO(IDX-CNF) = WS-PARSE-CAMPO(1)(1:8)
                   MOVE "inscricao repetida no lote"
                       TO WS-MOTIVO-REJEICAO
               END-IF
           END-PERFORM.
           EVALUATE TRUE
               WHEN WS-MOTIVO-REJEICAO NOT = SPACES
                   CONTINUE
               WHEN WS-PARSE-CAMPO(1) = SPACES
                   MOVE "inscricao em branco" TO WS-MOTIVO-REJEICAO
               WHEN WS-PARSE-CAMPO(2) = "C"
                       AND WS-PARSE-QTD-REAIS NOT = 10
                   MOVE "quantidade de campos invalida"
                       TO WS-MOTIVO-REJEICAO
               WHEN WS-PARSE-CAMPO(2) = "C"
                       AND (WS-PARSE-CAMPO(3) = SPACES
                           OR WS-PARSE-CAMPO(4) = SPACES)
                   MOVE "endereco em branco" TO WS-MOTIVO-REJEICAO
               WHEN WS-PARSE-CAMPO(2) NOT = "C"
                       AND WS-PARSE-CAMPO(2) NOT = "D"
                   MOVE "acao invalida (C ou D)" TO WS-MOTIVO-REJEICAO
               WHEN QTD-CONFIRMACOES NOT < 500
                   MOVE "limite de confirmacoes por lote"
                       TO WS-MOTIVO-REJEICAO
           END-EVALUATE.
           IF WS-MOTIVO-REJEICAO NOT = SPACES
               MOVE LINHA-CONFIRMACAO TO WS-LINHA-REJEITADA
               PERFORM GRAVAR-REJEITADO
           ELSE
               ADD 1 TO QTD-CONFIRMACOES
               SET IDX-CNF TO QTD-CONFIRMACOES
               MOVE LINHA-CONFIRMACAO TO TCF-LINHA(IDX-CNF)
               MOVE WS-PARSE-CAMPO(1) TO TCF-INSCRICAO(IDX-CNF)
               MOVE WS-PARSE-CAMPO(2) TO TCF-ACAO(IDX-CNF)
               MOVE WS-PARSE-CAMPO(3) TO TCF-ENDERECO(IDX-CNF)
               MOVE WS-PARSE-CAMPO(4) TO TCF-CIDADE(IDX-CNF)
               MOVE WS-PARSE-CAMPO(5) TO TCF-UF(IDX-CNF)
               MOVE WS-PARSE-CAMPO(6) TO TCF-CEP(IDX-CNF)
               MOVE WS-PARSE-CAMPO(7) TO TCF-TELEFONE(IDX-CNF)
               MOVE WS-PARSE-CAMPO(8) TO TCF-EMAIL(IDX-CNF)
               MOVE WS-PARSE-CAMPO(9) TO TCF-RESPONSAVEL(IDX-CNF)
               MOVE WS-PARSE-CAMPO(10) TO TCF-CONTATO(IDX-CNF)
               MOVE "N" TO TCF-USADA(IDX-CNF)
           END-IF.

       ABRIR-ALUNOS.
           OPEN I-O ARQ-ALUNOS.
           IF WS-STATUS-ALUNOS = "35"
               OPEN OUTPUT ARQ-ALUNOS
               CLOSE ARQ-ALUNOS
               OPEN I-O ARQ-ALUNOS
           END-IF.
           IF WS-STATUS-ALUNOS NOT = "00"
               MOVE WS-ARQ-ALUNOS TO WS-ERRLOG-ARQUIVO
               MOVE WS-STATUS-ALUNOS TO WS-ERRLOG-STATUS
               PERFORM REGISTRAR-ERRO-ABERTURA
           ELSE
               MOVE "S" TO WS-ALUNOS-ABERTO
               PERFORM CARREGAR-ALUNOS-EXISTENTES
           END-IF.

      * CPFs ja cadastrados e maior sequencial de matricula do ano.
       CARREGAR-ALUNOS-EXISTENTES.
           MOVE "N" TO WS-FIM-ARQ.
           MOVE LOW-VALUES TO ALU-MATRICULA.
           START ARQ-ALUNOS KEY IS >= ALU-MATRICULA
               INVALID KEY
                   MOVE "S" TO WS-FIM-ARQ
           END-START.
           PERFORM UNTIL WS-FIM-ARQ = "S"
               READ ARQ-ALUNOS NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIM-ARQ
                   NOT AT END
                       IF ALU-CPF IS NUMERIC AND ALU-CPF > 0
                               AND QTD-CPFS < 5000
                           ADD 1 TO QTD-CPFS
                           SET IDX-TCP TO QTD-CPFS
                           MOVE ALU-CPF TO TCP-CPF(IDX-TCP)
                       END-IF
                       IF ALU-MATRICULA(1:4) = WS-MAT-ANO
                               AND ALU-MATRICULA(5:4) IS NUMERIC
                           IF ALU-MATRICULA(5:4)
                                   > WS-ULTIMA-SEQUENCIA
                               MOVE ALU-MATRICULA(5:4)
                                   TO WS-ULTIMA-SEQUENCIA
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       CARREGAR-PRECOS.
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

      * Vencimento da primeira mensalidade: dia 10 da competencia
      * corrente ou, passado o dia 10, a propria data da
      * confirmacao, rolado para dia util.
       CALCULAR-VENCIMENTO.
           COMPUTE WS-VENCIMENTO = WS-COMPETENCIA * 100 + 10.
           IF WS-VENCIMENTO < WS-DATA-HOJE
               MOVE WS-DATA-HOJE TO WS-VENCIMENTO
           END-IF.
           PERFORM ABRIR-CALENDARIO.
           MOVE WS-VENCIMENTO TO WS-CAL-DATA-CONSULTA.
           PERFORM ROLAR-DIA-UTIL.
           MOVE WS-CAL-DATA-CONSULTA TO WS-VENCIMENTO.
           PERFORM FECHAR-CALENDARIO.

       PROCESSAR-CONFIRMACOES.
           PERFORM CARREGAR-PRECOS.
           PERFORM CALCULAR-VENCIMENTO.
           MOVE "N" TO WS-CAPACIDADE-CONFIGURADA.
           OPEN I-O ARQ-CAPACIDADE.
           IF WS-STATUS-CAPACIDADE = "00"
               MOVE "S" TO WS-CAPACIDADE-CONFIGURADA
           END-IF.

           OPEN INPUT ARQ-CANDIDATOS.
           IF WS-STATUS-CANDIDATOS NOT = "00"
               MOVE WS-ARQ-CANDIDATOS TO WS-ERRLOG-ARQUIVO
               MOVE WS-STATUS-CANDIDATOS TO WS-ERRLOG-STATUS
               PERFORM REGISTRAR-ERRO-ABERTURA
           ELSE
               OPEN OUTPUT ARQ-TRABALHO
               OPEN EXTEND ARQ-CADASTRO
               IF WS-STATUS-CADASTRO = "35"
                   OPEN OUTPUT ARQ-CADASTRO
               END-IF
               OPEN EXTEND ARQ-MENSALIDADES
               IF WS-STATUS-MENSALIDADES = "35"
                   OPEN OUTPUT ARQ-MENSALIDADES
               END-IF
               MOVE "N" TO WS-FIM-ARQ
               PERFORM UNTIL WS-FIM-ARQ = "S"
                   READ ARQ-CANDIDATOS
                       AT END
                           MOVE "S" TO WS-FIM-ARQ
                       NOT AT END
                           PERFORM PROCESSAR-CANDIDATO
                           MOVE REGISTRO-CANDIDATO
                               TO REGISTRO-TRABALHO
                           WRITE REGISTRO-TRABALHO
                   END-READ
               END-PERFORM
               CLOSE ARQ-MENSALIDADES
               CLOSE ARQ-CADASTRO
               CLOSE ARQ-TRABALHO
               CLOSE ARQ-CANDIDATOS
               PERFORM DEVOLVER-DO-TRABALHO
               PERFORM VARYING IDX-CNF FROM 1 BY 1
                       UNTIL IDX-CNF > QTD-CONFIRMACOES
                   IF TCF-USADA(IDX-CNF) = "N"
                       MOVE "inscricao nao encontrada"
                           TO WS-MOTIVO-REJEICAO
                       MOVE TCF-LINHA(IDX-CNF) TO WS-LINHA-REJEITADA
                       PERFORM GRAVAR-REJEITADO
                   END-IF
               END-PERFORM
           END-IF.
           IF WS-CAPACIDADE-CONFIGURADA = "S"
               CLOSE ARQ-CAPACIDADE
           END-IF.

       PROCESSAR-CANDIDATO.
           PERFORM VARYING IDX-CNF FROM 1 BY 1
                   UNTIL IDX-CNF > QTD-CONFIRMACOES
                   OR (TCF-INSCRICAO(IDX-CNF) = CND-INSCRICAO
                       AND TCF-USADA(IDX-CNF) = "N")
               CONTINUE
           END-PERFORM.
           IF IDX-CNF <= QTD-CONFIRMACOES
               MOVE "S" TO TCF-USADA(IDX-CNF)
               MOVE SPACES TO WS-MOTIVO-REJEICAO
               IF TCF-ACAO(IDX-CNF) = "D"
                   PERFORM REGISTRAR-DESISTENCIA
               ELSE
                   PERFORM VALIDAR-CONFIRMACAO
                   IF WS-MOTIVO-REJEICAO = SPACES
                       PERFORM MATRICULAR-CANDIDATO
                   END-IF
               END-IF
               IF WS-MOTIVO-REJEICAO NOT = SPACES
                   MOVE TCF-LINHA(IDX-CNF) TO WS-LINHA-REJEITADA
                   PERFORM GRAVAR-REJEITADO
               END-IF
           END-IF.

       REGISTRAR-DESISTENCIA.
           IF CANDIDATO-APROVADO OR CANDIDATO-ESPERA
               SET CANDIDATO-DESISTENTE TO TRUE
               ADD 1 TO WS-TOTAL-DESISTENCIAS
           ELSE
               MOVE "candidato fora da chamada"
                   TO WS-MOTIVO-REJEICAO
           END-IF.

      * Tudo conferido antes da primeira gravacao: aluno, cadastro,
      * mensalidade e vaga saem juntos ou nenhum sai.
       VALIDAR-CONFIRMACAO.
           MOVE "N" TO WS-CAPACIDADE-LIDA.
           EVALUATE TRUE
               WHEN CANDIDATO-MATRICULADO
                   MOVE "candidato ja matriculado"
                       TO WS-MOTIVO-REJEICAO
               WHEN NOT CANDIDATO-APROVADO
                   MOVE "candidato nao aprovado"
                       TO WS-MOTIVO-REJEICAO
               WHEN OTHER
                   MOVE CND-CPF TO WS-CPF-ENTRADA
                   PERFORM VALIDAR-CPF
                       THRU FIM-VALIDAR-CPF
                   IF WS-CPF-VALIDO = "N"
                       MOVE "cpf invalido" TO WS-MOTIVO-REJEICAO
                   END-IF
           END-EVALUATE.
           IF WS-MOTIVO-REJEICAO = SPACES
               MOVE CND-CPF TO WS-CPF-NUMERICO
               PERFORM VARYING IDX-TCP FROM 1 BY 1
                       UNTIL IDX-TCP > QTD-CPFS
                   IF TCP-CPF(IDX-TCP) = WS-CPF-NUMERICO
                       MOVE "cpf ja cadastrado" TO WS-MOTIVO-REJEICAO
                   END-IF
               END-PERFORM
           END-IF.
           IF WS-MOTIVO-REJEICAO = SPACES
               MOVE 0 TO WS-VALOR-CURSO
               PERFORM VARYING IDX-PRE FROM 1 BY 1
                       UNTIL IDX-PRE > QTD-PRECOS
                   IF TPC-CURSO(IDX-PRE) = CND-CURSO
                       MOVE TPC-VALOR(IDX-PRE) TO WS-VALOR-CURSO
                   END-IF
               END-PERFORM
               IF WS-VALOR-CURSO = 0
                   MOVE "curso sem preco cadastrado"
                       TO WS-MOTIVO-REJEICAO
               END-IF
           END-IF.
           IF WS-MOTIVO-REJEICAO = SPACES
                   AND WS-CAPACIDADE-CONFIGURADA = "S"
               MOVE CND-CURSO TO CAP-CURSO
               READ ARQ-CAPACIDADE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF CAP-VAGAS-OCUPADAS >= CAP-VAGAS-MAXIMAS
                           MOVE "curso sem vaga livre"
                               TO WS-MOTIVO-REJEICAO
                       ELSE
                           MOVE "S" TO WS-CAPACIDADE-LIDA
                       END-IF
               END-READ
           END-IF.
           IF WS-MOTIVO-REJEICAO = SPACES
                   AND WS-ULTIMA-SEQUENCIA NOT < 9999
               MOVE "sequencial de matricula esgotado"
                   TO WS-MOTIVO-REJEICAO
           END-IF.

       MATRICULAR-CANDIDATO.
           COMPUTE WS-MAT-SEQUENCIA = WS-ULTIMA-SEQUENCIA + 1.
           MOVE WS-MATRICULA-NOVA TO ALU-MATRICULA.
           MOVE CND-NOME TO ALU-NOME.
           MOVE CND-CURSO TO ALU-CURSO.
           MOVE WS-DATA-INICIO TO ALU-DATA-INICIO.
           MOVE WS-CPF-NUMERICO TO ALU-CPF.
           MOVE CND-UNIDADE TO ALU-UNIDADE.
           WRITE REGISTRO-ALUNO
               INVALID KEY
                   MOVE "erro ao gravar aluno" TO WS-MOTIVO-REJEICAO
           END-WRITE.
           IF WS-MOTIVO-REJEICAO = SPACES
               MOVE WS-MAT-SEQUENCIA TO WS-ULTIMA-SEQUENCIA
               IF WS-CAPACIDADE-LIDA = "S"
                   ADD 1 TO CAP-VAGAS-OCUPADAS
                   REWRITE REG-CAPACIDADE
               END-IF
               IF QTD-CPFS < 5000
                   ADD 1 TO QTD-CPFS
                   SET IDX-TCP TO QTD-CPFS
                   MOVE WS-CPF-NUMERICO TO TCP-CPF(IDX-TCP)
               END-IF
               PERFORM GRAVAR-CADASTRO
               PERFORM GRAVAR-MENSALIDADE
               SET CANDIDATO-MATRICULADO TO TRUE
               MOVE WS-MATRICULA-NOVA TO CND-MATRICULA
               ADD 1 TO WS-TOTAL-MATRICULADOS
               DISPLAY "Inscricao " CND-INSCRICAO " matricula "
                  WS-MATRICULA-NOVA " " CND-NOME
           END-IF.

       GRAVAR-CADASTRO.
           MOVE WS-MATRICULA-NOVA TO CAD-MATRICULA.
           MOVE TCF-ENDERECO(IDX-CNF) TO CAD-ENDERECO.
           MOVE TCF-CIDADE(IDX-CNF) TO CAD-CIDADE.
           MOVE TCF-UF(IDX-CNF) TO CAD-UF.
           MOVE TCF-CEP(IDX-CNF) TO CAD-CEP.
           MOVE TCF-TELEFONE(IDX-CNF) TO CAD-TELEFONE.
           MOVE TCF-EMAIL(IDX-CNF) TO CAD-EMAIL.
           MOVE TCF-RESPONSAVEL(IDX-CNF) TO CAD-RESPONSAVEL.
           MOVE TCF-CONTATO(IDX-CNF) TO CAD-CONTATO-RESPONSAVEL.
           WRITE REGISTRO-CADASTRO.

       GRAVAR-MENSALIDADE.
           MOVE WS-MATRICULA-NOVA TO MEN-MATRICULA.
           MOVE WS-COMPETENCIA TO MEN-COMPETENCIA.
           MOVE CND-CURSO TO MEN-CURSO.
           MOVE WS-VALOR-CURSO TO MEN-VALOR-BASE.
           MOVE 0 TO MEN-VALOR-DESCONTO.
           MOVE WS-VALOR-CURSO TO MEN-VALOR-COBRADO.
           MOVE WS-VENCIMENTO TO MEN-VENCIMENTO.
           SET MENSALIDADE-ABERTA TO TRUE.
           MOVE 0 TO MEN-DATA-PAGAMENTO.
           WRITE REGISTRO-MENSALIDADE.

       DEVOLVER-DO-TRABALHO.
           MOVE "N" TO WS-FIM-TRABALHO.
           OPEN INPUT ARQ-TRABALHO.
           OPEN OUTPUT ARQ-CANDIDATOS.
           PERFORM UNTIL WS-FIM-TRABALHO = "S"
               READ ARQ-TRABALHO
                   AT END
                       MOVE "S" TO WS-FIM-TRABALHO
                   NOT AT END
                       MOVE REGISTRO-TRABALHO TO REGISTRO-CANDIDATO
                       WRITE REGISTRO-CANDIDATO
               END-READ
           END-PERFORM.
           CLOSE ARQ-CANDIDATOS.
           CLOSE ARQ-TRABALHO.

       GRAVAR-REJEITADO.
           ADD 1 TO WS-TOTAL-REJEITADAS.
           MOVE SPACES TO REGISTRO-REJEITADO.
           STRING WS-LINHA-REJEITADA DELIMITED BY SIZE
               " || " DELIMITED BY SIZE
               WS-MOTIVO-REJEICAO DELIMITED BY SIZE
               INTO REGISTRO-REJEITADO
           END-STRING.
           WRITE REGISTRO-REJEITADO.

       COPY CPFPD.

       COPY CALENDPD.

       COPY JOBLOGPD.

       COPY TRAVAPD.

       COPY ERRLOGPD.

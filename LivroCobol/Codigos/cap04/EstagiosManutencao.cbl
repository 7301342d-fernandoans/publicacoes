       IDENTIFICATION DIVISION.
           PROGRAM-ID. EstagiosManutencao.
           AUTHOR. Fernando Anselmo.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-ALUNOS ASSIGN TO WS-ARQ-ALUNOS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ALU-MATRICULA
               FILE STATUS IS WS-STATUS-ALUNOS.

           SELECT ARQ-PROFESSORES ASSIGN TO WS-ARQ-PROFESSORES
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRO-MATRICULA
               FILE STATUS IS WS-STATUS-PROFESSORES.

           SELECT ARQ-ESTAGIOS ASSIGN TO WS-ARQ-ESTAGIOS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-ESTAGIOS.

           SELECT ARQ-HORAS ASSIGN TO WS-ARQ-HORAS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-HORAS.

           SELECT ARQ-IMPORTACAO ASSIGN TO WS-ARQ-IMPORTACAO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-IMPORTACAO.

           SELECT ARQ-REJEITADOS ASSIGN TO WS-ARQ-REJEITADOS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-REJEITADOS.

           SELECT RELATORIO ASSIGN TO WS-ARQ-RELATORIO
               ORGANIZATION IS LINE SEQUENTIAL.

           COPY ERRLOGSL.

           COPY JOBLOGSL.

       DATA DIVISION.
       FILE SECTION.
       FD ARQ-ALUNOS.
       01 REGISTRO-ALUNO.
           COPY ALUNO.

       FD ARQ-PROFESSORES.
       01 REG-PROFESSOR.
           05 PRO-MATRICULA        PIC X(8).
           05 PRO-NOME             PIC X(30).
           05 PRO-DEPARTAMENTO     PIC X(20).
           05 PRO-CARGA-HORARIA    PIC 9(3).
           05 PRO-TIPO-CONTRATO    PIC X(10).
           05 PRO-ATIVO            PIC X(1).

       FD ARQ-ESTAGIOS.
       01 REGISTRO-ESTAGIO.
           COPY ESTAGIO.

       FD ARQ-HORAS.
       01 REGISTRO-HORAS.
           COPY ESTHORAS.

       FD ARQ-IMPORTACAO.
       01 LINHA-IMPORTACAO         PIC X(80).

       FD ARQ-REJEITADOS.
       01 REGISTRO-REJEITADO       PIC X(120).

       FD RELATORIO.
       01 LINHA-RELATORIO          PIC X(100).

       COPY ERRLOGFD.

       COPY JOBLOGFD.

       WORKING-STORAGE SECTION.
       COPY ERRLOGWS.

       COPY JOBLOGWS.

       01 WS-ARQ-ALUNOS          PIC X(40) VALUE "alunos.idx".
       01 WS-ARQ-PROFESSORES     PIC X(40) VALUE "professores.idx".
       01 WS-ARQ-ESTAGIOS        PIC X(40) VALUE "ESTAGIOS.DATA".
       01 WS-ARQ-HORAS           PIC X(40)
           VALUE "ESTAGIO-HORAS.DATA".
       01 WS-ARQ-IMPORTACAO      PIC X(40)
           VALUE "estagio-horas.csv".
       01 WS-ARQ-REJEITADOS      PIC X(40)
           VALUE "estagio-horas-rejeitadas.csv".
       01 WS-ARQ-RELATORIO       PIC X(40) VALUE "ESTAGIOS.LST".
       01 WS-ARQUIVOS-DEFINIDOS  PIC X VALUE "N".

       01 WS-OPCAO               PIC 9.
       01 WS-OPCAO-LISTA         PIC X.
       01 WS-STATUS-ALUNOS       PIC X(2).
       01 WS-STATUS-PROFESSORES  PIC X(2).
       01 WS-STATUS-ESTAGIOS     PIC X(2).
       01 WS-STATUS-HORAS        PIC X(2).
       01 WS-STATUS-IMPORTACAO   PIC X(2).
       01 WS-STATUS-REJEITADOS   PIC X(2).
       01 WS-ALUNOS-ABERTOS      PIC X VALUE "N".
       01 WS-FIM-ARQ             PIC X VALUE "N".
       01 WS-TOTAL-OPERACOES     PIC 9(5) VALUE ZEROS.
       01 WS-DATA-HOJE           PIC 9(8).
       01 WS-OPERADOR            PIC X(8).

      * Limite semanal da lei de estagio para o ensino superior;
      * pode ser trocado por ESTAGIO_LIMITE_SEMANAL.
       01 WS-LIMITE-SEMANAL      PIC 9(2) VALUE 30.
       01 WS-LIMITE-TXT          PIC X(2).
       01 WS-DIAS-AVISO          PIC 9(3) VALUE 30.
       01 WS-DATA-AVISO          PIC 9(8).

       01 WS-MATRICULA           PIC X(8).
       01 WS-TERMO               PIC X(10).
       01 WS-EMPRESA             PIC X(30).
       01 WS-PROFESSOR           PIC X(8).
       01 WS-INICIO-TXT          PIC X(8).
       01 WS-FIM-TXT             PIC X(8).
       01 WS-DATA-INICIO         PIC 9(8).
       01 WS-DATA-FIM            PIC 9(8).
       01 WS-HORAS-EXIGIDAS-TXT  PIC X(4).
       01 WS-HORAS-EXIGIDAS      PIC 9(4).
       01 WS-APOLICE             PIC X(15).
       01 WS-SEMANA-TXT          PIC X(8).
       01 WS-SEMANA              PIC 9(8).
       01 WS-HORAS-TXT           PIC X(4).
       01 WS-HORAS               PIC 9(4).

       01 WS-REGISTRO-VALIDO     PIC X VALUE "S".
       01 WS-MOTIVO-ERRO         PIC X(40) VALUE SPACES.
       01 WS-TERMO-VENCIDO       PIC X VALUE "N".

      * Termos cadastrados, na ordem do arquivo; a importacao soma
      * as horas aceitas em TES-HORAS-NOVAS e regrava o cadastro
      * registro a registro na mesma ordem.
       01 QTD-ESTAGIOS           PIC 9(4) VALUE 0.
       01 TABELA-ESTAGIOS.
           05 TES-ITEM OCCURS 2000 TIMES INDEXED BY IDX-EST.
               10 TES-MATRICULA      PIC X(8).
               10 TES-TERMO          PIC X(10).
               10 TES-DATA-INICIO    PIC 9(8).
               10 TES-DATA-FIM       PIC 9(8).
               10 TES-HORAS-NOVAS    PIC 9(4).
       01 WS-IDX-TERMO           PIC 9(4).
       01 WS-SEQ-ESTAGIO         PIC 9(4).

      * Semanas ja lancadas (matricula e data de inicio).
       01 QTD-SEMANAS            PIC 9(5) VALUE 0.
       01 TABELA-SEMANAS.
           05 TSE-CHAVE OCCURS 10000 TIMES INDEXED BY IDX-SEM
                                 PIC X(16).
       01 WS-CHAVE-SEMANA.
           05 WS-CHAVE-MATRICULA PIC X(8).
           05 WS-CHAVE-DATA      PIC 9(8).

       01 CONTADORES-IMPORTACAO.
           05 WS-LINHAS-LIDAS    PIC 9(5) VALUE 0.
           05 WS-IMPORTADOS      PIC 9(5) VALUE 0.
           05 WS-REJEITADOS      PIC 9(5) VALUE 0.
       01 WS-TOTAL-ED            PIC ZZZZ9.

       01 CONTADORES-RELATORIO.
           05 WS-QTD-VENCENDO    PIC 9(5).
           05 WS-QTD-PENDENTES   PIC 9(5).
       01 WS-HORAS-FALTANTES     PIC 9(4).

       01 LINHA-ESTAGIO.
           05 LE-MATRICULA       PIC X(8).
           05 FILLER             PIC X(2) VALUE SPACES.
           05 LE-TERMO           PIC X(10).
           05 FILLER             PIC X(2) VALUE SPACES.
           05 LE-EMPRESA         PIC X(30).
           05 FILLER             PIC X(2) VALUE SPACES.
           05 LE-DATA-FIM        PIC 9(8).
           05 FILLER             PIC X(2) VALUE SPACES.
           05 LE-CUMPRIDAS       PIC ZZZ9.
           05 FILLER             PIC X(3) VALUE " / ".
           05 LE-EXIGIDAS        PIC ZZZ9.
           05 FILLER             PIC X(2) VALUE SPACES.
           05 LE-OBSERVACAO      PIC X(20).

       PROCEDURE DIVISION.
       INICIO.
           IF WS-ARQUIVOS-DEFINIDOS = "N"
               PERFORM DEFINIR-ARQUIVOS
               MOVE "S" TO WS-ARQUIVOS-DEFINIDOS
               MOVE "EstagiosManutencao" TO WS-JOBLOG-PROGRAMA
               MOVE "INICIO" TO WS-JOBLOG-EVENTO
               PERFORM GRAVAR-JOBLOG
           END-IF.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
           DISPLAY "--------------------------------".
           DISPLAY "Estagios Supervisionados".
           DISPLAY "--------------------------------".
           DISPLAY " 1 - Cadastrar Termo de Estagio".
           DISPLAY " 2 - Importar Folha de Horas ("
              FUNCTION TRIM(WS-ARQ-IMPORTACAO) ")".
           DISPLAY " 3 - Consultar Aluno".
           DISPLAY " 4 - Vencimentos e Horas Pendentes".
           DISPLAY " 5 - Sair".
           DISPLAY "--------------------------------".
           DISPLAY "Escolha uma opcao: ".
           ACCEPT WS-OPCAO.

           EVALUATE WS-OPCAO
               WHEN 1
                   PERFORM CADASTRAR
               WHEN 2
                   PERFORM IMPORTAR
               WHEN 3
                   PERFORM CONSULTAR
               WHEN 4
                   PERFORM RELATORIO-ESTAGIOS
               WHEN 5
                   MOVE WS-TOTAL-OPERACOES TO WS-JOBLOG-QTD-REGISTROS
                   MOVE "FIM" TO WS-JOBLOG-EVENTO
                   PERFORM GRAVAR-JOBLOG
                   GOBACK
               WHEN OTHER
                   DISPLAY "Opcao invalida!"
                   PERFORM INICIO
           END-EVALUATE.

       DEFINIR-ARQUIVOS.
           ACCEPT WS-ARQ-ALUNOS FROM ENVIRONMENT "ALUNOS_IDX"
               ON EXCEPTION
                   MOVE "alunos.idx" TO WS-ARQ-ALUNOS
           END-ACCEPT.
           ACCEPT WS-ARQ-PROFESSORES FROM ENVIRONMENT "PROFESSORES_IDX"
               ON EXCEPTION
                   MOVE "professores.idx" TO WS-ARQ-PROFESSORES
           END-ACCEPT.
           ACCEPT WS-ARQ-ESTAGIOS FROM ENVIRONMENT "ESTAGIOS_DATA"
               ON EXCEPTION
                   MOVE "ESTAGIOS.DATA" TO WS-ARQ-ESTAGIOS
           END-ACCEPT.
           ACCEPT WS-ARQ-HORAS FROM ENVIRONMENT "ESTAGIO_HORAS_DATA"
               ON EXCEPTION
                   MOVE "ESTAGIO-HORAS.DATA" TO WS-ARQ-HORAS
           END-ACCEPT.
           ACCEPT WS-ARQ-IMPORTACAO FROM ENVIRONMENT
                   "ESTAGIO_HORAS_CSV"
               ON EXCEPTION
                   MOVE "estagio-horas.csv" TO WS-ARQ-IMPORTACAO
           END-ACCEPT.
           ACCEPT WS-ARQ-REJEITADOS FROM ENVIRONMENT
                   "ESTAGIO_HORAS_REJEITADAS"
               ON EXCEPTION
                   MOVE "estagio-horas-rejeitadas.csv"
                       TO WS-ARQ-REJEITADOS
           END-ACCEPT.
           ACCEPT WS-ARQ-RELATORIO FROM ENVIRONMENT "ESTAGIOS_LST"
               ON EXCEPTION
                   MOVE "ESTAGIOS.LST" TO WS-ARQ-RELATORIO
           END-ACCEPT.
           ACCEPT WS-LIMITE-TXT FROM ENVIRONMENT
                   "ESTAGIO_LIMITE_SEMANAL"
               ON EXCEPTION
                   MOVE SPACES TO WS-LIMITE-TXT
           END-ACCEPT.
           IF WS-LIMITE-TXT IS NUMERIC AND WS-LIMITE-TXT > "00"
               MOVE WS-LIMITE-TXT TO WS-LIMITE-SEMANAL
           END-IF.
           ACCEPT WS-OPERADOR FROM ENVIRONMENT "OPERADOR_ATUAL"
               ON EXCEPTION
                   MOVE SPACES TO WS-OPERADOR
           END-ACCEPT.
           IF WS-OPERADOR = SPACES
               MOVE "--------" TO WS-OPERADOR
           END-IF.

       CADASTRAR.
           DISPLAY "--------------------------------".
           DISPLAY "Cadastrar Termo de Estagio".
           DISPLAY "--------------------------------".
           PERFORM CARREGAR-ESTAGIOS.
           DISPLAY "Matricula do aluno: ".
           ACCEPT WS-MATRICULA.
           DISPLAY "Numero do termo de compromisso: ".
           ACCEPT WS-TERMO.
           DISPLAY "Empresa concedente: ".
           ACCEPT WS-EMPRESA.
           DISPLAY "Matricula do professor orientador: ".
           ACCEPT WS-PROFESSOR.
           DISPLAY "Inicio da vigencia (AAAAMMDD): ".
           ACCEPT WS-INICIO-TXT.
           DISPLAY "Fim da vigencia (AAAAMMDD): ".
           ACCEPT WS-FIM-TXT.
           DISPLAY "Horas exigidas: ".
           ACCEPT WS-HORAS-EXIGIDAS-TXT.
           DISPLAY "Apolice do seguro: ".
           ACCEPT WS-APOLICE.
           PERFORM VALIDAR-TERMO.
           IF WS-REGISTRO-VALIDO = "N"
               DISPLAY "Termo rejeitado: " WS-MOTIVO-ERRO
           ELSE
               OPEN EXTEND ARQ-ESTAGIOS
               IF WS-STATUS-ESTAGIOS = "35"
                   OPEN OUTPUT ARQ-ESTAGIOS
               END-IF
               IF WS-STATUS-ESTAGIOS NOT = "00"
                   MOVE "CADASTRAR" TO WS-ERRLOG-PARAGRAFO
                   PERFORM REGISTRAR-ERRO-ESTAGIOS
               ELSE
                   PERFORM GRAVAR-TERMO
                   CLOSE ARQ-ESTAGIOS
                   DISPLAY "Termo " WS-TERMO " gravado."
               END-IF
           END-IF.
           PERFORM INICIO.

       VALIDAR-TERMO.
           MOVE "S" TO WS-REGISTRO-VALIDO.
           MOVE SPACES TO WS-MOTIVO-ERRO.
           IF WS-TERMO = SPACES OR WS-EMPRESA = SPACES
               MOVE "N" TO WS-REGISTRO-VALIDO
               MOVE "Termo e empresa obrigatorios" TO WS-MOTIVO-ERRO
           END-IF.
           IF WS-REGISTRO-VALIDO = "S" AND WS-APOLICE = SPACES
               MOVE "N" TO WS-REGISTRO-VALIDO
               MOVE "Apolice de seguro obrigatoria" TO WS-MOTIVO-ERRO
           END-IF.
           IF WS-REGISTRO-VALIDO = "S"
               PERFORM VARYING IDX-EST FROM 1 BY 1
                       UNTIL IDX-EST > QTD-ESTAGIOS
                       OR TES-TERMO(IDX-EST) = WS-TERMO
                   CONTINUE
               END-PERFORM
               IF IDX-EST <= QTD-ESTAGIOS
                   MOVE "N" TO WS-REGISTRO-VALIDO
                   MOVE "Termo ja cadastrado" TO WS-MOTIVO-ERRO
               END-IF
           END-IF.
           IF WS-REGISTRO-VALIDO = "S"
               IF WS-INICIO-TXT NOT NUMERIC
                       OR WS-INICIO-TXT(5:2) < "01"
                       OR WS-INICIO-TXT(5:2) > "12"
                       OR WS-INICIO-TXT(7:2) < "01"
                       OR WS-INICIO-TXT(7:2) > "31"
                       OR WS-FIM-TXT NOT NUMERIC
                       OR WS-FIM-TXT(5:2) < "01"
                       OR WS-FIM-TXT(5:2) > "12"
                       OR WS-FIM-TXT(7:2) < "01"
                       OR WS-FIM-TXT(7:2) > "31"
                   MOVE "N" TO WS-REGISTRO-VALIDO
                   MOVE "Data de vigencia invalida" TO WS-MOTIVO-ERRO
               ELSE
                   MOVE WS-INICIO-TXT TO WS-DATA-INICIO
                   MOVE WS-FIM-TXT TO WS-DATA-FIM
                   IF WS-DATA-FIM <= WS-DATA-INICIO
                       MOVE "N" TO WS-REGISTRO-VALIDO
                       MOVE "Fim anterior ao inicio" TO WS-MOTIVO-ERRO
                   END-IF
               END-IF
           END-IF.
           IF WS-REGISTRO-VALIDO = "S"
               MOVE FUNCTION NUMVAL(WS-HORAS-EXIGIDAS-TXT)
                   TO WS-HORAS-EXIGIDAS
               IF WS-HORAS-EXIGIDAS = 0
                   MOVE "N" TO WS-REGISTRO-VALIDO
                   MOVE "Horas exigidas invalidas"
                       TO WS-MOTIVO-ERRO
               END-IF
           END-IF.
           IF WS-REGISTRO-VALIDO = "S"
               PERFORM VERIFICAR-ALUNO
           END-IF.
           IF WS-REGISTRO-VALIDO = "S"
               OPEN INPUT ARQ-PROFESSORES
               IF WS-STATUS-PROFESSORES NOT = "00"
                   MOVE "N" TO WS-REGISTRO-VALIDO
                   MOVE "Cadastro de professores indisponivel"
                       TO WS-MOTIVO-ERRO
               ELSE
                   MOVE WS-PROFESSOR TO PRO-MATRICULA
                   READ ARQ-PROFESSORES
                       INVALID KEY
                           MOVE "N" TO WS-REGISTRO-VALIDO
                           MOVE "Professor nao cadastrado"
                               TO WS-MOTIVO-ERRO
                       NOT INVALID KEY
                           IF PRO-ATIVO = "N"
                               MOVE "N" TO WS-REGISTRO-VALIDO
                               MOVE "Professor inativo"
                                   TO WS-MOTIVO-ERRO
                           END-IF
                   END-READ
                   CLOSE ARQ-PROFESSORES
               END-IF
           END-IF.

       VERIFICAR-ALUNO.
           OPEN INPUT ARQ-ALUNOS.
           IF WS-STATUS-ALUNOS NOT = "00"
               MOVE "N" TO WS-REGISTRO-VALIDO
               MOVE "Cadastro de alunos indisponivel" TO WS-MOTIVO-ERRO
           ELSE
               MOVE WS-MATRICULA TO ALU-MATRICULA
               READ ARQ-ALUNOS
                   INVALID KEY
                       MOVE "N" TO WS-REGISTRO-VALIDO
                       MOVE "Aluno nao cadastrado" TO WS-MOTIVO-ERRO
               END-READ
               CLOSE ARQ-ALUNOS
           END-IF.

       GRAVAR-TERMO.
           MOVE WS-MATRICULA TO EST-MATRICULA.
           MOVE WS-TERMO TO EST-TERMO.
           MOVE WS-EMPRESA TO EST-EMPRESA.
           MOVE WS-PROFESSOR TO EST-PROFESSOR.
           MOVE WS-DATA-INICIO TO EST-DATA-INICIO.
           MOVE WS-DATA-FIM TO EST-DATA-FIM.
           MOVE WS-HORAS-EXIGIDAS TO EST-HORAS-EXIGIDAS.
           MOVE WS-APOLICE TO EST-APOLICE.
           MOVE WS-OPERADOR TO EST-OPERADOR.
           MOVE 0 TO EST-HORAS-CUMPRIDAS.
           MOVE WS-DATA-HOJE TO EST-DATA-ATUALIZACAO.
           WRITE REGISTRO-ESTAGIO.
           ADD 1 TO WS-TOTAL-OPERACOES.

      * Importa linhas "matricula;AAAAMMDD;horas", uma por semana
      * trabalhada (data de inicio da semana). A primeira linha
      * pode ser o cabecalho da planilha.
       IMPORTAR.
           DISPLAY "--------------------------------".
           DISPLAY "Importar Folha de Horas".
           DISPLAY "--------------------------------".
           PERFORM CARREGAR-ESTAGIOS.
           PERFORM CARREGAR-SEMANAS.
           MOVE 0 TO WS-LINHAS-LIDAS.
           MOVE 0 TO WS-IMPORTADOS.
           MOVE 0 TO WS-REJEITADOS.
           OPEN INPUT ARQ-IMPORTACAO.
           IF WS-STATUS-IMPORTACAO NOT = "00"
               DISPLAY "Arquivo de importacao nao encontrado: "
                  WS-ARQ-IMPORTACAO
           ELSE
               OPEN EXTEND ARQ-HORAS
               IF WS-STATUS-HORAS = "35"
                   OPEN OUTPUT ARQ-HORAS
               END-IF
               IF WS-STATUS-HORAS NOT = "00"
                   DISPLAY "Erro ao abrir " WS-ARQ-HORAS
                      " Status: " WS-STATUS-HORAS
                   MOVE "EstagiosManutencao" TO WS-ERRLOG-PROGRAMA
                   MOVE "IMPORTAR" TO WS-ERRLOG-PARAGRAFO
                   MOVE WS-ARQ-HORAS TO WS-ERRLOG-ARQUIVO
                   MOVE WS-STATUS-HORAS TO WS-ERRLOG-STATUS
                   PERFORM GRAVAR-ERRORLOG
               ELSE
                   OPEN INPUT ARQ-ALUNOS
                   IF WS-STATUS-ALUNOS = "00"
                       MOVE "S" TO WS-ALUNOS-ABERTOS
                   ELSE
                       MOVE "N" TO WS-ALUNOS-ABERTOS
                   END-IF
                   OPEN OUTPUT ARQ-REJEITADOS
                   MOVE "N" TO WS-FIM-ARQ
                   PERFORM UNTIL WS-FIM-ARQ = "S"
                       READ ARQ-IMPORTACAO
                           AT END
                               MOVE "S" TO WS-FIM-ARQ
                           NOT AT END
                               PERFORM IMPORTAR-LINHA
                       END-READ
                   END-PERFORM
                   CLOSE ARQ-REJEITADOS
                   IF WS-ALUNOS-ABERTOS = "S"
                       CLOSE ARQ-ALUNOS
                   END-IF
                   CLOSE ARQ-HORAS
                   IF WS-IMPORTADOS > 0
                       PERFORM ATUALIZAR-HORAS-CUMPRIDAS
                   END-IF
               END-IF
               CLOSE ARQ-IMPORTACAO
               MOVE WS-IMPORTADOS TO WS-TOTAL-ED
               DISPLAY "Semanas importadas....: " WS-TOTAL-ED
               MOVE WS-REJEITADOS TO WS-TOTAL-ED
               DISPLAY "Linhas rejeitadas.....: " WS-TOTAL-ED
               IF WS-REJEITADOS > 0
                   DISPLAY "Rejeitadas gravadas em " WS-ARQ-REJEITADOS
               END-IF
           END-IF.
           PERFORM INICIO.

       IMPORTAR-LINHA.
           ADD 1 TO WS-LINHAS-LIDAS.
           MOVE SPACES TO WS-MATRICULA WS-SEMANA-TXT WS-HORAS-TXT.
           UNSTRING LINHA-IMPORTACAO DELIMITED BY ";"
               INTO WS-MATRICULA WS-SEMANA-TXT WS-HORAS-TXT
           END-UNSTRING.
           IF WS-LINHAS-LIDAS = 1 AND WS-SEMANA-TXT NOT NUMERIC
               CONTINUE
           ELSE
               IF LINHA-IMPORTACAO NOT = SPACES
                   PERFORM VALIDAR-HORAS
                   IF WS-REGISTRO-VALIDO = "N"
                       PERFORM GRAVAR-REJEITADO
                   ELSE
                       PERFORM GRAVAR-HORAS
                   END-IF
               END-IF
           END-IF.

       VALIDAR-HORAS.
           MOVE "S" TO WS-REGISTRO-VALIDO.
           MOVE SPACES TO WS-MOTIVO-ERRO.
           IF WS-ALUNOS-ABERTOS = "N"
               MOVE "N" TO WS-REGISTRO-VALIDO
               MOVE "Cadastro de alunos indisponivel" TO WS-MOTIVO-ERRO
           ELSE
               MOVE WS-MATRICULA TO ALU-MATRICULA
               READ ARQ-ALUNOS
                   INVALID KEY
                       MOVE "N" TO WS-REGISTRO-VALIDO
                       MOVE "Aluno nao cadastrado" TO WS-MOTIVO-ERRO
               END-READ
           END-IF.
           IF WS-REGISTRO-VALIDO = "S"
               IF WS-SEMANA-TXT NOT NUMERIC
                       OR WS-SEMANA-TXT(5:2) < "01"
                       OR WS-SEMANA-TXT(5:2) > "12"
                       OR WS-SEMANA-TXT(7:2) < "01"
                       OR WS-SEMANA-TXT(7:2) > "31"
                   MOVE "N" TO WS-REGISTRO-VALIDO
                   MOVE "Data da semana invalida" TO WS-MOTIVO-ERRO
               ELSE
                   MOVE WS-SEMANA-TXT TO WS-SEMANA
               END-IF
           END-IF.
           IF WS-REGISTRO-VALIDO = "S"
               MOVE FUNCTION NUMVAL(WS-HORAS-TXT) TO WS-HORAS
               IF WS-HORAS = 0
                   MOVE "N" TO WS-REGISTRO-VALIDO
                   MOVE "Horas invalidas" TO WS-MOTIVO-ERRO
               ELSE
                   IF WS-HORAS > WS-LIMITE-SEMANAL
                       MOVE "N" TO WS-REGISTRO-VALIDO
                       MOVE "Horas acima do limite semanal"
                           TO WS-MOTIVO-ERRO
                   END-IF
               END-IF
           END-IF.
           IF WS-REGISTRO-VALIDO = "S"
               PERFORM LOCALIZAR-TERMO-VIGENTE
           END-IF.
           IF WS-REGISTRO-VALIDO = "S"
               MOVE WS-MATRICULA TO WS-CHAVE-MATRICULA
               MOVE WS-SEMANA TO WS-CHAVE-DATA
               PERFORM VARYING IDX-SEM FROM 1 BY 1
                       UNTIL IDX-SEM > QTD-SEMANAS
                       OR TSE-CHAVE(IDX-SEM) = WS-CHAVE-SEMANA
                   CONTINUE
               END-PERFORM
               IF IDX-SEM <= QTD-SEMANAS
                   MOVE "N" TO WS-REGISTRO-VALIDO
                   MOVE "Semana ja lancada" TO WS-MOTIVO-ERRO
               END-IF
           END-IF.

      * O termo vale para a semana quando a data de inicio dela
      * cai dentro da vigencia. Aluno com termo fora da vigencia
      * tem a linha recusada como termo vencido.
       LOCALIZAR-TERMO-VIGENTE.
           MOVE 0 TO WS-IDX-TERMO.
           MOVE "N" TO WS-TERMO-VENCIDO.
           PERFORM VARYING IDX-EST FROM 1 BY 1
                   UNTIL IDX-EST > QTD-ESTAGIOS
               IF TES-MATRICULA(IDX-EST) = WS-MATRICULA
                   IF WS-SEMANA >= TES-DATA-INICIO(IDX-EST)
                           AND WS-SEMANA <= TES-DATA-FIM(IDX-EST)
                       SET WS-IDX-TERMO TO IDX-EST
                   ELSE
                       MOVE "S" TO WS-TERMO-VENCIDO
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-IDX-TERMO = 0
               MOVE "N" TO WS-REGISTRO-VALIDO
               IF WS-TERMO-VENCIDO = "S"
                   MOVE "Termo de estagio vencido" TO WS-MOTIVO-ERRO
               ELSE
                   MOVE "Aluno sem termo de estagio" TO WS-MOTIVO-ERRO
               END-IF
           END-IF.

       GRAVAR-HORAS.
           SET IDX-EST TO WS-IDX-TERMO.
           MOVE WS-MATRICULA TO EHR-MATRICULA.
           MOVE TES-TERMO(IDX-EST) TO EHR-TERMO.
           MOVE WS-SEMANA TO EHR-SEMANA.
           MOVE WS-HORAS TO EHR-HORAS.
           MOVE WS-DATA-HOJE TO EHR-DATA-IMPORTACAO.
           WRITE REGISTRO-HORAS.
           ADD WS-HORAS TO TES-HORAS-NOVAS(IDX-EST).
           ADD 1 TO WS-IMPORTADOS.
           ADD 1 TO WS-TOTAL-OPERACOES.
           IF QTD-SEMANAS < 10000
               ADD 1 TO QTD-SEMANAS
               MOVE WS-CHAVE-SEMANA TO TSE-CHAVE(QTD-SEMANAS)
           END-IF.

       GRAVAR-REJEITADO.
           ADD 1 TO WS-REJEITADOS.
           MOVE SPACES TO REGISTRO-REJEITADO.
           STRING LINHA-IMPORTACAO DELIMITED BY "  "
               ";" DELIMITED BY SIZE
               WS-MOTIVO-ERRO DELIMITED BY "  "
               INTO REGISTRO-REJEITADO
           END-STRING.
           WRITE REGISTRO-REJEITADO.
           DISPLAY "Linha " WS-LINHAS-LIDAS ": " WS-MOTIVO-ERRO.

      * Regrava o cadastro somando as horas aceitas; a tabela foi
      * carregada na ordem do arquivo.
       ATUALIZAR-HORAS-CUMPRIDAS.
           MOVE 0 TO WS-SEQ-ESTAGIO.
           MOVE "N" TO WS-FIM-ARQ.
           OPEN I-O ARQ-ESTAGIOS.
           IF WS-STATUS-ESTAGIOS NOT = "00"
               MOVE "ATUALIZAR-HORAS-CUMPRIDAS"
                   TO WS-ERRLOG-PARAGRAFO
               PERFORM REGISTRAR-ERRO-ESTAGIOS
           ELSE
               PERFORM UNTIL WS-FIM-ARQ = "S"
                   READ ARQ-ESTAGIOS
                       AT END
                           MOVE "S" TO WS-FIM-ARQ
                       NOT AT END
                           ADD 1 TO WS-SEQ-ESTAGIO
                           IF WS-SEQ-ESTAGIO <= QTD-ESTAGIOS
                               SET IDX-EST TO WS-SEQ-ESTAGIO
                               IF TES-HORAS-NOVAS(IDX-EST) > 0
                                   ADD TES-HORAS-NOVAS(IDX-EST)
                                       TO EST-HORAS-CUMPRIDAS
                                   MOVE WS-DATA-HOJE
                                       TO EST-DATA-ATUALIZACAO
                                   REWRITE REGISTRO-ESTAGIO
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQ-ESTAGIOS
           END-IF.

       REGISTRAR-ERRO-ESTAGIOS.
           DISPLAY "Erro ao abrir " WS-ARQ-ESTAGIOS
              " Status: " WS-STATUS-ESTAGIOS.
           MOVE "EstagiosManutencao" TO WS-ERRLOG-PROGRAMA.
           MOVE WS-ARQ-ESTAGIOS TO WS-ERRLOG-ARQUIVO.
           MOVE WS-STATUS-ESTAGIOS TO WS-ERRLOG-STATUS.
           PERFORM GRAVAR-ERRORLOG.

       CONSULTAR.
           DISPLAY "--------------------------------".
           DISPLAY "Consultar Estagios do Aluno".
           DISPLAY "--------------------------------".
           DISPLAY "Matricula: ".
           ACCEPT WS-MATRICULA.
           MOVE 0 TO WS-LINHAS-LIDAS.
           MOVE "N" TO WS-FIM-ARQ.
           OPEN INPUT ARQ-ESTAGIOS.
           IF WS-STATUS-ESTAGIOS = "00"
               PERFORM UNTIL WS-FIM-ARQ = "S"
                   READ ARQ-ESTAGIOS
                       AT END
                           MOVE "S" TO WS-FIM-ARQ
                       NOT AT END
                           IF EST-MATRICULA = WS-MATRICULA
                               ADD 1 TO WS-LINHAS-LIDAS
                               DISPLAY "Termo " EST-TERMO " "
                                  EST-EMPRESA
                               DISPLAY "  Orientador: " EST-PROFESSOR
                                  "  Vigencia: " EST-DATA-INICIO
                                  " a " EST-DATA-FIM
                               DISPLAY "  Horas: " EST-HORAS-CUMPRIDAS
                                  " de " EST-HORAS-EXIGIDAS
                                  "  Apolice: " EST-APOLICE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQ-ESTAGIOS
           END-IF.
           IF WS-LINHAS-LIDAS = 0
               DISPLAY "Nenhum termo de estagio cadastrado."
           END-IF.
           PERFORM INICIO.

      * Termos que vencem nos proximos 30 dias e termos com horas
      * abaixo do exigido (vencidos ou nao).
       RELATORIO-ESTAGIOS.
           COMPUTE WS-DATA-AVISO = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-DATA-HOJE)
               + WS-DIAS-AVISO).
           MOVE 0 TO WS-QTD-VENCENDO.
           MOVE 0 TO WS-QTD-PENDENTES.
           OPEN INPUT ARQ-ESTAGIOS.
           IF WS-STATUS-ESTAGIOS NOT = "00"
               DISPLAY "Nenhum termo em " WS-ARQ-ESTAGIOS
           ELSE
               CLOSE ARQ-ESTAGIOS
               OPEN OUTPUT RELATORIO
               MOVE SPACES TO LINHA-RELATORIO
               STRING "Estagios - termos vencendo ate "
                   DELIMITED BY SIZE
                   WS-DATA-AVISO DELIMITED BY SIZE
                   INTO LINHA-RELATORIO
               END-STRING
               WRITE LINHA-RELATORIO
               PERFORM ESCREVER-CABECALHO-ESTAGIO
               MOVE "V" TO WS-OPCAO-LISTA
               PERFORM VARRER-ESTAGIOS
               MOVE SPACES TO LINHA-RELATORIO
               WRITE LINHA-RELATORIO
               MOVE "Estagios - alunos com horas abaixo do exigido"
                   TO LINHA-RELATORIO
               WRITE LINHA-RELATORIO
               PERFORM ESCREVER-CABECALHO-ESTAGIO
               MOVE "H" TO WS-OPCAO-LISTA
               PERFORM VARRER-ESTAGIOS
               CLOSE RELATORIO
               DISPLAY "Termos vencendo.......: " WS-QTD-VENCENDO
               DISPLAY "Horas pendentes.......: " WS-QTD-PENDENTES
               DISPLAY "Relatorio gravado em " WS-ARQ-RELATORIO
           END-IF.
           PERFORM INICIO.

       ESCREVER-CABECALHO-ESTAGIO.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "Matricula Termo       Empresa" DELIMITED BY SIZE
               "                         Fim       Horas/Exig"
                   DELIMITED BY SIZE
               INTO LINHA-RELATORIO
           END-STRING.
           WRITE LINHA-RELATORIO.

       VARRER-ESTAGIOS.
           MOVE "N" TO WS-FIM-ARQ.
           OPEN INPUT ARQ-ESTAGIOS.
           PERFORM UNTIL WS-FIM-ARQ = "S"
               READ ARQ-ESTAGIOS
                   AT END
                       MOVE "S" TO WS-FIM-ARQ
                   NOT AT END
                       PERFORM LISTAR-ESTAGIO
               END-READ
           END-PERFORM.
           CLOSE ARQ-ESTAGIOS.

       LISTAR-ESTAGIO.
           MOVE SPACES TO LE-OBSERVACAO.
           IF WS-OPCAO-LISTA = "V"
               IF EST-DATA-FIM >= WS-DATA-HOJE
                       AND EST-DATA-FIM <= WS-DATA-AVISO
                   ADD 1 TO WS-QTD-VENCENDO
                   IF EST-HORAS-CUMPRIDAS < EST-HORAS-EXIGIDAS
                       MOVE "horas pendentes" TO LE-OBSERVACAO
                   END-IF
                   PERFORM ESCREVER-LINHA-ESTAGIO
               END-IF
           ELSE
               IF EST-HORAS-CUMPRIDAS < EST-HORAS-EXIGIDAS
                   ADD 1 TO WS-QTD-PENDENTES
                   COMPUTE WS-HORAS-FALTANTES
                       = EST-HORAS-EXIGIDAS - EST-HORAS-CUMPRIDAS
                   MOVE SPACES TO LE-OBSERVACAO
                   IF EST-DATA-FIM < WS-DATA-HOJE
                       STRING "VENCIDO falta " DELIMITED BY SIZE
                           WS-HORAS-FALTANTES DELIMITED BY SIZE
                           INTO LE-OBSERVACAO
                       END-STRING
                   ELSE
                       STRING "falta " DELIMITED BY SIZE
                           WS-HORAS-FALTANTES DELIMITED BY SIZE
                           INTO LE-OBSERVACAO
                       END-STRING
                   END-IF
                   PERFORM ESCREVER-LINHA-ESTAGIO
               END-IF
           END-IF.

       ESCREVER-LINHA-ESTAGIO.
           MOVE EST-MATRICULA TO LE-MATRICULA.
           MOVE EST-TERMO TO LE-TERMO.
           MOVE EST-EMPRESA TO LE-EMPRESA.
           MOVE EST-DATA-FIM TO LE-DATA-FIM.
           MOVE EST-HORAS-CUMPRIDAS TO LE-CUMPRIDAS.
           MOVE EST-HORAS-EXIGIDAS TO LE-EXIGIDAS.
           MOVE LINHA-ESTAGIO TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.

       CARREGAR-ESTAGIOS.
           MOVE 0 TO QTD-ESTAGIOS.
           MOVE "N" TO WS-FIM-ARQ.
           OPEN INPUT ARQ-ESTAGIOS.
           IF WS-STATUS-ESTAGIOS = "00"
               PERFORM UNTIL WS-FIM-ARQ = "S"
                   READ ARQ-ESTAGIOS
                       AT END
                           MOVE "S" TO WS-FIM-ARQ
                       NOT AT END
                           IF QTD-ESTAGIOS < 2000
                               ADD 1 TO QTD-ESTAGIOS
                               SET IDX-EST TO QTD-ESTAGIOS
                               MOVE EST-MATRICULA
                                   TO TES-MATRICULA(IDX-EST)
                               MOVE EST-TERMO TO TES-TERMO(IDX-EST)
                               MOVE EST-DATA-INICIO
                                   TO TES-DATA-INICIO(IDX-EST)
                               MOVE EST-DATA-FIM
                                   TO TES-DATA-FIM(IDX-EST)
                               MOVE 0 TO TES-HORAS-NOVAS(IDX-EST)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQ-ESTAGIOS
           END-IF.

       CARREGAR-SEMANAS.
           MOVE 0 TO QTD-SEMANAS.
           MOVE "N" TO WS-FIM-ARQ.
           OPEN INPUT ARQ-HORAS.
           IF WS-STATUS-HORAS = "00"
               PERFORM UNTIL WS-FIM-ARQ = "S"
                   READ ARQ-HORAS
                       AT END
                           MOVE "S" TO WS-FIM-ARQ
                       NOT AT END
                           IF QTD-SEMANAS < 10000
                               ADD 1 TO QTD-SEMANAS
                               MOVE EHR-MATRICULA
                                   TO WS-CHAVE-MATRICULA
                               MOVE EHR-SEMANA TO WS-CHAVE-DATA
                               MOVE WS-CHAVE-SEMANA
                                   TO TSE-CHAVE(QTD-SEMANAS)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQ-HORAS
           END-IF.

       COPY JOBLOGPD.

       COPY ERRLOGPD.

       IDENTIFICATION DIVISION.
           PROGRAM-ID. VagasManutencao.
           AUTHOR. Fernando Anselmo.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-VAGAS ASSIGN TO WS-ARQ-VAGAS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-VAGAS.

           SELECT FUNCIONARIOS ASSIGN TO WS-ARQ-FUNCIONARIOS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-FUNCIONARIOS.

           SELECT ARQ-ORCAMENTO ASSIGN TO WS-ARQ-ORCAMENTO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-ORCAMENTO.

           SELECT ARQ-DEPARTAMENTOS ASSIGN TO WS-ARQ-DEPARTAMENTOS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DEP-CODIGO
               FILE STATUS IS WS-STATUS-DEPARTAMENTOS.

           SELECT ARQ-CARGOS ASSIGN TO WS-ARQ-CARGOS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CAR-CODIGO
               FILE STATUS IS WS-STATUS-CARGOS.

           COPY ERRLOGSL.

           COPY JOBLOGSL.

       DATA DIVISION.
       FILE SECTION.
       FD ARQ-VAGAS.
       01 REGISTRO-VAGA.
           COPY VAGA.

       FD FUNCIONARIOS.
       01 DETALHEFUNCIONARIO.
           COPY FUNCIONARIO.

       FD ARQ-ORCAMENTO.
       01 REGISTRO-ORCAMENTO.
           COPY ORCAMENTO.

       FD ARQ-DEPARTAMENTOS.
       01 REG-DEPARTAMENTO.
           COPY DEPARTAMENTO.

       FD ARQ-CARGOS.
       01 REG-CARGO.
           COPY CARGO.

       COPY ERRLOGFD.

       COPY JOBLOGFD.

       WORKING-STORAGE SECTION.
       COPY ERRLOGWS.

       COPY JOBLOGWS.

       01 WS-ARQ-VAGAS           PIC X(40)
           VALUE "VAGAS.DATA".
       01 WS-ARQ-FUNCIONARIOS    PIC X(40)
           VALUE "FUNCIONARIOS.DATA".
       01 WS-ARQ-ORCAMENTO       PIC X(40)
           VALUE "ORCAMENTO-DEPARTAMENTOS.DATA".
       01 WS-ARQ-DEPARTAMENTOS   PIC X(40) VALUE "departamentos.idx".
       01 WS-ARQ-CARGOS          PIC X(40) VALUE "cargos.idx".
       01 WS-ARQUIVOS-DEFINIDOS  PIC X VALUE "N".

       01 WS-OPCAO               PIC 9.
       01 WS-STATUS-VAGAS        PIC X(2).
       01 WS-STATUS-FUNCIONARIOS PIC X(2).
       01 WS-STATUS-ORCAMENTO    PIC X(2).
       01 WS-STATUS-DEPARTAMENTOS PIC X(2).
       01 WS-STATUS-CARGOS       PIC X(2).
       01 WS-FIM-ARQ             PIC X VALUE "N".
       01 WS-FIM-ORCAMENTO       PIC X VALUE "N".
       01 WS-VAGA-EXISTE         PIC X VALUE "N".
       01 WS-QTD-VAGAS           PIC 9(5) VALUE 0.
       01 WS-TOTAL-OPERACOES     PIC 9(5) VALUE ZEROS.

       01 WS-NUMERO-TXT          PIC X(6).
       01 WS-NUMERO              PIC 9(6).
       01 WS-ULTIMO-NUMERO       PIC 9(6) VALUE 0.
       01 WS-DEPARTAMENTO        PIC X(4).
       01 WS-CARGO               PIC X(4).
       01 WS-SALARIO-TEXTO       PIC X(12).
       01 WS-SALARIO             PIC 9(7)V9(2).
       01 WS-SITUACAO-ATUAL      PIC X(1).
       01 WS-NOVA-SITUACAO       PIC X(1).
       01 WS-CONFIRMA            PIC X(1).
       01 WS-OPERADOR            PIC X(8).
       01 WS-DATA-HOJE           PIC 9(8).
       01 WS-DATA-HOJE-R REDEFINES WS-DATA-HOJE.
           05 WS-ANO-HOJE        PIC 9(4).
           05 FILLER             PIC 9(4).

       01 WS-TEM-ORCAMENTO       PIC X VALUE "N".
       01 WS-HEADCOUNT-AUTORIZADO PIC 9(5).
       01 WS-TETO-FOLHA          PIC 9(11)V9(2).
       01 WS-HEADCOUNT-ATUAL     PIC 9(5).
       01 WS-FOLHA-ATUAL         PIC 9(11)V9(2).
       01 WS-HEADCOUNT-VAGAS     PIC 9(5).
       01 WS-FOLHA-VAGAS         PIC 9(11)V9(2).
       01 WS-HEADCOUNT-PREVISTO  PIC 9(5).
       01 WS-FOLHA-PREVISTA      PIC 9(11)V9(2).

       01 WS-SALARIO-ED          PIC Z,ZZZ,ZZ9.99.
       01 WS-FOLHA-ED            PIC Z,ZZZ,ZZZ,ZZ9.99.
       01 WS-TETO-ED             PIC Z,ZZZ,ZZZ,ZZ9.99.
       01 WS-QTD-ED              PIC ZZZZ9.
       01 WS-SITUACAO-TEXTO      PIC X(10).

       01 WS-REGISTRO-VALIDO     PIC X VALUE "S".
       01 WS-MOTIVO-ERRO         PIC X(50) VALUE SPACES.

       PROCEDURE DIVISION.
       INICIO.
           IF WS-ARQUIVOS-DEFINIDOS = "N"
               PERFORM DEFINIR-ARQUIVOS
               MOVE "S" TO WS-ARQUIVOS-DEFINIDOS
               MOVE "VagasManutencao" TO WS-JOBLOG-PROGRAMA
               MOVE "INICIO" TO WS-JOBLOG-EVENTO
               PERFORM GRAVAR-JOBLOG
           END-IF.
           DISPLAY "--------------------------------".
           DISPLAY "Requisições de Vaga".
           DISPLAY "--------------------------------".
           DISPLAY " 1 - Abrir Requisição".
           DISPLAY " 2 - Listar Requisições".
           DISPLAY " 3 - Alterar Requisição Aberta".
           DISPLAY " 4 - Aprovar Requisição".
           DISPLAY " 5 - Cancelar Requisição".
           DISPLAY " 6 - Sair".
           DISPLAY "--------------------------------".
           DISPLAY "Escolha uma opção: ".
           ACCEPT WS-OPCAO.

           EVALUATE WS-OPCAO
               WHEN 1
                   PERFORM ABRIR
               WHEN 2
                   PERFORM LISTAR
               WHEN 3
                   PERFORM ALTERAR
               WHEN 4
                   PERFORM APROVAR
               WHEN 5
                   PERFORM CANCELAR
               WHEN 6
                   MOVE WS-TOTAL-OPERACOES TO WS-JOBLOG-QTD-REGISTROS
                   MOVE "FIM" TO WS-JOBLOG-EVENTO
                   PERFORM GRAVAR-JOBLOG
                   GOBACK
               WHEN OTHER
                   DISPLAY "Opção inválida!"
                   PERFORM INICIO
           END-EVALUATE.

       DEFINIR-ARQUIVOS.
           ACCEPT WS-ARQ-VAGAS FROM ENVIRONMENT "VAGAS_DATA"
               ON EXCEPTION
                   MOVE "VAGAS.DATA" TO WS-ARQ-VAGAS
           END-ACCEPT.
           ACCEPT WS-ARQ-FUNCIONARIOS FROM ENVIRONMENT
                   "FUNCIONARIOS_DATA"
               ON EXCEPTION
                   MOVE "FUNCIONARIOS.DATA" TO WS-ARQ-FUNCIONARIOS
           END-ACCEPT.
           ACCEPT WS-ARQ-ORCAMENTO FROM ENVIRONMENT
                   "ORCAMENTO_DEPARTAMENTOS"
               ON EXCEPTION
                   MOVE "ORCAMENTO-DEPARTAMENTOS.DATA"
                       TO WS-ARQ-ORCAMENTO
           END-ACCEPT.
           ACCEPT WS-ARQ-DEPARTAMENTOS FROM ENVIRONMENT
                   "DEPARTAMENTOS_IDX"
               ON EXCEPTION
                   MOVE "departamentos.idx" TO WS-ARQ-DEPARTAMENTOS
           END-ACCEPT.
           ACCEPT WS-ARQ-CARGOS FROM ENVIRONMENT "CARGOS_IDX"
               ON EXCEPTION
                   MOVE "cargos.idx" TO WS-ARQ-CARGOS
           END-ACCEPT.
           ACCEPT WS-OPERADOR FROM ENVIRONMENT "OPERADOR_ATUAL"
               ON EXCEPTION
                   MOVE SPACES TO WS-OPERADOR
           END-ACCEPT.
           IF WS-OPERADOR = SPACES
               MOVE "--------" TO WS-OPERADOR
           END-IF.

       ABRIR.
           DISPLAY "--------------------------------".
           DISPLAY "Abrir Requisição de Vaga".
           DISPLAY "--------------------------------".
           PERFORM SOLICITAR-DADOS.
           PERFORM VALIDAR-VAGA.
           IF WS-REGISTRO-VALIDO = "N"
               DISPLAY "Requisição rejeitada: " WS-MOTIVO-ERRO
           ELSE
               PERFORM GRAVAR-VAGA-NOVA
           END-IF.
           PERFORM INICIO.

       SOLICITAR-NUMERO.
           MOVE SPACES TO WS-NUMERO-TXT.
           DISPLAY "Número da requisição: ".
           ACCEPT WS-NUMERO-TXT.
           MOVE 0 TO WS-NUMERO.
           IF WS-NUMERO-TXT NOT = SPACES
               COMPUTE WS-NUMERO = FUNCTION NUMVAL(WS-NUMERO-TXT)
           END-IF.

       SOLICITAR-DADOS.
           MOVE SPACES TO WS-DEPARTAMENTO.
           MOVE SPACES TO WS-CARGO.
           DISPLAY "Departamento: ".
           ACCEPT WS-DEPARTAMENTO.
           DISPLAY "Cargo (4 letras): ".
           ACCEPT WS-CARGO.
           DISPLAY "Salário orçado "
              "(somente dígitos, 2 decimais): ".
           ACCEPT WS-SALARIO-TEXTO.
           COMPUTE WS-SALARIO = FUNCTION NUMVAL(WS-SALARIO-TEXTO).

       VALIDAR-VAGA.
           MOVE "S" TO WS-REGISTRO-VALIDO.
           MOVE SPACES TO WS-MOTIVO-ERRO.
           IF WS-DEPARTAMENTO = SPACES
               MOVE "N" TO WS-REGISTRO-VALIDO
               MOVE "Departamento nao informado" TO WS-MOTIVO-ERRO
           END-IF.
           IF WS-REGISTRO-VALIDO = "S" AND WS-CARGO = SPACES
               MOVE "N" TO WS-REGISTRO-VALIDO
               MOVE "Cargo nao informado" TO WS-MOTIVO-ERRO
           END-IF.
           IF WS-REGISTRO-VALIDO = "S" AND WS-SALARIO = 0
               MOVE "N" TO WS-REGISTRO-VALIDO
               MOVE "Salario orcado nao informado" TO WS-MOTIVO-ERRO
           END-IF.
           IF WS-REGISTRO-VALIDO = "S"
               PERFORM VALIDAR-DEPARTAMENTO
           END-IF.
           IF WS-REGISTRO-VALIDO = "S"
               PERFORM VALIDAR-CARGO
           END-IF.

       VALIDAR-DEPARTAMENTO.
           OPEN INPUT ARQ-DEPARTAMENTOS.
           IF WS-STATUS-DEPARTAMENTOS = "00"
               MOVE WS-DEPARTAMENTO TO DEP-CODIGO
               READ ARQ-DEPARTAMENTOS
                   INVALID KEY
                       MOVE "N" TO WS-REGISTRO-VALIDO
                       MOVE "Departamento invalido" TO WS-MOTIVO-ERRO
                   NOT INVALID KEY
                       IF DEP-ATIVO = "N"
                           MOVE "N" TO WS-REGISTRO-VALIDO
                           MOVE "Departamento desativado"
                               TO WS-MOTIVO-ERRO
                       END-IF
               END-READ
               CLOSE ARQ-DEPARTAMENTOS
           END-IF.

      * A faixa salarial do cargo so e imposta quando cargos.idx
      * existe, como na manutencao de funcionarios.
       VALIDAR-CARGO.
           OPEN INPUT ARQ-CARGOS.
           IF WS-STATUS-CARGOS = "00"
               MOVE WS-CARGO TO CAR-CODIGO
               READ ARQ-CARGOS
                   INVALID KEY
                       MOVE "N" TO WS-REGISTRO-VALIDO
                       MOVE "Cargo invalido" TO WS-MOTIVO-ERRO
                   NOT INVALID KEY
                       IF CAR-ATIVO = "N"
                           MOVE "N" TO WS-REGISTRO-VALIDO
                           MOVE "Cargo desativado" TO WS-MOTIVO-ERRO
                       ELSE
                           IF WS-SALARIO < CAR-SALARIO-MINIMO
                                   OR WS-SALARIO > CAR-SALARIO-MAXIMO
                               MOVE "N" TO WS-REGISTRO-VALIDO
                               MOVE "Salario fora da faixa do cargo"
                                   TO WS-MOTIVO-ERRO
                           END-IF
                       END-IF
               END-READ
               CLOSE ARQ-CARGOS
           END-IF.

       OBTER-ULTIMO-NUMERO.
           MOVE 0 TO WS-ULTIMO-NUMERO.
           MOVE "N" TO WS-FIM-ARQ.
           OPEN INPUT ARQ-VAGAS.
           IF WS-STATUS-VAGAS = "00"
               PERFORM UNTIL WS-FIM-ARQ = "S"
                   READ ARQ-VAGAS
                       AT END
                           MOVE "S" TO WS-FIM-ARQ
                       NOT AT END
                           IF VAG-NUMERO > WS-ULTIMO-NUMERO
                               MOVE VAG-NUMERO TO WS-ULTIMO-NUMERO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQ-VAGAS
           END-IF.

       GRAVAR-VAGA-NOVA.
           PERFORM OBTER-ULTIMO-NUMERO.
           OPEN EXTEND ARQ-VAGAS.
           IF WS-STATUS-VAGAS = "35"
               OPEN OUTPUT ARQ-VAGAS
           END-IF.
           IF WS-STATUS-VAGAS NOT = "00"
               DISPLAY "Erro ao abrir arquivo! Status: "
                  WS-STATUS-VAGAS
               MOVE "VagasManutencao" TO WS-ERRLOG-PROGRAMA
               MOVE "GRAVAR-VAGA-NOVA" TO WS-ERRLOG-PARAGRAFO
               MOVE WS-ARQ-VAGAS TO WS-ERRLOG-ARQUIVO
               MOVE WS-STATUS-VAGAS TO WS-ERRLOG-STATUS
               PERFORM GRAVAR-ERRORLOG
           ELSE
               ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
               ADD 1 TO WS-ULTIMO-NUMERO GIVING VAG-NUMERO
               MOVE WS-DEPARTAMENTO TO VAG-DEPARTAMENTO
               MOVE WS-CARGO TO VAG-CARGO
               MOVE WS-SALARIO TO VAG-SALARIO-ORCADO
               SET VAGA-ABERTA TO TRUE
               MOVE 0 TO VAG-MATRICULA
               MOVE WS-DATA-HOJE TO VAG-DATA-ABERTURA
               MOVE WS-OPERADOR TO VAG-OPERADOR
               MOVE WS-DATA-HOJE TO VAG-DATA-SITUACAO
               WRITE REGISTRO-VAGA
               DISPLAY "Requisição aberta com o número " VAG-NUMERO
               CLOSE ARQ-VAGAS
               ADD 1 TO WS-TOTAL-OPERACOES
           END-IF.

       LISTAR.
           DISPLAY "--------------------------------".
           DISPLAY "Requisições de Vaga".
           DISPLAY "--------------------------------".
           MOVE 0 TO WS-QTD-VAGAS.
           MOVE "N" TO WS-FIM-ARQ.
           OPEN INPUT ARQ-VAGAS.
           IF WS-STATUS-VAGAS = "00"
               PERFORM UNTIL WS-FIM-ARQ = "S"
                   READ ARQ-VAGAS
                       AT END
                           MOVE "S" TO WS-FIM-ARQ
                       NOT AT END
                           ADD 1 TO WS-QTD-VAGAS
                           PERFORM EXIBIR-VAGA
                   END-READ
               END-PERFORM
               CLOSE ARQ-VAGAS
           END-IF.
           IF WS-QTD-VAGAS = 0
               DISPLAY "Nenhuma requisição cadastrada."
           END-IF.
           PERFORM INICIO.

       EXIBIR-VAGA.
           EVALUATE TRUE
               WHEN VAGA-ABERTA
                   MOVE "ABERTA" TO WS-SITUACAO-TEXTO
               WHEN VAGA-APROVADA
                   MOVE "APROVADA" TO WS-SITUACAO-TEXTO
               WHEN VAGA-PREENCHIDA
                   MOVE "PREENCHIDA" TO WS-SITUACAO-TEXTO
               WHEN VAGA-CANCELADA
                   MOVE "CANCELADA" TO WS-SITUACAO-TEXTO
               WHEN OTHER
                   MOVE VAG-SITUACAO TO WS-SITUACAO-TEXTO
           END-EVALUATE.
           MOVE VAG-SALARIO-ORCADO TO WS-SALARIO-ED.
           DISPLAY "Requisição: " VAG-NUMERO
              "  Depto: " VAG-DEPARTAMENTO
              "  Cargo: " VAG-CARGO
              "  Salário: " WS-SALARIO-ED.
           DISPLAY "   Situação: " WS-SITUACAO-TEXTO
              "  Em: " VAG-DATA-SITUACAO
              "  Operador: " VAG-OPERADOR.
           IF VAGA-PREENCHIDA
               DISPLAY "   Preenchida pela matrícula: "
                  VAG-MATRICULA
           END-IF.

       PROCURAR-VAGA.
           MOVE "N" TO WS-VAGA-EXISTE.
           MOVE "N" TO WS-FIM-ARQ.
           OPEN INPUT ARQ-VAGAS.
           IF WS-STATUS-VAGAS = "00"
               PERFORM UNTIL WS-FIM-ARQ = "S"
                   READ ARQ-VAGAS
                       AT END
                           MOVE "S" TO WS-FIM-ARQ
                       NOT AT END
                           IF VAG-NUMERO = WS-NUMERO
                               MOVE "S" TO WS-VAGA-EXISTE
                               MOVE "S" TO WS-FIM-ARQ
                               MOVE VAG-SITUACAO TO WS-SITUACAO-ATUAL
                               MOVE VAG-DEPARTAMENTO
                                   TO WS-DEPARTAMENTO
                               MOVE VAG-CARGO TO WS-CARGO
                               MOVE VAG-SALARIO-ORCADO TO WS-SALARIO
                               PERFORM EXIBIR-VAGA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQ-VAGAS
           END-IF.

       ALTERAR.
           DISPLAY "--------------------------------".
           DISPLAY "Alterar Requisição Aberta".
           DISPLAY "--------------------------------".
           PERFORM SOLICITAR-NUMERO.
           PERFORM PROCURAR-VAGA.
           IF WS-VAGA-EXISTE = "N"
               DISPLAY "Requisição não encontrada."
           ELSE
               IF WS-SITUACAO-ATUAL NOT = "A"
                   DISPLAY "Somente requisições abertas podem ser"
                      " alteradas."
               ELSE
                   PERFORM SOLICITAR-DADOS
                   PERFORM VALIDAR-VAGA
                   IF WS-REGISTRO-VALIDO = "N"
                       DISPLAY "Alteração rejeitada: " WS-MOTIVO-ERRO
                   ELSE
                       MOVE "A" TO WS-NOVA-SITUACAO
                       PERFORM LOCALIZAR-E-ATUALIZAR
                   END-IF
               END-IF
           END-IF.
           PERFORM INICIO.

      * A aprovacao soma ao quadro ativo do departamento as vagas ja
      * aprovadas e ainda nao preenchidas; a nova vaga so passa se
      * headcount e folha resultantes couberem no orcamento do ano.
      * Departamento sem orcamento cadastrado e aprovado com aviso,
      * como na inclusao de funcionarios.
       APROVAR.
           DISPLAY "--------------------------------".
           DISPLAY "Aprovar Requisição".
           DISPLAY "--------------------------------".
           PERFORM SOLICITAR-NUMERO.
           PERFORM PROCURAR-VAGA.
           IF WS-VAGA-EXISTE = "N"
               DISPLAY "Requisição não encontrada."
           ELSE
               IF WS-SITUACAO-ATUAL NOT = "A"
                   DISPLAY "Somente requisições abertas podem ser"
                      " aprovadas."
               ELSE
                   PERFORM VERIFICAR-ORCAMENTO-VAGA
                   IF WS-REGISTRO-VALIDO = "N"
                       DISPLAY "Aprovação recusada: " WS-MOTIVO-ERRO
                   ELSE
                       MOVE "V" TO WS-NOVA-SITUACAO
                       PERFORM LOCALIZAR-E-ATUALIZAR
                   END-IF
               END-IF
           END-IF.
           PERFORM INICIO.

       VERIFICAR-ORCAMENTO-VAGA.
           MOVE "S" TO WS-REGISTRO-VALIDO.
           MOVE SPACES TO WS-MOTIVO-ERRO.
           PERFORM LER-ORCAMENTO-DEPTO.
           IF WS-TEM-ORCAMENTO = "N"
               DISPLAY "Aviso: departamento " WS-DEPARTAMENTO
                  " sem orçamento cadastrado para " WS-ANO-HOJE
           ELSE
               PERFORM SOMAR-QUADRO-ATUAL
               PERFORM SOMAR-VAGAS-APROVADAS
               COMPUTE WS-HEADCOUNT-PREVISTO = WS-HEADCOUNT-ATUAL
                   + WS-HEADCOUNT-VAGAS + 1
               COMPUTE WS-FOLHA-PREVISTA = WS-FOLHA-ATUAL
                   + WS-FOLHA-VAGAS + WS-SALARIO
               MOVE WS-HEADCOUNT-PREVISTO TO WS-QTD-ED
               DISPLAY "Headcount com a vaga: " WS-QTD-ED
                  "  Autorizado: " WS-HEADCOUNT-AUTORIZADO
               MOVE WS-FOLHA-PREVISTA TO WS-FOLHA-ED
               MOVE WS-TETO-FOLHA TO WS-TETO-ED
               DISPLAY "Folha com a vaga: " WS-FOLHA-ED
                  "  Teto: " WS-TETO-ED
               IF WS-HEADCOUNT-PREVISTO > WS-HEADCOUNT-AUTORIZADO
                   MOVE "N" TO WS-REGISTRO-VALIDO
                   MOVE "Headcount acima do autorizado"
                       TO WS-MOTIVO-ERRO
               ELSE
                   IF WS-FOLHA-PREVISTA > WS-TETO-FOLHA
                       MOVE "N" TO WS-REGISTRO-VALIDO
                       MOVE "Folha acima do teto orcado"
                           TO WS-MOTIVO-ERRO
                   END-IF
               END-IF
           END-IF.

       LER-ORCAMENTO-DEPTO.
           MOVE "N" TO WS-TEM-ORCAMENTO.
           MOVE "N" TO WS-FIM-ORCAMENTO.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
           OPEN INPUT ARQ-ORCAMENTO.
           IF WS-STATUS-ORCAMENTO = "00"
               PERFORM UNTIL WS-FIM-ORCAMENTO = "S"
                   READ ARQ-ORCAMENTO
                       AT END
                           MOVE "S" TO WS-FIM-ORCAMENTO
                       NOT AT END
                           IF ORC-DEPARTAMENTO = WS-DEPARTAMENTO
                                   AND ORC-ANO = WS-ANO-HOJE
                               MOVE "S" TO WS-TEM-ORCAMENTO
                               MOVE ORC-HEADCOUNT-AUTORIZADO
                                   TO WS-HEADCOUNT-AUTORIZADO
                               MOVE ORC-TETO-FOLHA TO WS-TETO-FOLHA
                               MOVE "S" TO WS-FIM-ORCAMENTO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQ-ORCAMENTO
           END-IF.

       SOMAR-QUADRO-ATUAL.
           MOVE 0 TO WS-HEADCOUNT-ATUAL.
           MOVE 0 TO WS-FOLHA-ATUAL.
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
                               AND NOT FUNCIONARIO-DESLIGADO
                               AND CODIGO-DEPARTAMENTO
                                   = WS-DEPARTAMENTO
                               ADD 1 TO WS-HEADCOUNT-ATUAL
                               ADD SALARIO-FUNCIONARIO
                                   TO WS-FOLHA-ATUAL
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FUNCIONARIOS
           END-IF.

       SOMAR-VAGAS-APROVADAS.
           MOVE 0 TO WS-HEADCOUNT-VAGAS.
           MOVE 0 TO WS-FOLHA-VAGAS.
           MOVE "N" TO WS-FIM-ARQ.
           OPEN INPUT ARQ-VAGAS.
           IF WS-STATUS-VAGAS = "00"
               PERFORM UNTIL WS-FIM-ARQ = "S"
                   READ ARQ-VAGAS
                       AT END
                           MOVE "S" TO WS-FIM-ARQ
                       NOT AT END
                           IF VAGA-APROVADA
                               AND VAG-DEPARTAMENTO = WS-DEPARTAMENTO
                               AND VAG-NUMERO NOT = WS-NUMERO
                               ADD 1 TO WS-HEADCOUNT-VAGAS
                               ADD VAG-SALARIO-ORCADO
                                   TO WS-FOLHA-VAGAS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQ-VAGAS
           END-IF.

       CANCELAR.
           DISPLAY "--------------------------------".
           DISPLAY "Cancelar Requisição".
           DISPLAY "--------------------------------".
           PERFORM SOLICITAR-NUMERO.
           PERFORM PROCURAR-VAGA.
           IF WS-VAGA-EXISTE = "N"
               DISPLAY "Requisição não encontrada."
           ELSE
               IF WS-SITUACAO-ATUAL NOT = "A"
                       AND WS-SITUACAO-ATUAL NOT = "V"
                   DISPLAY "Requisição já preenchida ou cancelada."
               ELSE
                   DISPLAY "Confirma o cancelamento? (S/N): "
                   ACCEPT WS-CONFIRMA
                   IF WS-CONFIRMA = "S" OR WS-CONFIRMA = "s"
                       MOVE "C" TO WS-NOVA-SITUACAO
                       PERFORM LOCALIZAR-E-ATUALIZAR
                   ELSE
                       DISPLAY "Cancelamento desistido."
                   END-IF
               END-IF
           END-IF.
           PERFORM INICIO.

       LOCALIZAR-E-ATUALIZAR.
           MOVE "N" TO WS-FIM-ARQ.
           OPEN I-O ARQ-VAGAS.
           IF WS-STATUS-VAGAS NOT = "00"
               DISPLAY "Erro ao abrir arquivo! Status: "
                  WS-STATUS-VAGAS
               MOVE "VagasManutencao" TO WS-ERRLOG-PROGRAMA
               MOVE "LOCALIZAR-E-ATUALIZAR" TO WS-ERRLOG-PARAGRAFO
               MOVE WS-ARQ-VAGAS TO WS-ERRLOG-ARQUIVO
               MOVE WS-STATUS-VAGAS TO WS-ERRLOG-STATUS
               PERFORM GRAVAR-ERRORLOG
           ELSE
               PERFORM UNTIL WS-FIM-ARQ = "S"
                   READ ARQ-VAGAS
                       AT END
                           MOVE "S" TO WS-FIM-ARQ
                       NOT AT END
                           IF VAG-NUMERO = WS-NUMERO
                               MOVE "S" TO WS-FIM-ARQ
                               PERFORM PREENCHER-ATUALIZACAO
                               REWRITE REGISTRO-VAGA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQ-VAGAS
               DISPLAY "Requisição atualizada com sucesso!"
               ADD 1 TO WS-TOTAL-OPERACOES
           END-IF.

       PREENCHER-ATUALIZACAO.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
           MOVE WS-DEPARTAMENTO TO VAG-DEPARTAMENTO.
           MOVE WS-CARGO TO VAG-CARGO.
           MOVE WS-SALARIO TO VAG-SALARIO-ORCADO.
           MOVE WS-NOVA-SITUACAO TO VAG-SITUACAO.
           MOVE WS-OPERADOR TO VAG-OPERADOR.
           MOVE WS-DATA-HOJE TO VAG-DATA-SITUACAO.

       COPY JOBLOGPD.

       COPY ERRLOGPD.

               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-ORCAMENTO.

           SELECT ARQ-VAGAS ASSIGN TO WS-ARQ-VAGAS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-VAGAS.

           COPY FICHASL.

           COPY ERRLOGSL.

           COPY JOBLOGSL.
       01 REGISTRO-ORCAMENTO.
           COPY ORCAMENTO.

       FD ARQ-VAGAS.
       01 REGISTRO-VAGA.
           COPY VAGA.

       COPY FICHAFD.

       COPY ERRLOGFD.

       COPY JOBLOGFD.

       WORKING-STORAGE SECTION.
       COPY FICHAWS.

       COPY ERRLOGWS.

       COPY JOBLOGWS.
       01 WS-STATUS-UNIDADES     PIC X(2).
       01 WS-ARQ-ORCAMENTO       PIC X(40)
           VALUE "ORCAMENTO-DEPARTAMENTOS.DATA".
       01 WS-ARQ-VAGAS           PIC X(40) VALUE "VAGAS.DATA".
       01 WS-ARQUIVOS-DEFINIDOS  PIC X VALUE "N".

       01 WS-OPCAO               PIC 9.
       01 WS-STATUS-CARGOS       PIC X(2).
       01 WS-STATUS-ORCAMENTO    PIC X(2).
       01 WS-STATUS-TRABALHO     PIC X(2).
       01 WS-STATUS-VAGAS        PIC X(2).
       01 WS-FIM-VAGAS           PIC X VALUE "N".
       01 WS-VAGA-TXT            PIC X(6).
       01 WS-NUMERO-VAGA         PIC 9(6).
       01 WS-VAGA-EXISTE         PIC X VALUE "N".
       01 WS-FUNCIONARIO-GRAVADO PIC X VALUE "N".
       01 WS-OPERADOR            PIC X(8).
       01 WS-FIM-ORCAMENTO       PIC X VALUE "N".
       01 WS-MODO-ORCAMENTO      PIC X(6) VALUE "BLOQUE".
       01 WS-DATA-HOJE-ORC       PIC 9(8).
           05 WS-SALARIO-TEXTO       PIC X(12).

       01 WS-MATRICULA-NUM       PIC 9(5).
       01 WS-DEPTO-ANTERIOR      PIC X(4).
       01 WS-CARGO-ANTERIOR      PIC X(4).
       01 WS-SALARIO-ANTERIOR    PIC 9(7)V9(2).
       01 WS-SALARIO             PIC 9(7)V9(2).
       01 WS-SALARIO-ED          PIC Z,ZZZ,ZZZ.99.

               ON EXCEPTION
                   MOVE "BLOQUE" TO WS-MODO-ORCAMENTO
           END-ACCEPT.
           ACCEPT WS-ARQ-VAGAS FROM ENVIRONMENT "VAGAS_DATA"
               ON EXCEPTION
                   MOVE "VAGAS.DATA" TO WS-ARQ-VAGAS
           END-ACCEPT.
           ACCEPT WS-OPERADOR FROM ENVIRONMENT "OPERADOR_ATUAL"
               ON EXCEPTION
                   MOVE SPACES TO WS-OPERADOR
           END-ACCEPT.
           IF WS-OPERADOR = SPACES
               MOVE "--------" TO WS-OPERADOR
           END-IF.

       SOLICITAR-DADOS.
           DISPLAY "Primeiro Nome: ".
                  " já cadastrada!"
           ELSE
               PERFORM SOLICITAR-DADOS
               PERFORM SOLICITAR-VAGA
               PERFORM VALIDAR-FUNCIONARIO
               IF WS-REGISTRO-VALIDO = "S"
                   PERFORM VALIDAR-VAGA
               END-IF
               IF WS-REGISTRO-VALIDO = "N"
                   DISPLAY "Registro rejeitado: " WS-MOTIVO-ERRO
               ELSE
                   ELSE
                       PERFORM GRAVAR-NOVO-FUNCIONARIO
                           THRU FIM-GRAVAR-NOVO
                       IF WS-FUNCIONARIO-GRAVADO = "S"
                           PERFORM MARCAR-VAGA-PREENCHIDA
                           PERFORM REGISTRAR-ADMISSAO
                       END-IF
                   END-IF
                   END-IF
               END-IF
               END-IF
           END-IF.

       SOLICITAR-VAGA.
           MOVE SPACES TO WS-VAGA-TXT.
           DISPLAY "Número da requisição de vaga aprovada: ".
           ACCEPT WS-VAGA-TXT.
           MOVE 0 TO WS-NUMERO-VAGA.
           IF WS-VAGA-TXT NOT = SPACES
               COMPUTE WS-NUMERO-VAGA = FUNCTION NUMVAL(WS-VAGA-TXT)
           END-IF.

      * Toda admissao ocupa uma requisicao de vaga aprovada do mesmo
      * departamento e cargo, com salario dentro do valor orcado
      * na aprovacao.
       VALIDAR-VAGA.
           MOVE "N" TO WS-VAGA-EXISTE.
           MOVE "N" TO WS-FIM-VAGAS.
           OPEN INPUT ARQ-VAGAS.
           IF WS-STATUS-VAGAS = "00"
               PERFORM UNTIL WS-FIM-VAGAS = "S"
                   READ ARQ-VAGAS
                       AT END
                           MOVE "S" TO WS-FIM-VAGAS
                       NOT AT END
                           IF VAG-NUMERO = WS-NUMERO-VAGA
                               MOVE "S" TO WS-VAGA-EXISTE
                               MOVE "S" TO WS-FIM-VAGAS
                               PERFORM CONFERIR-VAGA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQ-VAGAS
           END-IF.
           IF WS-VAGA-EXISTE = "N"
               MOVE "N" TO WS-REGISTRO-VALIDO
               MOVE "Requisicao de vaga inexistente" TO WS-MOTIVO-ERRO
           END-IF.

       CONFERIR-VAGA.
           IF NOT VAGA-APROVADA
               MOVE "N" TO WS-REGISTRO-VALIDO
               MOVE "Vaga nao aprovada" TO WS-MOTIVO-ERRO
           ELSE
               IF VAG-DEPARTAMENTO NOT = WS-DEPARTAMENTO
                   MOVE "N" TO WS-REGISTRO-VALIDO
                   MOVE "Vaga de outro departamento" TO WS-MOTIVO-ERRO
               ELSE
                   IF VAG-CARGO NOT = WS-CARGO
                       MOVE "N" TO WS-REGISTRO-VALIDO
                       MOVE "Vaga de outro cargo" TO WS-MOTIVO-ERRO
                   ELSE
                       IF WS-SALARIO > VAG-SALARIO-ORCADO
                           MOVE "N" TO WS-REGISTRO-VALIDO
                           MOVE "Salario acima do orcado"
                               TO WS-MOTIVO-ERRO
                       END-IF
                   END-IF
               END-IF
           END-IF.

       MARCAR-VAGA-PREENCHIDA.
           MOVE "N" TO WS-FIM-VAGAS.
           OPEN I-O ARQ-VAGAS.
           IF WS-STATUS-VAGAS NOT = "00"
               DISPLAY "Erro ao abrir arquivo! Status: "
                  WS-STATUS-VAGAS
               MOVE "FuncionariosManutencao" TO WS-ERRLOG-PROGRAMA
               MOVE "MARCAR-VAGA-PREENCHIDA" TO WS-ERRLOG-PARAGRAFO
               MOVE WS-ARQ-VAGAS TO WS-ERRLOG-ARQUIVO
               MOVE WS-STATUS-VAGAS TO WS-ERRLOG-STATUS
               PERFORM GRAVAR-ERRORLOG
           ELSE
               PERFORM UNTIL WS-FIM-VAGAS = "S"
                   READ ARQ-VAGAS
                       AT END
                           MOVE "S" TO WS-FIM-VAGAS
                       NOT AT END
                           IF VAG-NUMERO = WS-NUMERO-VAGA
                               MOVE "S" TO WS-FIM-VAGAS
                               SET VAGA-PREENCHIDA TO TRUE
                               MOVE WS-MATRICULA-NUM TO VAG-MATRICULA
                               MOVE WS-OPERADOR TO VAG-OPERADOR
                               ACCEPT VAG-DATA-SITUACAO
                                   FROM DATE YYYYMMDD
                               REWRITE REGISTRO-VAGA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQ-VAGAS
               DISPLAY "Requisição " WS-NUMERO-VAGA
                  " marcada como preenchida."
           END-IF.

       VALIDAR-UNIDADE.
           OPEN INPUT ARQ-UNIDADES.
           IF WS-STATUS-UNIDADES = "00"
           END-IF.

       GRAVAR-NOVO-FUNCIONARIO.
           MOVE "N" TO WS-FUNCIONARIO-GRAVADO.
           MOVE "N" TO WS-BACKUP-OK.
           CALL "GeraBackup" USING WS-ARQ-FUNCIONARIOS
               WS-TIPO-BACKUP WS-BACKUP-OK.
               WRITE DETALHEFUNCIONARIO
               ADD 1 TO WS-QTD-REGISTROS
               PERFORM GRAVAR-TRAILER-ARQUIVO
               MOVE "S" TO WS-FUNCIONARIO-GRAVADO
               DISPLAY "Funcionário gravado com sucesso!"
               ADD 1 TO WS-TOTAL-OPERACOES
               CLOSE FUNCIONARIOS
           IF WS-REGISTRO-VALIDO = "N"
               DISPLAY "Alteração rejeitada: " WS-MOTIVO-ERRO
           ELSE
               MOVE CODIGO-DEPARTAMENTO TO WS-DEPTO-ANTERIOR
               MOVE CODIGO-CARGO TO WS-CARGO-ANTERIOR
               MOVE SALARIO-FUNCIONARIO TO WS-SALARIO-ANTERIOR
               MOVE WS-PRIMEIRO-NOME TO PRIMEIRO-NOME
               MOVE WS-ULTIMO-NOME TO ULTIMO-NOME
               MOVE WS-GENERO TO GENERO
               REWRITE DETALHEFUNCIONARIO
               DISPLAY "Registro atualizado!"
               ADD 1 TO WS-TOTAL-OPERACOES
               PERFORM REGISTRAR-ALTERACOES
           END-IF.

      * Ficha funcional: a admissao com lotacao e salario iniciais.
       REGISTRAR-ADMISSAO.
           MOVE WS-MATRICULA-NUM TO WS-FIC-MATRICULA.
           MOVE WS-DATA-ADMISSAO TO WS-FIC-DATA.
           MOVE "ADMISSAO" TO WS-FIC-TIPO.
           MOVE SPACES TO WS-FIC-ANTERIOR.
           MOVE WS-SALARIO TO WS-FIC-VALOR-ED.
           MOVE WS-FIC-VALOR-ED TO WS-FIC-NOVO.
           MOVE SPACES TO WS-FIC-DESCRICAO.
           STRING "Depto " DELIMITED BY SIZE
               WS-DEPARTAMENTO DELIMITED BY SIZE
               " Cargo " DELIMITED BY SIZE
               WS-CARGO DELIMITED BY SIZE
               " Unid " DELIMITED BY SIZE
               WS-UNIDADE DELIMITED BY SIZE
               INTO WS-FIC-DESCRICAO
           END-STRING.
           PERFORM GRAVAR-EVENTO-FICHA.

      * Ficha funcional: mudancas de departamento, cargo e salario
      * feitas pela manutencao, com data do dia.
       REGISTRAR-ALTERACOES.
           MOVE MATRICULA-FUNCIONARIO TO WS-FIC-MATRICULA.
           ACCEPT WS-FIC-DATA FROM DATE YYYYMMDD.
           MOVE "Alteracao cadastral" TO WS-FIC-DESCRICAO.
           IF CODIGO-DEPARTAMENTO NOT = WS-DEPTO-ANTERIOR
               MOVE "ALT-DEPTO" TO WS-FIC-TIPO
               MOVE WS-DEPTO-ANTERIOR TO WS-FIC-ANTERIOR
               MOVE CODIGO-DEPARTAMENTO TO WS-FIC-NOVO
               PERFORM GRAVAR-EVENTO-FICHA
           END-IF.
           IF CODIGO-CARGO NOT = WS-CARGO-ANTERIOR
               MOVE "ALT-CARGO" TO WS-FIC-TIPO
               MOVE WS-CARGO-ANTERIOR TO WS-FIC-ANTERIOR
               MOVE CODIGO-CARGO TO WS-FIC-NOVO
               PERFORM GRAVAR-EVENTO-FICHA
           END-IF.
           IF SALARIO-FUNCIONARIO NOT = WS-SALARIO-ANTERIOR
               MOVE "ALT-SALARIO" TO WS-FIC-TIPO
               MOVE WS-SALARIO-ANTERIOR TO WS-FIC-VALOR-ED
               MOVE WS-FIC-VALOR-ED TO WS-FIC-ANTERIOR
               MOVE SALARIO-FUNCIONARIO TO WS-FIC-VALOR-ED
               MOVE WS-FIC-VALOR-ED TO WS-FIC-NOVO
               PERFORM GRAVAR-EVENTO-FICHA
           END-IF.

      * A busca de duplicidade na alteracao usa a tabela carregada

       COPY CPFPD.

       COPY FICHAPD.

       COPY JOBLOGPD.

       COPY ERRLOGPD.

       IDENTIFICATION DIVISION.
           PROGRAM-ID. CarreiraManutencao.
           AUTHOR. Fernando Anselmo.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-CARREIRA ASSIGN TO WS-ARQ-CARREIRA
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-CARREIRA.

           SELECT ARQ-CARGOS ASSIGN TO WS-ARQ-CARGOS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CAR-CODIGO
               FILE STATUS IS WS-STATUS-CARGOS.

           COPY ERRLOGSL.

           COPY JOBLOGSL.

       DATA DIVISION.
       FILE SECTION.
       FD ARQ-CARREIRA.
       01 REGISTRO-CARREIRA.
           COPY CARREIRA.

       FD ARQ-CARGOS.
       01 REG-CARGO.
           COPY CARGO.

       COPY ERRLOGFD.

       COPY JOBLOGFD.

       WORKING-STORAGE SECTION.
       COPY ERRLOGWS.

       COPY JOBLOGWS.

       01 WS-ARQ-CARREIRA        PIC X(40)
           VALUE "CARREIRA.DATA".
       01 WS-ARQ-CARGOS          PIC X(40) VALUE "cargos.idx".
       01 WS-ARQUIVOS-DEFINIDOS  PIC X VALUE "N".

       01 WS-OPCAO               PIC 9.
       01 WS-STATUS-CARREIRA     PIC X(2).
       01 WS-STATUS-CARGOS       PIC X(2).
       01 WS-FIM-ARQ             PIC X VALUE "N".
       01 WS-DEGRAU-EXISTE       PIC X VALUE "N".
       01 WS-QTD-DEGRAUS         PIC 9(3) VALUE 0.
       01 WS-TOTAL-OPERACOES     PIC 9(5) VALUE ZEROS.

       01 WS-CARGO               PIC X(4).
       01 WS-NIVEL-TXT           PIC X(2).
       01 WS-NIVEL               PIC 9(2).
       01 WS-SALARIO-TEXTO       PIC X(12).
       01 WS-SALARIO             PIC 9(7)V9(2).
       01 WS-MESES-TXT           PIC X(3).
       01 WS-MESES               PIC 9(3).
       01 WS-CARGO-SEGUINTE      PIC X(4).
       01 WS-CONFIRMA            PIC X(1).
       01 WS-OPERADOR            PIC X(8).

       01 WS-FAIXA-MINIMO        PIC 9(7)V9(2).
       01 WS-FAIXA-MAXIMO        PIC 9(7)V9(2).
       01 WS-FAIXA-CONHECIDA     PIC X VALUE "N".

       01 WS-SALARIO-ED          PIC Z,ZZZ,ZZ9.99.
       01 WS-MINIMO-ED           PIC Z,ZZZ,ZZ9.99.
       01 WS-MAXIMO-ED           PIC Z,ZZZ,ZZ9.99.

       01 WS-REGISTRO-VALIDO     PIC X VALUE "S".
       01 WS-MOTIVO-ERRO         PIC X(50) VALUE SPACES.

       PROCEDURE DIVISION.
       INICIO.
           IF WS-ARQUIVOS-DEFINIDOS = "N"
               PERFORM DEFINIR-ARQUIVOS
               MOVE "S" TO WS-ARQUIVOS-DEFINIDOS
               MOVE "CarreiraManutencao" TO WS-JOBLOG-PROGRAMA
               MOVE "INICIO" TO WS-JOBLOG-EVENTO
               PERFORM GRAVAR-JOBLOG
           END-IF.
           DISPLAY "--------------------------------".
           DISPLAY "Tabela de Carreira por Cargo".
           DISPLAY "--------------------------------".
           DISPLAY " 1 - Incluir Degrau".
           DISPLAY " 2 - Mostrar Degraus do Cargo".
           DISPLAY " 3 - Alterar Degrau".
           DISPLAY " 4 - Sair".
           DISPLAY "--------------------------------".
           DISPLAY "Escolha uma opção: ".
           ACCEPT WS-OPCAO.

           EVALUATE WS-OPCAO
               WHEN 1
                   PERFORM INCLUIR
               WHEN 2
                   PERFORM MOSTRAR
               WHEN 3
                   PERFORM ALTERAR
               WHEN 4
                   MOVE WS-TOTAL-OPERACOES TO WS-JOBLOG-QTD-REGISTROS
                   MOVE "FIM" TO WS-JOBLOG-EVENTO
                   PERFORM GRAVAR-JOBLOG
                   GOBACK
               WHEN OTHER
                   DISPLAY "Opção inválida!"
                   PERFORM INICIO
           END-EVALUATE.

       DEFINIR-ARQUIVOS.
           ACCEPT WS-ARQ-CARREIRA FROM ENVIRONMENT "CARREIRA_DATA"
               ON EXCEPTION
                   MOVE "CARREIRA.DATA" TO WS-ARQ-CARREIRA
           END-ACCEPT.
           ACCEPT WS-ARQ-CARGOS FROM ENVIRONMENT "CARGOS_IDX"
               ON EXCEPTION
                   MOVE "cargos.idx" TO WS-ARQ-CARGOS
           END-ACCEPT.

       INCLUIR.
           DISPLAY "--------------------------------".
           DISPLAY "Incluir Degrau".
           DISPLAY "--------------------------------".
           PERFORM SOLICITAR-CHAVE.
           PERFORM VALIDAR-CHAVE.
           IF WS-REGISTRO-VALIDO = "N"
               DISPLAY "Registro rejeitado: " WS-MOTIVO-ERRO
           ELSE
               PERFORM PROCURAR-DEGRAU
               IF WS-DEGRAU-EXISTE = "S"
                   DISPLAY "Degrau já cadastrado; use a opção"
                      " Alterar."
               ELSE
                   PERFORM SOLICITAR-DADOS
                   PERFORM VALIDAR-DEGRAU
                   IF WS-REGISTRO-VALIDO = "N"
                       DISPLAY "Registro rejeitado: " WS-MOTIVO-ERRO
                   ELSE
                       PERFORM GRAVAR-DEGRAU-NOVO
                   END-IF
               END-IF
           END-IF.
           PERFORM INICIO.

       SOLICITAR-CHAVE.
           MOVE SPACES TO WS-CARGO.
           MOVE SPACES TO WS-NIVEL-TXT.
           DISPLAY "Código do cargo (4 letras): ".
           ACCEPT WS-CARGO.
           DISPLAY "Degrau (01 a 20): ".
           ACCEPT WS-NIVEL-TXT.

       SOLICITAR-DADOS.
           MOVE SPACES TO WS-MESES-TXT.
           MOVE SPACES TO WS-CARGO-SEGUINTE.
           DISPLAY "Salário do degrau "
              "(somente dígitos, 2 decimais): ".
           ACCEPT WS-SALARIO-TEXTO.
           COMPUTE WS-SALARIO = FUNCTION NUMVAL(WS-SALARIO-TEXTO).
           DISPLAY "Meses mínimos no degrau antes de subir: ".
           ACCEPT WS-MESES-TXT.
           DISPLAY "Cargo de promoção após este degrau "
              "(branco = nenhum): ".
           ACCEPT WS-CARGO-SEGUINTE.

       VALIDAR-CHAVE.
           MOVE "S" TO WS-REGISTRO-VALIDO.
           MOVE SPACES TO WS-MOTIVO-ERRO.
           IF WS-NIVEL-TXT(2:1) = SPACE
               MOVE WS-NIVEL-TXT(1:1) TO WS-NIVEL-TXT(2:1)
               MOVE "0" TO WS-NIVEL-TXT(1:1)
           END-IF.
           IF WS-CARGO = SPACES
               MOVE "N" TO WS-REGISTRO-VALIDO
               MOVE "Cargo nao informado" TO WS-MOTIVO-ERRO
           ELSE
           IF WS-NIVEL-TXT NOT NUMERIC
                   OR WS-NIVEL-TXT = "00" OR WS-NIVEL-TXT > "20"
               MOVE "N" TO WS-REGISTRO-VALIDO
               MOVE "Degrau deve estar entre 01 e 20"
                   TO WS-MOTIVO-ERRO
           ELSE
               MOVE WS-NIVEL-TXT TO WS-NIVEL
               PERFORM CONSULTAR-FAIXA-CARGO
           END-IF
           END-IF.

      * A faixa do cargo so e imposta quando cargos.idx existe,
      * como na manutencao de funcionarios.
       CONSULTAR-FAIXA-CARGO.
           MOVE "N" TO WS-FAIXA-CONHECIDA.
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
                           MOVE "S" TO WS-FAIXA-CONHECIDA
                           MOVE CAR-SALARIO-MINIMO TO WS-FAIXA-MINIMO
                           MOVE CAR-SALARIO-MAXIMO TO WS-FAIXA-MAXIMO
                       END-IF
               END-READ
               CLOSE ARQ-CARGOS
           END-IF.

       VALIDAR-DEGRAU.
           MOVE "S" TO WS-REGISTRO-VALIDO.
           MOVE SPACES TO WS-MOTIVO-ERRO.

           IF WS-SALARIO = 0
               MOVE "N" TO WS-REGISTRO-VALIDO
               MOVE "Salario nao informado" TO WS-MOTIVO-ERRO
           END-IF.

           IF WS-REGISTRO-VALIDO = "S" AND WS-FAIXA-CONHECIDA = "S"
               IF WS-SALARIO < WS-FAIXA-MINIMO
                       OR WS-SALARIO > WS-FAIXA-MAXIMO
                   MOVE "N" TO WS-REGISTRO-VALIDO
                   MOVE "Salario fora da faixa do cargo"
                       TO WS-MOTIVO-ERRO
               END-IF
           END-IF.

           IF WS-REGISTRO-VALIDO = "S"
               IF WS-MESES-TXT = SPACES
                   MOVE "0" TO WS-MESES-TXT
               END-IF
               COMPUTE WS-MESES = FUNCTION NUMVAL(WS-MESES-TXT)
               IF WS-MESES = 0
                   MOVE "N" TO WS-REGISTRO-VALIDO
                   MOVE "Meses minimos no degrau nao informados"
                       TO WS-MOTIVO-ERRO
               END-IF
           END-IF.

           IF WS-REGISTRO-VALIDO = "S"
                   AND WS-CARGO-SEGUINTE NOT = SPACES
               IF WS-CARGO-SEGUINTE = WS-CARGO
                   MOVE "N" TO WS-REGISTRO-VALIDO
                   MOVE "Cargo de promocao igual ao proprio cargo"
                       TO WS-MOTIVO-ERRO
               ELSE
                   PERFORM VALIDAR-CARGO-SEGUINTE
               END-IF
           END-IF.

           IF WS-REGISTRO-VALIDO = "S"
               PERFORM CONFERIR-ORDEM-DEGRAUS
           END-IF.

       VALIDAR-CARGO-SEGUINTE.
           OPEN INPUT ARQ-CARGOS.
           IF WS-STATUS-CARGOS = "00"
               MOVE WS-CARGO-SEGUINTE TO CAR-CODIGO
               READ ARQ-CARGOS
                   INVALID KEY
                       MOVE "N" TO WS-REGISTRO-VALIDO
                       MOVE "Cargo de promocao invalido"
                           TO WS-MOTIVO-ERRO
                   NOT INVALID KEY
                       IF CAR-ATIVO = "N"
                           MOVE "N" TO WS-REGISTRO-VALIDO
                           MOVE "Cargo de promocao desativado"
                               TO WS-MOTIVO-ERRO
                       END-IF
               END-READ
               CLOSE ARQ-CARGOS
           END-IF.

      * Os degraus do cargo devem ter salarios crescentes: o novo
      * valor fica acima dos degraus inferiores e abaixo dos
      * superiores.
       CONFERIR-ORDEM-DEGRAUS.
           MOVE "N" TO WS-FIM-ARQ.
           OPEN INPUT ARQ-CARREIRA.
           IF WS-STATUS-CARREIRA = "00"
               PERFORM UNTIL WS-FIM-ARQ = "S"
                   READ ARQ-CARREIRA
                       AT END
                           MOVE "S" TO WS-FIM-ARQ
                       NOT AT END
                           IF CRR-CARGO = WS-CARGO
                               PERFORM COMPARAR-DEGRAU
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQ-CARREIRA
           END-IF.

       COMPARAR-DEGRAU.
           IF CRR-NIVEL < WS-NIVEL AND CRR-SALARIO >= WS-SALARIO
               MOVE "N" TO WS-REGISTRO-VALIDO
               MOVE "Salario deve superar o dos degraus inferiores"
                   TO WS-MOTIVO-ERRO
           END-IF.
           IF CRR-NIVEL > WS-NIVEL AND CRR-SALARIO <= WS-SALARIO
               MOVE "N" TO WS-REGISTRO-VALIDO
               MOVE "Salario deve ficar abaixo dos degraus superiores"
                   TO WS-MOTIVO-ERRO
           END-IF.

       PROCURAR-DEGRAU.
           MOVE "N" TO WS-DEGRAU-EXISTE.
           MOVE "N" TO WS-FIM-ARQ.
           OPEN INPUT ARQ-CARREIRA.
           IF WS-STATUS-CARREIRA = "00"
               PERFORM UNTIL WS-FIM-ARQ = "S"
                   READ ARQ-CARREIRA
                       AT END
                           MOVE "S" TO WS-FIM-ARQ
                       NOT AT END
                           IF CRR-CARGO = WS-CARGO
                                   AND CRR-NIVEL = WS-NIVEL
                               MOVE "S" TO WS-DEGRAU-EXISTE
                               MOVE "S" TO WS-FIM-ARQ
                               PERFORM EXIBIR-DEGRAU
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQ-CARREIRA
           END-IF.

       EXIBIR-DEGRAU.
           MOVE CRR-SALARIO TO WS-SALARIO-ED.
           DISPLAY "Cargo: " CRR-CARGO "  Degrau: " CRR-NIVEL
              "  Salário: " WS-SALARIO-ED
              "  Meses mínimos: " CRR-MESES-MINIMOS.
           IF CRR-CARGO-SEGUINTE NOT = SPACES
               DISPLAY "   Promoção para o cargo: "
                  CRR-CARGO-SEGUINTE
           END-IF.

       PREENCHER-DEGRAU.
           MOVE WS-CARGO TO CRR-CARGO.
           MOVE WS-NIVEL TO CRR-NIVEL.
           MOVE WS-SALARIO TO CRR-SALARIO.
           MOVE WS-MESES TO CRR-MESES-MINIMOS.
           MOVE WS-CARGO-SEGUINTE TO CRR-CARGO-SEGUINTE.
           ACCEPT CRR-DATA-ATUALIZACAO FROM DATE YYYYMMDD.
           ACCEPT WS-OPERADOR FROM ENVIRONMENT "OPERADOR_ATUAL"
               ON EXCEPTION
                   MOVE SPACES TO WS-OPERADOR
           END-ACCEPT.
           IF WS-OPERADOR = SPACES
               MOVE "--------" TO WS-OPERADOR
           END-IF.
           MOVE WS-OPERADOR TO CRR-OPERADOR.

       GRAVAR-DEGRAU-NOVO.
           OPEN EXTEND ARQ-CARREIRA.
           IF WS-STATUS-CARREIRA = "35"
               OPEN OUTPUT ARQ-CARREIRA
           END-IF.
           IF WS-STATUS-CARREIRA NOT = "00"
               DISPLAY "Erro ao abrir arquivo! Status: "
                  WS-STATUS-CARREIRA
               MOVE "CarreiraManutencao" TO WS-ERRLOG-PROGRAMA
               MOVE "GRAVAR-DEGRAU-NOVO" TO WS-ERRLOG-PARAGRAFO
               MOVE WS-ARQ-CARREIRA TO WS-ERRLOG-ARQUIVO
               MOVE WS-STATUS-CARREIRA TO WS-ERRLOG-STATUS
               PERFORM GRAVAR-ERRORLOG
           ELSE
               PERFORM PREENCHER-DEGRAU
               WRITE REGISTRO-CARREIRA
               CLOSE ARQ-CARREIRA
               DISPLAY "Degrau gravado com sucesso!"
               ADD 1 TO WS-TOTAL-OPERACOES
           END-IF.

       MOSTRAR.
           DISPLAY "--------------------------------".
           DISPLAY "Degraus do Cargo".
           DISPLAY "--------------------------------".
           DISPLAY "Código do cargo: ".
           ACCEPT WS-CARGO.
           MOVE 0 TO WS-QTD-DEGRAUS.
           MOVE "N" TO WS-FIM-ARQ.
           OPEN INPUT ARQ-CARREIRA.
           IF WS-STATUS-CARREIRA = "00"
               PERFORM UNTIL WS-FIM-ARQ = "S"
                   READ ARQ-CARREIRA
                       AT END
                           MOVE "S" TO WS-FIM-ARQ
                       NOT AT END
                           IF CRR-CARGO = WS-CARGO
                               ADD 1 TO WS-QTD-DEGRAUS
                               PERFORM EXIBIR-DEGRAU
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQ-CARREIRA
           END-IF.
           IF WS-QTD-DEGRAUS = 0
               DISPLAY "Cargo sem degraus cadastrados."
           END-IF.
           PERFORM INICIO.

       ALTERAR.
           DISPLAY "--------------------------------".
           DISPLAY "Alterar Degrau".
           DISPLAY "--------------------------------".
           PERFORM SOLICITAR-CHAVE.
           PERFORM VALIDAR-CHAVE.
           IF WS-REGISTRO-VALIDO = "N"
               DISPLAY "Registro rejeitado: " WS-MOTIVO-ERRO
           ELSE
               PERFORM PROCURAR-DEGRAU
               IF WS-DEGRAU-EXISTE = "N"
                   DISPLAY "Degrau não cadastrado; use a opção"
                      " Incluir."
               ELSE
                   PERFORM SOLICITAR-DADOS
                   PERFORM VALIDAR-DEGRAU
                   IF WS-REGISTRO-VALIDO = "N"
                       DISPLAY "Registro rejeitado: " WS-MOTIVO-ERRO
                   ELSE
                       DISPLAY "Confirma a alteração? (S/N): "
                       ACCEPT WS-CONFIRMA
                       IF WS-CONFIRMA = "S" OR WS-CONFIRMA = "s"
                           PERFORM LOCALIZAR-E-ALTERAR
                       ELSE
                           DISPLAY "Alteração cancelada."
                       END-IF
                   END-IF
               END-IF
           END-IF.
           PERFORM INICIO.

       LOCALIZAR-E-ALTERAR.
           MOVE "N" TO WS-FIM-ARQ.
           OPEN I-O ARQ-CARREIRA.
           IF WS-STATUS-CARREIRA NOT = "00"
               DISPLAY "Erro ao abrir arquivo! Status: "
                  WS-STATUS-CARREIRA
               MOVE "CarreiraManutencao" TO WS-ERRLOG-PROGRAMA
               MOVE "LOCALIZAR-E-ALTERAR" TO WS-ERRLOG-PARAGRAFO
               MOVE WS-ARQ-CARREIRA TO WS-ERRLOG-ARQUIVO
               MOVE WS-STATUS-CARREIRA TO WS-ERRLOG-STATUS
               PERFORM GRAVAR-ERRORLOG
           ELSE
               PERFORM UNTIL WS-FIM-ARQ = "S"
                   READ ARQ-CARREIRA
                       AT END
                           MOVE "S" TO WS-FIM-ARQ
                       NOT AT END
                           IF CRR-CARGO = WS-CARGO
                                   AND CRR-NIVEL = WS-NIVEL
                               MOVE "S" TO WS-FIM-ARQ
                               PERFORM PREENCHER-DEGRAU
                               REWRITE REGISTRO-CARREIRA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQ-CARREIRA
               DISPLAY "Degrau alterado com sucesso!"
               ADD 1 TO WS-TOTAL-OPERACOES
           END-IF.

       COPY JOBLOGPD.

       COPY ERRLOGPD.

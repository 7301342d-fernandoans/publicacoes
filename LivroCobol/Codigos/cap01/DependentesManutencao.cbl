           COPY DEPENDENTE.

       FD ARQ-TRABALHO.
       01 REGISTRO-TRABALHO      PIC X(65).

       COPY ERRLOGFD.

       01 WS-NASCIMENTO-TXT      PIC X(8).
       01 WS-PARENTESCO          PIC X(10).
       01 WS-DEDUZ-IRRF          PIC X(1).
       01 WS-CPF-DEP             PIC X(11).

       COPY CPFWS.

       01 WS-REGISTRO-VALIDO     PIC X VALUE "S".
       01 WS-MOTIVO-ERRO         PIC X(30) VALUE SPACES.
           ACCEPT WS-PARENTESCO.
           DISPLAY "Deduz IRRF? (S/N): ".
           ACCEPT WS-DEDUZ-IRRF.
           DISPLAY "CPF do dependente (branco se nao tiver): ".
           ACCEPT WS-CPF-DEP.

       VALIDAR-DEPENDENTE.
           MOVE "S" TO WS-REGISTRO-VALIDO.
               MOVE "Indicador IRRF invalido" TO WS-MOTIVO-ERRO
           END-IF.

           IF WS-REGISTRO-VALIDO = "S"
                   AND WS-CPF-DEP NOT = SPACES
               MOVE WS-CPF-DEP TO WS-CPF-ENTRADA
               PERFORM VALIDAR-CPF
                   THRU FIM-VALIDAR-CPF
               IF WS-CPF-VALIDO = "N"
                   MOVE "N" TO WS-REGISTRO-VALIDO
                   MOVE "CPF invalido" TO WS-MOTIVO-ERRO
               END-IF
           END-IF.

       PROCURAR-MATRICULA.
           MOVE "N" TO WS-ENCONTRADO.
           MOVE "N" TO WS-FIM-ARQ.
               MOVE WS-NASCIMENTO-TXT TO DPD-DATA-NASCIMENTO
               MOVE WS-PARENTESCO TO DPD-PARENTESCO
               MOVE WS-DEDUZ-IRRF TO DPD-DEDUZ-IRRF
               IF WS-CPF-DEP = SPACES
                   MOVE ZEROS TO DPD-CPF
               ELSE
                   MOVE WS-CPF-DEP TO DPD-CPF
               END-IF
               WRITE REGISTRO-DEPENDENTE
               DISPLAY "Dependente gravado com sucesso!"
               ADD 1 TO WS-TOTAL-OPERACOES
               DISPLAY "  Nascimento: " DPD-DATA-NASCIMENTO
                  "  Parentesco: " DPD-PARENTESCO
                  "  Deduz IRRF: " DPD-DEDUZ-IRRF
               IF DPD-CPF IS NUMERIC AND DPD-CPF > 0
                   DISPLAY "  CPF: " DPD-CPF
               END-IF
           END-IF.

       EXCLUIR.
           CLOSE ARQ-DEPENDENTES.
           CLOSE ARQ-TRABALHO.

       COPY CPFPD.

       COPY JOBLOGPD.

       COPY ERRLOGPD.

           DISPLAY " 8 - Manutenção de Funcionários (Funcionarios)".
           DISPLAY " 9 - Sair".
           DISPLAY "10 - Manutenção de Operadores (Operadores)".
           DISPLAY "11 - Histórico de Pagamentos (HistoricoFolha)".
           DISPLAY "================================================".
           DISPLAY "Escolha uma opção: " WITH NO ADVANCING.
           ACCEPT WS-OPCAO.
                       MOVE "S" TO WS-SAIR
                   WHEN 10
                       CALL "OperadoresManutencao"
                   WHEN 11
                       CALL "ConsultaHistoricoFolha"
                   WHEN OTHER
                       DISPLAY "Opção inválida!"
               END-EVALUATE
           END-IF.

      * ADM roda tudo; SEC fica com a secretaria academica (1-4);
      * RH fica com pessoal, departamentos e historico de pagamentos
      * (6-8 e 11). Sair e o leitor
      * generico sao livres.
       VERIFICAR-PERMISSAO.
           MOVE "S" TO WS-OPCAO-LIBERADA.
                           MOVE "N" TO WS-OPCAO-LIBERADA
                       END-IF
                   WHEN WS-OPCAO >= 6 AND WS-OPCAO <= 8
                           OR WS-OPCAO = 11
                       IF WS-PERFIL-ATUAL NOT = "RH"
                           MOVE "N" TO WS-OPCAO-LIBERADA
                       END-IF

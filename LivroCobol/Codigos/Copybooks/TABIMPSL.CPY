      * Tabela de faixas de INSS e IRRF (TABELAS-IMPOSTO.DATA).
           SELECT ARQ-TABELAS-IMPOSTO ASSIGN TO WS-ARQ-TABELAS-IMPOSTO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-TABELAS-IMPOSTO.

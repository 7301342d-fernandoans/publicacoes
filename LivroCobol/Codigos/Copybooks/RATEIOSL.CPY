      * Rateio de custo do funcionario entre departamentos.
           SELECT ARQ-RATEIO ASSIGN TO WS-ARQ-RATEIO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-RATEIO.

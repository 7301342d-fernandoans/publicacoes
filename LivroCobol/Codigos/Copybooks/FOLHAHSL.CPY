      * Historico de pagamentos por matricula e competencia.
           SELECT ARQ-FOLHA-HISTORICO ASSIGN TO WS-ARQ-FOLHA-HISTORICO
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FHI-CHAVE
               FILE STATUS IS WS-STATUS-FOLHA-HISTORICO.

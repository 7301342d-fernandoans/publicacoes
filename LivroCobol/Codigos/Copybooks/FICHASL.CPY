      * Ficha funcional: eventos da vida funcional do empregado.
           SELECT ARQ-FICHA ASSIGN TO WS-ARQ-FICHA
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-FICHA.

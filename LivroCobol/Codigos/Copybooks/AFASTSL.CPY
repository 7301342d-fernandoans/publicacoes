      * Cadastro de afastamentos (AFASTAMENTOS.DATA).
           SELECT ARQ-AFASTAMENTOS ASSIGN TO WS-ARQ-AFASTAMENTOS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-AFASTAMENTOS.

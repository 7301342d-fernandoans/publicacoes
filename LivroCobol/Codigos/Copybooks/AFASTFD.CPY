      * Registro do cadastro de afastamentos.
       FD ARQ-AFASTAMENTOS.
       01 REG-AFASTAMENTO.
           COPY AFASTAM.

      * Registro do historico de pagamentos.
       FD ARQ-FOLHA-HISTORICO.
       01 REGISTRO-FOLHA-HISTORICO.
           COPY FOLHAHIS.

      * Registro do rateio de custo.
       FD ARQ-RATEIO.
       01 REGISTRO-RATEIO.
           COPY RATEIO.

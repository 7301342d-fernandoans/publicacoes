      * Registro de evento da ficha funcional.
       FD ARQ-FICHA.
       01 REGISTRO-FICHA.
           COPY FICHA.

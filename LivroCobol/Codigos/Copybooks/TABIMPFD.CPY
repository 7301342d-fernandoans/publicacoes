       FD ARQ-TABELAS-IMPOSTO.
       01 REG-TABELA-IMPOSTO.
           COPY TABIMP.

           END-IF.
           MOVE WS-ACE-TIPO TO ACE-TIPO.
           MOVE WS-ACE-MATRICULA TO ACE-MATRICULA.
           MOVE WS-ACE-RECURSO TO ACE-RECURSO.
           WRITE REGISTRO-ACESSO.
           CLOSE ARQ-ACESSOS.

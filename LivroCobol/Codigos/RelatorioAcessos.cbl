                                  " Operador: " ACE-OPERADOR
                                  " Tipo: " ACE-TIPO
                                  " Matricula: " ACE-MATRICULA
                               IF ACE-RECURSO NOT = SPACES
                                   DISPLAY "    Arquivo: " ACE-RECURSO
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM

      * Abre o historico de pagamentos para atualizacao, criando o
      * arquivo na primeira carga.
       ABRIR-FOLHA-HISTORICO.
           ACCEPT WS-ARQ-FOLHA-HISTORICO FROM ENVIRONMENT
                   "FOLHA_HISTORICO_IDX"
               ON EXCEPTION
                   MOVE "folha-historico.idx"
                       TO WS-ARQ-FOLHA-HISTORICO
           END-ACCEPT.
           MOVE "N" TO WS-FOLHA-HISTORICO-ABERTO.
           OPEN I-O ARQ-FOLHA-HISTORICO.
           IF WS-STATUS-FOLHA-HISTORICO = "35"
               OPEN OUTPUT ARQ-FOLHA-HISTORICO
               CLOSE ARQ-FOLHA-HISTORICO
               OPEN I-O ARQ-FOLHA-HISTORICO
           END-IF.
           IF WS-STATUS-FOLHA-HISTORICO = "00"
               SET FOLHA-HISTORICO-ABERTO TO TRUE
           END-IF.

      * Copia o registro do movimento para o historico; uma
      * competencia recalculada substitui a gravada antes.
       GRAVAR-FOLHA-HISTORICO.
           MOVE FMV-MATRICULA TO FHI-MATRICULA.
           MOVE FMV-COMPETENCIA TO FHI-COMPETENCIA.
           MOVE FMV-DEPARTAMENTO TO FHI-DEPARTAMENTO.
           MOVE FMV-SALARIO-BRUTO TO FHI-SALARIO-BRUTO.
           MOVE FMV-DESCONTO-INSS TO FHI-DESCONTO-INSS.
           MOVE FMV-DESCONTO-IRRF TO FHI-DESCONTO-IRRF.
           MOVE FMV-DESCONTO-SINDICATO TO FHI-DESCONTO-SINDICATO.
           MOVE FMV-DESCONTO-FALTAS TO FHI-DESCONTO-FALTAS.
           MOVE FMV-OUTROS-DESCONTOS TO FHI-OUTROS-DESCONTOS.
           MOVE FMV-SALARIO-FAMILIA TO FHI-SALARIO-FAMILIA.
           COMPUTE FHI-TOTAL-DESCONTOS = FMV-DESCONTO-INSS
               + FMV-DESCONTO-IRRF + FMV-DESCONTO-SINDICATO
               + FMV-DESCONTO-FALTAS + FMV-OUTROS-DESCONTOS.
           MOVE FMV-SALARIO-LIQUIDO TO FHI-SALARIO-LIQUIDO.
           ACCEPT FHI-DATA-CARGA FROM DATE YYYYMMDD.
           WRITE REGISTRO-FOLHA-HISTORICO
               INVALID KEY
                   REWRITE REGISTRO-FOLHA-HISTORICO
                   ADD 1 TO WS-FHI-SUBSTITUIDOS
               NOT INVALID KEY
                   ADD 1 TO WS-FHI-INCLUIDOS
           END-WRITE.

       FECHAR-FOLHA-HISTORICO.
           IF FOLHA-HISTORICO-ABERTO
               CLOSE ARQ-FOLHA-HISTORICO
               MOVE "N" TO WS-FOLHA-HISTORICO-ABERTO
           END-IF.

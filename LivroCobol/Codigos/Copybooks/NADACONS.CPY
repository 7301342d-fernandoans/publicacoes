      * Layout do resultado do nada consta (NADA-CONSTA.DATA),
      * gravado por NadaConsta.cbl a cada apuracao para os aptos
      * de FORMATURA-APTOS.DATA. O aluno liberado tem um unico
      * registro com NCO-SITUACAO "L"; o bloqueado tem um registro
      * "B" por motivo, com o setor responsavel (F financeiro,
      * S secretaria). DiplomaGeracao.cbl so emite diploma para
      * matricula liberada.
           05 NCO-MATRICULA           PIC X(8).
           05 NCO-SITUACAO            PIC X(1).
               88 NADA-CONSTA-LIBERADO    VALUE "L".
               88 NADA-CONSTA-BLOQUEADO   VALUE "B".
           05 NCO-SETOR               PIC X(1).
               88 NADA-CONSTA-FINANCEIRO  VALUE "F".
               88 NADA-CONSTA-SECRETARIA  VALUE "S".
           05 NCO-MOTIVO              PIC X(60).
           05 NCO-DATA-APURACAO       PIC 9(8).

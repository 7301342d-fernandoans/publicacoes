      * Layout do registro de afastamento (AFASTAMENTOS.DATA), um
      * registro por matricula e inicio do afastamento. Mantido
      * por AfastamentosManutencao.cbl e carregado pelos
      * paragrafos de AFASTPD em FolhaPagamento.cbl (dias sem
      * salario), FeriasControle.cbl (suspensao do periodo
      * aquisitivo) e DecimoTerceiro.cbl (meses que nao contam).
      * Doenca e acidente: a empresa paga os 15 primeiros dias e
      * a previdencia o restante. Retorno zerado indica que o
      * funcionario continua afastado.
           05 AFA-MATRICULA           PIC 9(5).
           05 AFA-TIPO                PIC X(2).
               88 AFASTAMENTO-DOENCA        VALUE "DO".
               88 AFASTAMENTO-ACIDENTE      VALUE "AT".
               88 AFASTAMENTO-MATERNIDADE   VALUE "MA".
               88 AFASTAMENTO-NAO-REMUNERADO VALUE "NR".
               88 AFASTAMENTO-TIPO-VALIDO   VALUE "DO" "AT" "MA"
                                                  "NR".
               88 AFASTAMENTO-PREVIDENCIA   VALUE "DO" "AT".
               88 AFASTAMENTO-SEM-SALARIO   VALUE "DO" "AT" "NR".
               88 AFASTAMENTO-SUSPENDE-FERIAS VALUE "DO" "NR".
               88 AFASTAMENTO-SUSPENDE-DECIMO VALUE "DO" "AT" "NR".
           05 AFA-DATA-INICIO         PIC 9(8).
           05 AFA-DATA-PREVISTA       PIC 9(8).
           05 AFA-DATA-RETORNO        PIC 9(8).

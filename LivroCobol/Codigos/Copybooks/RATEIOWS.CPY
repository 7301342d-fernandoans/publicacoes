      * Campos de apoio do rateio de custo. O programa executa
      * CARREGAR-RATEIO uma vez; para cada funcionario informa
      * WS-RAT-MATRICULA, WS-RAT-COMPETENCIA e WS-RAT-PRINCIPAL
      * (departamento do cadastro) e executa SELECIONAR-RATEIO,
      * que monta as partes em TABELA-PARTES-RATEIO (sem rateio
      * cadastrado fica uma parte de 100% no principal). Em seguida
      * preenche WS-RAT-VALOR(1..WS-RAT-QTD-VALORES) e executa
      * RATEAR-VALORES: cada parte recebe TRP-VALOR(parte, valor)
      * arredondado e a sobra de centavos fica na parte principal.
       01 WS-ARQ-RATEIO            PIC X(40)
           VALUE "RATEIO-CUSTOS.DATA".
       01 WS-STATUS-RATEIO         PIC X(02).
       01 WS-FIM-RATEIO            PIC X(01) VALUE "N".
       01 WS-RAT-MATRICULA         PIC 9(05).
       01 WS-RAT-COMPETENCIA       PIC 9(06).
       01 WS-RAT-PRINCIPAL         PIC X(04).
       01 WS-RAT-VIGENCIA          PIC 9(06).
       01 WS-RAT-DEFINIDO          PIC X(01) VALUE "N".
       01 WS-RAT-MAIOR-PERCENTUAL  PIC 9(03)V9(02).
       01 WS-RAT-SOMA              PIC 9(11)V9(02).
       01 WS-RAT-QTD-VALORES       PIC 9(02) VALUE 0.
       01 WS-RAT-VALORES.
           05 WS-RAT-VALOR OCCURS 10 TIMES
                                   PIC 9(11)V9(02).
       01 QTD-RATEIOS              PIC 9(04) VALUE 0.
       01 TABELA-RATEIOS.
           05 TRT-ITEM OCCURS 1000 TIMES INDEXED BY IDX-TRT.
               10 TRT-MATRICULA    PIC 9(05).
               10 TRT-COMPETENCIA  PIC 9(06).
               10 TRT-DEPARTAMENTO PIC X(04).
               10 TRT-PERCENTUAL   PIC 9(03)V9(02).
       01 QTD-PARTES-RATEIO        PIC 9(02) VALUE 0.
       01 IDX-PARTE-PRINCIPAL      PIC 9(02) VALUE 0.
       01 IDX-RAT-MAIOR            PIC 9(02) VALUE 0.
       01 TABELA-PARTES-RATEIO.
           05 TRP-ITEM OCCURS 10 TIMES INDEXED BY IDX-TRP.
               10 TRP-DEPARTAMENTO PIC X(04).
               10 TRP-PERCENTUAL   PIC 9(03)V9(02).
               10 TRP-VALOR OCCURS 10 TIMES
                                   PIC 9(11)V9(02).
       01 IDX-RAT-VALOR            PIC 9(02).

      * Campos de apoio da tabela de impostos. O programa informa
      * WS-TIM-COMPETENCIA e executa CARREGAR-TABELAS-IMPOSTO, que
      * substitui as faixas de FAIXASWS pelas da tabela em vigor.
      * Vigencia zerada indica que nao ha tabela cadastrada e as
      * faixas padrao de FAIXASWS continuam valendo.
       01 WS-ARQ-TABELAS-IMPOSTO   PIC X(40)
           VALUE "TABELAS-IMPOSTO.DATA".
       01 WS-STATUS-TABELAS-IMPOSTO PIC X(02).
       01 WS-FIM-TABELAS-IMPOSTO   PIC X(01) VALUE "N".
       01 WS-TIM-COMPETENCIA       PIC 9(06).
       01 WS-TIM-VIGENCIA-INSS     PIC 9(06) VALUE 0.
       01 WS-TIM-VIGENCIA-IRRF     PIC 9(06) VALUE 0.

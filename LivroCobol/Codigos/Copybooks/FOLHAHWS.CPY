      * Campos de apoio do historico de pagamentos. O programa
      * executa ABRIR-FOLHA-HISTORICO e confere
      * WS-FOLHA-HISTORICO-ABERTO; para cada registro do movimento
      * (layout FOLHAMOV em REGISTRO-MOVIMENTO) executa
      * GRAVAR-FOLHA-HISTORICO, que inclui a competencia ou
      * substitui a gravada antes. Ao final, FECHAR-FOLHA-HISTORICO.
       01 WS-ARQ-FOLHA-HISTORICO   PIC X(40)
           VALUE "folha-historico.idx".
       01 WS-STATUS-FOLHA-HISTORICO PIC X(02).
       01 WS-FOLHA-HISTORICO-ABERTO PIC X(01) VALUE "N".
           88 FOLHA-HISTORICO-ABERTO   VALUE "S".
       01 WS-FHI-INCLUIDOS         PIC 9(07) VALUE 0.
       01 WS-FHI-SUBSTITUIDOS      PIC 9(07) VALUE 0.

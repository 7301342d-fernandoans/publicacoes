      * Campos de apoio da ficha funcional. O programa informa
      * WS-FIC-MATRICULA, WS-FIC-DATA, WS-FIC-TIPO, WS-FIC-ANTERIOR,
      * WS-FIC-NOVO e WS-FIC-DESCRICAO e executa
      * GRAVAR-EVENTO-FICHA, que acrescenta o evento com o operador
      * (OPERADOR_ATUAL) e o programa do WS-JOBLOG-PROGRAMA. Valores
      * em dinheiro passam por WS-FIC-VALOR-ED antes de ir para
      * anterior/novo.
       01 WS-ARQ-FICHA             PIC X(40)
           VALUE "FICHA-FUNCIONAL.DATA".
       01 WS-STATUS-FICHA          PIC X(02).
       01 WS-FIC-MATRICULA         PIC 9(05).
       01 WS-FIC-DATA              PIC 9(08).
       01 WS-FIC-TIPO              PIC X(14).
       01 WS-FIC-ANTERIOR          PIC X(20).
       01 WS-FIC-NOVO              PIC X(20).
       01 WS-FIC-DESCRICAO         PIC X(30).
       01 WS-FIC-OPERADOR          PIC X(08) VALUE SPACES.
       01 WS-FIC-VALOR-ED          PIC Z(06)9.99.
       01 WS-FIC-GRAVADOS          PIC 9(07) VALUE 0.

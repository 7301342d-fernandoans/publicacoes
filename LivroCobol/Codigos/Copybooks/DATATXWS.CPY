      * Campos de apoio da conversao de data informada em texto. O
      * programa informa WS-DATA-TEXTO (AAAAMMDD, AAAA-MM-DD ou
      * DD/MM/AAAA) e executa CONVERTER-DATA-TEXTO de DATATXPD;
      * WS-DATA-CONVERTIDA volta AAAAMMDD, ou zero se invalida.
       01 WS-DATA-TEXTO            PIC X(10).
       01 WS-DATA-CONVERTIDA       PIC 9(8).
       01 WS-DATA-MONTADA.
           05 WS-DATA-MONTADA-ANO  PIC X(4).
           05 WS-DATA-MONTADA-MES  PIC X(2).
           05 WS-DATA-MONTADA-DIA  PIC X(2).

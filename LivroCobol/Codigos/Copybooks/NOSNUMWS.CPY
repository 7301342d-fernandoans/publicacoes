      * Nosso numero do titulo de cobranca de mensalidade: tipo
      * ("1" mensalidade, "2" parcela de acordo), matricula,
      * competencia e digito verificador modulo 11. O programa
      * monta WS-NN-BASE e executa CALCULAR-DV-NOSSO-NUMERO
      * (NOSNUMPD); no retorno, move o nosso numero recebido para
      * WS-NOSSO-NUMERO e compara WS-NN-DV com WS-NN-DV-CALCULADO.
       01 WS-NOSSO-NUMERO.
           05 WS-NN-BASE.
               10 WS-NN-TIPO           PIC X(1).
               10 WS-NN-MATRICULA      PIC X(8).
               10 WS-NN-COMPETENCIA    PIC X(6).
           05 WS-NN-DV                 PIC X(1).
       01 WS-NN-DV-CALCULADO           PIC 9(1).
       01 WS-NN-POSICAO                PIC 9(2).
       01 WS-NN-PESO                   PIC 9(2).
       01 WS-NN-SOMA                   PIC 9(5).
       01 WS-NN-RESTO                  PIC 9(2).

      * Layout da proposta de progressao e promocao
      * (PROMOCOES-PROPOSTA.DATA), um registro por funcionario
      * elegivel no ano. Gerado por PromocaoProposta.cbl, decidido
      * pelo RH em PromocaoAprovacao.cbl e efetivado por
      * PromocaoAplicacao.cbl. Tipo N = novo degrau no mesmo
      * cargo; P = promocao para o cargo seguinte.
           05 PRO-ANO                 PIC 9(4).
           05 PRO-MATRICULA           PIC 9(5).
           05 PRO-DEPARTAMENTO        PIC X(4).
           05 PRO-TIPO                PIC X(1).
               88 PROGRESSAO-NIVEL        VALUE "N".
               88 PROMOCAO-CARGO          VALUE "P".
           05 PRO-CARGO-ATUAL         PIC X(4).
           05 PRO-NIVEL-ATUAL         PIC 9(2).
           05 PRO-SALARIO-ATUAL       PIC 9(7)V9(2).
           05 PRO-CARGO-NOVO          PIC X(4).
           05 PRO-NIVEL-NOVO          PIC 9(2).
           05 PRO-SALARIO-NOVO        PIC 9(7)V9(2).
           05 PRO-MESES-NIVEL         PIC 9(3).
           05 PRO-SITUACAO            PIC X(1).
               88 PROPOSTA-PENDENTE       VALUE "P".
               88 PROPOSTA-SEM-ORCAMENTO  VALUE "O".
               88 PROPOSTA-APROVADA       VALUE "A".
               88 PROPOSTA-REPROVADA      VALUE "R".
               88 PROPOSTA-APLICADA       VALUE "X".
               88 PROPOSTA-DESCARTADA     VALUE "D".
           05 PRO-DATA-PROPOSTA       PIC 9(8).
           05 PRO-OPERADOR-DECISAO    PIC X(8).
           05 PRO-DATA-DECISAO        PIC 9(8).

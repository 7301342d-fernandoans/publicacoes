      * Layout da trilha de auditoria de carreira
      * (CARREIRA-AUDITORIA.DATA), um registro por progressao ou
      * promocao efetivada por PromocaoAplicacao.cbl. A data do
      * ultimo registro da matricula marca o inicio do tempo no
      * degrau para PromocaoProposta.cbl.
           05 CAU-MATRICULA           PIC 9(5).
           05 CAU-DEPARTAMENTO        PIC X(4).
           05 CAU-TIPO                PIC X(1).
           05 CAU-CARGO-ANTERIOR      PIC X(4).
           05 CAU-NIVEL-ANTERIOR      PIC 9(2).
           05 CAU-SALARIO-ANTERIOR    PIC 9(7)V9(2).
           05 CAU-CARGO-NOVO          PIC X(4).
           05 CAU-NIVEL-NOVO          PIC 9(2).
           05 CAU-SALARIO-NOVO        PIC 9(7)V9(2).
           05 CAU-DATA                PIC 9(8).
           05 CAU-OPERADOR-APROVACAO  PIC X(8).
           05 CAU-OPERADOR            PIC X(8).

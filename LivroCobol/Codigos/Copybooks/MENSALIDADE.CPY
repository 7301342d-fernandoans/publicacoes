      * Layout do registro de mensalidade (MENSALIDADES.DATA), uma
      * fatura por aluno ativo e competencia. Gerada por
      * MensalidadesGerar.cbl (a primeira do calouro por
      * VestibularConfirmacao.cbl), baixada por MensalidadesBaixa.cbl
      * ou pelo retorno da cobranca (CobrancaRetorno.cbl) e
      * lida pelo relatorio de inadimplencia e pelas consultas de
      * situacao financeira em TrancamentoTurmas.cbl e Turmas.cbl.
      * MensalidadesAcordo.cbl marca as faturas renegociadas ("R")
      * e grava as parcelas do acordo no mesmo arquivo ("N" em
      * aberto, "Q" quitada), de modo que a parcela em aberto conta
      * como debito em todos os leitores; a ligacao com o acordo
      * fica em ACORDOS.DATA (ACORDO.CPY). MensalidadesCredito.cbl
      * cancela ("C") ou abate as faturas em aberto alcancadas por
      * trancamento ou troca de turma (CREDITO.CPY).
           05 MEN-MATRICULA           PIC X(8).
           05 MEN-COMPETENCIA         PIC 9(6).
           05 MEN-CURSO               PIC X(20).
           05 MEN-VALOR-COBRADO       PIC 9(7)V9(2).
           05 MEN-VENCIMENTO          PIC 9(8).
           05 MEN-SITUACAO            PIC X(1).
               88 MENSALIDADE-ABERTA      VALUE "A" "N".
               88 MENSALIDADE-PAGA        VALUE "P" "Q".
               88 MENSALIDADE-RENEGOCIADA VALUE "R".
               88 MENSALIDADE-CANCELADA   VALUE "C".
               88 PARCELA-ACORDO          VALUE "N" "Q".
               88 PARCELA-ACORDO-ABERTA   VALUE "N".
               88 PARCELA-ACORDO-QUITADA  VALUE "Q".
           05 MEN-DATA-PAGAMENTO      PIC 9(8).

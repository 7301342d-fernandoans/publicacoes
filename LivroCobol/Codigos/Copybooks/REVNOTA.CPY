      * Layout do pedido de revisao de nota (REVISOES-NOTAS.DATA),
      * um registro por pedido, numerado em sequencia. O professor
      * e o da turma (TUR-MATRICULA-PROFESSOR) no periodo do
      * pedido. Na decisao o pedido passa a deferido ou indeferido
      * e, quando deferido, a nova nota entra em alunos.data,
      * notas.idx e NOTAS-AUDITORIA.DATA com o numero do pedido
      * como motivo. RVN-OPERADOR guarda quem registrou o pedido
      * e, apos a decisao, quem decidiu. Mantido por
      * RevisaoNotas.cbl.
           05 RVN-NUMERO              PIC 9(6).
           05 RVN-MATRICULA           PIC X(8).
           05 RVN-PERIODO             PIC X(6).
           05 RVN-TURMA               PIC X(6).
           05 RVN-PROFESSOR           PIC X(8).
           05 RVN-NOTA                PIC 9(1).
           05 RVN-MOTIVO              PIC X(40).
           05 RVN-DATA-PEDIDO         PIC 9(8).
           05 RVN-SITUACAO            PIC X(1).
               88 REVISAO-PENDENTE        VALUE "P".
               88 REVISAO-DEFERIDA        VALUE "D".
               88 REVISAO-INDEFERIDA      VALUE "I".
           05 RVN-OPERADOR            PIC X(8).
           05 RVN-NOTA-ANTERIOR       PIC 9(3)V9(2).
           05 RVN-NOTA-NOVA           PIC 9(3)V9(2).
           05 RVN-DATA-DECISAO        PIC 9(8).

      * Layout do razao de ajustes pro rata de mensalidades
      * (CREDITOS-MENSALIDADES.DATA), gravado por
      * MensalidadesCredito.cbl a partir das auditorias de
      * trancamento e de troca de turma. Cada registro e o ajuste
      * de uma fatura: cancelamento da fatura em aberto ("C"),
      * abatimento parcial da fatura em aberto ("A"), credito a
      * compensar na proxima mensalidade ("S", troca com fatura ja
      * paga) ou estorno de valor pago ("E", trancamento com
      * fatura ja paga, repetido em ESTORNOS-MENSALIDADES.DATA).
      * O credito nasce pendente e MensalidadesGerar.cbl o marca
      * como compensado ao abater a primeira mensalidade gerada.
           05 CRE-MATRICULA           PIC X(8).
           05 CRE-ORIGEM              PIC X(1).
               88 CREDITO-TRANCAMENTO     VALUE "T".
               88 CREDITO-TROCA           VALUE "R".
           05 CRE-TURMA               PIC X(6).
           05 CRE-CURSO               PIC X(20).
           05 CRE-DATA-EFETIVA        PIC 9(8).
           05 CRE-COMPETENCIA         PIC 9(6).
           05 CRE-TIPO                PIC X(1).
               88 AJUSTE-CANCELAMENTO     VALUE "C".
               88 AJUSTE-ABATIMENTO       VALUE "A".
               88 AJUSTE-CREDITO          VALUE "S".
               88 AJUSTE-ESTORNO          VALUE "E".
           05 CRE-VALOR               PIC 9(7)V9(2).
           05 CRE-SITUACAO            PIC X(1).
               88 CREDITO-PENDENTE        VALUE "P".
               88 CREDITO-COMPENSADO      VALUE "U".
               88 AJUSTE-EFETIVADO        VALUE "F".
           05 CRE-COMPETENCIA-USO     PIC 9(6).
           05 CRE-DATA-PROCESSO       PIC 9(8).

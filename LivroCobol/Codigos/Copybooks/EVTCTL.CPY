      * Layout do controle de eventos enviados ao governo
      * (eventos-controle.idx), chave tipo de evento + matricula +
      * referencia (data de admissao, competencia ou data de
      * desligamento). Gravado por EventosGoverno.cbl a cada evento
      * gerado e atualizado por EventosRetorno.cbl com o resultado
      * do processamento: evento ENVIADO ou ACEITO nao e gerado de
      * novo; evento RECUSADO volta na proxima geracao.
           05 EVC-CHAVE.
               10 EVC-EVENTO          PIC X(6).
               10 EVC-MATRICULA       PIC 9(5).
               10 EVC-REFERENCIA      PIC X(8).
           05 EVC-ID-EVENTO           PIC X(19).
           05 EVC-DATA-ENVIO          PIC 9(8).
           05 EVC-SITUACAO            PIC X(1).
               88 EVENTO-ENVIADO          VALUE "E".
               88 EVENTO-ACEITO           VALUE "A".
               88 EVENTO-RECUSADO         VALUE "R".
           05 EVC-DATA-RETORNO        PIC 9(8).
           05 EVC-MOTIVO-RECUSA       PIC X(40).

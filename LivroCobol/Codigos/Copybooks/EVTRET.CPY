      * Layout do retorno do processamento dos eventos pelo governo
      * (RETORNO-EVENTOS.DATA), um registro por evento com o
      * identificador enviado, a chave do evento e o resultado:
      * "A" aceito ou "R" recusado com o motivo. Importado por
      * EventosRetorno.cbl para eventos-controle.idx.
           05 RTE-ID-EVENTO           PIC X(19).
           05 RTE-EVENTO              PIC X(6).
           05 RTE-MATRICULA           PIC 9(5).
           05 RTE-REFERENCIA          PIC X(8).
           05 RTE-SITUACAO            PIC X(1).
               88 RETORNO-ACEITO          VALUE "A".
               88 RETORNO-RECUSADO        VALUE "R".
           05 RTE-MOTIVO              PIC X(40).

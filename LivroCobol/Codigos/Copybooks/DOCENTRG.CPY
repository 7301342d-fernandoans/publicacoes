      * Layout do registro de entrega de documento pelo aluno
      * (DOCUMENTOS-ENTREGUES.DATA), um registro por aluno e
      * documento recebido pela secretaria. DOC-CODIGO segue o
      * cadastro de documentos exigidos (DOCEXIG.CPY).
           05 DOC-MATRICULA           PIC X(8).
           05 DOC-CODIGO              PIC X(6).
           05 DOC-DATA-ENTREGA        PIC 9(8).

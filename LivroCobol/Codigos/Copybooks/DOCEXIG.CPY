      * Layout do cadastro de documentos exigidos para a colacao
      * de grau (DOCUMENTOS-EXIGIDOS.DATA), mantido pela
      * secretaria. Cada documento listado precisa constar em
      * DOCUMENTOS-ENTREGUES.DATA para o aluno receber o nada
      * consta em NadaConsta.cbl.
           05 DEX-CODIGO              PIC X(6).
           05 DEX-DESCRICAO           PIC X(30).

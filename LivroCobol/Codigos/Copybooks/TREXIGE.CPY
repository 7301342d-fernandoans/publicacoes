      * Layout da exigencia de curso por cargo
      * (TREINAMENTO-EXIGENCIAS.DATA): o cargo de cargos.idx e o
      * curso do catalogo que todo ocupante precisa ter valido.
      * Cargo "****" exige o curso de todos os funcionarios.
      * Mantido por CursosTreinamento.cbl.
           05 TEX-CARGO               PIC X(4).
               88 EXIGIDO-TODOS-CARGOS    VALUE "****".
           05 TEX-CURSO               PIC X(6).
           05 TEX-OPERADOR            PIC X(8).
           05 TEX-DATA-ATUALIZACAO    PIC 9(8).

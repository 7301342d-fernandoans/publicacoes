      * Layout do catalogo de cursos e treinamentos
      * (TREINAMENTO-CURSOS.DATA): normas regulamentadoras (NR),
      * integracao de novos funcionarios e certificacoes
      * profissionais, com a validade em meses a partir da
      * conclusao (zero = nao vence). Mantido por
      * CursosTreinamento.cbl.
           05 CTR-CODIGO              PIC X(6).
           05 CTR-DESCRICAO           PIC X(30).
           05 CTR-TIPO                PIC X(1).
               88 CURSO-NR                VALUE "N".
               88 CURSO-INTEGRACAO        VALUE "I".
               88 CURSO-CERTIFICACAO      VALUE "C".
               88 CURSO-TIPO-VALIDO       VALUE "N" "I" "C".
           05 CTR-VALIDADE-MESES      PIC 9(3).
           05 CTR-OPERADOR            PIC X(8).
           05 CTR-DATA-ATUALIZACAO    PIC 9(8).

      * Layout do livro de horas de atividades complementares
      * (ATIVIDADES.DATA), um registro por certificado aprovado.
      * ATV-HORAS-CREDITADAS ja respeita o teto da categoria no
      * catalogo. Gravado por AtividadesComplementares.cbl e lido
      * por AuditoriaFormatura.cbl.
           05 ATV-MATRICULA           PIC X(8).
           05 ATV-CATEGORIA           PIC X(6).
           05 ATV-DATA-ATIVIDADE      PIC 9(8).
           05 ATV-DESCRICAO           PIC X(30).
           05 ATV-HORAS-APRESENTADAS  PIC 9(4).
           05 ATV-HORAS-CREDITADAS    PIC 9(4).
           05 ATV-OPERADOR            PIC X(8).
           05 ATV-DATA-LANCAMENTO     PIC 9(8).

      * Layout do catalogo de atividades complementares
      * (ATIVIDADES-CATALOGO.DATA), uma linha por categoria
      * (eventos, extensao, monitoria...) com o maximo de horas
      * aproveitaveis na categoria ao longo do curso. Lido por
      * AtividadesComplementares.cbl.
           05 ACA-CATEGORIA           PIC X(6).
           05 ACA-DESCRICAO           PIC X(30).
           05 ACA-HORAS-MAXIMAS       PIC 9(4).

      * Layout do registro de declaracao anual de quitacao
      * (DECLARACOES-QUITACAO.DATA), um registro por aluno e ano
      * com o codigo de verificacao estampado no documento.
      * Gravado por DeclaracaoQuitacao.cbl e consultado por
      * DeclaracaoVerifica.cbl para autenticar a declaracao, do
      * mesmo modo que o registro de diplomas (DIPLOMA.CPY).
           05 DEQ-CODIGO-VERIFICACAO  PIC X(12).
           05 DEQ-MATRICULA           PIC X(8).
           05 DEQ-NOME                PIC X(30).
           05 DEQ-CPF                 PIC 9(11).
           05 DEQ-CURSO               PIC X(20).
           05 DEQ-RESPONSAVEL         PIC X(30).
           05 DEQ-ANO                 PIC 9(4).
           05 DEQ-QTD-MENSALIDADES    PIC 9(3).
           05 DEQ-VALOR-PAGO          PIC 9(9)V9(2).
           05 DEQ-DATA-EMISSAO        PIC 9(8).

      * Layout do arquivo de estornos de mensalidade a devolver ao
      * aluno (ESTORNOS-MENSALIDADES.DATA), gravado por
      * MensalidadesCredito.cbl quando o trancamento alcanca fatura
      * ja paga: a parte nao utilizada da competencia do
      * trancamento e o valor integral das competencias seguintes.
      * O financeiro paga a partir deste arquivo; o registro mensal
      * sai em ESTORNOS-MES.LST.
           05 EST-MATRICULA           PIC X(8).
           05 EST-NOME                PIC X(30).
           05 EST-CPF                 PIC 9(11).
           05 EST-CURSO               PIC X(20).
           05 EST-COMPETENCIA         PIC 9(6).
           05 EST-DATA-PAGAMENTO      PIC 9(8).
           05 EST-VALOR               PIC 9(7)V9(2).
           05 EST-DATA-EFETIVA        PIC 9(8).
           05 EST-DATA-PROCESSO       PIC 9(8).

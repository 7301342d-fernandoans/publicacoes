      * Layout da requisicao de vaga (VAGAS.DATA), um registro por
      * numero de requisicao. Mantido por VagasManutencao.cbl, que
      * so aprova a vaga quando o headcount e a folha do
      * departamento, somados as vagas ja aprovadas, cabem no
      * orcamento do ano. A inclusao de FuncionariosManutencao.cbl
      * exige uma vaga aprovada e a marca como preenchida.
           05 VAG-NUMERO              PIC 9(6).
           05 VAG-DEPARTAMENTO        PIC X(4).
           05 VAG-CARGO               PIC X(4).
           05 VAG-SALARIO-ORCADO      PIC 9(7)V9(2).
           05 VAG-SITUACAO            PIC X(1).
               88 VAGA-ABERTA             VALUE "A".
               88 VAGA-APROVADA           VALUE "V".
               88 VAGA-PREENCHIDA         VALUE "P".
               88 VAGA-CANCELADA          VALUE "C".
           05 VAG-MATRICULA           PIC 9(5).
           05 VAG-DATA-ABERTURA       PIC 9(8).
           05 VAG-OPERADOR            PIC X(8).
           05 VAG-DATA-SITUACAO       PIC 9(8).

      * Layout do candidato do vestibular
      * (candidatos-vestibular.data), um registro por inscricao.
      * Carregado por VestibularInscricoes.cbl com as notas das
      * cinco provas (1 portugues, 2 matematica, 3 ciencias da
      * natureza, 4 ciencias humanas, 5 redacao; 0 a 100).
      * VestibularClassificacao.cbl calcula a nota final pelos
      * pesos do curso e classifica; VestibularConfirmacao.cbl
      * matricula o aprovado que confirma a vaga (CND-MATRICULA)
      * ou registra a desistencia.
           05 CND-INSCRICAO           PIC X(8).
           05 CND-NOME                PIC X(30).
           05 CND-CPF                 PIC X(11).
           05 CND-CURSO               PIC X(20).
           05 CND-UNIDADE             PIC X(3).
           05 CND-NOTAS.
               10 CND-NOTA-PROVA      PIC 9(3)V9(2) OCCURS 5 TIMES.
           05 CND-NOTA-FINAL          PIC 9(3)V9(2).
           05 CND-CLASSIFICACAO       PIC 9(4).
           05 CND-SITUACAO            PIC X(1).
               88 CANDIDATO-INSCRITO      VALUE " ".
               88 CANDIDATO-APROVADO      VALUE "A".
               88 CANDIDATO-ESPERA        VALUE "E".
               88 CANDIDATO-DESCLASSIFICADO VALUE "D".
               88 CANDIDATO-DESISTENTE    VALUE "X".
               88 CANDIDATO-MATRICULADO   VALUE "M".
           05 CND-MATRICULA           PIC X(8).

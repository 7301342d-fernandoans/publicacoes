      * Layout do coeficiente de rendimento (coeficiente.idx),
      * chave CRE-MATRICULA, refeito a cada execucao de
      * CoeficienteRendimento.cbl. CRE-COEFICIENTE e a media de
      * todo o historico ponderada pelos creditos da grade;
      * CRE-MEDIA-PERIODO a do periodo avaliado. CRE-POSICAO e a
      * classificacao do aluno entre os CRE-TOTAL-GRUPO alunos do
      * mesmo curso e unidade. Lido por Boletim.cbl,
      * HistoricoEscolar.cbl e ConsultaAluno.cbl.
           05 CRE-MATRICULA           PIC X(8).
           05 CRE-CURSO               PIC X(20).
           05 CRE-UNIDADE             PIC X(3).
           05 CRE-COEFICIENTE         PIC 9(3)V9(2).
           05 CRE-CREDITOS            PIC 9(4).
           05 CRE-REPROVACOES         PIC 9(3).
           05 CRE-PERIODO             PIC X(6).
           05 CRE-MEDIA-PERIODO       PIC 9(3)V9(2).
           05 CRE-POSICAO             PIC 9(4).
           05 CRE-TOTAL-GRUPO         PIC 9(4).
           05 CRE-DATA                PIC 9(8).

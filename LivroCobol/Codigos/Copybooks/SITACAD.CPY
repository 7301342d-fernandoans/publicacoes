      * Layout da situacao academica (situacao-academica.data), um
      * registro por aluno em advertencia, periodo probatorio ou
      * candidato a jubilamento, refeito a cada execucao de
      * SituacaoAcademica.cbl. Turmas.cbl bloqueia a matricula do
      * candidato a jubilamento e CartasAlunos.cbl (tipo S) emite
      * a carta correspondente. SAC-SITUACAO-ANTERIOR guarda a
      * situacao da execucao anterior (branco = regular).
           05 SAC-MATRICULA           PIC X(8).
           05 SAC-PERIODO             PIC X(6).
           05 SAC-SITUACAO            PIC X(1).
               88 SITUACAO-ADVERTENCIA    VALUE "A".
               88 SITUACAO-PROBATORIO     VALUE "P".
               88 SITUACAO-JUBILAMENTO    VALUE "J".
           05 SAC-SITUACAO-ANTERIOR   PIC X(1).
           05 SAC-MOTIVO              PIC X(40).
           05 SAC-DATA                PIC 9(8).

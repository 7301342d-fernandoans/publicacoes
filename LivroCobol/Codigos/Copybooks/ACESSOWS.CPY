      * Campos de apoio do log de acessos LGPD. O programa informa
      * WS-ACE-TIPO (A=aluno, P=professor, E=extracao) e
      * WS-ACE-MATRICULA e executa GRAVAR-ACESSO-LGPD a cada
      * exibicao; WS-ACE-RECURSO identifica o arquivo na extracao.
       01 WS-ARQ-ACESSOS           PIC X(40)
           VALUE "ACESSOS-LGPD.DATA".
       01 WS-STATUS-ACESSOS        PIC X(02).
       01 WS-ACE-TIPO              PIC X(1).
       01 WS-ACE-MATRICULA         PIC X(8).
       01 WS-ACE-RECURSO           PIC X(40) VALUE SPACES.

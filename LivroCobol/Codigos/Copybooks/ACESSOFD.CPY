      * Registro do log de acessos a dados pessoais
      * (ACESSOS-LGPD.DATA): uma linha por exibicao de dados de
      * uma pessoa nas consultas, com o operador autenticado. As
      * extracoes de ExtracaoDados.cbl gravam uma linha por execucao
      * (tipo "E") com o arquivo extraido em ACE-RECURSO.
       FD ARQ-ACESSOS.
       01 REGISTRO-ACESSO.
           05 ACE-DATA             PIC 9(8).
           05 ACE-OPERADOR         PIC X(8).
           05 ACE-TIPO             PIC X(1).
           05 ACE-MATRICULA        PIC X(8).
           05 ACE-RECURSO          PIC X(40).

      * Layout do controle de participacao na avaliacao
      * institucional (AVALIACAO-PARTICIPACAO.DATA): registra quem
      * ja respondeu cada turma no periodo, para aceitar uma unica
      * avaliacao por aluno e turma e medir a taxa de resposta. As
      * notas ficam em AVALIACAO-RESPOSTAS.DATA, sem a matricula.
           05 AVP-PERIODO             PIC X(6).
           05 AVP-TURMA               PIC X(6).
           05 AVP-MATRICULA           PIC X(8).
           05 AVP-DATA                PIC 9(8).

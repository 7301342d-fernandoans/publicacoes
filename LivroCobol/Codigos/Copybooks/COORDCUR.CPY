      * Layout do cadastro de coordenadores de curso
      * (CURSOS-COORDENADORES.DATA), um registro por curso e
      * unidade; CCO-UNIDADE em branco vale para as unidades sem
      * registro proprio. Lido por RiscoEvasao.cbl para encaminhar
      * a lista de risco de evasao ao coordenador.
           05 CCO-CURSO               PIC X(20).
           05 CCO-UNIDADE             PIC X(3).
           05 CCO-COORDENADOR         PIC X(30).

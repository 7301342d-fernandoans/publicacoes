      * Layout da politica de acompanhamento academico
      * (politica-jubilamento.ctl). Registro G: limites de
      * reprovacoes na mesma disciplina, de periodos consecutivos
      * com media abaixo de PJB-MEDIA-MINIMA (advertencia,
      * probatorio e candidato a jubilamento; zero desliga o
      * limite), prazo maximo padrao em periodos e folga para a
      * advertencia de prazo. Registro C: prazo maximo de
      * integralizacao de um curso especifico. Lido por
      * SituacaoAcademica.cbl.
           05 PJB-TIPO                PIC X(1).
               88 POLITICA-GERAL          VALUE "G".
               88 POLITICA-CURSO          VALUE "C".
           05 PJB-REGRAS.
               10 PJB-REPROV-ADVERTENCIA  PIC 9(2).
               10 PJB-REPROV-PROBATORIO   PIC 9(2).
               10 PJB-REPROV-JUBILAMENTO  PIC 9(2).
               10 PJB-MEDIA-MINIMA        PIC 9(2)V9(2).
               10 PJB-BAIXAS-ADVERTENCIA  PIC 9(2).
               10 PJB-BAIXAS-PROBATORIO   PIC 9(2).
               10 PJB-BAIXAS-JUBILAMENTO  PIC 9(2).
               10 PJB-PRAZO-PADRAO        PIC 9(2).
               10 PJB-PRAZO-FOLGA         PIC 9(2).
               10 FILLER                  PIC X(2).
           05 PJB-PRAZO-CURSO REDEFINES PJB-REGRAS.
               10 PJB-CURSO               PIC X(20).
               10 PJB-PRAZO-MAXIMO        PIC 9(2).

           SELECT RELATORIO ASSIGN TO WS-ARQ-RELATORIO
               ORGANIZATION IS LINE SEQUENTIAL.

           COPY FICHASL.

           COPY ERRLOGSL.

           COPY JOBLOGSL.

           COPY AFASTSL.

       DATA DIVISION.
       FILE SECTION.
       FD FUNCIONARIOS.
       FD RELATORIO.
       01 LINHA-RELATORIO          PIC X(100).

       COPY FICHAFD.

       COPY ERRLOGFD.

       COPY JOBLOGFD.

       COPY AFASTFD.

       WORKING-STORAGE SECTION.
       COPY FICHAWS.

       COPY ERRLOGWS.

       COPY JOBLOGWS.

       COPY AFASTWS.

       01 WS-ARQ-FUNCIONARIOS    PIC X(40)
           VALUE "FUNCIONARIOS.DATA".
       01 WS-ARQ-FERIAS          PIC X(40) VALUE "FERIAS.DATA".

       01 WS-INICIO-CANDIDATO    PIC 9(8).
       01 WS-FIM-CANDIDATO       PIC 9(8).
       01 WS-FIM-BASE            PIC 9(8).
       01 WS-DIAS-SUSPENSOS      PIC 9(5).
       01 WS-FIM-ESTAVEL         PIC X VALUE "N".

       01 QTD-PERIODOS           PIC 9(3) VALUE 0.
       01 TABELA-PERIODOS.
           05 TP-ITEM OCCURS 500 TIMES INDEXED BY IDX-PER.
               10 TP-MATRICULA   PIC 9(5).
               10 TP-INICIO      PIC 9(8).
               10 TP-FIM         PIC 9(8).

       01 WS-MATRICULA-TXT       PIC X(5).
       01 WS-MATRICULA-NUM       PIC 9(5).
       GERAR-PERIODOS.
           MOVE 0 TO WS-TOTAL-GERADOS.
           PERFORM CARREGAR-PERIODOS-EXISTENTES.
           PERFORM CARREGAR-AFASTAMENTOS.
           MOVE "N" TO WS-FIM-ARQ.
           OPEN INPUT FUNCIONARIOS.
           IF WS-STATUS-FUNCIONARIOS NOT = "00"
               SET IDX-PER TO QTD-PERIODOS
               MOVE FER-MATRICULA TO TP-MATRICULA(IDX-PER)
               MOVE FER-INICIO-AQUISITIVO TO TP-INICIO(IDX-PER)
               MOVE FER-FIM-AQUISITIVO TO TP-FIM(IDX-PER)
           END-IF.

      * Cada periodo comeca no fim do anterior. Periodo ja
      * gravado mantem o fim registrado, para nao deslocar a
      * cadeia quando um afastamento e lancado depois.
       GERAR-PERIODOS-FUNCIONARIO.
           MOVE DATA-ADMISSAO TO WS-INICIO-CANDIDATO.
           PERFORM CALCULAR-FIM-AQUISITIVO.
           PERFORM UNTIL WS-FIM-CANDIDATO > WS-DATA-HOJE
               PERFORM VERIFICAR-PERIODO-EXISTENTE
               IF WS-ENCONTRADO = "N"
                   PERFORM GRAVAR-PERIODO-NOVO
               END-IF
               MOVE WS-FIM-CANDIDATO TO WS-INICIO-CANDIDATO
               PERFORM CALCULAR-FIM-AQUISITIVO
           END-PERFORM.

      * Os dias de afastamento que suspendem as ferias (doenca e
      * nao remunerado) prorrogam o fim do periodo aquisitivo.
      * A contagem se repete ate que a prorrogacao nao alcance
      * novos dias afastados.
       CALCULAR-FIM-AQUISITIVO.
           COMPUTE WS-FIM-BASE = WS-INICIO-CANDIDATO + 10000.
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-FIM-BASE) NOT = 0
               SUBTRACT 1 FROM WS-FIM-BASE
           END-IF.
           MOVE WS-FIM-BASE TO WS-FIM-CANDIDATO.
           MOVE MATRICULA-FUNCIONARIO TO WS-AFA-MATRICULA.
           MOVE "F" TO WS-AFA-REGRA.
           MOVE WS-INICIO-CANDIDATO TO WS-AFA-PERIODO-INICIO.
           MOVE 0 TO WS-DIAS-SUSPENSOS.
           MOVE "N" TO WS-FIM-ESTAVEL.
           PERFORM UNTIL WS-FIM-ESTAVEL = "S"
               MOVE WS-FIM-CANDIDATO TO WS-AFA-PERIODO-FIM
               PERFORM CONTAR-DIAS-AFASTADO
               IF WS-AFA-DIAS = WS-DIAS-SUSPENSOS
                       OR WS-FIM-CANDIDATO > WS-DATA-HOJE
                   MOVE "S" TO WS-FIM-ESTAVEL
               ELSE
                   MOVE WS-AFA-DIAS TO WS-DIAS-SUSPENSOS
                   COMPUTE WS-FIM-CANDIDATO
                       = FUNCTION DATE-OF-INTEGER
                           (FUNCTION INTEGER-OF-DATE(WS-FIM-BASE)
                           + WS-DIAS-SUSPENSOS)
               END-IF
           END-PERFORM.

       VERIFICAR-PERIODO-EXISTENTE.
               IF TP-MATRICULA(IDX-PER) = MATRICULA-FUNCIONARIO
                       AND TP-INICIO(IDX-PER) = WS-INICIO-CANDIDATO
                   MOVE "S" TO WS-ENCONTRADO
                   MOVE TP-FIM(IDX-PER) TO WS-FIM-CANDIDATO
               END-IF
           END-PERFORM.

           MOVE MATRICULA-FUNCIONARIO TO FER-MATRICULA.
           MOVE WS-INICIO-CANDIDATO TO FER-INICIO-AQUISITIVO.
           MOVE WS-FIM-CANDIDATO TO FER-FIM-AQUISITIVO.
           COMPUTE FER-LIMITE-GOZO = WS-FIM-CANDIDATO + 10000.
           IF FUNCTION TEST-DATE-YYYYMMDD(FER-LIMITE-GOZO) NOT = 0
               SUBTRACT 1 FROM FER-LIMITE-GOZO
           END-IF.
           MOVE 30 TO FER-DIAS-DIREITO.
           MOVE 0 TO FER-DIAS-PROGRAMADOS.
           MOVE 0 TO FER-DIAS-GOZADOS.
               SET IDX-PER TO QTD-PERIODOS
               MOVE FER-MATRICULA TO TP-MATRICULA(IDX-PER)
               MOVE FER-INICIO-AQUISITIVO TO TP-INICIO(IDX-PER)
               MOVE FER-FIM-AQUISITIVO TO TP-FIM(IDX-PER)
           END-IF.

       ATUALIZAR-PERIODO.
               END-IF
               REWRITE REGISTRO-FERIAS
               ADD 1 TO WS-TOTAL-OPERACOES
               PERFORM REGISTRAR-FICHA
           END-IF.

      * Ficha funcional: programacao e gozo, com o periodo
      * aquisitivo na descricao.
       REGISTRAR-FICHA.
           MOVE FER-MATRICULA TO WS-FIC-MATRICULA.
           ACCEPT WS-FIC-DATA FROM DATE YYYYMMDD.
           MOVE SPACES TO WS-FIC-ANTERIOR.
           MOVE SPACES TO WS-FIC-NOVO.
           IF ACAO-PROGRAMAR
               MOVE "FERIAS-PROG" TO WS-FIC-TIPO
               STRING WS-DIAS-NUM DELIMITED BY SIZE
                   " dias em " DELIMITED BY SIZE
                   FER-MES-PROGRAMADO DELIMITED BY SIZE
                   INTO WS-FIC-NOVO
               END-STRING
           ELSE
               MOVE "FERIAS-GOZO" TO WS-FIC-TIPO
               STRING WS-DIAS-NUM DELIMITED BY SIZE
                   " dias, total " DELIMITED BY SIZE
                   FER-DIAS-GOZADOS DELIMITED BY SIZE
                   INTO WS-FIC-NOVO
               END-STRING
           END-IF.
           MOVE SPACES TO WS-FIC-DESCRICAO.
           STRING "Aquisitivo " DELIMITED BY SIZE
               FER-INICIO-AQUISITIVO DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               FER-FIM-AQUISITIVO DELIMITED BY SIZE
               INTO WS-FIC-DESCRICAO
           END-STRING.
           PERFORM GRAVAR-EVENTO-FICHA.

       RELATORIO-VENCIMENTOS.
           MOVE 0 TO WS-TOTAL-VENCER.
           MOVE WS-DATA-HOJE TO WS-DATA-LIMITE.
           WRITE LINHA-RELATORIO.
           ADD 1 TO WS-TOTAL-VENCER.

       COPY AFASTPD.

       COPY FICHAPD.

       COPY JOBLOGPD.

       COPY ERRLOGPD.

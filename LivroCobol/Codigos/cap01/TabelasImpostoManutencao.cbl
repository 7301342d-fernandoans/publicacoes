       IDENTIFICATION DIVISION.
           PROGRAM-ID. TabelasImpostoManutencao.
           AUTHOR. Fernando Anselmo.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RELATORIO ASSIGN TO WS-ARQ-RELATORIO
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ARQ-SORT ASSIGN TO WS-ARQ-SORT.

           COPY TABIMPSL.

           COPY ERRLOGSL.

           COPY JOBLOGSL.

       DATA DIVISION.
       FILE SECTION.
       FD RELATORIO.
       01 LINHA-RELATORIO          PIC X(100).

       SD ARQ-SORT.
       01 REG-SORT.
           05 SORT-TIPO            PIC X(4).
           05 SORT-VIGENCIA        PIC 9(6).
           05 SORT-SITUACAO        PIC X(8).
           05 SORT-TABELA          PIC X(124).

       COPY TABIMPFD.

       COPY ERRLOGFD.

       COPY JOBLOGFD.

       WORKING-STORAGE SECTION.
       COPY ERRLOGWS.

       COPY JOBLOGWS.

       COPY TABIMPWS.

       01 WS-ARQ-RELATORIO       PIC X(40)
           VALUE "TABELAS-IMPOSTO.LST".
       01 WS-ARQ-SORT            PIC X(40)
           VALUE "TABELAS-IMPOSTO.SRT".
       01 WS-ARQUIVOS-DEFINIDOS  PIC X VALUE "N".

       01 WS-OPCAO               PIC 9.
       01 WS-FIM-ARQ             PIC X VALUE "N".
       01 WS-ENCONTRADO          PIC X VALUE "N".
       01 WS-TIPO-CADASTRADO     PIC X VALUE "N".
       01 WS-TOTAL-OPERACOES     PIC 9(5) VALUE ZEROS.
       01 WS-DATA-HOJE           PIC 9(8).
       01 WS-COMPETENCIA-ATUAL   PIC 9(6).

       01 WS-TIPO                PIC X(4).
       01 WS-VIGENCIA-TXT        PIC X(6).
       01 WS-VIGENCIA-NUM        PIC 9(6).
       01 WS-VALOR-TEXTO         PIC X(15).
       01 WS-IDX-FAIXA           PIC 9.
       01 WS-PRIMEIRA-FAIXA      PIC 9.
       01 WS-ULTIMA-FAIXA        PIC 9.
       01 WS-ULTIMA-ALIQUOTA     PIC 9.

       01 WS-REGISTRO-VALIDO     PIC X VALUE "S".
       01 WS-MOTIVO-ERRO         PIC X(40) VALUE SPACES.

      * Faixas digitadas, conferidas antes de gravar.
       01 WS-TABELA-NOVA.
           COPY TABIMP.

       01 WS-VIGENTE-INSS        PIC 9(6) VALUE 0.
       01 WS-VIGENTE-IRRF        PIC 9(6) VALUE 0.
       01 RETORNO-FINALIZADO     PIC X VALUE "N".
       01 WS-TOTAL-TABELAS       PIC 9(5) VALUE 0.
       01 WS-TOTAL-ED            PIC ZZZZ9.

       01 WS-LIMITE-ED           PIC Z,ZZZ,ZZ9.99.
       01 WS-PARCELA-ED          PIC ZZ,ZZ9.99.
       01 WS-PERCENTUAL          PIC 9(2)V9(1).

       01 LINHA-TABELA.
           05 FILLER             PIC X(8) VALUE "Tabela: ".
           05 LT-TIPO            PIC X(4).
           05 FILLER             PIC X(12) VALUE "  Vigencia: ".
           05 LT-VIGENCIA        PIC 9(6).
           05 FILLER             PIC X(2) VALUE SPACES.
           05 LT-SITUACAO        PIC X(8).
           05 FILLER             PIC X(15) VALUE "  Cadastro em: ".
           05 LT-DATA-CADASTRO   PIC 9(8).
           05 FILLER             PIC X(2) VALUE SPACES.
           05 LT-OPERADOR        PIC X(8).

       01 LINHA-FAIXA.
           05 FILLER             PIC X(8) VALUE "  Faixa ".
           05 LF-FAIXA           PIC 9.
           05 FILLER             PIC X(7) VALUE "  ate ".
           05 LF-LIMITE          PIC X(12).
           05 FILLER             PIC X(13) VALUE "  Aliquota: ".
           05 LF-ALIQUOTA        PIC Z9.9.
           05 FILLER             PIC X(1) VALUE "%".
           05 FILLER             PIC X(13) VALUE "  Deduzir: ".
           05 LF-PARCELA         PIC ZZ,ZZ9.99.

       PROCEDURE DIVISION.
       INICIO.
           IF WS-ARQUIVOS-DEFINIDOS = "N"
               PERFORM DEFINIR-ARQUIVOS
               MOVE "S" TO WS-ARQUIVOS-DEFINIDOS
               MOVE "TabelasImpostoManutencao" TO WS-JOBLOG-PROGRAMA
               MOVE "INICIO" TO WS-JOBLOG-EVENTO
               PERFORM GRAVAR-JOBLOG
           END-IF.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
           MOVE WS-DATA-HOJE(1:6) TO WS-COMPETENCIA-ATUAL.
           DISPLAY "--------------------------------".
           DISPLAY "Tabelas de INSS e IRRF".
           DISPLAY "--------------------------------".
           DISPLAY " 1 - Incluir Tabela".
           DISPLAY " 2 - Alterar Tabela Futura".
           DISPLAY " 3 - Consultar Tabelas".
           DISPLAY " 4 - Relatório de Tabelas Vigentes e Futuras".
           DISPLAY " 5 - Sair".
           DISPLAY "--------------------------------".
           DISPLAY "Escolha uma opção: ".
           ACCEPT WS-OPCAO.

           EVALUATE WS-OPCAO
               WHEN 1
                   PERFORM INCLUIR
               WHEN 2
                   PERFORM ALTERAR
               WHEN 3
                   PERFORM CONSULTAR
               WHEN 4
                   PERFORM RELATORIO-TABELAS
               WHEN 5
                   MOVE WS-TOTAL-OPERACOES TO WS-JOBLOG-QTD-REGISTROS
                   MOVE "FIM" TO WS-JOBLOG-EVENTO
                   PERFORM GRAVAR-JOBLOG
                   GOBACK
               WHEN OTHER
                   DISPLAY "Opção inválida!"
                   PERFORM INICIO
           END-EVALUATE.

       DEFINIR-ARQUIVOS.
           ACCEPT WS-ARQ-TABELAS-IMPOSTO FROM ENVIRONMENT
                   "TABELAS_IMPOSTO_DATA"
               ON EXCEPTION
                   MOVE "TABELAS-IMPOSTO.DATA"
                       TO WS-ARQ-TABELAS-IMPOSTO
           END-ACCEPT.
           ACCEPT WS-ARQ-RELATORIO FROM ENVIRONMENT
                   "TABELAS_IMPOSTO_LST"
               ON EXCEPTION
                   MOVE "TABELAS-IMPOSTO.LST" TO WS-ARQ-RELATORIO
           END-ACCEPT.

      * Tabelas novas valem a partir da competencia atual; so a
      * primeira tabela de cada tipo pode ter vigencia retroativa.
       INCLUIR.
           DISPLAY "--------------------------------".
           DISPLAY "Incluir Tabela".
           DISPLAY "--------------------------------".
           PERFORM LER-CHAVE.
           IF WS-REGISTRO-VALIDO = "S"
               PERFORM PROCURAR-TABELA
               IF WS-ENCONTRADO = "S"
                   MOVE "N" TO WS-REGISTRO-VALIDO
                   MOVE "Tabela ja cadastrada para a vigencia"
                       TO WS-MOTIVO-ERRO
               END-IF
           END-IF.
           IF WS-REGISTRO-VALIDO = "S"
                   AND WS-TIPO-CADASTRADO = "S"
                   AND WS-VIGENCIA-NUM < WS-COMPETENCIA-ATUAL
               MOVE "N" TO WS-REGISTRO-VALIDO
               MOVE "Vigencia anterior a competencia atual"
                   TO WS-MOTIVO-ERRO
           END-IF.
           IF WS-REGISTRO-VALIDO = "S"
               PERFORM LER-FAIXAS
               PERFORM VALIDAR-FAIXAS
           END-IF.
           IF WS-REGISTRO-VALIDO = "N"
               DISPLAY "Registro rejeitado: " WS-MOTIVO-ERRO
           ELSE
               PERFORM GRAVAR-TABELA-NOVA
           END-IF.
           PERFORM INICIO.

      * Tabela ja em vigor nao e alterada: a folha calculada com ela
      * precisa continuar reproduzivel. Para corrigir, cadastre uma
      * nova vigencia.
       ALTERAR.
           DISPLAY "--------------------------------".
           DISPLAY "Alterar Tabela Futura".
           DISPLAY "--------------------------------".
           PERFORM LER-CHAVE.
           IF WS-REGISTRO-VALIDO = "S"
               PERFORM PROCURAR-TABELA
               IF WS-ENCONTRADO = "N"
                   MOVE "N" TO WS-REGISTRO-VALIDO
                   MOVE "Tabela nao encontrada" TO WS-MOTIVO-ERRO
               END-IF
           END-IF.
           IF WS-REGISTRO-VALIDO = "S"
                   AND WS-VIGENCIA-NUM <= WS-COMPETENCIA-ATUAL
               MOVE "N" TO WS-REGISTRO-VALIDO
               MOVE "Tabela ja em vigor nao pode ser alterada"
                   TO WS-MOTIVO-ERRO
           END-IF.
           IF WS-REGISTRO-VALIDO = "S"
               PERFORM LER-FAIXAS
               PERFORM VALIDAR-FAIXAS
           END-IF.
           IF WS-REGISTRO-VALIDO = "N"
               DISPLAY "Registro rejeitado: " WS-MOTIVO-ERRO
           ELSE
               PERFORM LOCALIZAR-E-ALTERAR
           END-IF.
           PERFORM INICIO.

       LER-CHAVE.
           MOVE "S" TO WS-REGISTRO-VALIDO.
           MOVE SPACES TO WS-MOTIVO-ERRO.
           DISPLAY "Tipo (INSS/IRRF): ".
           ACCEPT WS-TIPO.
           DISPLAY "Início da vigência (AAAAMM): ".
           ACCEPT WS-VIGENCIA-TXT.
           INITIALIZE WS-TABELA-NOVA.
           MOVE WS-TIPO TO TIM-TIPO OF WS-TABELA-NOVA.
           IF NOT TABELA-TIPO-VALIDO OF WS-TABELA-NOVA
               MOVE "N" TO WS-REGISTRO-VALIDO
               MOVE "Tipo de tabela invalido" TO WS-MOTIVO-ERRO
           END-IF.
           IF WS-REGISTRO-VALIDO = "S"
               IF WS-VIGENCIA-TXT NOT NUMERIC
                       OR WS-VIGENCIA-TXT(5:2) < "01"
                       OR WS-VIGENCIA-TXT(5:2) > "12"
                   MOVE "N" TO WS-REGISTRO-VALIDO
                   MOVE "Vigencia invalida" TO WS-MOTIVO-ERRO
               ELSE
                   MOVE WS-VIGENCIA-TXT TO WS-VIGENCIA-NUM
                   MOVE WS-VIGENCIA-NUM
                       TO TIM-VIGENCIA OF WS-TABELA-NOVA
               END-IF
           END-IF.

      * No INSS as faixas 1 a 3 trazem o limite e a 4 o teto; no
      * IRRF a faixa 1 e a de isencao e a 5 nao tem limite.
       LER-FAIXAS.
           IF WS-TIPO = "INSS"
               MOVE 1 TO WS-PRIMEIRA-FAIXA
               MOVE 4 TO WS-ULTIMA-FAIXA
               MOVE 4 TO WS-ULTIMA-ALIQUOTA
               PERFORM VARYING WS-IDX-FAIXA FROM 1 BY 1
                       UNTIL WS-IDX-FAIXA > 4
                   PERFORM LER-FAIXA-INSS
               END-PERFORM
           ELSE
               MOVE 2 TO WS-PRIMEIRA-FAIXA
               MOVE 4 TO WS-ULTIMA-FAIXA
               MOVE 5 TO WS-ULTIMA-ALIQUOTA
               DISPLAY "Faixa 1 - limite de isenção "
                  "(somente dígitos, 2 decimais): "
               ACCEPT WS-VALOR-TEXTO
               COMPUTE TIM-LIMITE OF WS-TABELA-NOVA(1)
                   = FUNCTION NUMVAL(WS-VALOR-TEXTO)
               PERFORM VARYING WS-IDX-FAIXA FROM 2 BY 1
                       UNTIL WS-IDX-FAIXA > 5
                   PERFORM LER-FAIXA-IRRF
               END-PERFORM
               DISPLAY "Dedução por dependente "
                  "(somente dígitos, 2 decimais): "
               ACCEPT WS-VALOR-TEXTO
               COMPUTE TIM-DEDUCAO-DEPENDENTE OF WS-TABELA-NOVA
                   = FUNCTION NUMVAL(WS-VALOR-TEXTO)
           END-IF.

       LER-FAIXA-INSS.
           IF WS-IDX-FAIXA < 4
               DISPLAY "Faixa " WS-IDX-FAIXA
                  " - limite (somente dígitos, 2 decimais): "
           ELSE
               DISPLAY "Faixa 4 - teto de contribuição "
                  "(somente dígitos, 2 decimais): "
           END-IF.
           ACCEPT WS-VALOR-TEXTO.
           COMPUTE TIM-LIMITE OF WS-TABELA-NOVA(WS-IDX-FAIXA)
               = FUNCTION NUMVAL(WS-VALOR-TEXTO).
           DISPLAY "Faixa " WS-IDX-FAIXA
              " - alíquota em % (ex.: 7.5): ".
           ACCEPT WS-VALOR-TEXTO.
           COMPUTE TIM-ALIQUOTA OF WS-TABELA-NOVA(WS-IDX-FAIXA)
               = FUNCTION NUMVAL(WS-VALOR-TEXTO) / 100.

       LER-FAIXA-IRRF.
           IF WS-IDX-FAIXA < 5
               DISPLAY "Faixa " WS-IDX-FAIXA
                  " - limite (somente dígitos, 2 decimais): "
               ACCEPT WS-VALOR-TEXTO
               COMPUTE TIM-LIMITE OF WS-TABELA-NOVA(WS-IDX-FAIXA)
                   = FUNCTION NUMVAL(WS-VALOR-TEXTO)
           END-IF.
           DISPLAY "Faixa " WS-IDX-FAIXA
              " - alíquota em % (ex.: 7.5): ".
           ACCEPT WS-VALOR-TEXTO.
           COMPUTE TIM-ALIQUOTA OF WS-TABELA-NOVA(WS-IDX-FAIXA)
               = FUNCTION NUMVAL(WS-VALOR-TEXTO) / 100.
           DISPLAY "Faixa " WS-IDX-FAIXA
              " - parcela a deduzir (somente dígitos, 2 decimais): ".
           ACCEPT WS-VALOR-TEXTO.
           COMPUTE TIM-PARCELA OF WS-TABELA-NOVA(WS-IDX-FAIXA)
               = FUNCTION NUMVAL(WS-VALOR-TEXTO).

      * Limites crescentes e aliquotas que nao diminuem de uma
      * faixa para a seguinte.
       VALIDAR-FAIXAS.
           IF TIM-LIMITE OF WS-TABELA-NOVA(1) = 0
               MOVE "N" TO WS-REGISTRO-VALIDO
               MOVE "Limite da faixa 1 nao informado"
                   TO WS-MOTIVO-ERRO
           END-IF.
           PERFORM VARYING WS-IDX-FAIXA FROM 2 BY 1
                   UNTIL WS-IDX-FAIXA > WS-ULTIMA-FAIXA
                      OR WS-REGISTRO-VALIDO = "N"
               IF TIM-LIMITE OF WS-TABELA-NOVA(WS-IDX-FAIXA)
                       NOT > TIM-LIMITE OF WS-TABELA-NOVA
                           (WS-IDX-FAIXA - 1)
                   MOVE "N" TO WS-REGISTRO-VALIDO
                   MOVE "Limites das faixas fora de ordem"
                       TO WS-MOTIVO-ERRO
               END-IF
           END-PERFORM.
           PERFORM VARYING WS-IDX-FAIXA FROM WS-PRIMEIRA-FAIXA BY 1
                   UNTIL WS-IDX-FAIXA > WS-ULTIMA-ALIQUOTA
                      OR WS-REGISTRO-VALIDO = "N"
               IF TIM-ALIQUOTA OF WS-TABELA-NOVA(WS-IDX-FAIXA) = 0
                   MOVE "N" TO WS-REGISTRO-VALIDO
                   MOVE "Aliquota nao informada" TO WS-MOTIVO-ERRO
               END-IF
               IF WS-REGISTRO-VALIDO = "S"
                       AND WS-IDX-FAIXA > WS-PRIMEIRA-FAIXA
                       AND TIM-ALIQUOTA OF WS-TABELA-NOVA(WS-IDX-FAIXA)
                           < TIM-ALIQUOTA OF WS-TABELA-NOVA
                               (WS-IDX-FAIXA - 1)
                   MOVE "N" TO WS-REGISTRO-VALIDO
                   MOVE "Aliquotas das faixas fora de ordem"
                       TO WS-MOTIVO-ERRO
               END-IF
           END-PERFORM.

      * Localiza a chave tipo + vigencia e informa se ja existe
      * alguma tabela do mesmo tipo.
       PROCURAR-TABELA.
           MOVE "N" TO WS-ENCONTRADO.
           MOVE "N" TO WS-TIPO-CADASTRADO.
           MOVE "N" TO WS-FIM-ARQ.
           OPEN INPUT ARQ-TABELAS-IMPOSTO.
           IF WS-STATUS-TABELAS-IMPOSTO = "00"
               PERFORM UNTIL WS-FIM-ARQ = "S"
                   READ ARQ-TABELAS-IMPOSTO
                       AT END
                           MOVE "S" TO WS-FIM-ARQ
                       NOT AT END
                           IF TIM-TIPO OF REG-TABELA-IMPOSTO
                                   = WS-TIPO
                               MOVE "S" TO WS-TIPO-CADASTRADO
                               IF TIM-VIGENCIA OF REG-TABELA-IMPOSTO
                                       = WS-VIGENCIA-NUM
                                   MOVE "S" TO WS-ENCONTRADO
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQ-TABELAS-IMPOSTO
           END-IF.

       PREENCHER-CADASTRO.
           MOVE WS-DATA-HOJE TO TIM-DATA-CADASTRO OF WS-TABELA-NOVA.
           ACCEPT TIM-OPERADOR OF WS-TABELA-NOVA FROM ENVIRONMENT
                   "OPERADOR_ATUAL"
               ON EXCEPTION
                   MOVE SPACES TO TIM-OPERADOR OF WS-TABELA-NOVA
           END-ACCEPT.
           IF TIM-OPERADOR OF WS-TABELA-NOVA = SPACES
               MOVE "--------" TO TIM-OPERADOR OF WS-TABELA-NOVA
           END-IF.

       GRAVAR-TABELA-NOVA.
           PERFORM PREENCHER-CADASTRO.
           OPEN EXTEND ARQ-TABELAS-IMPOSTO.
           IF WS-STATUS-TABELAS-IMPOSTO = "35"
               OPEN OUTPUT ARQ-TABELAS-IMPOSTO
           END-IF.
           IF WS-STATUS-TABELAS-IMPOSTO NOT = "00"
               DISPLAY "Erro ao abrir arquivo! Status: "
                  WS-STATUS-TABELAS-IMPOSTO
               MOVE "TabelasImpostoManutencao" TO WS-ERRLOG-PROGRAMA
               MOVE "GRAVAR-TABELA-NOVA" TO WS-ERRLOG-PARAGRAFO
               MOVE WS-ARQ-TABELAS-IMPOSTO TO WS-ERRLOG-ARQUIVO
               MOVE WS-STATUS-TABELAS-IMPOSTO TO WS-ERRLOG-STATUS
               PERFORM GRAVAR-ERRORLOG
           ELSE
               MOVE WS-TABELA-NOVA TO REG-TABELA-IMPOSTO
               WRITE REG-TABELA-IMPOSTO
               CLOSE ARQ-TABELAS-IMPOSTO
               DISPLAY "Tabela gravada com sucesso!"
               ADD 1 TO WS-TOTAL-OPERACOES
           END-IF.

       LOCALIZAR-E-ALTERAR.
           PERFORM PREENCHER-CADASTRO.
           MOVE "N" TO WS-ENCONTRADO.
           MOVE "N" TO WS-FIM-ARQ.
           OPEN I-O ARQ-TABELAS-IMPOSTO.
           IF WS-STATUS-TABELAS-IMPOSTO NOT = "00"
               DISPLAY "Erro ao abrir " WS-ARQ-TABELAS-IMPOSTO
                  " Status: " WS-STATUS-TABELAS-IMPOSTO
               MOVE "TabelasImpostoManutencao" TO WS-ERRLOG-PROGRAMA
               MOVE "LOCALIZAR-E-ALTERAR" TO WS-ERRLOG-PARAGRAFO
               MOVE WS-ARQ-TABELAS-IMPOSTO TO WS-ERRLOG-ARQUIVO
               MOVE WS-STATUS-TABELAS-IMPOSTO TO WS-ERRLOG-STATUS
               PERFORM GRAVAR-ERRORLOG
           ELSE
               PERFORM UNTIL WS-FIM-ARQ = "S"
                   READ ARQ-TABELAS-IMPOSTO
                       AT END
                           MOVE "S" TO WS-FIM-ARQ
                       NOT AT END
                           IF TIM-TIPO OF REG-TABELA-IMPOSTO
                                   = WS-TIPO
                                   AND TIM-VIGENCIA
                                       OF REG-TABELA-IMPOSTO
                                       = WS-VIGENCIA-NUM
                               MOVE WS-TABELA-NOVA
                                   TO REG-TABELA-IMPOSTO
                               REWRITE REG-TABELA-IMPOSTO
                               MOVE "S" TO WS-ENCONTRADO
                               MOVE "S" TO WS-FIM-ARQ
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQ-TABELAS-IMPOSTO
               IF WS-ENCONTRADO = "N"
                   DISPLAY "Tabela não encontrada."
               ELSE
                   DISPLAY "Tabela alterada com sucesso!"
                   ADD 1 TO WS-TOTAL-OPERACOES
               END-IF
           END-IF.

       CONSULTAR.
           DISPLAY "--------------------------------".
           DISPLAY "Tabelas Cadastradas".
           DISPLAY "--------------------------------".
           MOVE "N" TO WS-ENCONTRADO.
           MOVE "N" TO WS-FIM-ARQ.
           OPEN INPUT ARQ-TABELAS-IMPOSTO.
           IF WS-STATUS-TABELAS-IMPOSTO = "00"
               PERFORM UNTIL WS-FIM-ARQ = "S"
                   READ ARQ-TABELAS-IMPOSTO
                       AT END
                           MOVE "S" TO WS-FIM-ARQ
                       NOT AT END
                           MOVE "S" TO WS-ENCONTRADO
                           DISPLAY "  Tipo: "
                              TIM-TIPO OF REG-TABELA-IMPOSTO
                              "  Vigência: "
                              TIM-VIGENCIA OF REG-TABELA-IMPOSTO
                              "  Cadastro: "
                              TIM-DATA-CADASTRO OF REG-TABELA-IMPOSTO
                              "  Operador: "
                              TIM-OPERADOR OF REG-TABELA-IMPOSTO
                   END-READ
               END-PERFORM
               CLOSE ARQ-TABELAS-IMPOSTO
           END-IF.
           IF WS-ENCONTRADO = "N"
               DISPLAY "Nenhuma tabela cadastrada."
           END-IF.
           PERFORM INICIO.

      * Tabela em vigor de cada tipo e as ja cadastradas para
      * competencias futuras, em ordem de tipo e vigencia.
       RELATORIO-TABELAS.
           PERFORM IDENTIFICAR-VIGENTES.
           MOVE 0 TO WS-TOTAL-TABELAS.
           MOVE "N" TO RETORNO-FINALIZADO.
           OPEN OUTPUT RELATORIO.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "TABELAS DE INSS E IRRF - VIGENTES E FUTURAS - "
                  "COMPETENCIA " DELIMITED BY SIZE
                  WS-COMPETENCIA-ATUAL DELIMITED BY SIZE
                  INTO LINHA-RELATORIO
           END-STRING.
           WRITE LINHA-RELATORIO.
           MOVE ALL "=" TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           SORT ARQ-SORT
               ON ASCENDING KEY SORT-TIPO SORT-VIGENCIA
               INPUT PROCEDURE IS SELECIONAR-TABELAS
               OUTPUT PROCEDURE IS IMPRIMIR-TABELAS.
           IF WS-TOTAL-TABELAS = 0
               MOVE "Nenhuma tabela vigente ou futura cadastrada."
                   TO LINHA-RELATORIO
               WRITE LINHA-RELATORIO
           END-IF.
           CLOSE RELATORIO.
           MOVE WS-TOTAL-TABELAS TO WS-TOTAL-ED.
           DISPLAY "Tabelas listadas: " WS-TOTAL-ED.
           DISPLAY "Relatório gravado em " WS-ARQ-RELATORIO.
           PERFORM INICIO.

       IDENTIFICAR-VIGENTES.
           MOVE 0 TO WS-VIGENTE-INSS.
           MOVE 0 TO WS-VIGENTE-IRRF.
           MOVE "N" TO WS-FIM-ARQ.
           OPEN INPUT ARQ-TABELAS-IMPOSTO.
           IF WS-STATUS-TABELAS-IMPOSTO = "00"
               PERFORM UNTIL WS-FIM-ARQ = "S"
                   READ ARQ-TABELAS-IMPOSTO
                       AT END
                           MOVE "S" TO WS-FIM-ARQ
                       NOT AT END
                           PERFORM AVALIAR-VIGENTE
                   END-READ
               END-PERFORM
               CLOSE ARQ-TABELAS-IMPOSTO
           END-IF.

       AVALIAR-VIGENTE.
           IF TIM-VIGENCIA OF REG-TABELA-IMPOSTO
                   <= WS-COMPETENCIA-ATUAL
               IF TABELA-INSS OF REG-TABELA-IMPOSTO
                       AND TIM-VIGENCIA OF REG-TABELA-IMPOSTO
                           > WS-VIGENTE-INSS
                   MOVE TIM-VIGENCIA OF REG-TABELA-IMPOSTO
                       TO WS-VIGENTE-INSS
               END-IF
               IF TABELA-IRRF OF REG-TABELA-IMPOSTO
                       AND TIM-VIGENCIA OF REG-TABELA-IMPOSTO
                           > WS-VIGENTE-IRRF
                   MOVE TIM-VIGENCIA OF REG-TABELA-IMPOSTO
                       TO WS-VIGENTE-IRRF
               END-IF
           END-IF.

       SELECIONAR-TABELAS.
           MOVE "N" TO WS-FIM-ARQ.
           OPEN INPUT ARQ-TABELAS-IMPOSTO.
           IF WS-STATUS-TABELAS-IMPOSTO = "00"
               PERFORM UNTIL WS-FIM-ARQ = "S"
                   READ ARQ-TABELAS-IMPOSTO
                       AT END
                           MOVE "S" TO WS-FIM-ARQ
                       NOT AT END
                           PERFORM AVALIAR-TABELA
                   END-READ
               END-PERFORM
               CLOSE ARQ-TABELAS-IMPOSTO
           END-IF.

       AVALIAR-TABELA.
           MOVE SPACES TO REG-SORT.
           IF TIM-VIGENCIA OF REG-TABELA-IMPOSTO
                   > WS-COMPETENCIA-ATUAL
               MOVE "FUTURA" TO SORT-SITUACAO
           ELSE
               IF (TABELA-INSS OF REG-TABELA-IMPOSTO
                       AND TIM-VIGENCIA OF REG-TABELA-IMPOSTO
                           = WS-VIGENTE-INSS)
                   OR (TABELA-IRRF OF REG-TABELA-IMPOSTO
                       AND TIM-VIGENCIA OF REG-TABELA-IMPOSTO
                           = WS-VIGENTE-IRRF)
                   MOVE "EM VIGOR" TO SORT-SITUACAO
               END-IF
           END-IF.
           IF SORT-SITUACAO NOT = SPACES
               MOVE TIM-TIPO OF REG-TABELA-IMPOSTO TO SORT-TIPO
               MOVE TIM-VIGENCIA OF REG-TABELA-IMPOSTO
                   TO SORT-VIGENCIA
               MOVE REG-TABELA-IMPOSTO TO SORT-TABELA
               RELEASE REG-SORT
           END-IF.

       IMPRIMIR-TABELAS.
           PERFORM UNTIL RETORNO-FINALIZADO = "S"
               RETURN ARQ-SORT
                   AT END
                       MOVE "S" TO RETORNO-FINALIZADO
                   NOT AT END
                       PERFORM IMPRIMIR-TABELA
               END-RETURN
           END-PERFORM.

       IMPRIMIR-TABELA.
           MOVE SORT-TABELA TO WS-TABELA-NOVA.
           ADD 1 TO WS-TOTAL-TABELAS.
           MOVE SPACES TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE TIM-TIPO OF WS-TABELA-NOVA TO LT-TIPO.
           MOVE TIM-VIGENCIA OF WS-TABELA-NOVA TO LT-VIGENCIA.
           MOVE SORT-SITUACAO TO LT-SITUACAO.
           MOVE TIM-DATA-CADASTRO OF WS-TABELA-NOVA
               TO LT-DATA-CADASTRO.
           MOVE TIM-OPERADOR OF WS-TABELA-NOVA TO LT-OPERADOR.
           WRITE LINHA-RELATORIO FROM LINHA-TABELA.
           IF TABELA-INSS OF WS-TABELA-NOVA
               MOVE 4 TO WS-ULTIMA-FAIXA
           ELSE
               MOVE 5 TO WS-ULTIMA-FAIXA
           END-IF.
           PERFORM VARYING WS-IDX-FAIXA FROM 1 BY 1
                   UNTIL WS-IDX-FAIXA > WS-ULTIMA-FAIXA
               PERFORM IMPRIMIR-FAIXA
           END-PERFORM.
           IF TABELA-IRRF OF WS-TABELA-NOVA
               MOVE TIM-DEDUCAO-DEPENDENTE OF WS-TABELA-NOVA
                   TO WS-PARCELA-ED
               MOVE SPACES TO LINHA-RELATORIO
               STRING "  Deducao por dependente: " DELIMITED BY SIZE
                      WS-PARCELA-ED DELIMITED BY SIZE
                      INTO LINHA-RELATORIO
               END-STRING
               WRITE LINHA-RELATORIO
           END-IF.

       IMPRIMIR-FAIXA.
           MOVE WS-IDX-FAIXA TO LF-FAIXA.
           IF TABELA-IRRF OF WS-TABELA-NOVA AND WS-IDX-FAIXA = 5
               MOVE "acima" TO LF-LIMITE
           ELSE
               MOVE TIM-LIMITE OF WS-TABELA-NOVA(WS-IDX-FAIXA)
                   TO WS-LIMITE-ED
               MOVE WS-LIMITE-ED TO LF-LIMITE
           END-IF.
           COMPUTE WS-PERCENTUAL
               = TIM-ALIQUOTA OF WS-TABELA-NOVA(WS-IDX-FAIXA) * 100.
           MOVE WS-PERCENTUAL TO LF-ALIQUOTA.
           MOVE TIM-PARCELA OF WS-TABELA-NOVA(WS-IDX-FAIXA)
               TO LF-PARCELA.
           WRITE LINHA-RELATORIO FROM LINHA-FAIXA.

       COPY JOBLOGPD.

       COPY ERRLOGPD.

       IDENTIFICATION DIVISION.
           PROGRAM-ID. ExtracaoDados.
           AUTHOR. Fernando Anselmo.

      * Extracao generica de arquivos mestres dirigida por arquivo de
      * controle (EXTRACAO_CTL, padrao EXTRACAO.CTL). Cada linha do
      * controle e um cartao com campos separados por ";" (linhas em
      * branco ou iniciadas por "*" sao comentario):
      *   LAYOUT;<arquivo>          inclui um layout pronto (pasta
      *                             Layouts, um por arquivo mestre)
      *   ARQUIVO;<nome>;<acesso>   arquivo de origem; acesso
      *                             SEQUENCIAL (linha a linha, padrao)
      *                             ou o indexado ALUNOS, TURMAS,
      *                             PROFESSORES, NOTAS, DEPARTAMENTOS
      *                             ou CARGOS
      *   CAMPO;<nome>;<inicio>;<tamanho>;<tipo>;<decimais>
      *                             tipo X alfanumerico ou 9 numerico
      *                             com decimais implicitas
      *   FILTRO;<campo>;IGUAL;<valor>
      *   FILTRO;<campo>;FAIXA;<valor inicial>;<valor final>
      *   FILTRO;<campo>;PREENCHIDO
      *   SAIDA;<campo>;<campo>;...  colunas na ordem de saida (sem
      *                             SAIDA saem todos os campos)
      *   DELIMITADOR;<caractere>   separador da saida (padrao ";")
      * Os filtros se somam (todos devem ser atendidos); valor
      * numerico do filtro e informado com ponto decimal. A saida
      * (EXTRACAO_SAIDA, padrao EXTRACAO.CSV) tem uma linha de
      * cabecalho com os nomes dos campos; valores alfanumericos sem
      * brancos a direita, numericos sem zeros a esquerda e com
      * ponto decimal. Exemplos:
      *   LAYOUT;Layouts/ALUNO.LAY
      *   FILTRO;ALU-UNIDADE;IGUAL;SP1
      *   SAIDA;ALU-MATRICULA;ALU-NOME;ALU-CURSO
      * e
      *   LAYOUT;Layouts/FUNCIONARIO.LAY
      *   FILTRO;CODIGO-CARGO;IGUAL;C010
      *   FILTRO;SALARIO-FUNCIONARIO;FAIXA;3000.00;8000.00
      * Toda execucao que le o arquivo de origem e registrada no
      * JOBLOG e no log de acessos LGPD (tipo "E"), pois a extracao
      * pode conter dados pessoais.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-CONTROLE ASSIGN TO WS-ARQ-CONTROLE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-CONTROLE.

           SELECT ARQ-LAYOUT ASSIGN TO WS-ARQ-LAYOUT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-LAYOUT.

           SELECT ARQ-ORIGEM ASSIGN TO WS-ARQ-ORIGEM
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-ORIGEM.

           SELECT ARQ-ALUNOS ASSIGN TO WS-ARQ-ORIGEM
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ALU-MATRICULA
               FILE STATUS IS WS-STATUS-ORIGEM.

           SELECT ARQ-TURMAS ASSIGN TO WS-ARQ-ORIGEM
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS TUR-CHAVE
               ALTERNATE RECORD KEY IS TUR-MATRICULA-ALUNO
                   WITH DUPLICATES
               FILE STATUS IS WS-STATUS-ORIGEM.

           SELECT ARQ-PROFESSORES ASSIGN TO WS-ARQ-ORIGEM
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PRO-MATRICULA
               ALTERNATE RECORD KEY IS PRO-NOME WITH DUPLICATES
               FILE STATUS IS WS-STATUS-ORIGEM.

           SELECT ARQ-NOTAS-IDX ASSIGN TO WS-ARQ-ORIGEM
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS NOT-MATRICULA
               FILE STATUS IS WS-STATUS-ORIGEM.

           SELECT ARQ-DEPARTAMENTOS ASSIGN TO WS-ARQ-ORIGEM
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS DEP-CODIGO
               FILE STATUS IS WS-STATUS-ORIGEM.

           SELECT ARQ-CARGOS ASSIGN TO WS-ARQ-ORIGEM
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CAR-CODIGO
               FILE STATUS IS WS-STATUS-ORIGEM.

           SELECT ARQ-SAIDA ASSIGN TO WS-ARQ-SAIDA
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-SAIDA.

           COPY ACESSOSL.

           COPY ERRLOGSL.

           COPY JOBLOGSL.

       DATA DIVISION.
       FILE SECTION.
       FD ARQ-CONTROLE.
       01 LINHA-CONTROLE           PIC X(256).

       FD ARQ-LAYOUT.
       01 LINHA-LAYOUT             PIC X(256).

       FD ARQ-ORIGEM.
       01 REGISTRO-ORIGEM          PIC X(512).

       FD ARQ-ALUNOS.
       01 REGISTRO-ALUNO.
           COPY ALUNO.

       FD ARQ-TURMAS.
       01 REG-TURMA.
           COPY TURMA.

       FD ARQ-PROFESSORES.
       01 REG-PROFESSOR.
           05 PRO-MATRICULA        PIC X(8).
           05 PRO-NOME             PIC X(30).
           05 PRO-DEPARTAMENTO     PIC X(20).
           05 PRO-CARGA-HORARIA    PIC 9(3).
           05 PRO-TIPO-CONTRATO    PIC X(10).
           05 PRO-ATIVO            PIC X(1).

       FD ARQ-NOTAS-IDX.
       01 REGISTRO-NOTAS-IDX.
           COPY NOTAIDX.

       FD ARQ-DEPARTAMENTOS.
       01 REG-DEPARTAMENTO.
           COPY DEPARTAMENTO.

       FD ARQ-CARGOS.
       01 REG-CARGO.
           COPY CARGO.

       FD ARQ-SAIDA.
       01 LINHA-SAIDA              PIC X(4200).

       COPY ACESSOFD.

       COPY ERRLOGFD.

       COPY JOBLOGFD.

       WORKING-STORAGE SECTION.
       COPY ACESSOWS.

       COPY ERRLOGWS.

       COPY JOBLOGWS.

       COPY SEPARAWS.

       01 WS-ARQ-CONTROLE        PIC X(40) VALUE "EXTRACAO.CTL".
       01 WS-ARQ-LAYOUT          PIC X(50).
       01 WS-ARQ-ORIGEM          PIC X(50) VALUE SPACES.
       01 WS-ARQ-SAIDA           PIC X(40) VALUE "EXTRACAO.CSV".

       01 WS-STATUS-CONTROLE     PIC X(2).
       01 WS-STATUS-LAYOUT       PIC X(2).
       01 WS-STATUS-ORIGEM       PIC X(2).
       01 WS-STATUS-SAIDA        PIC X(2).

       01 WS-FIM-CONTROLE        PIC X VALUE "N".
       01 WS-FIM-LAYOUT          PIC X VALUE "N".
       01 WS-FIM-ORIGEM          PIC X VALUE "N".

       01 WS-ACESSO-ORIGEM       PIC X(12) VALUE "SEQUENCIAL".
           88 ORIGEM-SEQUENCIAL      VALUE "SEQUENCIAL".
           88 ORIGEM-ALUNOS          VALUE "ALUNOS".
           88 ORIGEM-TURMAS          VALUE "TURMAS".
           88 ORIGEM-PROFESSORES     VALUE "PROFESSORES".
           88 ORIGEM-NOTAS           VALUE "NOTAS".
           88 ORIGEM-DEPARTAMENTOS   VALUE "DEPARTAMENTOS".
           88 ORIGEM-CARGOS          VALUE "CARGOS".

       01 WS-DELIMITADOR         PIC X(1) VALUE ";".
       01 WS-DELIMITADOR-SAIDA   PIC X(1) VALUE ";".
       01 WS-MINUSCULAS          PIC X(26)
           VALUE "abcdefghijklmnopqrstuvwxyz".
       01 WS-MAIUSCULAS          PIC X(26)
           VALUE "ABCDEFGHIJKLMNOPQRSTUVWXYZ".

      * Cartao em interpretacao: de qual arquivo e linha veio, para
      * as mensagens de erro.
       01 WS-CARTAO-ARQUIVO      PIC X(50).
       01 WS-CARTAO-LINHA        PIC 9(4) VALUE 0.
       01 WS-LINHA-CONTROLE      PIC 9(4) VALUE 0.
       01 WS-CARTAO-TIPO         PIC X(12).
       01 WS-CARTAO-MENSAGEM     PIC X(50).
       01 WS-LAYOUT-PEDIDO       PIC X VALUE "N".
       01 WS-QTD-ERROS-CARTAO    PIC 9(4) VALUE 0.
       01 WS-NUMERO-TXT          PIC X(50).
       01 WS-NUMERO              PIC 9(4).
       01 WS-IDX-PARSE           PIC 9(2).
       01 WS-NOME-PROCURADO      PIC X(30).
       01 WS-CAMPO-ACHADO        PIC 9(3).

       01 QTD-CAMPOS             PIC 9(3) VALUE 0.
       01 TABELA-CAMPOS.
           05 TCP-ITEM OCCURS 100 TIMES INDEXED BY IDX-CMP.
               10 TCP-NOME       PIC X(30).
               10 TCP-INICIO     PIC 9(3).
               10 TCP-TAMANHO    PIC 9(2).
               10 TCP-TIPO       PIC X(1).
                   88 CAMPO-NUMERICO VALUE "9".
               10 TCP-DECIMAIS   PIC 9(2).

       01 QTD-FILTROS            PIC 9(2) VALUE 0.
       01 TABELA-FILTROS.
           05 TFL-ITEM OCCURS 20 TIMES INDEXED BY IDX-FIL.
               10 TFL-CAMPO      PIC 9(3).
               10 TFL-OPERADOR   PIC X(10).
                   88 FILTRO-IGUAL      VALUE "IGUAL".
                   88 FILTRO-FAIXA      VALUE "FAIXA".
                   88 FILTRO-PREENCHIDO VALUE "PREENCHIDO".
               10 TFL-VALOR-1    PIC X(50).
               10 TFL-VALOR-2    PIC X(50).
               10 TFL-NUMERO-1   PIC 9(18).
               10 TFL-NUMERO-2   PIC 9(18).

       01 QTD-SAIDAS             PIC 9(2) VALUE 0.
       01 TABELA-SAIDAS.
           05 TSA-ITEM OCCURS 40 TIMES INDEXED BY IDX-SAI.
               10 TSA-CAMPO      PIC 9(3).

      * Registro corrente em formato unico, qualquer que seja a
      * origem, e valor do campo em tratamento.
       01 WS-REGISTRO            PIC X(512).
       01 WS-VALOR-BRUTO         PIC X(50).
       01 WS-VALOR-NUMERICO      PIC 9(18).
       01 WS-SELECIONADO         PIC X VALUE "S".

       01 WS-VALOR               PIC X(110).
       01 WS-VALOR-ASPAS         PIC X(110).
       01 WS-TAM-VALOR           PIC 9(3).
       01 WS-TAM-INTEIRO         PIC 9(2).
       01 WS-POS-INTEIRO         PIC 9(2).
       01 WS-POS-DECIMAL         PIC 9(3).
       01 WS-POS-CARACTERE       PIC 9(3).
       01 WS-POS-ASPAS           PIC 9(3).
       01 WS-QTD-ESPECIAIS       PIC 9(3).
       01 WS-PONTEIRO-SAIDA      PIC 9(4).

       01 WS-QTD-LIDOS           PIC 9(7) VALUE 0.
       01 WS-QTD-EXTRAIDOS       PIC 9(7) VALUE 0.
       01 WS-QTD-ED              PIC Z(6)9.

       PROCEDURE DIVISION.
       INICIO.
           PERFORM DEFINIR-ARQUIVOS.
           DISPLAY "============================================".
           DISPLAY " Extracao Generica de Arquivos Mestres".
           DISPLAY "============================================".
           MOVE "ExtracaoDados" TO WS-JOBLOG-PROGRAMA.
           MOVE "INICIO" TO WS-JOBLOG-EVENTO.
           PERFORM GRAVAR-JOBLOG.

           PERFORM LER-CONTROLE.
           IF RETURN-CODE < 8
               PERFORM VALIDAR-CONTROLE
           END-IF.
           IF RETURN-CODE < 8
               PERFORM EXTRAIR-REGISTROS
           END-IF.

           DISPLAY "Registros lidos....: " WS-QTD-LIDOS.
           DISPLAY "Registros extraidos: " WS-QTD-EXTRAIDOS.
           IF WS-QTD-LIDOS > 0 AND WS-QTD-EXTRAIDOS = 0
                   AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF.

           MOVE WS-QTD-EXTRAIDOS TO WS-JOBLOG-QTD-REGISTROS.
           MOVE "FIM" TO WS-JOBLOG-EVENTO.
           PERFORM GRAVAR-JOBLOG.
           GOBACK.

       DEFINIR-ARQUIVOS.
           ACCEPT WS-ARQ-CONTROLE FROM ENVIRONMENT "EXTRACAO_CTL"
               ON EXCEPTION
                   MOVE "EXTRACAO.CTL" TO WS-ARQ-CONTROLE
           END-ACCEPT.
           ACCEPT WS-ARQ-SAIDA FROM ENVIRONMENT "EXTRACAO_SAIDA"
               ON EXCEPTION
                   MOVE "EXTRACAO.CSV" TO WS-ARQ-SAIDA
           END-ACCEPT.

       LER-CONTROLE.
           OPEN INPUT ARQ-CONTROLE.
           IF WS-STATUS-CONTROLE NOT = "00"
               MOVE WS-ARQ-CONTROLE TO WS-ERRLOG-ARQUIVO
               MOVE WS-STATUS-CONTROLE TO WS-ERRLOG-STATUS
               MOVE "LER-CONTROLE" TO WS-ERRLOG-PARAGRAFO
               PERFORM REGISTRAR-ERRO-ABERTURA
           ELSE
               MOVE WS-ARQ-CONTROLE TO WS-CARTAO-ARQUIVO
               MOVE 0 TO WS-CARTAO-LINHA
               PERFORM UNTIL WS-FIM-CONTROLE = "S"
                   READ ARQ-CONTROLE
                       AT END
                           MOVE "S" TO WS-FIM-CONTROLE
                       NOT AT END
                           ADD 1 TO WS-CARTAO-LINHA
                           MOVE LINHA-CONTROLE TO WS-PARSE-LINHA
                           PERFORM INTERPRETAR-CARTAO
                           IF WS-LAYOUT-PEDIDO = "S"
                               PERFORM LER-LAYOUT
                               MOVE WS-ARQ-CONTROLE
                                   TO WS-CARTAO-ARQUIVO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQ-CONTROLE
           END-IF.

      * Layout incluido pelo cartao LAYOUT: aceita os mesmos cartoes
      * do controle, exceto outro LAYOUT.
       LER-LAYOUT.
           MOVE "N" TO WS-LAYOUT-PEDIDO.
           MOVE "N" TO WS-FIM-LAYOUT.
           OPEN INPUT ARQ-LAYOUT.
           IF WS-STATUS-LAYOUT NOT = "00"
               MOVE "layout nao encontrado" TO WS-CARTAO-MENSAGEM
               PERFORM REGISTRAR-ERRO-CARTAO
           ELSE
               MOVE WS-CARTAO-LINHA TO WS-LINHA-CONTROLE
               MOVE WS-ARQ-LAYOUT TO WS-CARTAO-ARQUIVO
               MOVE 0 TO WS-CARTAO-LINHA
               PERFORM UNTIL WS-FIM-LAYOUT = "S"
                   READ ARQ-LAYOUT
                       AT END
                           MOVE "S" TO WS-FIM-LAYOUT
                       NOT AT END
                           ADD 1 TO WS-CARTAO-LINHA
                           MOVE LINHA-LAYOUT TO WS-PARSE-LINHA
                           PERFORM INTERPRETAR-CARTAO
                           IF WS-LAYOUT-PEDIDO = "S"
                               MOVE "N" TO WS-LAYOUT-PEDIDO
                               MOVE "LAYOUT dentro de layout"
                                   TO WS-CARTAO-MENSAGEM
                               PERFORM REGISTRAR-ERRO-CARTAO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQ-LAYOUT
               MOVE WS-LINHA-CONTROLE TO WS-CARTAO-LINHA
           END-IF.

       INTERPRETAR-CARTAO.
           IF WS-PARSE-LINHA = SPACES OR WS-PARSE-LINHA(1:1) = "*"
               CONTINUE
           ELSE
               CALL "SeparaCampos" USING WS-PARSE-LINHA
                   WS-DELIMITADOR WS-PARSE-CAMPOS
                   WS-PARSE-QTD-CAMPOS WS-PARSE-QTD-REAIS
                   WS-PARSE-STATUS
               MOVE FUNCTION TRIM(WS-PARSE-CAMPO(1))
                   TO WS-CARTAO-TIPO
               INSPECT WS-CARTAO-TIPO
                   CONVERTING WS-MINUSCULAS TO WS-MAIUSCULAS
               EVALUATE WS-CARTAO-TIPO
                   WHEN "LAYOUT"
                       PERFORM CARTAO-LAYOUT
                   WHEN "ARQUIVO"
                       PERFORM CARTAO-ARQUIVO
                   WHEN "CAMPO"
                       PERFORM CARTAO-CAMPO
                   WHEN "FILTRO"
                       PERFORM CARTAO-FILTRO
                   WHEN "SAIDA"
                       PERFORM CARTAO-SAIDA
                   WHEN "DELIMITADOR"
                       PERFORM CARTAO-DELIMITADOR
                   WHEN OTHER
                       MOVE "tipo de cartao desconhecido"
                           TO WS-CARTAO-MENSAGEM
                       PERFORM REGISTRAR-ERRO-CARTAO
               END-EVALUATE
           END-IF.

       CARTAO-LAYOUT.
           IF WS-PARSE-CAMPO(2) = SPACES
               MOVE "arquivo de layout nao informado"
                   TO WS-CARTAO-MENSAGEM
               PERFORM REGISTRAR-ERRO-CARTAO
           ELSE
               MOVE FUNCTION TRIM(WS-PARSE-CAMPO(2)) TO WS-ARQ-LAYOUT
               MOVE "S" TO WS-LAYOUT-PEDIDO
           END-IF.

       CARTAO-ARQUIVO.
           MOVE FUNCTION TRIM(WS-PARSE-CAMPO(3)) TO WS-ACESSO-ORIGEM.
           INSPECT WS-ACESSO-ORIGEM
               CONVERTING WS-MINUSCULAS TO WS-MAIUSCULAS.
           IF WS-ACESSO-ORIGEM = SPACES
               MOVE "SEQUENCIAL" TO WS-ACESSO-ORIGEM
           END-IF.
           EVALUATE TRUE
               WHEN WS-PARSE-CAMPO(2) = SPACES
                   MOVE "arquivo de origem nao informado"
                       TO WS-CARTAO-MENSAGEM
                   PERFORM REGISTRAR-ERRO-CARTAO
               WHEN ORIGEM-SEQUENCIAL OR ORIGEM-ALUNOS
                       OR ORIGEM-TURMAS OR ORIGEM-PROFESSORES
                       OR ORIGEM-NOTAS OR ORIGEM-DEPARTAMENTOS
                       OR ORIGEM-CARGOS
                   MOVE FUNCTION TRIM(WS-PARSE-CAMPO(2))
                       TO WS-ARQ-ORIGEM
               WHEN OTHER
                   MOVE "acesso desconhecido" TO WS-CARTAO-MENSAGEM
                   PERFORM REGISTRAR-ERRO-CARTAO
           END-EVALUATE.

      * Campo redefinido por cartao posterior (controle apos o
      * layout) substitui a definicao anterior de mesmo nome.
       CARTAO-CAMPO.
           MOVE FUNCTION TRIM(WS-PARSE-CAMPO(2)) TO WS-NOME-PROCURADO.
           PERFORM PROCURAR-CAMPO.
           IF WS-CAMPO-ACHADO = 0
               IF QTD-CAMPOS NOT < 100
                   MOVE "limite de 100 campos excedido"
                       TO WS-CARTAO-MENSAGEM
                   PERFORM REGISTRAR-ERRO-CARTAO
               ELSE
                   ADD 1 TO QTD-CAMPOS
                   MOVE QTD-CAMPOS TO WS-CAMPO-ACHADO
               END-IF
           END-IF.
           IF WS-CAMPO-ACHADO > 0
               SET IDX-CMP TO WS-CAMPO-ACHADO
               MOVE WS-NOME-PROCURADO TO TCP-NOME(IDX-CMP)
               MOVE FUNCTION TRIM(WS-PARSE-CAMPO(5))
                   TO TCP-TIPO(IDX-CMP)
               INSPECT TCP-TIPO(IDX-CMP)
                   CONVERTING WS-MINUSCULAS TO WS-MAIUSCULAS
               MOVE WS-PARSE-CAMPO(3) TO WS-NUMERO-TXT
               PERFORM CONVERTER-NUMERO
               MOVE WS-NUMERO TO TCP-INICIO(IDX-CMP)
               MOVE WS-PARSE-CAMPO(4) TO WS-NUMERO-TXT
               PERFORM CONVERTER-NUMERO
               MOVE WS-NUMERO TO TCP-TAMANHO(IDX-CMP)
               MOVE WS-PARSE-CAMPO(6) TO WS-NUMERO-TXT
               IF WS-NUMERO-TXT = SPACES
                   MOVE "0" TO WS-NUMERO-TXT
               END-IF
               PERFORM CONVERTER-NUMERO
               MOVE WS-NUMERO TO TCP-DECIMAIS(IDX-CMP)
               EVALUATE TRUE
                   WHEN WS-NOME-PROCURADO = SPACES
                       MOVE "nome do campo nao informado"
                           TO WS-CARTAO-MENSAGEM
                       PERFORM REGISTRAR-ERRO-CARTAO
                   WHEN TCP-TIPO(IDX-CMP) NOT = "X"
                           AND TCP-TIPO(IDX-CMP) NOT = "9"
                       MOVE "tipo deve ser X ou 9"
                           TO WS-CARTAO-MENSAGEM
                       PERFORM REGISTRAR-ERRO-CARTAO
                   WHEN TCP-INICIO(IDX-CMP) = 0
                           OR TCP-TAMANHO(IDX-CMP) = 0
                           OR TCP-TAMANHO(IDX-CMP) > 50
                           OR TCP-INICIO(IDX-CMP)
                               + TCP-TAMANHO(IDX-CMP) > 513
                       MOVE "posicao ou tamanho invalido"
                           TO WS-CARTAO-MENSAGEM
                       PERFORM REGISTRAR-ERRO-CARTAO
                   WHEN CAMPO-NUMERICO(IDX-CMP)
                           AND (TCP-TAMANHO(IDX-CMP) > 18
                           OR TCP-DECIMAIS(IDX-CMP)
                               > TCP-TAMANHO(IDX-CMP))
                       MOVE "numerico ate 18 digitos"
                           TO WS-CARTAO-MENSAGEM
                       PERFORM REGISTRAR-ERRO-CARTAO
                   WHEN TCP-TIPO(IDX-CMP) = "X"
                           AND TCP-DECIMAIS(IDX-CMP) > 0
                       MOVE "decimais so em campo numerico"
                           TO WS-CARTAO-MENSAGEM
                       PERFORM REGISTRAR-ERRO-CARTAO
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

       CARTAO-FILTRO.
           MOVE FUNCTION TRIM(WS-PARSE-CAMPO(2)) TO WS-NOME-PROCURADO.
           PERFORM PROCURAR-CAMPO.
           EVALUATE TRUE
               WHEN WS-CAMPO-ACHADO = 0
                   MOVE "campo do filtro nao definido"
                       TO WS-CARTAO-MENSAGEM
                   PERFORM REGISTRAR-ERRO-CARTAO
               WHEN QTD-FILTROS NOT < 20
                   MOVE "limite de 20 filtros excedido"
                       TO WS-CARTAO-MENSAGEM
                   PERFORM REGISTRAR-ERRO-CARTAO
               WHEN OTHER
                   ADD 1 TO QTD-FILTROS
                   SET IDX-FIL TO QTD-FILTROS
                   SET IDX-CMP TO WS-CAMPO-ACHADO
                   MOVE WS-CAMPO-ACHADO TO TFL-CAMPO(IDX-FIL)
                   MOVE FUNCTION TRIM(WS-PARSE-CAMPO(3))
                       TO TFL-OPERADOR(IDX-FIL)
                   INSPECT TFL-OPERADOR(IDX-FIL)
                       CONVERTING WS-MINUSCULAS TO WS-MAIUSCULAS
                   MOVE WS-PARSE-CAMPO(4) TO TFL-VALOR-1(IDX-FIL)
                   MOVE WS-PARSE-CAMPO(5) TO TFL-VALOR-2(IDX-FIL)
                   MOVE 0 TO TFL-NUMERO-1(IDX-FIL)
                   MOVE 0 TO TFL-NUMERO-2(IDX-FIL)
                   PERFORM VALIDAR-FILTRO
           END-EVALUATE.

      * Valor numerico do filtro vai para a escala do campo
      * (decimais implicitas), para comparar direto com os digitos
      * do registro.
       VALIDAR-FILTRO.
           EVALUATE TRUE
               WHEN NOT FILTRO-IGUAL(IDX-FIL)
                       AND NOT FILTRO-FAIXA(IDX-FIL)
                       AND NOT FILTRO-PREENCHIDO(IDX-FIL)
                   MOVE "operador deve ser IGUAL, FAIXA ou PREENCHIDO"
                       TO WS-CARTAO-MENSAGEM
                   PERFORM REGISTRAR-ERRO-CARTAO
               WHEN FILTRO-FAIXA(IDX-FIL)
                       AND TFL-VALOR-2(IDX-FIL) = SPACES
                   MOVE "FAIXA exige valor inicial e final"
                       TO WS-CARTAO-MENSAGEM
                   PERFORM REGISTRAR-ERRO-CARTAO
               WHEN FILTRO-PREENCHIDO(IDX-FIL)
                       OR NOT CAMPO-NUMERICO(IDX-CMP)
                   CONTINUE
               WHEN FUNCTION TEST-NUMVAL(TFL-VALOR-1(IDX-FIL)) NOT = 0
                   MOVE "valor numerico invalido"
                       TO WS-CARTAO-MENSAGEM
                   PERFORM REGISTRAR-ERRO-CARTAO
               WHEN FILTRO-FAIXA(IDX-FIL)
                       AND FUNCTION TEST-NUMVAL(TFL-VALOR-2(IDX-FIL))
                           NOT = 0
                   MOVE "valor numerico invalido"
                       TO WS-CARTAO-MENSAGEM
                   PERFORM REGISTRAR-ERRO-CARTAO
               WHEN OTHER
                   COMPUTE TFL-NUMERO-1(IDX-FIL)
                       = FUNCTION NUMVAL(TFL-VALOR-1(IDX-FIL))
                       * (10 ** TCP-DECIMAIS(IDX-CMP))
                   IF FILTRO-FAIXA(IDX-FIL)
                       COMPUTE TFL-NUMERO-2(IDX-FIL)
                           = FUNCTION NUMVAL(TFL-VALOR-2(IDX-FIL))
                           * (10 ** TCP-DECIMAIS(IDX-CMP))
                   END-IF
           END-EVALUATE.

       CARTAO-SAIDA.
           PERFORM VARYING WS-IDX-PARSE FROM 2 BY 1
                   UNTIL WS-IDX-PARSE > WS-PARSE-QTD-CAMPOS
               IF WS-PARSE-CAMPO(WS-IDX-PARSE) NOT = SPACES
                   MOVE FUNCTION TRIM(WS-PARSE-CAMPO(WS-IDX-PARSE))
                       TO WS-NOME-PROCURADO
                   PERFORM PROCURAR-CAMPO
                   EVALUATE TRUE
                       WHEN WS-CAMPO-ACHADO = 0
                           MOVE "coluna de saida nao definida"
                               TO WS-CARTAO-MENSAGEM
                           PERFORM REGISTRAR-ERRO-CARTAO
                       WHEN QTD-SAIDAS NOT < 40
                           MOVE "limite de 40 colunas excedido"
                               TO WS-CARTAO-MENSAGEM
                           PERFORM REGISTRAR-ERRO-CARTAO
                       WHEN OTHER
                           ADD 1 TO QTD-SAIDAS
                           SET IDX-SAI TO QTD-SAIDAS
                           MOVE WS-CAMPO-ACHADO TO TSA-CAMPO(IDX-SAI)
                   END-EVALUATE
               END-IF
           END-PERFORM.

       CARTAO-DELIMITADOR.
           IF WS-PARSE-CAMPO(2) = SPACES
               MOVE "delimitador nao informado" TO WS-CARTAO-MENSAGEM
               PERFORM REGISTRAR-ERRO-CARTAO
           ELSE
               MOVE WS-PARSE-CAMPO(2)(1:1) TO WS-DELIMITADOR-SAIDA
           END-IF.

       PROCURAR-CAMPO.
           MOVE 0 TO WS-CAMPO-ACHADO.
           PERFORM VARYING IDX-CMP FROM 1 BY 1
                   UNTIL IDX-CMP > QTD-CAMPOS
               IF TCP-NOME(IDX-CMP) = WS-NOME-PROCURADO
                   SET WS-CAMPO-ACHADO TO IDX-CMP
               END-IF
           END-PERFORM.

       CONVERTER-NUMERO.
           IF FUNCTION TEST-NUMVAL(WS-NUMERO-TXT) = 0
               COMPUTE WS-NUMERO = FUNCTION NUMVAL(WS-NUMERO-TXT)
           ELSE
               MOVE 0 TO WS-NUMERO
           END-IF.

       REGISTRAR-ERRO-CARTAO.
           DISPLAY "Cartao invalido em "
              FUNCTION TRIM(WS-CARTAO-ARQUIVO)
              " linha " WS-CARTAO-LINHA ": " WS-CARTAO-MENSAGEM.
           ADD 1 TO WS-QTD-ERROS-CARTAO.
           MOVE 8 TO RETURN-CODE.

       VALIDAR-CONTROLE.
           IF WS-ARQ-ORIGEM = SPACES
               DISPLAY "Controle sem cartao ARQUIVO."
               MOVE 8 TO RETURN-CODE
           END-IF.
           IF QTD-CAMPOS = 0
               DISPLAY "Controle sem cartao CAMPO."
               MOVE 8 TO RETURN-CODE
           END-IF.
           IF QTD-SAIDAS = 0
               PERFORM VARYING IDX-CMP FROM 1 BY 1
                       UNTIL IDX-CMP > QTD-CAMPOS OR QTD-SAIDAS = 40
                   ADD 1 TO QTD-SAIDAS
                   SET IDX-SAI TO QTD-SAIDAS
                   SET TSA-CAMPO(IDX-SAI) TO IDX-CMP
               END-PERFORM
           END-IF.

       EXTRAIR-REGISTROS.
           PERFORM ABRIR-ORIGEM.
           IF WS-STATUS-ORIGEM NOT = "00"
               MOVE WS-ARQ-ORIGEM TO WS-ERRLOG-ARQUIVO
               MOVE WS-STATUS-ORIGEM TO WS-ERRLOG-STATUS
               MOVE "EXTRAIR-REGISTROS" TO WS-ERRLOG-PARAGRAFO
               PERFORM REGISTRAR-ERRO-ABERTURA
           ELSE
               OPEN OUTPUT ARQ-SAIDA
               PERFORM ESCREVER-CABECALHO
               PERFORM UNTIL WS-FIM-ORIGEM = "S"
                   PERFORM LER-ORIGEM
                   IF WS-FIM-ORIGEM = "N"
                       ADD 1 TO WS-QTD-LIDOS
                       PERFORM SELECIONAR-REGISTRO
                       IF WS-SELECIONADO = "S"
                           PERFORM ESCREVER-REGISTRO
                       END-IF
                   END-IF
               END-PERFORM
               PERFORM FECHAR-ORIGEM
               CLOSE ARQ-SAIDA
               DISPLAY "Extracao gravada em " WS-ARQ-SAIDA
               PERFORM REGISTRAR-ACESSO-EXTRACAO
           END-IF.

       ABRIR-ORIGEM.
           EVALUATE TRUE
               WHEN ORIGEM-ALUNOS
                   OPEN INPUT ARQ-ALUNOS
               WHEN ORIGEM-TURMAS
                   OPEN INPUT ARQ-TURMAS
               WHEN ORIGEM-PROFESSORES
                   OPEN INPUT ARQ-PROFESSORES
               WHEN ORIGEM-NOTAS
                   OPEN INPUT ARQ-NOTAS-IDX
               WHEN ORIGEM-DEPARTAMENTOS
                   OPEN INPUT ARQ-DEPARTAMENTOS
               WHEN ORIGEM-CARGOS
                   OPEN INPUT ARQ-CARGOS
               WHEN OTHER
                   OPEN INPUT ARQ-ORIGEM
           END-EVALUATE.

       LER-ORIGEM.
           MOVE SPACES TO WS-REGISTRO.
           EVALUATE TRUE
               WHEN ORIGEM-ALUNOS
                   READ ARQ-ALUNOS NEXT RECORD
                       AT END
                           MOVE "S" TO WS-FIM-ORIGEM
                       NOT AT END
                           MOVE REGISTRO-ALUNO TO WS-REGISTRO
                   END-READ
               WHEN ORIGEM-TURMAS
                   READ ARQ-TURMAS NEXT RECORD
                       AT END
                           MOVE "S" TO WS-FIM-ORIGEM
                       NOT AT END
                           MOVE REG-TURMA TO WS-REGISTRO
                   END-READ
               WHEN ORIGEM-PROFESSORES
                   READ ARQ-PROFESSORES NEXT RECORD
                       AT END
                           MOVE "S" TO WS-FIM-ORIGEM
                       NOT AT END
                           MOVE REG-PROFESSOR TO WS-REGISTRO
                   END-READ
               WHEN ORIGEM-NOTAS
                   READ ARQ-NOTAS-IDX NEXT RECORD
                       AT END
                           MOVE "S" TO WS-FIM-ORIGEM
                       NOT AT END
                           MOVE REGISTRO-NOTAS-IDX TO WS-REGISTRO
                   END-READ
               WHEN ORIGEM-DEPARTAMENTOS
                   READ ARQ-DEPARTAMENTOS NEXT RECORD
                       AT END
                           MOVE "S" TO WS-FIM-ORIGEM
                       NOT AT END
                           MOVE REG-DEPARTAMENTO TO WS-REGISTRO
                   END-READ
               WHEN ORIGEM-CARGOS
                   READ ARQ-CARGOS NEXT RECORD
                       AT END
                           MOVE "S" TO WS-FIM-ORIGEM
                       NOT AT END
                           MOVE REG-CARGO TO WS-REGISTRO
                   END-READ
               WHEN OTHER
                   READ ARQ-ORIGEM
                       AT END
                           MOVE "S" TO WS-FIM-ORIGEM
                       NOT AT END
                           MOVE REGISTRO-ORIGEM TO WS-REGISTRO
                   END-READ
           END-EVALUATE.

       FECHAR-ORIGEM.
           EVALUATE TRUE
               WHEN ORIGEM-ALUNOS
                   CLOSE ARQ-ALUNOS
               WHEN ORIGEM-TURMAS
                   CLOSE ARQ-TURMAS
               WHEN ORIGEM-PROFESSORES
                   CLOSE ARQ-PROFESSORES
               WHEN ORIGEM-NOTAS
                   CLOSE ARQ-NOTAS-IDX
               WHEN ORIGEM-DEPARTAMENTOS
                   CLOSE ARQ-DEPARTAMENTOS
               WHEN ORIGEM-CARGOS
                   CLOSE ARQ-CARGOS
               WHEN OTHER
                   CLOSE ARQ-ORIGEM
           END-EVALUATE.

       SELECIONAR-REGISTRO.
           MOVE "S" TO WS-SELECIONADO.
           PERFORM VARYING IDX-FIL FROM 1 BY 1
                   UNTIL IDX-FIL > QTD-FILTROS
                   OR WS-SELECIONADO = "N"
               PERFORM AVALIAR-FILTRO
           END-PERFORM.

      * Numerico compara os digitos do registro (campo nao numerico
      * nunca atende); alfanumerico compara o texto com brancos a
      * direita.
       AVALIAR-FILTRO.
           SET IDX-CMP TO TFL-CAMPO(IDX-FIL).
           MOVE SPACES TO WS-VALOR-BRUTO.
           MOVE WS-REGISTRO(TCP-INICIO(IDX-CMP):TCP-TAMANHO(IDX-CMP))
               TO WS-VALOR-BRUTO.
           IF CAMPO-NUMERICO(IDX-CMP)
               IF WS-VALOR-BRUTO(1:TCP-TAMANHO(IDX-CMP)) NOT NUMERIC
                   MOVE "N" TO WS-SELECIONADO
               ELSE
                   MOVE WS-VALOR-BRUTO(1:TCP-TAMANHO(IDX-CMP))
                       TO WS-VALOR-NUMERICO
                   EVALUATE TRUE
                       WHEN FILTRO-IGUAL(IDX-FIL)
                           IF WS-VALOR-NUMERICO
                                   NOT = TFL-NUMERO-1(IDX-FIL)
                               MOVE "N" TO WS-SELECIONADO
                           END-IF
                       WHEN FILTRO-FAIXA(IDX-FIL)
                           IF WS-VALOR-NUMERICO
                                   < TFL-NUMERO-1(IDX-FIL)
                               OR WS-VALOR-NUMERICO
                                   > TFL-NUMERO-2(IDX-FIL)
                               MOVE "N" TO WS-SELECIONADO
                           END-IF
                       WHEN OTHER
                           IF WS-VALOR-NUMERICO = 0
                               MOVE "N" TO WS-SELECIONADO
                           END-IF
                   END-EVALUATE
               END-IF
           ELSE
               EVALUATE TRUE
                   WHEN FILTRO-IGUAL(IDX-FIL)
                       IF WS-VALOR-BRUTO NOT = TFL-VALOR-1(IDX-FIL)
                           MOVE "N" TO WS-SELECIONADO
                       END-IF
                   WHEN FILTRO-FAIXA(IDX-FIL)
                       IF WS-VALOR-BRUTO < TFL-VALOR-1(IDX-FIL)
                           OR WS-VALOR-BRUTO > TFL-VALOR-2(IDX-FIL)
                           MOVE "N" TO WS-SELECIONADO
                       END-IF
                   WHEN OTHER
                       IF WS-VALOR-BRUTO = SPACES
                           MOVE "N" TO WS-SELECIONADO
                       END-IF
               END-EVALUATE
           END-IF.

       ESCREVER-CABECALHO.
           MOVE SPACES TO LINHA-SAIDA.
           MOVE 1 TO WS-PONTEIRO-SAIDA.
           PERFORM VARYING IDX-SAI FROM 1 BY 1
                   UNTIL IDX-SAI > QTD-SAIDAS
               IF IDX-SAI > 1
                   STRING WS-DELIMITADOR-SAIDA DELIMITED BY SIZE
                       INTO LINHA-SAIDA WITH POINTER WS-PONTEIRO-SAIDA
                   END-STRING
               END-IF
               SET IDX-CMP TO TSA-CAMPO(IDX-SAI)
               STRING TCP-NOME(IDX-CMP) DELIMITED BY SPACE
                   INTO LINHA-SAIDA WITH POINTER WS-PONTEIRO-SAIDA
               END-STRING
           END-PERFORM.
           WRITE LINHA-SAIDA.

       ESCREVER-REGISTRO.
           MOVE SPACES TO LINHA-SAIDA.
           MOVE 1 TO WS-PONTEIRO-SAIDA.
           PERFORM VARYING IDX-SAI FROM 1 BY 1
                   UNTIL IDX-SAI > QTD-SAIDAS
               IF IDX-SAI > 1
                   STRING WS-DELIMITADOR-SAIDA DELIMITED BY SIZE
                       INTO LINHA-SAIDA WITH POINTER WS-PONTEIRO-SAIDA
                   END-STRING
               END-IF
               SET IDX-CMP TO TSA-CAMPO(IDX-SAI)
               PERFORM FORMATAR-VALOR
               IF WS-TAM-VALOR > 0
                   STRING WS-VALOR(1:WS-TAM-VALOR) DELIMITED BY SIZE
                       INTO LINHA-SAIDA WITH POINTER WS-PONTEIRO-SAIDA
                   END-STRING
               END-IF
           END-PERFORM.
           WRITE LINHA-SAIDA.
           ADD 1 TO WS-QTD-EXTRAIDOS.

      * Monta em WS-VALOR o conteudo do campo IDX-CMP: numerico sem
      * zeros a esquerda e com ponto antes das decimais; texto com
      * o delimitador ou aspas sai entre aspas, aspas duplicadas.
       FORMATAR-VALOR.
           MOVE SPACES TO WS-VALOR.
           MOVE SPACES TO WS-VALOR-BRUTO.
           MOVE WS-REGISTRO(TCP-INICIO(IDX-CMP):TCP-TAMANHO(IDX-CMP))
               TO WS-VALOR-BRUTO.
           IF CAMPO-NUMERICO(IDX-CMP)
                   AND WS-VALOR-BRUTO(1:TCP-TAMANHO(IDX-CMP)) NUMERIC
               PERFORM FORMATAR-NUMERO
           ELSE
               MOVE WS-VALOR-BRUTO TO WS-VALOR
               PERFORM MEDIR-VALOR
               IF WS-TAM-VALOR > 0
                   MOVE 0 TO WS-QTD-ESPECIAIS
                   INSPECT WS-VALOR(1:WS-TAM-VALOR)
                       TALLYING WS-QTD-ESPECIAIS
                       FOR ALL WS-DELIMITADOR-SAIDA ALL QUOTE
                   IF WS-QTD-ESPECIAIS > 0
                       PERFORM COLOCAR-ASPAS
                   END-IF
               END-IF
           END-IF.

       FORMATAR-NUMERO.
           COMPUTE WS-TAM-INTEIRO
               = TCP-TAMANHO(IDX-CMP) - TCP-DECIMAIS(IDX-CMP).
           MOVE 1 TO WS-POS-INTEIRO.
           PERFORM UNTIL WS-POS-INTEIRO >= WS-TAM-INTEIRO
                   OR WS-VALOR-BRUTO(WS-POS-INTEIRO:1) NOT = "0"
               ADD 1 TO WS-POS-INTEIRO
           END-PERFORM.
           MOVE 0 TO WS-TAM-VALOR.
           IF WS-TAM-INTEIRO = 0
               MOVE "0" TO WS-VALOR
               MOVE 1 TO WS-TAM-VALOR
           ELSE
               COMPUTE WS-TAM-VALOR
                   = WS-TAM-INTEIRO - WS-POS-INTEIRO + 1
               MOVE WS-VALOR-BRUTO(WS-POS-INTEIRO:WS-TAM-VALOR)
                   TO WS-VALOR
           END-IF.
           IF TCP-DECIMAIS(IDX-CMP) > 0
               COMPUTE WS-POS-DECIMAL = WS-TAM-INTEIRO + 1
               MOVE "." TO WS-VALOR(WS-TAM-VALOR + 1:1)
               MOVE WS-VALOR-BRUTO(WS-POS-DECIMAL:
                       TCP-DECIMAIS(IDX-CMP))
                   TO WS-VALOR(WS-TAM-VALOR + 2:
                       TCP-DECIMAIS(IDX-CMP))
               COMPUTE WS-TAM-VALOR
                   = WS-TAM-VALOR + 1 + TCP-DECIMAIS(IDX-CMP)
           END-IF.

       MEDIR-VALOR.
           MOVE 0 TO WS-TAM-VALOR.
           PERFORM VARYING WS-POS-CARACTERE FROM 50 BY -1
                   UNTIL WS-POS-CARACTERE < 1
                   OR WS-TAM-VALOR > 0
               IF WS-VALOR(WS-POS-CARACTERE:1) NOT = SPACE
                   MOVE WS-POS-CARACTERE TO WS-TAM-VALOR
               END-IF
           END-PERFORM.

       COLOCAR-ASPAS.
           MOVE SPACES TO WS-VALOR-ASPAS.
           MOVE QUOTE TO WS-VALOR-ASPAS(1:1).
           MOVE 1 TO WS-POS-ASPAS.
           PERFORM VARYING WS-POS-CARACTERE FROM 1 BY 1
                   UNTIL WS-POS-CARACTERE > WS-TAM-VALOR
               IF WS-VALOR(WS-POS-CARACTERE:1) = QUOTE
                   ADD 1 TO WS-POS-ASPAS
                   MOVE QUOTE TO WS-VALOR-ASPAS(WS-POS-ASPAS:1)
               END-IF
               ADD 1 TO WS-POS-ASPAS
               MOVE WS-VALOR(WS-POS-CARACTERE:1)
                   TO WS-VALOR-ASPAS(WS-POS-ASPAS:1)
           END-PERFORM.
           ADD 1 TO WS-POS-ASPAS.
           MOVE QUOTE TO WS-VALOR-ASPAS(WS-POS-ASPAS:1).
           MOVE WS-VALOR-ASPAS TO WS-VALOR.
           MOVE WS-POS-ASPAS TO WS-TAM-VALOR.

       REGISTRAR-ACESSO-EXTRACAO.
           MOVE "E" TO WS-ACE-TIPO.
           MOVE SPACES TO WS-ACE-MATRICULA.
           MOVE WS-ARQ-ORIGEM TO WS-ACE-RECURSO.
           PERFORM GRAVAR-ACESSO-LGPD.

       REGISTRAR-ERRO-ABERTURA.
           DISPLAY "Erro ao abrir " WS-ERRLOG-ARQUIVO
              " Status: " WS-ERRLOG-STATUS.
           MOVE "ExtracaoDados" TO WS-ERRLOG-PROGRAMA.
           PERFORM GRAVAR-ERRORLOG.
           MOVE 8 TO RETURN-CODE.

       COPY ACESSOPD.

       COPY JOBLOGPD.

       COPY ERRLOGPD.

      * Campos de apoio do cadastro de afastamentos. O programa
      * carrega a tabela com CARREGAR-AFASTAMENTOS, informa
      * WS-AFA-MATRICULA, o periodo (WS-AFA-PERIODO-INICIO e
      * WS-AFA-PERIODO-FIM, ou WS-AFA-COMPETENCIA e
      * DEFINIR-PERIODO-AFASTAMENTO) e a regra, e executa
      * CONTAR-DIAS-AFASTADO. Regras: "S" dias sem salario,
      * "F" dias que suspendem ferias, "D" dias que nao contam
      * para o 13o e "T" qualquer afastamento.
       01 WS-ARQ-AFASTAMENTOS      PIC X(40)
           VALUE "AFASTAMENTOS.DATA".
       01 WS-STATUS-AFASTAMENTOS   PIC X(02).
       01 WS-FIM-AFASTAMENTOS      PIC X(01) VALUE "N".
       01 WS-AFA-MATRICULA         PIC 9(05).
       01 WS-AFA-COMPETENCIA       PIC 9(06).
       01 WS-AFA-PERIODO-INICIO    PIC 9(08).
       01 WS-AFA-PERIODO-FIM       PIC 9(08).
       01 WS-AFA-DIAS-PERIODO      PIC 9(05).
       01 WS-AFA-REGRA             PIC X(01).
       01 WS-AFA-DIAS              PIC 9(05).
       01 WS-AFA-INICIO-CONTA      PIC 9(08).
       01 WS-AFA-FIM-CONTA         PIC 9(08).
       01 WS-AFA-PROXIMO-MES       PIC 9(06).
       01 QTD-AFASTAMENTOS         PIC 9(03) VALUE 0.
       01 TABELA-AFASTAMENTOS.
           05 TAF-ITEM OCCURS 500 TIMES INDEXED BY IDX-TAF.
               10 TAF-MATRICULA    PIC 9(05).
               10 TAF-INICIO       PIC 9(08).
               10 TAF-INICIO-SALARIO PIC 9(08).
               10 TAF-FIM          PIC 9(08).
               10 TAF-SEM-SALARIO  PIC X(01).
               10 TAF-SUSPENDE-FERIAS PIC X(01).
               10 TAF-SUSPENDE-DECIMO PIC X(01).

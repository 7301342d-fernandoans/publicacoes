      * Layout da ficha funcional (FICHA-FUNCIONAL.DATA), um
      * registro por evento da vida funcional com data, valores
      * anterior e novo e operador. Acrescentado por
      * FuncionariosManutencao, DissidioSalarial,
      * TransferenciasDepartamento, PromocaoAplicacao,
      * FeriasControle e Desligamentos; carga inicial por
      * FichaFuncionalCarga.cbl a partir das trilhas de auditoria;
      * impresso por FichaFuncional.cbl.
           05 FIC-MATRICULA           PIC 9(5).
           05 FIC-DATA-EVENTO         PIC 9(8).
           05 FIC-TIPO-EVENTO         PIC X(14).
               88 EVENTO-ADMISSAO         VALUE "ADMISSAO".
               88 EVENTO-REAJUSTE         VALUE "REAJUSTE".
               88 EVENTO-SALARIO          VALUE "ALT-SALARIO".
               88 EVENTO-TRANSFERENCIA    VALUE "TRANSFERENCIA".
               88 EVENTO-DEPARTAMENTO     VALUE "ALT-DEPTO".
               88 EVENTO-CARGO            VALUE "ALT-CARGO".
               88 EVENTO-PROMOCAO         VALUE "PROMOCAO".
               88 EVENTO-PROGRESSAO       VALUE "PROGRESSAO".
               88 EVENTO-FERIAS-PROGRAMADA VALUE "FERIAS-PROG".
               88 EVENTO-FERIAS-GOZO      VALUE "FERIAS-GOZO".
               88 EVENTO-DESLIGAMENTO     VALUE "DESLIGAMENTO".
           05 FIC-VALOR-ANTERIOR      PIC X(20).
           05 FIC-VALOR-NOVO          PIC X(20).
           05 FIC-DESCRICAO           PIC X(30).
           05 FIC-OPERADOR            PIC X(8).
           05 FIC-PROGRAMA            PIC X(24).
           05 FIC-DATA-REGISTRO       PIC 9(8).

      * Layout do cadastro complementar do aluno
      * (ALUNOS-CADASTRO.DATA): endereco, contato e responsavel
      * para menores, um registro por ALU-MATRICULA. Mantido por
      * AlunosCadastro.cbl, incluido por VestibularConfirmacao.cbl
      * na matricula do calouro e lido por CartasAlunos.cbl e
      * Boletim.cbl para o bloco de endereco.
           05 CAD-MATRICULA           PIC X(8).
           05 CAD-ENDERECO            PIC X(40).

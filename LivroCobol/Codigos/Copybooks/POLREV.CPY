      * Layout da politica de revisao de notas
      * (politica-revisao.ctl), registro unico: data de divulgacao
      * das notas do periodo e quantos dias uteis do calendario
      * empresarial o aluno tem, a partir dela, para pedir revisao.
      * Lido por RevisaoNotas.cbl.
           05 PRV-DATA-DIVULGACAO     PIC 9(8).
           05 PRV-DIAS-UTEIS          PIC 9(2).

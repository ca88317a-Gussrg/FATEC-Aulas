      * sala contra SALAS.DAT e aponta sala ou professor (via
      * ATRIBUIC.DAT) reservados em dois lugares na mesma hora - o
      * choque que hoje so aparece no primeiro dia de aula. Lido
      * pelas impressoes de grade horaria do PROG66. A grade inteira
      * do periodo pode vir da proposta gerada pelo PROG135
      * (HORPROP.DAT), promovida pelo PROG136.
      * HOR-DIA-SEMANA: 1 = SEGUNDA ... 6 = SABADO.
      * HOR-HORA: hora de inicio do slot, formato HH:MM.
      ******************************************************************

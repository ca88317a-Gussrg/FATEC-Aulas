      ******************************************************************
      * Copybook: BIKEYREC.CPY
      * Layout do registro do mapa de chaves substitutas do extrato
      * analitico (BICHAVES.DAT, indexado), mantido pelo PROG155. Liga
      * a chave natural de cada dimensao (matricula, materia,
      * professor, ano/semestre + turma, ano/semestre, campus) ao
      * numero sequencial que o BI usa nas juncoes; a chave atribuida
      * nunca muda nem e reaproveitada, de uma execucao para outra.
      * BIK-DIMENSAO: 'ALU' aluno, 'DIS' disciplina, 'PRO' professor,
      *               'TUR' turma, 'PER' periodo, 'CAM' campus.
      * O registro com BIK-NATURAL em espacos e o contador da
      * dimensao: BIK-SURROGATE guarda a ultima chave atribuida.
      ******************************************************************
       01  BICHAVE-REC.
           05 BIK-CHAVE.
               10 BIK-DIMENSAO     PIC X(03).
               10 BIK-NATURAL      PIC X(40).
           05 BIK-SURROGATE        PIC 9(09).
           05 BIK-DATA-CRIACAO     PIC X(08).

      ******************************************************************
      * Copybook: MONCREC.CPY
      * Layout do registro do arquivo indexado de candidatos a
      * monitoria (MONCAND.DAT, chave vaga + matricula), gravado pelo
      * PROG128 na inscricao depois de conferidos os requisitos (aluno
      * fora de observacao academica - AL-PROBATION - e aprovado na
      * materia com a nota minima da vaga). Guarda a melhor nota do
      * aluno na materia e o coeficiente de rendimento (COEFREND) que
      * ordenam a classificacao, a colocacao obtida e, do monitor
      * selecionado, o total de horas lancadas no semestre.
      * MCD-STATUS: I = inscrito, S = selecionado (monitor ativo),
      *             N = nao selecionado.
      * MCD-CREDITADO: 'S' = horas ja creditadas em ATIVCOMP.DAT.
      ******************************************************************
       01  MONCAND-REC.
           05 MCD-CHAVE.
               10 MCD-VAGA         PIC 9(05).
               10 MCD-MATRICULA    PIC X(10).
           05 MCD-NOME             PIC X(30).
           05 MCD-STATUS           PIC X(01).
           05 MCD-NOTA             PIC 99V9.
           05 MCD-COEFICIENTE      PIC 99V9.
           05 MCD-CREDITOS         PIC 9(05).
           05 MCD-CLASSIFICACAO    PIC 9(03).
           05 MCD-DATA-INSCRICAO   PIC X(08).
           05 MCD-HORAS-TOTAL      PIC 9(04).
           05 MCD-CREDITADO        PIC X(01).

      ******************************************************************
      * Copybook: AVPARREC.CPY
      * Layout do registro de participacao na avaliacao docente
      * (AVALPART.DAT, indexado). So marca que o aluno ja avaliou o
      * professor naquela materia no periodo - impede a segunda
      * resposta e alimenta a taxa de participacao, sem ligar o aluno
      * ao que ele respondeu (AVALRESP.DAT nao tem matricula).
      ******************************************************************
       01  AVALPART-REC.
           05 AVP-CHAVE.
               10 AVP-ANO-SEMESTRE PIC X(06).
               10 AVP-MATRICULA    PIC X(10).
               10 AVP-MATERIA      PIC X(15).
               10 AVP-PROFESSOR    PIC X(06).
           05 AVP-TURMA            PIC X(05).
           05 AVP-CURSO            PIC X(10).
           05 AVP-DATA             PIC X(08).

      ******************************************************************
      * Copybook: AUSENREC.CPY
      * Layout do registro de falta de professor (AUSENCIA.DAT,
      * indexado): uma aula do horario (HORARIO.DAT: turma + dia +
      * hora) nao dada numa data, sem substituto em SUBSTIT.DAT. Cada
      * falta abre uma reposicao obrigatoria, que a coordenacao agenda
      * em dia letivo (DIASLET.DAT), sala livre e sem choque para a
      * turma. Mantido pelo PROG141; o PROG142 lista as reposicoes
      * sem agenda e vencidas; o PROG33 recusa chamada da materia na
      * data da falta, para o aluno nao levar falta de aula que nao
      * houve.
      * AUS-REP-STATUS: 'P' = reposicao pendente, 'A' = agendada.
      * AUS-REP-PRAZO: data limite da reposicao (falta + prazo).
      ******************************************************************
       01  AUSENCIA-REC.
           05 AUS-CHAVE.
               10 AUS-ANO-SEMESTRE PIC X(06).
               10 AUS-TURMA        PIC X(05).
               10 AUS-DATA         PIC X(08).
               10 AUS-HORA         PIC X(05).
           05 AUS-MATERIA          PIC X(15).
           05 AUS-PROFESSOR        PIC X(06).
           05 AUS-CURSO            PIC X(10).
           05 AUS-SALA             PIC X(05).
           05 AUS-MOTIVO           PIC X(30).
           05 AUS-DATA-REGISTRO    PIC X(08).
           05 AUS-OPERADOR         PIC X(10).
           05 AUS-REP-STATUS       PIC X(01).
           05 AUS-REP-PRAZO        PIC X(08).
           05 AUS-REP-DATA         PIC X(08).
           05 AUS-REP-HORA         PIC X(05).
           05 AUS-REP-SALA         PIC X(05).

      ******************************************************************
      * Copybook: PARTREC.CPY
      * Layout do arquivo de participacao nas disciplinas a distancia
      * (PARTEAD.DAT, indexado por matricula + materia + ano/semestre),
      * gravado pelo PROG154 a partir da participacao devolvida pela
      * plataforma de ensino online (LMSNOTAS.DAT). Disciplina EAD nao
      * tem chamada: a frequencia do PROG08/PROG15 e o percentual de
      * atividades concluidas sobre as previstas. Na hibrida as
      * atividades somam com as aulas da chamada (CHAMADA.DAT).
      ******************************************************************
       01  PARTEAD-REC.
           05 PTE-CHAVE.
               10 PTE-MATRICULA      PIC X(10).
               10 PTE-MATERIA        PIC X(15).
               10 PTE-ANO-SEMESTRE   PIC X(06).
           05 PTE-TURMA              PIC X(05).
           05 PTE-ATIV-PREVISTAS     PIC 9(03).
           05 PTE-ATIV-CONCLUIDAS    PIC 9(03).
           05 PTE-DATA-CARGA         PIC X(08).

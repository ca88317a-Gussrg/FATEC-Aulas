      ******************************************************************
      * Copybook: ASSENREC.CPY
      * Layout do registro do ensalamento de provas (ASSENTO.DAT,
      * indexado): sala e assento de cada aluno em cada prova do
      * calendario (EXAMES.DAT), gravados pelo PROG138 por sessao de
      * prova (data + hora). Turma grande e repartida entre a sala
      * agendada e salas de transbordo livres no horario, em ordem
      * alfabetica. O PROG67 imprime a sala/assento no comprovante de
      * convocacao do aluno.
      * ASN-ASSENTO: numero da cadeira na sala, ja com o espacamento
      * de prova (fator 2 = 1, 3, 5...).
      * ASN-HORA-FIM: termino da prova para o aluno, ja com o tempo
      * adicional do cadastro de NEE (NEE.DAT, PROG147).
      * ASN-ATENDIMENTO: ' ' = regular, 'E' = atendimento especial em
      * sala separada, 'A' = prova ampliada na sala regular.
      ******************************************************************
       01  ASSENTO-REC.
           05 ASN-CHAVE.
               10 ASN-ANO-SEMESTRE PIC X(06).
               10 ASN-MATERIA      PIC X(15).
               10 ASN-TURMA        PIC X(05).
               10 ASN-TIPO         PIC X(02).
               10 ASN-MATRICULA    PIC X(10).
           05 ASN-NOME             PIC X(30).
           05 ASN-DATA             PIC X(08).
           05 ASN-HORA             PIC X(05).
           05 ASN-SALA             PIC X(05).
           05 ASN-ASSENTO          PIC 9(03).
           05 ASN-HORA-FIM         PIC X(05).
           05 ASN-ATENDIMENTO      PIC X(01).

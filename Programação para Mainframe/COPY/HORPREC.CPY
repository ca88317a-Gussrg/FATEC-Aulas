      ******************************************************************
      * Copybook: HORPREC.CPY
      * Layout do registro da proposta de horario (HORPROP.DAT, line
      * sequential), gerada inteira pelo PROG135 a partir das
      * atribuicoes, turmas, salas e dias letivos do periodo, na
      * ordem da chave de HORARIO.DAT (turma + dia + hora). A
      * coordenacao revisa o HORPROP.REL e o PROG136 promove a
      * proposta para HORARIO.DAT. Leva tambem o professor do slot,
      * que HORARIO.DAT busca em ATRIBUIC.DAT.
      * PRP-DIA-SEMANA: 1 = SEGUNDA ... 6 = SABADO (como HOR-).
      ******************************************************************
       01  HORPROP-REC.
           05 PRP-ANO-SEMESTRE     PIC X(06).
           05 PRP-TURMA            PIC X(05).
           05 PRP-DIA-SEMANA       PIC 9(01).
           05 PRP-HORA             PIC X(05).
           05 PRP-MATERIA          PIC X(15).
           05 PRP-SALA             PIC X(05).
           05 PRP-PROFESSOR        PIC X(06).

           05 GR-TURMA      PIC X(05).
           05 GR-NOTA       PIC 99V9.
           05 GR-SITUACAO   PIC X(20).
      *        'DISPENSADO PROFIC.' = dispensa por prova de
      *        proficiencia (PROG127): conta na colacao (PROG25), fica
      *        fora da distribuicao de notas (PROG39) e da tendencia
      *        de aprovacao (PROG40).
           05 GR-MODO-AVALIACAO PIC X(01).
      *        'N' = nota numerica 0-10 (padrao), 'S' = disciplina
      *        avaliada por satisfatorio/insatisfatorio, sem nota.

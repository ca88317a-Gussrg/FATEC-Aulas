      *        do PROG25 exige aprovacao linha a linha so das
      *        obrigatorias e soma as horas das eletivas aprovadas
      *        contra o minimo do curso.
           05 CAT-MODALIDADE      PIC X(01).
      *        'P' ou espacos (registros antigos) = presencial; 'E' =
      *        a distancia (EAD): sem sala no horario (PROG65) e com a
      *        frequencia tirada da participacao nas atividades da
      *        plataforma (PARTEAD.DAT) em vez da chamada; 'H' =
      *        hibrida: parte em sala, parte na plataforma.
           05 CAT-HORAS-EAD       PIC 9(03).
      *        Horas a distancia da disciplina hibrida (a EAD conta a
      *        carga inteira). Soma no limite legal de horas a
      *        distancia do curso conferido pelo CURRVAL.

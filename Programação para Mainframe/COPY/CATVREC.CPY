           05 CTV-TIPO            PIC X(01).
      *        'E' = eletiva, 'O' ou espacos = obrigatoria, como
      *        CAT-TIPO no catalogo corrente.
           05 CTV-MODALIDADE      PIC X(01).
      *        'P' ou espacos = presencial, 'E' = a distancia, 'H' =
      *        hibrida, como CAT-MODALIDADE no catalogo corrente.
           05 CTV-HORAS-EAD       PIC 9(03).
      *        Horas a distancia da disciplina hibrida.

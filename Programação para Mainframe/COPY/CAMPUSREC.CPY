      ******************************************************************
      * Copybook: CAMPUSREC.CPY
      * Layout do registro do mestre de campi (CAMPUS.DAT, indexado
      * pelo codigo), mantido pelo PROG144. Salas (SALA-CAMPUS) e
      * turmas (TUR-CAMPUS) apontam para ele.
      * CAM-DESLOCAMENTO: minutos minimos entre o fim de uma aula em
      * outro campus e o inicio de uma aula neste (o PROG65 usa o
      * maior dos dois campi; zero = padrao do programa).
      * CAM-STATUS: 'A' = ativo, 'I' = inativo (nao recebe turma).
      ******************************************************************
       01  CAMPUS-REC.
           05 CAM-CODIGO           PIC X(03).
           05 CAM-NOME             PIC X(30).
           05 CAM-CIDADE           PIC X(20).
           05 CAM-DESLOCAMENTO     PIC 9(03).
           05 CAM-STATUS           PIC X(01).

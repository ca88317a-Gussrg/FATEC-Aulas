      * usou para calcular a area. O PROG34 cruza a capacidade com a
      * ocupacao das turmas para apontar turma que nao cabe na sala
      * ainda no planejamento.
      * SALA-CAMPUS: campus do mestre CAMPUS.DAT onde fica a sala; o
      * codigo da sala so e unico dentro do campus, entao conflito de
      * sala e sempre conferido no mesmo campus.
      * SALA-TIPO: 'L' laboratorio (reservavel pelo PROG157, alem das
      * aulas do horario); 'A' auditorio; espacos = sala de aula comum.
      * A capacidade declarada e conferida pelo PROG167 contra o
      * maximo legal da area (norma por tipo em NORMASAL.DAT).
      ******************************************************************
       01  SALAS-REC.
           05 SALA-CODIGO       PIC X(05).
           05 SALA-LARGURA      PIC 9(003).
           05 SALA-ALTURA       PIC 9(003).
           05 SALA-CAPACIDADE   PIC 9(003).
           05 SALA-CAMPUS       PIC X(003).
           05 SALA-TIPO         PIC X(001).

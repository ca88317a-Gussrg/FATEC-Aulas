      ******************************************************************
      * Copybook: QUESTREC.CPY
      * Layout do registro do questionario da avaliacao docente
      * (QUESTAVA.DAT, indexado por ano/semestre + numero da questao).
      * A CPA cadastra no PROG133 as questoes de cada semestre, cada
      * uma com a sua escala Likert (3 a 7 pontos) e os rotulos das
      * pontas da escala; o aluno responde no mesmo programa e o
      * PROG134 imprime o resultado.
      ******************************************************************
       01  QUESTAO-REC.
           05 QST-CHAVE.
               10 QST-ANO-SEMESTRE PIC X(06).
               10 QST-NUMERO       PIC 9(02).
           05 QST-TEXTO            PIC X(60).
           05 QST-ESCALA           PIC 9(01).
           05 QST-ROTULO-MIN       PIC X(15).
           05 QST-ROTULO-MAX       PIC X(15).

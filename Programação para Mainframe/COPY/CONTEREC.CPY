      ******************************************************************
      * Copybook: CONTEREC.CPY
      * Layout do registro do conteudo ministrado (CONTEUDO.DAT,
      * indexado por materia + ano/semestre + turma + data da aula):
      * o assunto dado em cada aula e quantas horas-aula ela teve,
      * registrado pelo professor no PROG148 em vez do caderno de
      * papel. A data e conferida contra o horario da turma
      * (HORARIO.DAT), o calendario de dias letivos (DIASLET.DAT), as
      * faltas do professor e as reposicoes agendadas (AUSENCIA.DAT).
      * O diario de classe oficial (PROG149) lista o conteudo e soma
      * as horas contra a CAT-CARGA-HORARIA.
      ******************************************************************
       01  CONTEUDO-REC.
           05 CNT-CHAVE.
               10 CNT-MATERIA      PIC X(15).
               10 CNT-ANO-SEMESTRE PIC X(06).
               10 CNT-TURMA        PIC X(05).
               10 CNT-DATA         PIC X(08).
           05 CNT-HORAS-AULA       PIC 9(02).
           05 CNT-TOPICO           PIC X(60).
           05 CNT-OPERADOR         PIC X(10).
           05 CNT-DATA-REGISTRO    PIC X(08).

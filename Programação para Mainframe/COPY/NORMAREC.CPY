      ******************************************************************
      * Copybook: NORMAREC.CPY
      * Layout da tabela de norma de lotacao das salas (NORMASAL.DAT,
      * line sequential, uma linha por tipo de sala, mantida pela
      * secretaria como o PRORATA.DAT). Area minima por aluno exigida
      * pela norma de ensino e pelo corpo de bombeiros; o maximo legal
      * da sala e a area (SALA-LARGURA X SALA-ALTURA, o mesmo calculo
      * do RelatorioSalas) dividida por NRM-M2-ALUNO, arredondado para
      * baixo. Lida pelo PROG167.
      * NRM-TIPO: o SALA-TIPO do SALAS.DAT - espacos = sala de aula,
      *           'L' = laboratorio, 'A' = auditorio.
      * NRM-M2-ALUNO: metros quadrados por aluno (ex: 00120 = 1,20).
      * Sem arquivo ou sem a linha do tipo: 1,20 sala de aula, 2,50
      * laboratorio e 0,80 auditorio.
      ******************************************************************
       01  NORMA-REC.
           05 NRM-TIPO             PIC X(01).
           05 NRM-M2-ALUNO         PIC 9(03)V99.
           05 NRM-DESCRICAO        PIC X(20).

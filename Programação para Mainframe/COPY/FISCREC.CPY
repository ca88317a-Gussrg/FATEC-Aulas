      ******************************************************************
      * Copybook: FISCREC.CPY
      * Layout do registro da escala de fiscais de prova (FISCAL.DAT,
      * indexado): um professor de PROFESSOR.DAT por posto de
      * fiscalizacao (data + hora + sala da prova, sala agendada ou de
      * transbordo do ensalamento). Gerado pelo PROG139 para a semana
      * de provas, sem choque com aula, prova propria ou licenca; as
      * trocas entre professores sao registradas pelo PROG140 sobre o
      * mesmo posto, guardando quem estava escalado antes.
      * FIS-ORIGEM: 'A' = escala automatica, 'T' = troca registrada.
      ******************************************************************
       01  FISCAL-REC.
           05 FIS-CHAVE.
               10 FIS-DATA         PIC X(08).
               10 FIS-HORA         PIC X(05).
               10 FIS-SALA         PIC X(05).
               10 FIS-SEQ          PIC 9(01).
           05 FIS-PROFESSOR        PIC X(06).
           05 FIS-ANO-SEMESTRE     PIC X(06).
           05 FIS-MATERIA          PIC X(15).
           05 FIS-TURMA            PIC X(05).
           05 FIS-TIPO             PIC X(02).
           05 FIS-ORIGEM           PIC X(01).
           05 FIS-PROF-ANTERIOR    PIC X(06).
           05 FIS-DATA-TROCA       PIC X(08).
           05 FIS-OPERADOR         PIC X(10).

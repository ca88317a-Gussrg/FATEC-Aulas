      * um curso, turno e sala. Mantido pelo programa de manutencao de
      * turmas e consultado pelo relatorio de ocupacao (PROG34) e pela
      * validacao de turma nos programas de lancamento.
      * TUR-CAMPUS: campus (CAMPUS.DAT) onde a turma tem aula; os
      * relatorios selecionam e subtotalizam por ele.
      ******************************************************************
       01  TURMA-REC.
           05 TUR-CHAVE.
           05 TUR-TURNO            PIC X(01).
      *        'M' = MATUTINO, 'V' = VESPERTINO, 'N' = NOTURNO
           05 TUR-SALA             PIC X(05).
           05 TUR-CAMPUS           PIC X(03).

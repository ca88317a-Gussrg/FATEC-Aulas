      ******************************************************************
      * Copybook: SCHEDREC.CPY
      * Layout do registro da tabela de agenda da cadeia noturna
      * (SCHEDTAB.DAT, line sequential, mantida pela operacao como a
      * RETENCAO.DAT, uma linha por programa NA ORDEM DA CADEIA). O
      * PROG160 le a tabela no inicio da noite e decide quais steps
      * do GRADEJOB rodam; o PROG161 abre ou fecha cada step
      * periodico conforme a lista da noite.
      * SCH-FREQUENCIA: 'D' diario
      *                 'S' semanal - SCH-DIA = dia da semana
      *                     (1 = segunda ... 7 = domingo)
      *                 'M' ultimo dia do mes
      *                 'U' N-esimo dia util do mes (SCH-DIA = N);
      *                     dia util = segunda a sexta fora de
      *                     feriado/recesso do DIASLET.DAT. Passado o
      *                     dia sem execucao no mes, roda no proximo
      *                     dia util.
      *                 'E' evento do periodo (SCH-EVENTO)
      * SCH-EVENTO:     'A' abertura da janela (CAL-DATA-ABERTURA)
      *                 'F' fechamento da janela (CAL-DATA-FECHO)
      *                 'P' periodo FECHADO no PERSTAT.DAT na data
      * SCH-PREDECESSOR: ate 3 programas que precisam estar na lista
      *                 da noite como EXECUTAR; predecessor pulado
      *                 pula o step.
      ******************************************************************
       01  SCHED-REC.
           05 SCH-PROGRAMA         PIC X(08).
           05 SCH-STEP             PIC X(08).
           05 SCH-FREQUENCIA       PIC X(01).
           05 SCH-DIA              PIC 9(02).
           05 SCH-EVENTO           PIC X(01).
           05 SCH-PREDECESSOR      PIC X(08) OCCURS 3 TIMES.
           05 SCH-DESCRICAO        PIC X(30).

      ******************************************************************
      * Copybook: RUNLREC.CPY
      * Layout do registro da lista de execucao da noite (RUNLIST.DAT,
      * line sequential, acumulativo), gravada pelo PROG160 no inicio
      * da cadeia: uma linha por programa da SCHEDTAB.DAT com a
      * decisao da noite e o motivo. RUL-DATA e a data de referencia
      * da lista (a noite), mesmo que a cadeia passe da meia-noite.
      * RUL-SITUACAO: 'R' executar, 'P' pular (RUL-MOTIVO diz por que).
      * O PROG161 usa a ultima linha do programa na lista mais recente;
      * a conferencia do PROG160 cruza a lista com o RUNSTATS.DAT.
      ******************************************************************
       01  RUNLIST-REC.
           05 RUL-DATA             PIC X(08).
           05 RUL-HORA             PIC X(06).
           05 RUL-PROGRAMA         PIC X(08).
           05 RUL-STEP             PIC X(08).
           05 RUL-FREQUENCIA       PIC X(01).
           05 RUL-SITUACAO         PIC X(01).
           05 RUL-MOTIVO           PIC X(40).

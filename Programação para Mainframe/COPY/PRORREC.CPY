      ******************************************************************
      * Copybook: PRORREC.CPY
      * Layout do registro de parametro da regra de rateio da
      * mensalidade do mes do trancamento/desistencia (PRORATA.DAT,
      * um registro, como o THRESH.DAT). Lido pelo PROG58.
      * PRR-REGRA: D = proporcional aos dias ate a data do evento
      *                (inclusive) sobre PRR-DIAS-BASE,
      *            Q = quinzena: ate o dia 15 cobra metade, depois o
      *                mes inteiro,
      *            I = mes do evento cobrado integralmente.
      * PRR-DIAS-BASE: divisor da regra D (30 = mes comercial; zero
      *                = dias reais do mes). Sem arquivo: D sobre 30.
      ******************************************************************
       01  PRORATA-REC.
           05 PRR-REGRA            PIC X(01).
           05 PRR-DIAS-BASE        PIC 9(02).

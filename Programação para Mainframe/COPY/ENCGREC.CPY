      ******************************************************************
      * Copybook: ENCGREC.CPY
      * Area de chamada do CALCENC (encargos de atraso de uma parcela
      * de MENSALID.DAT). O programa move o valor e o vencimento da
      * parcela e a data ate a qual os encargos correm (a da rodada no
      * PROG111, a do pagamento na baixa do retorno do PROG109); o
      * CALCENC devolve a multa contratual (uma vez) e os juros de
      * mora por dia de atraso, sempre do zero.
      * ENC-PERC-MULTA / ENC-PERC-JUROS: percentuais do contrato; o
      *                 chamador so troca o padrao abaixo quando o
      *                 SYSIN informa outro (linha em branco ou zero
      *                 fica com 2% de multa e 0,033% ao dia).
      * ENC-RETORNO:    S = calculado (zeros se nao ha atraso);
      *                 N = vencimento ou data-base nao numericos.
      ******************************************************************
       01  ENC-PARM.
           05 ENC-VALOR            PIC 9(05)V99 VALUE ZEROS.
           05 ENC-VENCIMENTO       PIC X(08) VALUE SPACES.
           05 ENC-DATA-BASE        PIC X(08) VALUE SPACES.
           05 ENC-PERC-MULTA       PIC 9(02)V99 VALUE 2,00.
           05 ENC-PERC-JUROS       PIC 9(01)V999 VALUE 0,033.
           05 ENC-DIAS-ATRASO      PIC 9(05) VALUE ZEROS.
           05 ENC-MULTA            PIC 9(05)V99 VALUE ZEROS.
           05 ENC-JUROS            PIC 9(05)V99 VALUE ZEROS.
           05 ENC-RETORNO          PIC X(01) VALUE SPACES.

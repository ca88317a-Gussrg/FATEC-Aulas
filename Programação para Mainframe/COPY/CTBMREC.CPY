      ******************************************************************
      * Copybook: CTBMREC.CPY
      * Layout da tabela de mapeamento contabil (CTBMAP.DAT, line
      * sequential, mantida pela contabilidade): para cada tipo de
      * movimento financeiro (FMV-TIPO de FINMOV.DAT) a conta debitada,
      * a conta creditada e o historico padrao do lancamento gerado
      * pelo PROG113. Tipo sem linha aqui impede a geracao do dia.
      ******************************************************************
       01  CTBMAP-REC.
           05 CTM-TIPO             PIC X(10).
           05 CTM-CONTA-DEBITO     PIC X(12).
           05 CTM-CONTA-CREDITO    PIC X(12).
           05 CTM-HISTORICO        PIC X(30).

      ******************************************************************
      * Copybook: LANCREC.CPY
      * Layout do arquivo de lancamentos para o sistema contabil
      * (LANCCTB.DAT, line sequential, layout fixo), gerado pelo
      * PROG113 a partir do movimento financeiro do dia e conferido
      * pelo PROG32 no balanceamento da noite. Segue o padrao das
      * interfaces com cabecalho e rodape (LNC-TIPO 'HEADER' /
      * 'TRAILER'; qualquer outro valor = lancamento). Cada movimento
      * gera uma linha a debito e uma a credito; o rodape leva a
      * quantidade de linhas e os totais de debito e credito, que
      * precisam ser iguais.
      ******************************************************************
       01  LANC-REC.
           05 LNC-TIPO             PIC X(10).
           05 LNC-DETALHE.
               10 LNC-SEQ             PIC 9(05).
               10 LNC-DATA            PIC X(08).
               10 LNC-CONTA           PIC X(12).
               10 LNC-NATUREZA        PIC X(01).
      *            'D' = debito, 'C' = credito
               10 LNC-VALOR           PIC 9(11)V99.
               10 LNC-HISTORICO       PIC X(30).
       01  LANC-CABECALHO REDEFINES LANC-REC.
           05 FILLER               PIC X(10).
           05 LCAB-DATA-MOVIMENTO  PIC X(08).
           05 LCAB-DATA-HORA       PIC X(21).
           05 LCAB-ORIGEM          PIC X(10).
       01  LANC-RODAPE REDEFINES LANC-REC.
           05 FILLER               PIC X(10).
           05 LROD-TOTAL           PIC 9(05).
           05 LROD-TOTAL-DEBITO    PIC 9(13)V99.
           05 LROD-TOTAL-CREDITO   PIC 9(13)V99.

      * com motivo gravado. O PROG79 mantem o registro e imprime o
      * extrato que a autoridade de ensino pede nas inspecoes -
      * substitui o livro de papel preenchido a mao depois da
      * auditoria do PROG25; a 1a via exige a colacao de grau gravada
      * em COLACAO.DAT (PROG121). O nome gravado e o nome CIVIL do
      * cadastro, como manda o registro oficial, e nao muda quando o
      * nome civil muda depois (PROG125); a 2a via sai com o nome em
      * vigor na data dela, guardado em DIP-NOME-2VIA. O PROG119 gera o
      * diploma e o historico digitais (XML) de cada registro daqui.
      ******************************************************************
       01  DIPLOMA-REC.
           05 DIP-CHAVE.
           05 DIP-VIA              PIC 9(01).
           05 DIP-MOTIVO-2VIA      PIC X(30).
           05 DIP-DATA-2VIA        PIC X(08).
           05 DIP-NOME-2VIA        PIC X(30).
      *        Nome civil em vigor na ultima 2a via (espacos na 1a
      *        via e nas 2as vias anteriores a este campo).

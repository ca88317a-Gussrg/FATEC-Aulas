      ******************************************************************
      * Copybook: SESLGREC.CPY
      * Layout do historico de sessoes do MENU (OPERSESS.LOG, line
      * sequential em EXTEND). O OPERSESS.DAT so guarda a sessao em
      * curso e e limpo no fim; aqui fica o rastro de cada sign-on,
      * de cada programa despachado e de cada saida, para a
      * recertificacao de acessos (PROG164) saber quando o operador
      * usou cada programa pela ultima vez.
      *   SLG-EVENTO: E = sign-on, P = programa despachado,
      *               S = saida do MENU.
      *   SLG-PROGRAMA: programa conferido na matriz (PERMISSO.DAT)
      *               para o evento P - PROG11, OPERADM, GERAL...
      ******************************************************************
       01  SESSLOG-REC.
           05 SLG-DATA-HORA     PIC X(21).
           05 SLG-OPERADOR      PIC X(10).
           05 SLG-EVENTO        PIC X(01).
           05 SLG-PROGRAMA      PIC X(08).

      ******************************************************************
      * Copybook: RECERREC.CPY
      * Layout da recertificacao de acessos (RECERT.DAT, indexado por
      * campanha + operador + sequencia). A cada trimestre o PROG164
      * abre uma campanha (AAAATn) com uma linha por acesso de cada
      * operador ativo; a coordenacao decide manter ou revogar cada
      * linha pela opcao de recertificacao do MENU, e o PROG164
      * aplica as revogacoes e suspende quem passou do prazo.
      *   RCT-TIPO: C = a propria conta (sign-on);
      *             N = nivel 3 (OP-NIVEL);
      *             P = programa da matriz (PERMISSO.DAT);
      *             D = delegacao ativa recebida (DELEGAC.DAT).
      *   RCT-CONCEDIDO-POR / RCT-DATA-REF: quem concedeu e quando
      *             (P); quem delegou e ate quando (D).
      *   RCT-ULTIMO-USO: ultimo uso visto nos logs na abertura da
      *             campanha (conta/nivel: qualquer atividade;
      *             programa: MENU e ACESSO.LOG daquele programa).
      *   RCT-ALERTA: D = conta dormente, U = acesso sem uso, ambos
      *             pelo limite de dias do SYSIN do PROG164.
      *   RCT-DECISAO: espacos = pendente, M = manter, R = revogar,
      *             V = prazo vencido sem decisao (operador suspenso).
      *   RCT-APLICADO: S = revogacao ja aplicada pelo PROG164.
      ******************************************************************
       01  RECERT-REC.
           05 RCT-CHAVE.
               10 RCT-CAMPANHA         PIC X(06).
               10 RCT-OPERADOR         PIC X(10).
               10 RCT-SEQ              PIC 9(03).
           05 RCT-TIPO             PIC X(01).
           05 RCT-PROGRAMA         PIC X(08).
           05 RCT-DLG-SEQ          PIC 9(05).
           05 RCT-CONCEDIDO-POR    PIC X(10).
           05 RCT-DATA-REF         PIC X(08).
           05 RCT-ULTIMO-USO       PIC X(08).
           05 RCT-ALERTA           PIC X(01).
           05 RCT-DECISAO          PIC X(01).
           05 RCT-DECIDIDO-POR     PIC X(10).
           05 RCT-DATA-DECISAO     PIC X(08).
           05 RCT-APLICADO         PIC X(01).
           05 RCT-DATA-APLICACAO   PIC X(08).
           05 RCT-PRAZO            PIC X(08).

      ******************************************************************
      * Copybook: AJUSTREC.CPY
      * Layout do registro de ajuste de cobranca por evento de ciclo
      * de vida (AJUSTES.DAT, indexado pela sequencia). Quando o
      * PROG58 aplica trancamento ou desistencia do periodo inteiro,
      * cada parcela de mensalidade mexida em MENSALID.DAT gera um
      * registro aqui: parcela aberta com vencimento depois do evento
      * e cancelada, a do mes do evento e reduzida pela regra de
      * rateio (PRORATA.DAT) e o que ja foi pago alem do devido vira
      * credito (trancamento) ou pedido de devolucao (desistencia),
      * pendente de aprovacao do financeiro no PROG115.
      * AJU-ACAO: C = parcela cancelada, P = parcela rateada,
      *           K = credito do valor pago a maior,
      *           R = devolucao do valor pago a maior.
      * AJU-STATUS: espacos = sem valor a devolver (so registro),
      *             P = pendente de aprovacao, A = aprovado,
      *             N = negado.
      ******************************************************************
       01  AJUSTE-REC.
           05 AJU-SEQ              PIC 9(07).
           05 AJU-MATRICULA        PIC X(10).
           05 AJU-COMPETENCIA      PIC X(06).
           05 AJU-EVENTO           PIC X(01).
      *        'T' = trancamento, 'D' = desistencia (ENROLL-STATUS)
           05 AJU-DATA-EVENTO      PIC X(08).
           05 AJU-ACAO             PIC X(01).
           05 AJU-VALOR-ORIGINAL   PIC 9(05)V99.
           05 AJU-VALOR-AJUSTADO   PIC 9(05)V99.
      *        Valor que continua devido na parcela depois do ajuste
           05 AJU-VALOR-PAGO       PIC 9(05)V99.
           05 AJU-VALOR-DEVOLVER   PIC 9(05)V99.
           05 AJU-STATUS           PIC X(01).
           05 AJU-PROTOCOLO        PIC 9(07).
           05 AJU-DATA-AJUSTE      PIC X(08).
           05 AJU-DATA-DECISAO     PIC X(08).
           05 AJU-OPERADOR-DECISAO PIC X(10).

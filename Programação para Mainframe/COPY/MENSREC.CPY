      * do periodo seguinte e o PROG42 antes de imprimir o boletim -
      * a planilha paralela do financeiro nunca conversava com o
      * sistema e aluno com um ano em aberto seguia sendo matriculado.
      * MEN-STATUS: A = aberta, P = paga, C = cancelada (tambem pelo
      *             trancamento/desistencia no PROG58),
      *             R = renegociada em acordo (nao conta como aberta).
      * Parcela de acordo (PROG71) usa competencia 'A' + numero do
      * acordo (3) + numero da parcela (2), ex: A00103, e por isso
      * fica depois das competencias AAAAMM do mesmo aluno.
      * Taxa de servico de protocolo (PROTNUM, tabela TAXAS.DAT) usa
      * competencia 'T' + sequencia do aluno (5), ex: T00002, com
      * MEN-PROTOCOLO apontando o pedido; nao entra em inadimplencia,
      * encargos nem acordo - so segura o pedido ate ser paga.
      ******************************************************************
       01  MENSAL-REC.
           05 MEN-CHAVE.
           05 MEN-STATUS           PIC X(01).
           05 MEN-DATA-PAGAMENTO   PIC X(08).
           05 MEN-VALOR-PAGO       PIC 9(05)V99.
           05 MEN-MULTA            PIC 9(05)V99.
           05 MEN-JUROS            PIC 9(05)V99.
      *        Encargos de atraso calculados pela rodada mensal do
      *        PROG111 (multa contratual uma vez + juros por dia de
      *        atraso ate MEN-DATA-ENCARGO). Parcela em dia: zeros.
           05 MEN-DATA-ENCARGO     PIC X(08).
           05 MEN-TIPO             PIC X(01).
      *        'M' ou espacos = mensalidade, 'A' = parcela de acordo,
      *        'T' = taxa de servico de protocolo
           05 MEN-ACORDO           PIC 9(03).
      *        Acordo (ACORDOS.DAT) que renegociou a parcela (status
      *        R) ou de que a parcela faz parte (tipo A)
           05 MEN-PROTOCOLO        PIC 9(07).
      *        Protocolo (PROTOCOL.DAT) que gerou a taxa (tipo T)

      ******************************************************************
      * Copybook: FINMVREC.CPY
      * Layout do registro do movimento financeiro diario (FINMOV.DAT,
      * line sequential, gravado em EXTEND pelo subprograma FINMOV).
      * Todo programa que altera valores de MENSALID.DAT registra aqui
      * o fato contabil: PROG71 (cobranca gerada, desconto de bolsa,
      * pagamento no balcao e acordo), PROG109 (pagamento do retorno
      * bancario e o acerto do encargo ate a data do pagamento),
      * PROG111 (multa e juros), PROTNUM (taxa de servico
      * do protocolo), PROG58 (estorno da cobranca cancelada ou
      * rateada no trancamento/desistencia) e PROG115 (devolucao
      * aprovada). O PROG113 le o movimento do dia e gera a
      * interface contabil (LANCCTB.DAT).
      * FMV-TIPO: COBRANCA, DESCONTO, PAGAMENTO, ENCARGO, ACORDO, TAXA,
      *           DEVOLUCAO.
      * FMV-VALOR negativo = estorno (lancamento com contas trocadas).
      ******************************************************************
       01  FINMOV-REC.
           05 FMV-DATA             PIC X(08).
           05 FMV-HORA             PIC X(06).
           05 FMV-TIPO             PIC X(10).
           05 FMV-MATRICULA        PIC X(10).
           05 FMV-COMPETENCIA      PIC X(06).
           05 FMV-VALOR            PIC S9(07)V99
                                   SIGN IS LEADING SEPARATE.
           05 FMV-PROGRAMA         PIC X(08).

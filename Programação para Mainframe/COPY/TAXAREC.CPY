      ******************************************************************
      * Copybook: TAXAREC.CPY
      * Layout do registro da tabela de taxas de servico (TAXAS.DAT,
      * indexado pelo tipo de protocolo). A taxa que o regimento fixa
      * para cada tipo de pedido (2a via de diploma, guia de
      * transferencia, segunda chamada, recurso...) deixava de ser
      * cobrada em papel no balcao: ao abrir um protocolo de tipo com
      * valor maior que zero, o PROTNUM gera a cobranca em
      * MENSALID.DAT (MEN-TIPO 'T', amarrada a PRT-NUMERO) e o pedido
      * fica aguardando pagamento. Tipo sem linha ou com valor zero
      * nao e cobrado. Mantido pelo PROG114.
      * TAX-TIPO: os mesmos valores de PRT-TIPO (PROTREC.CPY).
      ******************************************************************
       01  TAXA-REC.
           05 TAX-TIPO             PIC X(12).
           05 TAX-DESCRICAO        PIC X(30).
           05 TAX-VALOR            PIC 9(05)V99.
           05 TAX-DIAS-VENC        PIC 9(02).
      *        Prazo do boleto da taxa em dias corridos a partir da
      *        abertura do protocolo (zero = vence no proprio dia)
           05 TAX-DATA-INCLUSAO    PIC X(08).
           05 TAX-OPERADOR         PIC X(10).

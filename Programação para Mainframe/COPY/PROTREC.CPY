      * balcao consulta a trilha pelo PROG102 em vez de cavar tres
      * arquivos.
      * PRT-TIPO: RECURSO, CORRECAO, SEGCHAMADA, TRANCAMENTO,
      *           DESISTENCIA, REATIVACAO, TRANSFER, 2VIADIPLOMA,
      *           PROFICIENCIA.
      * Tipo com taxa em TAXAS.DAT (PROG114) nasce com a cobranca em
      * MENSALID.DAT e fica aguardando pagamento ate a parcela ser
      * baixada (PROG71 no balcao ou PROG109 no retorno bancario).
      * PRT-SITUACAO: espacos = sem taxa, A = aguardando pagamento,
      *               P = taxa paga, E = pedido atendido/encerrado.
      ******************************************************************
       01  PROTOCOLO-REC.
           05 PRT-NUMERO           PIC 9(07).
           05 PRT-REF-TEXTO        PIC X(21).
           05 PRT-DATA-ABERTURA    PIC X(08).
           05 PRT-OPERADOR         PIC X(10).
           05 PRT-SITUACAO         PIC X(01).
           05 PRT-TAXA-COMPET      PIC X(06).
      *        Competencia da cobranca da taxa em MENSALID.DAT ('T' +
      *        sequencia do aluno); espacos = pedido sem taxa
           05 PRT-TAXA-VALOR       PIC 9(05)V99.
           05 PRT-DATA-SITUACAO    PIC X(08).

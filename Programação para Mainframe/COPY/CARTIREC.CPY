      ******************************************************************
      * Copybook: CARTIREC.CPY
      * Layout do registro de emissao de carteirinha de estudante
      * (CARTEIRA.DAT, indexado por matricula + ciclo de validade).
      * O ciclo e o ano/semestre do lote: o PROG120 manda para a
      * grafica, uma vez por ciclo, todo aluno com matricula ativa no
      * periodo que ainda nao tem registro aqui, e grava o numero do
      * lote (controle CARTCTL.DAT). Pedido de 2a via por perda
      * (CARTREIM.DAT) sai no lote seguinte como reimpressao: soma
      * a via e a contagem de reimpressoes, sem contar como emissao
      * nova do ciclo.
      ******************************************************************
       01  CARTEIRA-REC.
           05 CRT-CHAVE.
               10 CRT-MATRICULA    PIC X(10).
               10 CRT-CICLO        PIC X(06).
           05 CRT-NOME-CARTAO      PIC X(30).
           05 CRT-CURSO            PIC X(10).
           05 CRT-VALIDADE         PIC X(08).
           05 CRT-LOTE             PIC 9(05).
           05 CRT-DATA-EMISSAO     PIC X(08).
           05 CRT-VIA              PIC 9(02).
           05 CRT-QTD-REIMPRESSOES PIC 9(02).
           05 CRT-LOTE-REIMPRESSAO PIC 9(05).
           05 CRT-DATA-REIMPRESSAO PIC X(08).
           05 CRT-MOTIVO-REIMP     PIC X(30).

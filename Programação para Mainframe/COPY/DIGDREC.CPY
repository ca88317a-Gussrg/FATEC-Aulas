      ******************************************************************
      * Copybook: DIGDREC.CPY
      * Layout do registro de acompanhamento dos documentos digitais
      * (DOCDIGIT.DAT, indexado por matricula + curso + tipo do
      * documento). O PROG119 gera, para cada diploma do livro
      * DIPLOMAS.DAT, o XML do diploma e o XML do historico escolar
      * na pasta de saida da ferramenta de assinatura e registra aqui
      * a situacao de cada documento; o retorno da ferramenta
      * (ASSINRET.DAT) marca assinado ou rejeitado. Documento
      * rejeitado, ou de diploma que ganhou 2a via no PROG79, e
      * gerado de novo na execucao seguinte.
      ******************************************************************
       01  DOCDIGIT-REC.
           05 DDG-CHAVE.
               10 DDG-MATRICULA    PIC X(10).
               10 DDG-CURSO        PIC X(10).
               10 DDG-TIPO-DOC     PIC X(01).
      *        'D' = diploma, 'H' = historico escolar
           05 DDG-VIA              PIC 9(01).
           05 DDG-ARQUIVO          PIC X(40).
           05 DDG-SITUACAO         PIC X(01).
      *        'G' = gerado, aguardando assinatura
      *        'A' = assinado pela ferramenta
      *        'R' = rejeitado (validacao ou ferramenta)
           05 DDG-DATA-GERACAO     PIC X(08).
           05 DDG-DATA-SITUACAO    PIC X(08).
           05 DDG-MOTIVO           PIC X(50).

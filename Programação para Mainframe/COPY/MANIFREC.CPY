      ******************************************************************
      * Copybook: MANIFREC.CPY
      * Layout do registro do manifesto de distribuicao dos
      * relatorios (MANIFEST.DAT, line sequential, acumulativo),
      * gravado pelo PROG156: uma linha por peca cortada (MAN-TIPO
      * 'O' - original) com destinatario, meio, vias, paginas e o
      * arquivo gerado; cada reimpressao controlada de uma peca grava
      * uma linha 'R' com quem pediu e o motivo.
      ******************************************************************
       01  MANIFEST-REC.
           05 MAN-TIPO             PIC X(01).
           05 MAN-DATA             PIC X(08).
           05 MAN-HORA             PIC X(06).
           05 MAN-RELATORIO        PIC X(12).
           05 MAN-PECA             PIC 9(03).
           05 MAN-CODIGO           PIC X(08).
           05 MAN-NOME             PIC X(30).
           05 MAN-MEIO             PIC X(01).
           05 MAN-COPIAS           PIC 9(02).
           05 MAN-PAGINAS          PIC 9(05).
           05 MAN-ARQUIVO          PIC X(40).
           05 MAN-SOLICITANTE      PIC X(20).
           05 MAN-MOTIVO           PIC X(40).

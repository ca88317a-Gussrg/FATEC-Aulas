      ******************************************************************
      * Copybook: CERIMREC.CPY
      * Layout do cadastro de cerimonias de colacao de grau
      * (CERIMON.DAT, indexado por numero da cerimonia). Mantido pelo
      * PROG121: data, hora, local, ate tres cursos (espacos = todos
      * os cursos), autoridade que preside e tipo - sessao solene ou
      * colacao em gabinete para os ausentes da solene. A cerimonia
      * nasce planejada e e encerrada com a ata, quando os presentes
      * recebem o grau em COLACAO.DAT.
      ******************************************************************
       01  CERIMONIA-REC.
           05 CER-NUMERO           PIC 9(05).
           05 CER-DATA             PIC X(08).
           05 CER-HORA             PIC X(04).
           05 CER-LOCAL            PIC X(30).
           05 CER-CURSO            OCCURS 3 TIMES PIC X(10).
           05 CER-PRESIDENTE       PIC X(30).
           05 CER-TIPO             PIC X(01).
      *        'S' = sessao solene, 'G' = colacao em gabinete
           05 CER-SITUACAO         PIC X(01).
      *        'P' = planejada, 'E' = encerrada com ata
           05 CER-QTD-COLADOS      PIC 9(04).
